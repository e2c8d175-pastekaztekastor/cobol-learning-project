      * Structure partagee d'une adhesion au regime de sante et
      * prevoyance [src/adhesions-sante.txt]. Incluse par COPY ...
      * REPLACING par le guichet 74_adhesions-sante.cob, le calcul
      * mensuel 75_cotisations-sante.cob et le flux de sorties
      * 10_separations.cob, qui tiennent le meme fichier.
      *
      * Une ligne par periode d'adhesion : un changement de regime ou
      * de niveau clot la ligne en cours [fin = veille de l'effet] et
      * en ouvre une nouvelle, l'historique reste dans le fichier.
      * fin = 0 : adhesion en cours. niveau = niveau de couverture du
      * regime [SA salarie seul, SC salarie et conjoint, FA famille].
      * origine : 'M' saisie au guichet, 'E' adhesion automatique a
      * l'embauche au niveau par defaut, 'O' choix de la campagne
      * annuelle d'adhesion ; 'T' pose sur une ligne close par une
      * sortie.
           05 :PFX:id        PIC 9(5).
           05 FILLER         PIC X.
           05 :PFX:regime    PIC X(8).
           05 FILLER         PIC X.
           05 :PFX:niveau    PIC X(2).
           05 FILLER         PIC X.
           05 :PFX:debut     PIC 9(8).
           05 FILLER         PIC X.
           05 :PFX:fin       PIC 9(8).
           05 FILLER         PIC X.
           05 :PFX:origine   PIC X(1).
           05 FILLER         PIC X.
           05 :PFX:date-maj  PIC 9(8).
           05 FILLER         PIC X.
           05 :PFX:operateur PIC X(8).
