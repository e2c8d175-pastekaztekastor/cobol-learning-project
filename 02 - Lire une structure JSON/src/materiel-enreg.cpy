      * Structure partagee d'une ligne du registre du materiel de
      * l'entreprise [src/materiels.txt]. Incluse par COPY ...
      * REPLACING par le guichet 100_materiels.cob, le flux de sorties
      * 10_separations.cob, le solde de tout compte
      * 61_solde-tout-compte.cob et le rapport mensuel
      * 101_etat-materiels.cob, qui lisent le meme fichier.
      *
      * Une ligne par periode de detention d'un materiel : une remise
      * ouvre la ligne [id, date de remise], le retour la clot [date
      * de retour, etat constate] ; la remise suivante du meme
      * materiel ajoute une ligne, l'historique reste dans le fichier.
      * La derniere ligne d'une etiquette donne la situation du
      * materiel. id = 0 : materiel en stock, jamais remis depuis son
      * entree au registre. type : code de src/types-materiel.txt.
      * etat : 'N' neuf, 'B' bon, 'U' use, 'E' endommage, 'P' perdu
      * ou non restitue [hors stock].
           05 :PFX:etiquette PIC X(10).
           05 FILLER         PIC X.
           05 :PFX:type      PIC X(2).
           05 FILLER         PIC X.
           05 :PFX:serie     PIC X(20).
           05 FILLER         PIC X.
           05 :PFX:valeur    PIC 9(5)V99.
           05 FILLER         PIC X.
           05 :PFX:id        PIC 9(5).
           05 FILLER         PIC X.
           05 :PFX:remise    PIC 9(8).
           05 FILLER         PIC X.
           05 :PFX:retour    PIC 9(8).
           05 FILLER         PIC X.
           05 :PFX:etat      PIC X(1).
           05 FILLER         PIC X.
           05 :PFX:date-maj  PIC 9(8).
           05 FILLER         PIC X.
           05 :PFX:operateur PIC X(8).
