      * Structure partagee du registre des lots de mouvements
      * [src/lots-maj.txt] : une ligne par passage de
      * 09_maj-employes.cob, avec le numero de lot repris dans chaque
      * ligne d'historique du passage [histo-enreg.cpy].
      * 80_annulation-lot.cob s'appuie dessus pour annuler un lot.
      * Incluse par COPY ... REPLACING, meme demarche que
      * employe-enreg.cpy.
      *
      * nb-appliques = ajouts + modifications + suppressions ecrits.
      * statut : 'A' applique, 'P' partiellement annule [des
      * enregistrements modifies depuis ont ete refuses], 'I' annule.
      * date-statut = date du dernier changement de statut.
           05 :PFX:num       PIC 9(5).
           05 FILLER         PIC X.
           05 :PFX:date      PIC 9(8).
           05 FILLER         PIC X.
           05 :PFX:heure     PIC 9(6).
           05 FILLER         PIC X.
           05 :PFX:operateur PIC X(8).
           05 FILLER         PIC X.
           05 :PFX:nb-appliques PIC 9(5).
           05 FILLER         PIC X.
           05 :PFX:statut    PIC X(1).
           05 FILLER         PIC X.
           05 :PFX:date-statut PIC 9(8).
