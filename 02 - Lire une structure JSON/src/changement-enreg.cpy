      * Structure partagee d'un changement programme
      * [src/mouvements-futurs.txt] : mutation de departement et/ou
      * de role connue a l'avance, saisie par 78_mouvements-futurs.cob
      * et appliquee a sa date d'effet par 79_mouvements-dus.cob.
      * Incluse par COPY ... REPLACING, meme demarche que
      * employe-enreg.cpy.
      *
      * num = numero du changement [cle d'annulation] ; dep / rol a
      * blanc = inchange. statut : 'P' programme [en attente de sa
      * date], 'A' applique, 'X' annule, 'R' refuse a l'application
      * [employe sorti ou code plus valide a la date d'effet].
      * date-statut = date du dernier changement de statut.
           05 :PFX:num       PIC 9(5).
           05 FILLER         PIC X.
           05 :PFX:id        PIC 9(5).
           05 FILLER         PIC X.
           05 :PFX:date-effet PIC 9(8).
           05 FILLER         PIC X.
           05 :PFX:dep       PIC X(20).
           05 FILLER         PIC X.
           05 :PFX:rol       PIC X(20).
           05 FILLER         PIC X.
           05 :PFX:statut    PIC X(1).
           05 FILLER         PIC X.
           05 :PFX:date-saisie PIC 9(8).
           05 FILLER         PIC X.
           05 :PFX:operateur PIC X(8).
           05 FILLER         PIC X.
           05 :PFX:date-statut PIC 9(8).
