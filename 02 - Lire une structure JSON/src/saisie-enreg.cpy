      * Structure partagee d'une saisie sur salaire
      * [src/saisies-salaire.txt] : ordre du tribunal enregistre par
      * le guichet 107_saisies-salaire.cob, retenu chaque mois par
      * 06_extrait-paie.cob et vire au creancier par
      * 33_ordres-virement.cob. Incluse par COPY ... REPLACING, meme
      * demarche que employe-enreg.cpy.
      *
      * num = numero de la saisie ; reference = reference de
      * l'ordre ; coordonnees du creancier : banque/compte pour le
      * format domestique [0 = aucun], IBAN/BIC pour le SEPA [blanc =
      * aucun]. montant = total du, dans la devise du salaire.
      * priorite : 01 passe en premier sur la part saisissable.
      * statut : 'O' en cours, 'S' soldee, 'X' close a la sortie de
      * la personne, 'M' mainlevee. date-statut = date du dernier
      * changement de statut.
           05 :PFX:num       PIC 9(5).
           05 FILLER         PIC X.
           05 :PFX:id        PIC 9(5).
           05 FILLER         PIC X.
           05 :PFX:reference PIC X(20).
           05 FILLER         PIC X.
           05 :PFX:creancier PIC X(30).
           05 FILLER         PIC X.
           05 :PFX:banque    PIC 9(5).
           05 FILLER         PIC X.
           05 :PFX:compte    PIC 9(5).
           05 FILLER         PIC X.
           05 :PFX:iban      PIC X(34).
           05 FILLER         PIC X.
           05 :PFX:bic       PIC X(11).
           05 FILLER         PIC X.
           05 :PFX:montant   PIC 9(7)V99.
           05 FILLER         PIC X.
           05 :PFX:devise    PIC X(3).
           05 FILLER         PIC X.
           05 :PFX:priorite  PIC 9(2).
           05 FILLER         PIC X.
           05 :PFX:debut     PIC 9(8).
           05 FILLER         PIC X.
           05 :PFX:statut    PIC X(1).
           05 FILLER         PIC X.
           05 :PFX:date-statut PIC 9(8).
           05 FILLER         PIC X.
           05 :PFX:operateur PIC X(8).
