      * Structure partagee d'un poste budgete [src/postes.txt].
      * Incluse par COPY ... REPLACING par le guichet 76_postes.cob,
      * le controle 77_controle-postes.cob et les pre-embauches
      * 49_embauches-attente.cob, qui tiennent le meme fichier.
      *
      * Un poste est une place approuvee : departement, role, code
      * societe, equivalent temps plein en pourcent [100 = temps
      * plein], cout budgete annuel. statut : 'O' ouvert [vacant,
      * recrutable], 'P' pourvu, 'G' gele [ni recrutable ni
      * pourvu]. date-statut = date du dernier changement de statut
      * [pour un poste ouvert : depuis quand il est vacant]. Le
      * titulaire se lit dans src/affectations-postes.txt [un poste
      * par employe actif].
           05 :PFX:num       PIC 9(5).
           05 FILLER         PIC X.
           05 :PFX:soc       PIC X(3).
           05 FILLER         PIC X.
           05 :PFX:dep       PIC X(20).
           05 FILLER         PIC X.
           05 :PFX:rol       PIC X(20).
           05 FILLER         PIC X.
           05 :PFX:etp       PIC 9(3).
           05 FILLER         PIC X.
           05 :PFX:cout      PIC 9(7)V99.
           05 FILLER         PIC X.
           05 :PFX:statut    PIC X(1).
           05 FILLER         PIC X.
           05 :PFX:date-statut PIC 9(8).
           05 FILLER         PIC X.
           05 :PFX:operateur PIC X(8).
