      * Structure partagee d'un site de travail [src/sites.txt].
      * Incluse par COPY ... REPLACING par le chargeur 02_parser.cob
      * [controle du code "site" du flux RH] et par le guichet et les
      * etats de 87_sites.cob, qui tient le fichier.
      *
      * Un site est un lieu physique de travail : code, statut 'A'
      * actif / 'I' inactif [un site ferme reste au fichier pour
      * l'historique des affectations mais n'est plus accepte au
      * chargement], societe proprietaire [a blanc = toutes],
      * capacite en postes de travail, libelle, adresse et
      * coordinateur d'urgence du site [nom + telephone].
           05 :PFX:code      PIC X(8).
           05 FILLER         PIC X.
           05 :PFX:statut    PIC X(1).
           05 FILLER         PIC X.
           05 :PFX:soc       PIC X(3).
           05 FILLER         PIC X.
           05 :PFX:capacite  PIC 9(5).
           05 FILLER         PIC X.
           05 :PFX:libelle   PIC X(30).
           05 FILLER         PIC X.
           05 :PFX:adresse   PIC X(40).
           05 FILLER         PIC X.
           05 :PFX:coord-nom PIC X(30).
           05 FILLER         PIC X.
           05 :PFX:coord-tel PIC X(15).
