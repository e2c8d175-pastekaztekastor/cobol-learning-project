      * Structure partagee d'un compte du plan comptable
      * [src/plan-comptable.txt]. Incluse par COPY ... REPLACING par
      * le guichet et l'edition de 90_plan-comptable.cob, qui tient
      * le fichier, et par les programmes qui alimentent le grand
      * livre [39_pont-primes.cob, 36_journal-comptable.cob] pour
      * controler leurs correspondances avant d'ecrire.
      *
      * Un compte : numero, libelle, classe du plan [premier chiffre
      * du numero], type 'B' bilan / 'R' resultat [charges et
      * produits, soldes au resultat a la cloture], sens normal 'D'
      * debiteur / 'C' crediteur, statut 'A' actif / 'I' inactif
      * [un compte ferme reste au fichier pour l'historique mais ne
      * recoit plus d'ecriture] et societe [a blanc = toutes].
           05 :PFX:compte    PIC X(10).
           05 FILLER         PIC X.
           05 :PFX:libelle   PIC X(30).
           05 FILLER         PIC X.
           05 :PFX:classe    PIC X(1).
           05 FILLER         PIC X.
           05 :PFX:type      PIC X(1).
           05 FILLER         PIC X.
           05 :PFX:sens      PIC X(1).
           05 FILLER         PIC X.
           05 :PFX:statut    PIC X(1).
           05 FILLER         PIC X.
           05 :PFX:soc       PIC X(3).
