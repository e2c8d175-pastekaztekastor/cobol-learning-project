      * Structure partagee d'une retenue de saisie sur salaire
      * [src/saisies-paie.txt] : une ligne par saisie et par mois de
      * paie, ecrite par 06_extrait-paie.cob [un nouveau passage du
      * mois remplace les lignes du mois de sa societe], reprise par
      * 33_ordres-virement.cob pour le virement au creancier et par
      * 107_saisies-salaire.cob pour le restant du. Un montant est
      * acquis au creancier quand sa periode de paie est close.
           05 :PFX:mois      PIC 9(6).
           05 FILLER         PIC X.
           05 :PFX:num       PIC 9(5).
           05 FILLER         PIC X.
           05 :PFX:id        PIC 9(5).
           05 FILLER         PIC X.
           05 :PFX:soc       PIC X(3).
           05 FILLER         PIC X.
           05 :PFX:montant   PIC 9(7)V99.
           05 FILLER         PIC X.
           05 :PFX:devise    PIC X(3).
