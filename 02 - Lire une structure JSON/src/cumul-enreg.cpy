      * Structure partagee d'une ligne de cumuls de paie : pour un
      * employe, une annee civile et une societe, les montants de
      * paie cumules dans la devise de son salaire. Ligne du
      * registre des cumuls annuels [src/cumuls-paie.txt, mois = le
      * dernier mois de paie poste] et ligne de mouvement mensuel
      * [src/cumuls-paie-mouvements.txt, mois = le mois de paie du
      * mouvement]. Alimentee par 64_cumuls-paie.cob a partir de
      * l'extrait de paie controle, relue par 34_bulletins-paie.cob
      * [cumuls annuels du bulletin] et 55_declaration-annuelle.cob
      * [montants annuels declares]. Incluse par COPY ... REPLACING
      * avec un prefixe propre a chaque programme, meme demarche que
      * employe-enreg.cpy.
      *
      * brut = salaire 'S' + heures sup 'H' [l'assiette de la retenue
      * a la source] ; imposable = assiette effectivement soumise au
      * bareme ; impot = retenue a la source ['D' IMPOT] ; retenues
      * = les autres lignes 'D' [en positif] ; net = lignes 'N' ;
      * rappels = lignes 'R' ; soldes = lignes 'T'.
           05 :PFX:id        PIC 9(5).
           05 FILLER         PIC X(1).
           05 :PFX:annee     PIC 9(4).
           05 FILLER         PIC X(1).
           05 :PFX:soc       PIC X(3).
           05 FILLER         PIC X(1).
           05 :PFX:devise    PIC X(3).
           05 FILLER         PIC X(1).
           05 :PFX:brut      PIC S9(9)V99 SIGN LEADING SEPARATE.
           05 FILLER         PIC X(1).
           05 :PFX:imposable PIC S9(9)V99 SIGN LEADING SEPARATE.
           05 FILLER         PIC X(1).
           05 :PFX:impot     PIC S9(9)V99 SIGN LEADING SEPARATE.
           05 FILLER         PIC X(1).
           05 :PFX:retenues  PIC S9(9)V99 SIGN LEADING SEPARATE.
           05 FILLER         PIC X(1).
           05 :PFX:net       PIC S9(9)V99 SIGN LEADING SEPARATE.
           05 FILLER         PIC X(1).
           05 :PFX:rappels   PIC S9(9)V99 SIGN LEADING SEPARATE.
           05 FILLER         PIC X(1).
           05 :PFX:soldes    PIC S9(9)V99 SIGN LEADING SEPARATE.
           05 FILLER         PIC X(1).
           05 :PFX:mois      PIC 9(6).
