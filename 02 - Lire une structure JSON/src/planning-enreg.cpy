      * Structure partagee d'une ligne du planning des equipes
      * [src/planning.txt]. Incluse par COPY ... REPLACING par le
      * guichet et l'import 102_planning.cob et le rapprochement
      * hebdomadaire 103_planning-badge.cob.
      *
      * Une ligne par employe et par jour planifie : le poste prevu
      * [code de src/codes-horaires.txt]. Un jour sans ligne est un
      * jour sans poste. origine : 'M' saisie au guichet, 'I' import
      * du fichier de planning.
           05 :PFX:id        PIC 9(5).
           05 FILLER         PIC X.
           05 :PFX:date      PIC 9(8).
           05 FILLER         PIC X.
           05 :PFX:code      PIC X(4).
           05 FILLER         PIC X.
           05 :PFX:origine   PIC X(1).
           05 FILLER         PIC X.
           05 :PFX:date-maj  PIC 9(8).
           05 FILLER         PIC X.
           05 :PFX:operateur PIC X(8).
