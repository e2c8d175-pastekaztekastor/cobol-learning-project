      * Structure partagee d'une ligne du registre des accidents du
      * travail et incidents [src/accidents.txt]. Incluse par COPY
      * ... REPLACING par le guichet 108_accidents.cob et le rapport
      * mensuel de securite 109_rapport-securite.cob, qui lisent le
      * meme fichier.
      *
      * Une ligne par accident ou incident, mise a jour jusqu'a la
      * cloture du dossier. num = numero du dossier ; date et heure
      * [HHMM] de l'accident ; site : code de src/sites.txt ;
      * blessure : code de src/types-blessure.txt [le referentiel dit
      * si la declaration aux autorites est due] ; temoins : noms en
      * clair. declaration = date de la declaration aux autorites
      * [0 = pas encore faite], due dans les 48 heures. arret = premier
      * jour d'arret [0 = sans arret], jours = jours d'arret perdus
      * [calendaires, prolongations comprises], reprise = date de
      * reprise [0 = toujours en arret]. statut : 'O' dossier ouvert,
      * 'C' clos [declaration faite ou non due, et reprise faite ou
      * pas d'arret].
           05 :PFX:num       PIC 9(5).
           05 FILLER         PIC X.
           05 :PFX:id        PIC 9(5).
           05 FILLER         PIC X.
           05 :PFX:date      PIC 9(8).
           05 FILLER         PIC X.
           05 :PFX:heure     PIC 9(4).
           05 FILLER         PIC X.
           05 :PFX:site      PIC X(8).
           05 FILLER         PIC X.
           05 :PFX:blessure  PIC X(2).
           05 FILLER         PIC X.
           05 :PFX:description PIC X(60).
           05 FILLER         PIC X.
           05 :PFX:temoins   PIC X(40).
           05 FILLER         PIC X.
           05 :PFX:declaration PIC 9(8).
           05 FILLER         PIC X.
           05 :PFX:arret     PIC 9(8).
           05 FILLER         PIC X.
           05 :PFX:jours     PIC 9(3).
           05 FILLER         PIC X.
           05 :PFX:reprise   PIC 9(8).
           05 FILLER         PIC X.
           05 :PFX:statut    PIC X(1).
           05 FILLER         PIC X.
           05 :PFX:date-maj  PIC 9(8).
           05 FILLER         PIC X.
           05 :PFX:operateur PIC X(8).
