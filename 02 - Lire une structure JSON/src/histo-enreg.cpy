      * 11_historique-emplo.cob pour restituer la carriere complete
      * d'un employe. Incluse par COPY ... REPLACING avec un prefixe
      * propre a chaque programme, meme demarche que employe-enreg.cpy.
      *
      * Colonnes finales, posees par 09_maj-employes.cob et relues par
      * 80_annulation-lot.cob [a blanc pour les autres programmes] :
      * lot = numero du lot de mouvements [src/lots-maj.txt] ;
      * nature = ' ' modification d'un champ, 'A' creation [ligne
      * CREATION], 'S' image avant d'une suppression [une ligne par
      * champ, ancien = valeur supprimee], 'I' annulation d'un lot
      * [image avant remise en place].
           05 :PFX:id        PIC 9(5).
           05 FILLER         PIC X(1).
           05 :PFX:date      PIC 9(8).
           05 :PFX:ancien    PIC X(20).
           05 FILLER         PIC X(1).
           05 :PFX:nouveau   PIC X(20).
           05 FILLER         PIC X(1).
           05 :PFX:lot       PIC 9(5).
           05 FILLER         PIC X(1).
           05 :PFX:nature    PIC X(1).
