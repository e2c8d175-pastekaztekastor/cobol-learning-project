      *
      * Date de création: 22/08/2026
      * Auteur          : Champémont Mathurin
      *
      * Historique des modifications :
      *  - 15/10/2026 : noms et prenoms normalises par SPNOMS
      *    [casse, particules, blancs, apostrophe] avant ecriture au
      *    fichier maître, comme a tous les points d'entree.
      ******************************************************************
       identification division.
       program-id. 19_correction-emplo.
           move spaces to ws_saisie_rol
           accept ws_saisie_rol

      * Nom et prenom saisis normalises [SPNOMS] ; une zone laissee
      * vide reste vide.
           call "SPNOMS" using ws_saisie_nom ws_saisie_prenom
           if ws_saisie_nom not = spaces
               move ws_saisie_nom to em-nom
           end-if
