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
       program-id. 21_resoumission-rejets.
           move wsr-id to em-id
           move wsr-nom to em-nom
           move wsr-prenom to em-prenom
           call "SPNOMS" using em-nom em-prenom
           move wsr-dep to em-dep
           move wsr-rol to em-rol
           move wsr-mgr to em-mgr
