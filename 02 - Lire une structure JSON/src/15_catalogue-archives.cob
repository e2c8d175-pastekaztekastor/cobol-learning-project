      *
      * Date de création: 22/08/2026
      * Auteur          : Champémont Mathurin
      *
      * Historique des modifications :
      *  - 15/10/2026 : les instantanes de fin d'annee de la bascule
      *    annuelle [cloture-AAAA1231-<fichier>, 89_bascule-annuelle]
      *    sont reconnus : dates d'un 31/12, ils suivent la retention
      *    longue des fins de mois [7 ans].
      ******************************************************************
       identification division.
       program-id. 15_catalogue-archives.

       1100-identifier-le-fichier.
      * Reconnait les deux conventions de nommage de l'archivage
      * quotidien et celle des instantanes de fin d'annee ; tout
      * autre nom est inventorie hors convention et ne sera jamais
      * purge par ce programme.
           move spaces to ws_type_fichier
           move 0 to ws_date_fichier
           if ws_nom_fichier(1:5) = "data-"
                   move "MASTER" to ws_type_fichier
                   move ws_nom_fichier(8:8) to ws_date_txt
               else
                   if ws_nom_fichier(1:8) = "cloture-"
                      and ws_nom_fichier(17:1) = "-"
                       move "CLOTURE" to ws_type_fichier
                       move ws_nom_fichier(9:8) to ws_date_txt
                   else
                       move "AUTRE" to ws_type_fichier
                       move spaces to ws_date_txt
                   end-if
               end-if
           end-if
           if ws_date_txt not = spaces
