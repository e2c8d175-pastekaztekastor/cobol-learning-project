      *
      * Date de création: 02/09/2026
      * Auteur          : Champémont Mathurin
      *
      * Historique des modifications :
      *  - 15/10/2026 : salaire relu par cle dans src/salaires.dat
      *    [fichier indexe], plus de table en memoire.
      ******************************************************************
       identification division.
       program-id. 40_exceptions-bandes.
               organization is line sequential
               file status is ws_fs_bandes.

           select salaires-file assign to "src/salaires.dat"
               organization is indexed
               access mode is dynamic
               record key is sal-id
               file status is ws_fs_salaires.

           select rapport-file assign to "src/rapport-bandes.txt"
       01 ws_fs_rapport    pic xx value "00".
       01 fin_master       pic x value 'N'.
       01 fin_bandes       pic x value 'N'.
       01 ws_sal_ouvert    pic x value 'N'.
       01 ws_today         pic 9(8) value 0.
       01 ws_date_param    pic x(8) value spaces.

       01 ws_bande_idx     pic 9(3) value 0.
       01 ws_bande_trouvee pic 9(3) value 0.

       01 ws_sal_trouve    pic x value 'N'.

       01 ws_montant_aff   pic z(6)9.99.
       01 ws_min_aff       pic z(6)9.99.
                   end-read
               end-perform
               close employee-master
               if ws_sal_ouvert = 'O'
                   close salaires-file
               end-if

               perform 2000-ecrire-le-pied
               close rapport-file
       0200-charger-les-salaires.
           open input salaires-file
           if ws_fs_salaires = "00"
               move 'O' to ws_sal_ouvert
           end-if
           .

      * Chaque actif avec une ligne de salaire se compare a la bande
      * en vigueur pour son role [un employe sans ligne de salaire
      * releve du controle de l'extrait de paie, pas d'ici].
           move 'N' to ws_sal_trouve
           if ws_sal_ouvert = 'O'
               move em-id to sal-id
               read salaires-file
                   invalid key
                       continue
                   not invalid key
                       move 'O' to ws_sal_trouve
               end-read
           end-if
           if ws_sal_trouve = 'N'
               exit paragraph
           end-if
           add 1 to ws_nb_controles
               exit paragraph
           end-if

           if sal-montant >= ws_b_min(ws_bande_trouvee)
              and sal-montant <= ws_b_max(ws_bande_trouvee)
               exit paragraph
           end-if

           add 1 to ws_nb_exceptions
           if sal-montant < ws_b_min(ws_bande_trouvee)
               move "SOUS BANDE" to ws_sens_ecart
           else
               move "SUR BANDE " to ws_sens_ecart
           end-if
           move sal-montant to ws_montant_aff
           move ws_b_min(ws_bande_trouvee) to ws_min_aff
           move ws_b_max(ws_bande_trouvee) to ws_max_aff
           move spaces to rapport-record
