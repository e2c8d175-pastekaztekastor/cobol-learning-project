      *
      * Date de création: 02/09/2026
      * Auteur          : Champémont Mathurin
      *
      * Historique des modifications :
      *  - 15/10/2026 : salaire relu par cle dans src/salaires.dat
      *    [fichier indexe], plus de table en memoire.
      ******************************************************************
       identification division.
       program-id. 48_simulation.
               organization is line sequential
               file status is ws_fs_plan.

           select salaires-file assign to "src/salaires.dat"
               organization is indexed
               access mode is dynamic
               record key is sal-id
               file status is ws_fs_salaires.

           select rapport-file
       01 ws_fs_rapport    pic xx value "00".
       01 fin_master       pic x value 'N'.
       01 fin_plan         pic x value 'N'.
       01 ws_sal_ouvert    pic x value 'N'.
       01 ws_today         pic 9(8) value 0.
       01 ws_date_param    pic x(8) value spaces.

       01 ws_pop_idx       pic 9(5) value 0.
       01 ws_pop_trouve    pic 9(5) value 0.

      * Conversion en euros [SPDEVISE, taux dates de
      * src/taux-change.txt].
       01 ws_taux_path     pic x(100)
           .

       0100-charger-les-salaires.
      * Salaire [montant, devise] relu par id pour le cout reel.
           open input salaires-file
           if ws_fs_salaires = "00"
               move 'O' to ws_sal_ouvert
           end-if
           .

               end-read
           end-perform
           close employee-master
           if ws_sal_ouvert = 'O'
               close salaires-file
           end-if
           .

       0250-relever-le-cout.
           move 0 to ws_p_cout(ws_pop_count)
           if ws_sal_ouvert = 'N'
               exit paragraph
           end-if
           move em-id to sal-id
           read salaires-file
               invalid key
                   exit paragraph
           end-read
           move sal-devise to ws_conv_devise
           move sal-montant to ws_conv_montant
           call "SPDEVISE" using ws_taux_path
               ws_conv_devise ws_today ws_conv_montant
                   ws_conv_eur ws_conv_trouve
           if ws_conv_trouve = 'N'
               move 0 to ws_conv_eur
           end-if
           move ws_conv_eur to ws_p_cout(ws_pop_count)
           .

       0300-cumuler-le-reel.
