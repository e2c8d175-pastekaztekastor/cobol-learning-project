      *    - marque l'absorbe d'un statut terminal ['T' date du jour,
      *      le statut terminal de la suite - la fusion elle-meme se
      *      lit dans la ligne d'historique FUSION et au journal] ;
      *    - reporte la fusion dans salaires.dat [la ligne du
      *      survivant gagne, celle de l'absorbe reprise seulement si
      *      le survivant n'en avait pas] et re-cle les fichiers
      *      satellites [conges-soldes, retenues, banque-employes,
      *
      * Date de création: 02/09/2026
      * Auteur          : Champémont Mathurin
      *
      * Historique des modifications :
      *  - 15/10/2026 : salaires, conges-soldes, retenues et
      *    banque-employes indexes [.dat] : le report et le re-clage
      *    se font par cle, la ligne du survivant gagne partout.
      ******************************************************************
       identification division.
       program-id. 50_fusion-doublons.
                   with duplicates
               file status is ws_fs_master.

           select salaires-file assign to "src/salaires.dat"
               organization is indexed
               access mode is dynamic
               record key is sal-id
               file status is ws_fs_salaires.

           select soldes-file assign to "src/conges-soldes.dat"
               organization is indexed
               access mode is dynamic
               record key is sol-id
               file status is ws_fs_soldes.

           select retenues-file assign to "src/retenues.dat"
               organization is indexed
               access mode is dynamic
               record key is ret-cle
               file status is ws_fs_retenues.

           select banque-file assign to "src/banque-employes.dat"
               organization is indexed
               access mode is dynamic
               record key is ban-id
               file status is ws_fs_banque.

           select satellite-file assign to dynamic ws_sat_path
               organization is line sequential
               file status is ws_fs_satellite.
           05 filler       pic x.
           05 sal-devise   pic x(3).

       fd soldes-file.
       01 solde-record.
           05 sol-id       pic 9(5).
           05 filler       pic x(19).

       fd retenues-file.
       01 retenue-record.
           05 ret-cle.
               10 ret-id   pic 9(5).
               10 filler   pic x.
               10 ret-code pic x(12).
           05 ret-suite    pic x(30).

       fd banque-file.
       01 banque-record.
           05 ban-id       pic 9(5).
           05 ban-suite    pic x(70).

       fd satellite-file.
       01 satellite-record pic x(200).

       01 ws_fs_master     pic xx value "00".
       01 ws_fs_salaires   pic xx value "00".
       01 ws_fs_satellite  pic xx value "00".
       01 ws_fs_soldes     pic xx value "00".
       01 ws_fs_retenues   pic xx value "00".
       01 ws_fs_banque     pic xx value "00".
       01 ws_fs_journal    pic xx value "00".
       01 ws_fs_hist       pic xx value "00".
       01 fin_master       pic x value 'N'.
       01 fin_satellite    pic x value 'N'.
       01 ws_today         pic 9(8) value 0.
       01 ws_date_param    pic x(8) value spaces.
       01 ws_pop_count     pic 9(5) value 0.
       01 ws_pop_idx       pic 9(5) value 0.

      * Report par cle d'une ligne de l'absorbe vers le survivant.
       01 ws_ligne_abso    pic x(200) value spaces.

      * Retenues de l'absorbe [une par code] relevees avant report.
       01 ws_ret_table.
           05 ws_ret_ligne pic x(48) occurs 50 times.
       01 ws_ret_count     pic 9(2) value 0.
       01 ws_ret_i         pic 9(2) value 0.
       01 fin_retenues     pic x value 'N'.

      * Satellite texte a re-cler [id en colonnes 1-5].
       01 ws_sat_path      pic x(100)
           value "src/affectations-centres.txt".
       01 ws_sat_table.
           05 ws_sat_ligne pic x(200) occurs 5000 times.
       01 ws_sat_count     pic 9(4) value 0.
       2500-reporter-les-salaires.
      * La ligne de salaire du survivant gagne ; celle de l'absorbe
      * n'est reprise [re-clee] que si le survivant n'en avait pas.
           open i-o salaires-file
           if ws_fs_salaires not = "00"
               exit paragraph
           end-if
           move ws_id_absorbe to sal-id
           read salaires-file
               invalid key
                   close salaires-file
                   exit paragraph
           end-read
           move salaire-record to ws_ligne_abso
           delete salaires-file record
           move ws_id_survivant to sal-id
           read salaires-file
               invalid key
                   move ws_ligne_abso to salaire-record
                   move ws_id_survivant to sal-id
                   write salaire-record
           end-read
           close salaires-file
           .

       2600-recler-les-satellites.
      * Les satellites indexes se re-clent par cle, avec la regle des
      * salaires : la ligne du survivant gagne, celle de l'absorbe
      * n'est reprise que si le survivant n'en avait pas [retenues :
      * code par code]. Les affectations de centres restent en texte.
           move ws_id_absorbe to ws_id_abs_txt
           move ws_id_survivant to ws_id_srv_txt
           move 0 to ws_sat_recles
           perform 2620-recler-les-soldes
           perform 2630-recler-les-retenues
           perform 2640-recler-les-comptes
           perform 2610-recler-un-satellite
           .

       2610-recler-un-satellite.
           close satellite-file
           .

       2620-recler-les-soldes.
           open i-o soldes-file
           if ws_fs_soldes not = "00"
               exit paragraph
           end-if
           move ws_id_absorbe to sol-id
           read soldes-file
               invalid key
                   close soldes-file
                   exit paragraph
           end-read
           move solde-record to ws_ligne_abso
           delete soldes-file record
           move ws_id_survivant to sol-id
           read soldes-file
               invalid key
                   move ws_ligne_abso to solde-record
                   move ws_id_survivant to sol-id
                   write solde-record
                   add 1 to ws_sat_recles
           end-read
           close soldes-file
           .

       2630-recler-les-retenues.
      * Les retenues de l'absorbe sont relevees d'abord : les
      * supprimer et les reecrire en cours de lecture deplacerait
      * la position du parcours.
           open i-o retenues-file
           if ws_fs_retenues not = "00"
               exit paragraph
           end-if
           move 0 to ws_ret_count
           move 'N' to fin_retenues
           move ws_id_absorbe to ret-id
           move low-values to ret-code
           start retenues-file key is not less than ret-cle
               invalid key
                   move 'Y' to fin_retenues
           end-start
           perform until fin_retenues = 'Y'
               read retenues-file next record
                   at end
                       move 'Y' to fin_retenues
                   not at end
                       if ret-id not = ws_id_absorbe
                           move 'Y' to fin_retenues
                       else
                           if ws_ret_count < 50
                               add 1 to ws_ret_count
                               move retenue-record
                                   to ws_ret_ligne(ws_ret_count)
                           end-if
                       end-if
               end-read
           end-perform

           perform varying ws_ret_i from 1 by 1
               until ws_ret_i > ws_ret_count
               move ws_ret_ligne(ws_ret_i) to retenue-record
               delete retenues-file record
               move ws_ret_ligne(ws_ret_i) to retenue-record
               move ws_id_survivant to ret-id
               write retenue-record
                   invalid key
                       continue
                   not invalid key
                       add 1 to ws_sat_recles
               end-write
           end-perform
           close retenues-file
           .

       2640-recler-les-comptes.
           open i-o banque-file
           if ws_fs_banque not = "00"
               exit paragraph
           end-if
           move ws_id_absorbe to ban-id
           read banque-file
               invalid key
                   close banque-file
                   exit paragraph
           end-read
           move banque-record to ws_ligne_abso
           delete banque-file record
           move ws_id_survivant to ban-id
           read banque-file
               invalid key
                   move ws_ligne_abso to banque-record
                   move ws_id_survivant to ban-id
                   write banque-record
                   add 1 to ws_sat_recles
           end-read
           close banque-file
           .

       2900-journaliser-la-fusion.
           move spaces to journal-record
           string ws_today delimited by size
