      ******************************************************************
      * Nom du Projet   : Conversion des coordonnees bancaires en IBAN
      * Description     : Passage ponctuel des coordonnees domestiques
      *    [code banque + compte a cle SPMOD10] a l'IBAN exige par le
      *    format SEPA. La banque fournit une table de correspondance
      *    [src/conversion-iban.txt : code banque, compte, IBAN, BIC].
      *    Pour chaque ligne de src/banque-employes.dat sans IBAN, le
      *    traitement cherche l'ancien compte dans la table et, si
      *    l'IBAN et le BIC fournis passent le controle SPIBAN, les
      *    range sur la ligne. Tout ce qui ne se convertit pas part
      *    au rapport src/rapport-conversion-iban.txt avec son motif
      *    [pas d'ancien compte, compte absent de la table, IBAN ou
      *    BIC de la table refuses, IBAN deja saisi mais faux] : ces
      *    personnes doivent redonner leur IBAN au guichet
      *    32_saisie-banque.cob avant le passage au SEPA.
      *    Periode de paie close : les coordonnees sont figees comme
      *    au guichet, le rapport se produit sans rien convertir.
      *    rc 4 s'il reste des lignes a reprendre.
      *
      * Date de création: 15/10/2026
      * Auteur          : Champémont Mathurin
      ******************************************************************
       identification division.
       program-id. 69_conversion-iban.

       environment division.
       input-output section.
       file-control.
           select banque-file assign to "src/banque-employes.dat"
               organization is indexed
               access mode is dynamic
               record key is ban-id
               file status is ws_fs_banque.

           select conversion-file assign to "src/conversion-iban.txt"
               organization is line sequential
               file status is ws_fs_conversion.

           select rapport-file
               assign to "src/rapport-conversion-iban.txt"
               organization is line sequential
               file status is ws_fs_rapport.

       data division.
       file section.
       fd banque-file.
       01 banque-record.
           05 ban-id       pic 9(5).
           05 filler       pic x.
           05 ban-banque   pic 9(5).
           05 filler       pic x.
           05 ban-compte   pic 9(5).
           05 filler       pic x.
           05 ban-statut   pic x(1).
           05 filler       pic x.
           05 ban-date     pic x(8).
           05 filler       pic x.
           05 ban-iban     pic x(34).
           05 filler       pic x.
           05 ban-bic      pic x(11).

      * Table de correspondance fournie par la banque.
       fd conversion-file.
       01 conversion-record.
           05 cnv-banque   pic 9(5).
           05 filler       pic x.
           05 cnv-compte   pic 9(5).
           05 filler       pic x.
           05 cnv-iban     pic x(34).
           05 filler       pic x.
           05 cnv-bic      pic x(11).

       fd rapport-file.
       01 rapport-record   pic x(100).

       working-storage section.
       01 ws_fs_banque     pic xx value "00".
       01 ws_fs_conversion pic xx value "00".
       01 ws_fs_rapport    pic xx value "00".
       01 fin_banque       pic x value 'N'.
       01 fin_conversion   pic x value 'N'.

       01 ws_ban_table.
           05 ws_ban_entry occurs 500 times.
               10 ws_b_id      pic 9(5).
               10 ws_b_banque  pic 9(5).
               10 ws_b_compte  pic 9(5).
               10 ws_b_statut  pic x(1).
               10 ws_b_date    pic x(8).
               10 ws_b_iban    pic x(34).
               10 ws_b_bic     pic x(11).
       01 ws_ban_count     pic 9(3) value 0.

       01 ws_cnv_table.
           05 ws_cnv_entry occurs 1000 times.
               10 ws_c_banque  pic 9(5).
               10 ws_c_compte  pic 9(5).
               10 ws_c_iban    pic x(34).
               10 ws_c_bic     pic x(11).
       01 ws_cnv_count     pic 9(4) value 0.

       01 ws_idx           pic 9(4) value 0.
       01 ws_jdx           pic 9(4) value 0.
       01 ws_found_idx     pic 9(4) value 0.

       01 ws_iban_res      pic 9 value 0.
       01 ws_motif         pic x(40) value spaces.

       01 ws_nb_deja       pic 9(5) value 0.
       01 ws_nb_converti   pic 9(5) value 0.
       01 ws_nb_reprendre  pic 9(5) value 0.

       01 ws_rapport_ligne.
           05 ws_rl_id         pic 9(5).
           05 filler           pic x(2) value spaces.
           05 ws_rl_banque     pic 9(5).
           05 filler           pic x(1) value space.
           05 ws_rl_compte     pic 9(5).
           05 filler           pic x(2) value spaces.
           05 ws_rl_motif      pic x(40).

      * Calendrier des periodes de paie [SPPERIOD] : comme au
      * guichet, des coordonnees d'une periode close ne bougent pas.
       01 ws_today         pic 9(8) value 0.
       01 ws_date_param    pic x(8) value spaces.
       01 ws_periode_path  pic x(100) value "src/periodes-paie.txt".
       01 ws_periode_statut pic x(1) value 'O'.
       01 ws_periode_ouverte pic 9(8) value 0.
       01 ws_periode_trouve pic x(1) value 'N'.

      * Consignation des messages d'erreur dans le fichier de
      * messages date [MSGLOG] : la chaine tourne sans surveillance,
      * un DISPLAY seul disparait avec la console.
       01 ws_msglog_prefix pic x(100) value "..".
       01 ws_msglog_grav   pic x(1) value 'E'.
       01 ws_msglog_texte  pic x(100) value spaces.

      * Champs d'appel au journal central des executions (JOB-LOG,
      * voir 99 - Utilitaires partages/src/JOBLOG.cob).
       01 ws_joblog_name   pic x(20) value "69_conversion-iban".
       01 ws_joblog_path   pic x(100) value "../job-log.txt".
       01 ws_joblog_action pic x(1).
       01 ws_joblog_count  pic 9(5) value 0.
       01 ws_joblog_rc     pic 9(2) value 0.
       01 ws_joblog_operator pic x(8) value spaces.

       procedure division.

           accept ws_joblog_operator from environment "USER"
           move 'S' to ws_joblog_action
           call "JOBLOG" using ws_joblog_path ws_joblog_name
               ws_joblog_action ws_joblog_count ws_joblog_rc
                   ws_joblog_operator

           perform 0010-date-de-traitement
           call "SPPERIOD" using ws_periode_path ws_today
               ws_periode_statut ws_periode_ouverte
               ws_periode_trouve

           perform 0100-charger-les-comptes
           perform 0200-charger-la-table
           if ws_joblog_rc < 16
               open output rapport-file
               move "ID     BANQUE COMPTE MOTIF" to rapport-record
               write rapport-record
               perform varying ws_idx from 1 by 1
                   until ws_idx > ws_ban_count
                   perform 1000-convertir-une-ligne
               end-perform
               move spaces to rapport-record
               string "Deja en IBAN : " ws_nb_deja
                      " - converties : " ws_nb_converti
                      " - a reprendre : " ws_nb_reprendre
                      delimited by size into rapport-record
               end-string
               write rapport-record
               close rapport-file

               if ws_nb_converti > 0
                   perform 9000-sauvegarder-les-comptes
               end-if
               display "Deja en IBAN : " ws_nb_deja
                   " - converties : " ws_nb_converti
                   " - a reprendre : " ws_nb_reprendre
               if ws_nb_reprendre > 0
                   display "Lignes a reprendre au guichet"
                       " 32_saisie-banque : voir"
                       " rapport-conversion-iban.txt."
                   if ws_joblog_rc = 0
                       move 4 to ws_joblog_rc
                   end-if
               end-if
           end-if

           move ws_nb_converti to ws_joblog_count
           move 'E' to ws_joblog_action
           call "JOBLOG" using ws_joblog_path ws_joblog_name
               ws_joblog_action ws_joblog_count ws_joblog_rc
                   ws_joblog_operator

           move ws_joblog_rc to return-code
           goback.

       0100-charger-les-comptes.
           open input banque-file
           if ws_fs_banque not = "00"
               display "Erreur ouverture BANQUE-EMPLOYES : "
                   ws_fs_banque
               move 'E' to ws_msglog_grav
               move "Coordonnees bancaires illisibles - conversion"
                   & " IBAN impossible" to ws_msglog_texte
               perform 9900-consigner-message
               move 16 to ws_joblog_rc
               exit paragraph
           end-if
           perform until fin_banque = 'Y'
               read banque-file next record
                   at end
                       move 'Y' to fin_banque
                   not at end
                       if ws_ban_count < 500
                           add 1 to ws_ban_count
                           move ban-id to ws_b_id(ws_ban_count)
                           move ban-banque
                               to ws_b_banque(ws_ban_count)
                           move ban-compte
                               to ws_b_compte(ws_ban_count)
                           move ban-statut
                               to ws_b_statut(ws_ban_count)
                           move ban-date to ws_b_date(ws_ban_count)
                           move ban-iban to ws_b_iban(ws_ban_count)
                           move ban-bic to ws_b_bic(ws_ban_count)
                       end-if
               end-read
           end-perform
           close banque-file
           .

       0200-charger-la-table.
      * Sans table de la banque, rien ne se convertit : le rapport
      * liste alors toutes les lignes sans IBAN.
           open input conversion-file
           if ws_fs_conversion not = "00"
               display "Table de conversion de la banque absente"
                   " - rapport seul."
               exit paragraph
           end-if
           perform until fin_conversion = 'Y'
               read conversion-file
                   at end
                       move 'Y' to fin_conversion
                   not at end
                       if ws_cnv_count < 1000
                           add 1 to ws_cnv_count
                           move cnv-banque
                               to ws_c_banque(ws_cnv_count)
                           move cnv-compte
                               to ws_c_compte(ws_cnv_count)
                           move cnv-iban to ws_c_iban(ws_cnv_count)
                           move cnv-bic to ws_c_bic(ws_cnv_count)
                       end-if
               end-read
           end-perform
           close conversion-file
           .

       1000-convertir-une-ligne.
      * Un IBAN deja saisi au guichet a passe SPIBAN ; on le
      * recontrole quand meme [ligne editee a la main].
           if ws_b_iban(ws_idx) not = spaces
               call "SPIBAN" using ws_b_iban(ws_idx) ws_b_bic(ws_idx)
                   ws_iban_res
               if ws_iban_res = 0
                   add 1 to ws_nb_deja
               else
                   move "IBAN OU BIC SAISI FAUX" to ws_motif
                   perform 1900-a-reprendre
               end-if
               exit paragraph
           end-if
           if ws_b_banque(ws_idx) = 0 and ws_b_compte(ws_idx) = 0
               move "PAS D'ANCIEN COMPTE" to ws_motif
               perform 1900-a-reprendre
               exit paragraph
           end-if

           move 0 to ws_found_idx
           perform varying ws_jdx from 1 by 1
               until ws_jdx > ws_cnv_count or ws_found_idx > 0
               if ws_c_banque(ws_jdx) = ws_b_banque(ws_idx)
                  and ws_c_compte(ws_jdx) = ws_b_compte(ws_idx)
                   move ws_jdx to ws_found_idx
               end-if
           end-perform
           if ws_found_idx = 0
               move "COMPTE ABSENT DE LA TABLE BANQUE" to ws_motif
               perform 1900-a-reprendre
               exit paragraph
           end-if
           call "SPIBAN" using ws_c_iban(ws_found_idx)
               ws_c_bic(ws_found_idx) ws_iban_res
           if ws_iban_res not = 0
               move spaces to ws_motif
               string "IBAN/BIC DE LA TABLE REFUSE [" ws_iban_res "]"
                   delimited by size into ws_motif
               end-string
               perform 1900-a-reprendre
               exit paragraph
           end-if
           if ws_periode_statut = 'C'
               move "PERIODE CLOSE - A CONVERTIR" to ws_motif
               perform 1900-a-reprendre
               exit paragraph
           end-if
           move ws_c_iban(ws_found_idx) to ws_b_iban(ws_idx)
           move ws_c_bic(ws_found_idx) to ws_b_bic(ws_idx)
           add 1 to ws_nb_converti
           .

       1900-a-reprendre.
           add 1 to ws_nb_reprendre
           move ws_b_id(ws_idx) to ws_rl_id
           move ws_b_banque(ws_idx) to ws_rl_banque
           move ws_b_compte(ws_idx) to ws_rl_compte
           move ws_motif to ws_rl_motif
           write rapport-record from ws_rapport_ligne
           .

       9000-sauvegarder-les-comptes.
      * Reecriture sur place, ligne par ligne.
           open i-o banque-file
           perform varying ws_idx from 1 by 1
               until ws_idx > ws_ban_count
               move spaces to banque-record
               move ws_b_id(ws_idx) to ban-id
               move ws_b_banque(ws_idx) to ban-banque
               move ws_b_compte(ws_idx) to ban-compte
               move ws_b_statut(ws_idx) to ban-statut
               move ws_b_date(ws_idx) to ban-date
               move ws_b_iban(ws_idx) to ban-iban
               move ws_b_bic(ws_idx) to ban-bic
               rewrite banque-record
           end-perform
           close banque-file
           .

       9900-consigner-message.
      * Double le DISPLAY d'un incident d'une ligne dans le fichier
      * de messages du jour, pour les nuits sans operateur devant la
      * console.
           call "MSGLOG" using ws_msglog_prefix ws_joblog_name
               ws_msglog_grav ws_msglog_texte
           .

       0010-date-de-traitement.
      * La date metier du passage : DATE_TRAITEMENT si posee par
      * l'exploitation [rejeu d'un jour precedent], sinon la date du
      * jour.
           move spaces to ws_date_param
           accept ws_date_param from environment "DATE_TRAITEMENT"
           if ws_date_param is numeric
               move function numval(ws_date_param) to ws_today
           else
               accept ws_today from date yyyymmdd
           end-if
           .
