      *
      * Date de création: 02/09/2026
      * Auteur          : Champémont Mathurin
      *
      * Historique des modifications :
      *  - 15/10/2026 : calendrier des periodes de paie [SPPERIOD,
      *    src/periodes-paie.txt, clotures par 63_cloture-periode.cob]
      *    - le fichier des rappels appartient a l'extrait de la
      *    periode de la date de traitement : periode close, il n'est
      *    plus reecrit et les lignes en attente gardent leur statut
      *    'A' pour la periode ouverte suivante [rc 4]. La saisie d'un
      *    salaire pendant une periode close se date du premier jour
      *    de la periode suivante : le rappel couvre aussi le mois
      *    clos.
      ******************************************************************
       identification division.
       program-id. 29_retro-paie.
       01 ws_fin_aaaa      pic 9(4) value 0.
       01 ws_fin_mm        pic 9(2) value 0.

      * Calendrier des periodes de paie [SPPERIOD] : la periode de la
      * date de traitement doit etre ouverte.
       01 ws_today         pic 9(8) value 0.
       01 ws_date_param    pic x(8) value spaces.
       01 ws_periode_path  pic x(100) value "src/periodes-paie.txt".
       01 ws_periode_statut pic x(1) value 'O'.
       01 ws_periode_ouverte pic 9(8) value 0.
       01 ws_periode_trouve pic x(1) value 'N'.

      * Champs d'appel au journal central des executions (JOB-LOG,
      * voir 99 - Utilitaires partages/src/JOBLOG.cob).
       01 ws_joblog_name   pic x(20) value "29_retro-paie".
               ws_joblog_action ws_joblog_count ws_joblog_rc
                   ws_joblog_operator

           perform 0010-date-de-traitement
           call "SPPERIOD" using ws_periode_path ws_today
               ws_periode_statut ws_periode_ouverte ws_periode_trouve
           if ws_periode_statut = 'C'
               display "Periode de paie " ws_today(1:6) " close :"
                   " retro-paie.txt inchange, rappels en attente"
                   " pour la periode du " ws_periode_ouverte "."
               move 4 to ws_joblog_rc
           else
               perform 0100-charger-l-historique
               open output retro-file
               perform varying ws_idx from 1 by 1
                   until ws_idx > ws_hist_count
                   if ws_h_statut(ws_idx) = 'A'
                       perform 1000-calculer-un-rappel
                   end-if
               end-perform
               close retro-file

               if ws_rappel_count > 0
                   perform 9000-reecrire-l-historique
               end-if
               display ws_rappel_count " rappel(s) de salaire"
                   " ecrit(s) : retro-paie.txt"
           end-if

           move ws_rappel_count to ws_joblog_count
           move 'E' to ws_joblog_action
           move ws_joblog_rc to return-code
           goback.

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

       0100-charger-l-historique.
      * Fichier absent : aucune saisie historisee, rien a rattraper.
           open input salhist-file
