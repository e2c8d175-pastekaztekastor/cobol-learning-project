      ******************************************************************
      * Nom du Projet   : Cloture des periodes de paie
      * Description     : Apres le passage de 06_extrait-paie, un
      *    operateur habilite SALAIRES pouvait encore modifier
      *    salaires.txt, retenues.txt ou banque-employes.txt : l'extrait,
      *    les ordres de virement et les bulletins du mois se
      *    contredisaient alors sans bruit. Le calendrier des periodes
      *    de paie [src/periodes-paie.txt : periode AAAAMM, date
      *    limite de saisie, date de paiement, statut 'O' ouverte /
      *    'C' close, date et operateur du dernier changement de
      *    statut] se lit par le sous-programme partage SPPERIOD ; ce
      *    passage en tient les statuts :
      *    - CLOTURE [defaut] : la periode se ferme une fois la date
      *      limite de saisie atteinte ET l'extrait du mois controle -
      *      au journal des executions, le dernier passage de
      *      35_controle-extrait de la periode est posterieur au
      *      dernier passage de 06_extrait-paie et a rendu 0 [ecarts
      *      nuls ou acquittes]. Periode close : les guichets de
      *      saisie de la paie refusent ou reportent sur la periode
      *      ouverte suivante toute modification datee dedans, et
      *      l'extrait ne se refait plus.
      *    - REOUVERTURE : regle des quatre yeux [SPAPPROB, type
      *      REOUVERTURE, id = AAAMM de la periode] - sans approbation
      *      d'un second operateur [56_approbations.cob] la demande se
      *      depose et le passage s'arrete en rc 8.
      *    L'action se choisit par ACTION_PERIODE [CLOTURE /
      *    REOUVERTURE], la periode par PERIODE [AAAAMM, defaut le
      *    mois de la date de traitement]. Chaque changement de statut
      *    se consigne au fichier de messages du jour [MSGLOG].
      *
      * Date de création: 15/10/2026
      * Auteur          : Champémont Mathurin
      ******************************************************************
       identification division.
       program-id. 63_cloture-periode.

       environment division.
       input-output section.
       file-control.
           select periode-file assign to "src/periodes-paie.txt"
               organization is line sequential
               file status is ws_fs_periode.

           select job-log-file assign to dynamic ws_joblog_path
               organization is line sequential
               file status is ws_fs_log.

       data division.
       file section.
       fd periode-file.
       01 periode-record.
           05 per-periode  pic 9(6).
           05 filler       pic x.
           05 per-limite   pic 9(8).
           05 filler       pic x.
           05 per-paiement pic 9(8).
           05 filler       pic x.
           05 per-statut   pic x(1).
           05 filler       pic x.
           05 per-cloture  pic 9(8).
           05 filler       pic x.
           05 per-operateur pic x(8).

       fd job-log-file.
       01 job-log-record.
           05 jl-name      pic x(20).
           05 jl-tag        pic x(7).
           05 jl-date       pic 9(8).
           05 filler        pic x.
           05 jl-time       pic 9(6).
           05 jl-enreg-tag  pic x(7).
           05 jl-count      pic 9(5).
           05 jl-rc-tag     pic x(4).
           05 jl-rc         pic 9(2).

       working-storage section.
       01 ws_fs_periode    pic xx value "00".
       01 ws_fs_log        pic xx value "00".
       01 fin_fichier      pic x value 'N'.
       01 ws_today         pic 9(8) value 0.
       01 ws_date_param    pic x(8) value spaces.

      * Controle des habilitations [SPAUTOR] : fermer ou rouvrir un
      * mois de paie est un acte de paie.
       01 ws_perm_path     pic x(100)
           value "../permissions-operateurs.txt".
       01 ws_fonction      pic x(12) value spaces.
       01 ws_autorise      pic x(1) value 'N'.

       01 ws_action_param  pic x(12) value spaces.
       01 ws_periode_param pic x(6) value spaces.
       01 ws_periode       pic 9(6) value 0.

      * Calendrier charge en table, reecrit en entier apres
      * changement de statut.
       01 ws_per_table.
           05 ws_per_entry occurs 240 times.
               10 ws_p_periode  pic 9(6).
               10 ws_p_limite   pic 9(8).
               10 ws_p_paiement pic 9(8).
               10 ws_p_statut   pic x(1).
               10 ws_p_cloture  pic 9(8).
               10 ws_p_operateur pic x(8).
       01 ws_per_count     pic 9(3) value 0.
       01 ws_per_idx       pic 9(3) value 0.
       01 ws_per_trouve    pic 9(3) value 0.

      * Derniers passages de la periode au journal des executions
      * [rang de la ligne FIN dans le journal, 0 = aucun passage].
       01 ws_rang_ligne    pic 9(7) value 0.
       01 ws_rang_extrait  pic 9(7) value 0.
       01 ws_rc_extrait    pic 9(2) value 0.
       01 ws_rang_controle pic 9(7) value 0.
       01 ws_rc_controle   pic 9(2) value 0.
       01 ws_nom_extrait   pic x(20) value "06_extrait-paie".
       01 ws_nom_controle  pic x(20) value "35_controle-extrait".

      * Regle des quatre yeux [SPAPPROB] pour la reouverture.
       01 ws_approb_path   pic x(100)
           value "src/approbations-attente.txt".
       01 ws_approb_action pic x(1) value space.
       01 ws_approb_type   pic x(12) value spaces.
       01 ws_approb_id     pic 9(5) value 0.
       01 ws_approb_detail pic x(40) value spaces.
       01 ws_approb_demandeur pic x(8) value spaces.
       01 ws_approb_approbateur pic x(8) value spaces.
       01 ws_approb_res    pic x(1) value 'N'.

      * Consignation des changements de statut et des refus dans le
      * fichier de messages date [MSGLOG].
       01 ws_msglog_prefix pic x(100) value "..".
       01 ws_msglog_grav   pic x(1) value 'W'.
       01 ws_msglog_texte  pic x(100) value spaces.

      * Affectations de fichiers [SPAFFECT, cartes DD de la suite].
       01 ws_affect_config pic x(100) value "../affectations.cfg".
       01 ws_dd_joblog     pic x(20) value "JOB-LOG".

      * Champs d'appel au journal central des executions (JOB-LOG,
      * voir 99 - Utilitaires partages/src/JOBLOG.cob).
       01 ws_joblog_name   pic x(20) value "63_cloture-periode".
       01 ws_joblog_path   pic x(100) value "../job-log.txt".
       01 ws_joblog_action pic x(1).
       01 ws_joblog_count  pic 9(5) value 0.
       01 ws_joblog_rc     pic 9(2) value 0.
       01 ws_joblog_operator pic x(8) value spaces.

       procedure division.

           accept ws_joblog_operator from environment "USER"
           call "SPAFFECT" using ws_affect_config ws_dd_joblog
               ws_joblog_path
           move 'S' to ws_joblog_action
           call "JOBLOG" using ws_joblog_path ws_joblog_name
               ws_joblog_action ws_joblog_count ws_joblog_rc
                   ws_joblog_operator

           move "SALAIRES" to ws_fonction
           call "SPAUTOR" using ws_perm_path ws_joblog_operator
               ws_joblog_name ws_fonction ws_autorise
           if ws_autorise = 'N'
               display "Acces refuse : l'operateur '"
                   function trim(ws_joblog_operator)
                   "' n'est pas habilite SALAIRES."
               move 98 to ws_joblog_rc
           else
               perform 0010-date-de-traitement
               perform 0100-charger-le-calendrier
               if ws_per_trouve = 0
                   display "Periode " ws_periode
                       " absente du calendrier src/periodes-paie.txt"
                       " - rien a faire."
                   move 8 to ws_joblog_rc
               else
                   if ws_action_param = "REOUVERTURE"
                       perform 2000-rouvrir-la-periode
                   else
                       perform 1000-clore-la-periode
                   end-if
               end-if
           end-if

           move 'E' to ws_joblog_action
           call "JOBLOG" using ws_joblog_path ws_joblog_name
               ws_joblog_action ws_joblog_count ws_joblog_rc
                   ws_joblog_operator

           move ws_joblog_rc to return-code
           goback.

       0010-date-de-traitement.
      * La date metier du passage : DATE_TRAITEMENT si posee par
      * l'exploitation [rejeu d'un jour precedent], sinon la date du
      * jour. La periode traitee est PERIODE si posee, sinon le mois
      * de cette date.
           move spaces to ws_date_param
           accept ws_date_param from environment "DATE_TRAITEMENT"
           if ws_date_param is numeric
               move function numval(ws_date_param) to ws_today
           else
               accept ws_today from date yyyymmdd
           end-if
           move ws_today(1:6) to ws_periode
           move spaces to ws_periode_param
           accept ws_periode_param from environment "PERIODE"
           if ws_periode_param is numeric
               move ws_periode_param to ws_periode
           end-if
           move spaces to ws_action_param
           accept ws_action_param from environment "ACTION_PERIODE"
           .

       0100-charger-le-calendrier.
           move 0 to ws_per_trouve
           move 'N' to fin_fichier
           open input periode-file
           if ws_fs_periode not = "00"
               display "Calendrier des periodes illisible : "
                   ws_fs_periode
               exit paragraph
           end-if
           perform until fin_fichier = 'Y'
               read periode-file
                   at end
                       move 'Y' to fin_fichier
                   not at end
                       if ws_per_count < 240
                           add 1 to ws_per_count
                           move per-periode
                               to ws_p_periode(ws_per_count)
                           move per-limite
                               to ws_p_limite(ws_per_count)
                           move per-paiement
                               to ws_p_paiement(ws_per_count)
                           move per-statut
                               to ws_p_statut(ws_per_count)
                           move per-cloture
                               to ws_p_cloture(ws_per_count)
                           move per-operateur
                               to ws_p_operateur(ws_per_count)
                           if per-periode = ws_periode
                               move ws_per_count to ws_per_trouve
                           end-if
                       end-if
               end-read
           end-perform
           close periode-file
           .

       1000-clore-la-periode.
           if ws_p_statut(ws_per_trouve) = 'C'
               display "Periode " ws_periode " deja close le "
                   ws_p_cloture(ws_per_trouve) " par "
                   function trim(ws_p_operateur(ws_per_trouve)) "."
               move 4 to ws_joblog_rc
               exit paragraph
           end-if
           if ws_today < ws_p_limite(ws_per_trouve)
               display "Periode " ws_periode " : date limite de"
                   " saisie " ws_p_limite(ws_per_trouve)
                   " non atteinte - cloture refusee."
               move 8 to ws_joblog_rc
               exit paragraph
           end-if

           perform 1100-relire-le-journal
           if ws_rang_extrait = 0 or ws_rc_extrait >= 8
               display "Periode " ws_periode " : pas d'extrait de"
                   " paie abouti au journal - cloture refusee."
               move 'W' to ws_msglog_grav
               move spaces to ws_msglog_texte
               string "Cloture " delimited by size
                      ws_periode delimited by size
                      " refusee : extrait de paie non passe"
                          delimited by size
                      into ws_msglog_texte
               end-string
               perform 9900-consigner-message
               move 8 to ws_joblog_rc
               exit paragraph
           end-if
           if ws_rang_controle < ws_rang_extrait
              or ws_rc_controle not = 0
               display "Periode " ws_periode " : le dernier extrait"
                   " n'a pas passe 35_controle-extrait [rc "
                   ws_rc_controle "] - cloture refusee."
               move 'W' to ws_msglog_grav
               move spaces to ws_msglog_texte
               string "Cloture " delimited by size
                      ws_periode delimited by size
                      " refusee : extrait non controle"
                          delimited by size
                      into ws_msglog_texte
               end-string
               perform 9900-consigner-message
               move 8 to ws_joblog_rc
               exit paragraph
           end-if

           move 'C' to ws_p_statut(ws_per_trouve)
           move ws_today to ws_p_cloture(ws_per_trouve)
           move ws_joblog_operator to ws_p_operateur(ws_per_trouve)
           perform 9000-reecrire-le-calendrier
           move 1 to ws_joblog_count
           display "Periode " ws_periode " close par "
               function trim(ws_joblog_operator) "."
           move 'I' to ws_msglog_grav
           move spaces to ws_msglog_texte
           string "Periode " delimited by size
                  ws_periode delimited by size
                  " close par " delimited by size
                  ws_joblog_operator delimited by size
                  into ws_msglog_texte
           end-string
           perform 9900-consigner-message
           .

       1100-relire-le-journal.
      * Dernier passage de l'extrait et dernier passage du controle
      * classes sous la periode [date metier du journal] : le
      * journal s'ecrit en ajout, le rang d'une ligne FIN en donne
      * l'ordre.
           move 0 to ws_rang_ligne
           move 'N' to fin_fichier
           open input job-log-file
           if ws_fs_log not = "00"
               display "Erreur ouverture JOB-LOG : " ws_fs_log
               exit paragraph
           end-if
           perform until fin_fichier = 'Y'
               read job-log-file
                   at end
                       move 'Y' to fin_fichier
                   not at end
                       add 1 to ws_rang_ligne
                       if jl-tag = " FIN   "
                          and jl-date(1:6) = ws_periode
                           if jl-name = ws_nom_extrait
                               move ws_rang_ligne to ws_rang_extrait
                               move jl-rc to ws_rc_extrait
                           end-if
                           if jl-name = ws_nom_controle
                               move ws_rang_ligne to ws_rang_controle
                               move jl-rc to ws_rc_controle
                           end-if
                       end-if
               end-read
           end-perform
           close job-log-file
           .

       2000-rouvrir-la-periode.
           if ws_p_statut(ws_per_trouve) not = 'C'
               display "Periode " ws_periode " deja ouverte."
               move 4 to ws_joblog_rc
               exit paragraph
           end-if

      * Regle des quatre yeux : la reouverture ne court que sous une
      * approbation deposee par 56_approbations.cob, consommee ici.
           move 'V' to ws_approb_action
           move "REOUVERTURE" to ws_approb_type
           compute ws_approb_id = function mod(ws_periode, 100000)
           move spaces to ws_approb_detail
           move ws_joblog_operator to ws_approb_demandeur
           call "SPAPPROB" using ws_approb_path ws_approb_action
               ws_approb_type ws_approb_id ws_approb_detail
               ws_today ws_approb_demandeur
               ws_approb_approbateur ws_approb_res
           if ws_approb_res = 'N'
               move 'D' to ws_approb_action
               move spaces to ws_approb_detail
               string "reouverture periode de paie "
                          delimited by size
                      ws_periode delimited by size
                      into ws_approb_detail
               end-string
               call "SPAPPROB" using ws_approb_path
                   ws_approb_action ws_approb_type ws_approb_id
                   ws_approb_detail ws_today ws_approb_demandeur
                   ws_approb_approbateur ws_approb_res
               display "Pas d'approbation disponible : demande"
                   " deposee dans approbations-attente.txt - un"
                   " second operateur doit l'approuver"
                   " [56_approbations] avant de relancer."
               move 8 to ws_joblog_rc
               exit paragraph
           end-if

           move 'O' to ws_p_statut(ws_per_trouve)
           move ws_today to ws_p_cloture(ws_per_trouve)
           move ws_joblog_operator to ws_p_operateur(ws_per_trouve)
           perform 9000-reecrire-le-calendrier
           move 1 to ws_joblog_count
           display "Periode " ws_periode " rouverte, approbation de "
               function trim(ws_approb_approbateur) "."
           move 'W' to ws_msglog_grav
           move spaces to ws_msglog_texte
           string "Periode " delimited by size
                  ws_periode delimited by size
                  " rouverte par " delimited by size
                  ws_joblog_operator delimited by size
                  " approuve " delimited by size
                  ws_approb_approbateur delimited by size
                  into ws_msglog_texte
           end-string
           perform 9900-consigner-message
           .

       9000-reecrire-le-calendrier.
           open output periode-file
           perform varying ws_per_idx from 1 by 1
               until ws_per_idx > ws_per_count
               move spaces to periode-record
               move ws_p_periode(ws_per_idx) to per-periode
               move ws_p_limite(ws_per_idx) to per-limite
               move ws_p_paiement(ws_per_idx) to per-paiement
               move ws_p_statut(ws_per_idx) to per-statut
               move ws_p_cloture(ws_per_idx) to per-cloture
               move ws_p_operateur(ws_per_idx) to per-operateur
               write periode-record
           end-perform
           close periode-file
           .

       9900-consigner-message.
      * Double le DISPLAY d'un incident d'une ligne dans le fichier
      * de messages du jour, pour les nuits sans operateur devant la
      * console.
           call "MSGLOG" using ws_msglog_prefix ws_joblog_name
               ws_msglog_grav ws_msglog_texte
           .
