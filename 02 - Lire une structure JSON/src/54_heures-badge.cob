      *
      * Date de création: 02/09/2026
      * Auteur          : Champémont Mathurin
      *
      * Historique des modifications :
      *  - 15/10/2026 : src/heures-sup.txt devient cumulatif de semaine
      *    en semaine au lieu d'etre reecrit : la valorisation
      *    mensuelle 62_valo-heures-sup.cob y reprend toutes les
      *    semaines du mois. Un nouveau passage pour une semaine deja
      *    traitee remplace les lignes de cette semaine [pas de
      *    doublon] et les semaines de plus de 120 jours, deja payees,
      *    sortent du fichier.
      *  - 15/10/2026 : le flux du badge passe au registre des flux
      *    entrants [SPENTRE] avant traitement : une semaine
      *    redeposee telle quelle [rejeu] ou un fichier dont le
      *    compte ne correspond pas au chiffre de controle du systeme
      *    de badge [src/heures-badge-controle.txt] est refuse en
      *    quarantaine, code retour 12.
      *  - 15/10/2026 : heures badgees par departement et par semaine
      *    [src/heures-departements.txt : semaine, departement du
      *    badgeur, heures], cumulatif comme heures-sup.txt mais garde
      *    400 jours : exposition aux risques du rapport mensuel de
      *    securite 109_rapport-securite.cob [taux de frequence et de
      *    gravite].
      ******************************************************************
       identification division.
       program-id. 54_heures-badge.
               organization is line sequential
               file status is ws_fs_heuressup.

           select exposition-file
               assign to "src/heures-departements.txt"
               organization is line sequential
               file status is ws_fs_exposition.

       data division.
       file section.
       fd employee-master.
           05 filler       pic x value space.
           05 hsp-heures   pic 9(3)v99.

      * Heures badgees d'une semaine pour un departement [departement
      * du badgeur au fichier maître le jour du passage].
       fd exposition-file.
       01 exposition-record.
           05 exp-semaine  pic 9(8).
           05 filler       pic x value space.
           05 exp-dep      pic x(20).
           05 filler       pic x value space.
           05 exp-heures   pic 9(7)v99.

       working-storage section.
       01 ws_fs_master     pic xx value "00".
       01 ws_fs_badge      pic xx value "00".
       01 ws_fs_rapport    pic xx value "00".
       01 ws_fs_escalade   pic xx value "00".
       01 ws_fs_heuressup  pic xx value "00".
       01 ws_fs_exposition pic xx value "00".
       01 fin_master       pic x value 'N'.
       01 fin_badge        pic x value 'N'.
       01 ws_today         pic 9(8) value 0.
       01 ws_heures_sup    pic 9(3)v99 value 0.
       01 ws_heures_aff    pic zz9.99.

      * Lignes d'heures supplementaires des semaines precedentes,
      * reprises a chaque passage [le fichier est cumulatif : la
      * valorisation mensuelle y lit tout le mois]. Au-dela de la
      * retention, une semaine est payee depuis longtemps et sort.
       01 ws_hsp_table.
           05 ws_hsp_entry occurs 5000 times.
               10 ws_h_id      pic 9(5).
               10 ws_h_semaine pic 9(8).
               10 ws_h_heures  pic 9(3)v99.
       01 ws_hsp_count     pic 9(5) value 0.
       01 ws_hsp_idx       pic 9(5) value 0.
       01 ws_hsp_garder    pic x(1) value 'O'.
       01 ws_retention_hsp pic 9(3) value 120.
       01 ws_limite_hsp    pic 9(8) value 0.
       01 fin_heuressup    pic x value 'N'.

      * Heures badgees par semaine et departement, reprises a chaque
      * passage comme les heures supplementaires ; la retention
      * couvre l'annee civile du rapport de securite.
       01 ws_exp_table.
           05 ws_exp_entry occurs 3000 times.
               10 ws_x_semaine pic 9(8).
               10 ws_x_dep     pic x(20).
               10 ws_x_heures  pic 9(7)v99.
       01 ws_exp_count     pic 9(4) value 0.
       01 ws_exp_idx       pic 9(4) value 0.
       01 ws_exp_trouve    pic 9(4) value 0.
       01 ws_retention_exp pic 9(3) value 400.
       01 ws_limite_exp    pic 9(8) value 0.
       01 fin_exposition   pic x value 'N'.

       01 ws_nb_lus        pic 9(5) value 0.
       01 ws_nb_inconnus   pic 9(5) value 0.
       01 ws_nb_sortis     pic 9(5) value 0.
       01 ws_aff_master    pic x(100)
           value "src/employee-master.dat".

      * Registre des flux entrants [SPENTRE, voir 99 - Utilitaires
      * partages/src/SPENTRE.cob] : empreinte, rejeu et chiffre de
      * controle de l'emetteur avant traitement.
       01 ws_ent_registre  pic x(100)
           value "src/registre-entrants.txt".
       01 ws_ent_quarantaine pic x(100) value "src/quarantaines.txt".
       01 ws_ent_fichier   pic x(100) value "src/heures-badge.txt".
       01 ws_ent_nom       pic x(30) value "heures-badge.txt".
       01 ws_ent_controle  pic x(100)
           value "src/heures-badge-controle.txt".
       01 ws_ent_action    pic x(1) value 'V'.
       01 ws_ent_nb        pic 9(7) value 0.
       01 ws_ent_resultat  pic x(1) value 'N'.
       01 ws_ent_motif     pic x(60) value spaces.

      * Champs d'appel au journal central des executions (JOB-LOG,
      * voir 99 - Utilitaires partages/src/JOBLOG.cob).
       01 ws_joblog_name   pic x(20) value "54_heures-badge".
               move function numval(ws_seuil_param)
                   to ws_seuil_heures
           end-if
      * Flux refuse au registre des flux entrants : rien n'est
      * traite, le fichier attend la revue des quarantaines.
           perform 0050-controler-le-flux-entrant
           if ws_ent_resultat = 'R'
               move 12 to ws_joblog_rc
               move 'E' to ws_joblog_action
               call "JOBLOG" using ws_joblog_path ws_joblog_name
                   ws_joblog_action ws_joblog_count ws_joblog_rc
                       ws_joblog_operator
               move ws_joblog_rc to return-code
               goback
           end-if

           perform 0100-charger-le-flux

           open input employee-master
           else
               open output rapport-file
               open output escalade-file
               perform 0300-reprendre-les-heures-sup
               perform 0400-reprendre-les-expositions
               move spaces to rapport-record
               string "Rapprochement des heures badgees au "
                          delimited by size
               close employee-master

               perform 2900-ecrire-le-pied
               perform 2950-ecrire-les-expositions
               close heuressup-file
               close escalade-file
               close rapport-file
           move ws_joblog_rc to return-code
           goback.

       0050-controler-le-flux-entrant.
      * Le flux depose passe au registre des flux entrants avant tout
      * traitement [SPENTRE] : un fichier refuse [rejeu, compte
      * different du chiffre de controle de l'emetteur] reste en
      * place et part en quarantaine, pour la revue
      * 12_revue-quarantaines.cob.
           call "SPENTRE" using ws_ent_registre ws_ent_quarantaine
               ws_ent_fichier ws_ent_nom ws_ent_controle ws_ent_action
               ws_ent_nb ws_ent_resultat ws_ent_motif
           if ws_ent_resultat = 'R'
               display "*** FLUX REFUSE *** " function trim(ws_ent_nom)
                   " : " function trim(ws_ent_motif)
               display "Fichier laisse en place, en quarantaine - non"
                   " traite."
               move 'E' to ws_msglog_grav
               move spaces to ws_msglog_texte
               string "FLUX REFUSE " delimited by size
                      ws_ent_nom delimited by space
                      " : " delimited by size
                      ws_ent_motif delimited by size
                      into ws_msglog_texte
               end-string
               perform 9900-consigner-message
           end-if
           if ws_ent_resultat = 'O' and ws_ent_motif not = spaces
               display function trim(ws_ent_nom) " : "
                   function trim(ws_ent_motif)
           end-if
           .

       0010-date-de-traitement.
      * La date metier du passage : DATE_TRAITEMENT si posee par
      * l'exploitation [rejeu d'un jour precedent], sinon la date du
           add bdg-heures to ws_b_heures(ws_bdg_trouve)
           .

       0300-reprendre-les-heures-sup.
      * Le fichier des heures supplementaires est cumulatif : les
      * lignes des semaines deja ecrites se reprennent, sauf celles
      * d'une semaine presente dans le flux du jour [nouveau passage
      * de la meme semaine : ses lignes se recalculent] et celles
      * plus anciennes que la retention. Fichier absent : premier
      * passage.
           compute ws_limite_hsp = function date-of-integer(
               function integer-of-date(ws_today) - ws_retention_hsp)
           open input heuressup-file
           if ws_fs_heuressup = "00"
               perform until fin_heuressup = 'Y'
                   read heuressup-file
                       at end
                           move 'Y' to fin_heuressup
                       not at end
                           perform 0350-garder-une-ligne
                   end-read
               end-perform
               close heuressup-file
           end-if
           open output heuressup-file
           perform varying ws_hsp_idx from 1 by 1
               until ws_hsp_idx > ws_hsp_count
               move ws_h_id(ws_hsp_idx) to hsp-id
               move ws_h_semaine(ws_hsp_idx) to hsp-semaine
               move ws_h_heures(ws_hsp_idx) to hsp-heures
               write heuressup-record
           end-perform
           .

       0350-garder-une-ligne.
           if hsp-semaine not numeric
              or hsp-semaine < ws_limite_hsp
               exit paragraph
           end-if
           move 'O' to ws_hsp_garder
           perform varying ws_bdg_idx from 1 by 1
               until ws_bdg_idx > ws_bdg_count
               if ws_b_semaine(ws_bdg_idx) = hsp-semaine
                   move 'N' to ws_hsp_garder
               end-if
           end-perform
           if ws_hsp_garder = 'N' or ws_hsp_count >= 5000
               exit paragraph
           end-if
           add 1 to ws_hsp_count
           move hsp-id to ws_h_id(ws_hsp_count)
           move hsp-semaine to ws_h_semaine(ws_hsp_count)
           move hsp-heures to ws_h_heures(ws_hsp_count)
           .

       0400-reprendre-les-expositions.
      * Meme reprise que les heures supplementaires : les semaines du
      * flux du jour se recalculent, celles au-dela de la retention
      * sortent. Fichier absent : premier passage.
           compute ws_limite_exp = function date-of-integer(
               function integer-of-date(ws_today) - ws_retention_exp)
           open input exposition-file
           if ws_fs_exposition not = "00"
               exit paragraph
           end-if
           perform until fin_exposition = 'Y'
               read exposition-file
                   at end
                       move 'Y' to fin_exposition
                   not at end
                       perform 0450-garder-une-exposition
               end-read
           end-perform
           close exposition-file
           .

       0450-garder-une-exposition.
           if exp-semaine not numeric or exp-heures not numeric
              or exp-semaine < ws_limite_exp
               exit paragraph
           end-if
           move 'O' to ws_hsp_garder
           perform varying ws_bdg_idx from 1 by 1
               until ws_bdg_idx > ws_bdg_count
               if ws_b_semaine(ws_bdg_idx) = exp-semaine
                   move 'N' to ws_hsp_garder
               end-if
           end-perform
           if ws_hsp_garder = 'N' or ws_exp_count >= 3000
               exit paragraph
           end-if
           add 1 to ws_exp_count
           move exp-semaine to ws_x_semaine(ws_exp_count)
           move exp-dep to ws_x_dep(ws_exp_count)
           move exp-heures to ws_x_heures(ws_exp_count)
           .

       1000-controler-les-badges.
      * Chaque badgeur se verifie au fichier maître : inconnu ou
      * sorti = constat serieux ; au-dela du seuil = ligne d'heures
               exit paragraph
           end-if

           perform 1150-cumuler-l-exposition
           if ws_b_heures(ws_bdg_idx) > ws_seuil_heures
               compute ws_heures_sup =
                   ws_b_heures(ws_bdg_idx) - ws_seuil_heures
           end-if
           .

       1150-cumuler-l-exposition.
           move 0 to ws_exp_trouve
           perform varying ws_exp_idx from 1 by 1
               until ws_exp_idx > ws_exp_count
               if ws_x_semaine(ws_exp_idx) = ws_b_semaine(ws_bdg_idx)
                  and ws_x_dep(ws_exp_idx) = em-dep
                   move ws_exp_idx to ws_exp_trouve
               end-if
           end-perform
           if ws_exp_trouve = 0
               if ws_exp_count >= 3000
                   exit paragraph
               end-if
               add 1 to ws_exp_count
               move ws_exp_count to ws_exp_trouve
               move ws_b_semaine(ws_bdg_idx)
                   to ws_x_semaine(ws_exp_trouve)
               move em-dep to ws_x_dep(ws_exp_trouve)
               move 0 to ws_x_heures(ws_exp_trouve)
           end-if
           add ws_b_heures(ws_bdg_idx) to ws_x_heures(ws_exp_trouve)
           .

       2000-controler-la-population.
      * Rapport inverse : tout actif sans la moindre heure badgee
      * cette semaine [absence, oubli de badge ou badge mort]. Le
           write rapport-record
           .

       2950-ecrire-les-expositions.
           open output exposition-file
           perform varying ws_exp_idx from 1 by 1
               until ws_exp_idx > ws_exp_count
               move spaces to exposition-record
               move ws_x_semaine(ws_exp_idx) to exp-semaine
               move ws_x_dep(ws_exp_idx) to exp-dep
               move ws_x_heures(ws_exp_idx) to exp-heures
               write exposition-record
           end-perform
           close exposition-file
           .

       9900-consigner-message.
      * Double le DISPLAY d'un incident d'une ligne dans le fichier
      * de messages du jour, pour les nuits sans operateur devant la
