      *
      * Date de création: 02/09/2026
      * Auteur          : Champémont Mathurin
      *
      * Historique des modifications :
      *  - 15/10/2026 : quarantaines des flux entrants [SPENTRE :
      *    sorties RH, mouvements, badge, retour de paie, absences,
      *    pre-embauches]. Le fichier refuse est reste en place :
      *    LIBERER l'accepte au prochain passage de son traitement,
      *    REJETER le laisse refuse jusqu'a un nouveau depot. Deux
      *    quarantaines en attente le meme jour se departagent par le
      *    nom du fichier.
      ******************************************************************
       identification division.
       program-id. 12_revue-quarantaines.
       01 ws_nb_lignes     pic 9(5) value 0.
       01 ws_compte_ligne  pic 9(5) value 0.
       01 ws_entete        pic x(70) value spaces.
       01 ws_nb_du_jour    pic 9(3) value 0.
       01 ws_saisie_fichier pic x(30) value spaces.

      * Registre des flux entrants [SPENTRE] : un fichier ecarte qui
      * ne porte pas le nom date du declencheur [quarantaine-...]
      * est un flux entrant laisse en place ; la decision s'inscrit
      * au registre et le traitement du flux la lit a son prochain
      * passage.
       01 ws_flux_entrant  pic x(1) value 'N'.
       01 ws_ent_registre  pic x(100) value
           "../02 - Lire une structure JSON/src/registre-entrants.txt".
       01 ws_ent_quarantaine pic x(100) value
           "../02 - Lire une structure JSON/src/quarantaines.txt".
       01 ws_ent_fichier   pic x(100) value spaces.
       01 ws_ent_nom       pic x(30) value spaces.
       01 ws_ent_controle  pic x(100) value spaces.
       01 ws_ent_action    pic x(1) value space.
       01 ws_ent_nb        pic 9(7) value 0.
       01 ws_ent_resultat  pic x(1) value 'N'.
       01 ws_ent_motif     pic x(60) value spaces.

      * Controle des habilitations [SPAUTOR] : liberer un flux, ce
      * sont les droits du chargement.
               to ws_date_demande

           move 0 to ws_trouve
           move 0 to ws_nb_du_jour
           perform varying ws_qua_idx from 1 by 1
               until ws_qua_idx > ws_qua_count
               if ws_q_date(ws_qua_idx) = ws_date_demande
                  and ws_q_statut(ws_qua_idx) = 'Q'
                   move ws_qua_idx to ws_trouve
                   add 1 to ws_nb_du_jour
               end-if
           end-perform
           if ws_trouve = 0
                   " date."
               exit paragraph
           end-if
      * Plusieurs flux ecartes le meme jour : le nom du fichier
      * departage.
           if ws_nb_du_jour > 1
               display "Plusieurs quarantaines ce jour-la - fichier"
                   " a arbitrer ?"
               move spaces to ws_saisie_fichier
               accept ws_saisie_fichier
               move 0 to ws_trouve
               perform varying ws_qua_idx from 1 by 1
                   until ws_qua_idx > ws_qua_count
                   if ws_q_date(ws_qua_idx) = ws_date_demande
                      and ws_q_statut(ws_qua_idx) = 'Q'
                      and ws_q_fichier(ws_qua_idx) = ws_saisie_fichier
                       move ws_qua_idx to ws_trouve
                   end-if
               end-perform
               if ws_trouve = 0
                   display "Aucune quarantaine en attente pour ce"
                       " fichier a cette date."
                   exit paragraph
               end-if
           end-if
           if ws_q_fichier(ws_trouve)(1:12) = "quarantaine-"
               move 'N' to ws_flux_entrant
           else
               move 'Y' to ws_flux_entrant
           end-if

           perform 2100-inspecter-le-flux
           display "Liberer, Rejeter ou Passer ? [L/R/P]"
               when 'L'
                   perform 2200-liberer-le-flux
               when 'R'
                   if ws_flux_entrant = 'Y'
                       move 'R' to ws_ent_action
                       perform 2400-decider-le-flux-entrant
                   end-if
                   move 'R' to ws_q_statut(ws_trouve)
                   move ws_joblog_operator
                       to ws_q_operateur(ws_trouve)
           end-perform
           close flux-file
           display "   entete  : " function trim(ws_entete)
           if ws_flux_entrant = 'Y'
               display "   lignes  : " ws_nb_lignes
           else
               display "   lignes  : " ws_nb_lignes
                   "  objets : " ws_nb_objets
           end-if
           display "   motif   : "
               function trim(ws_q_motif(ws_trouve))
           .
       2200-liberer-le-flux.
      * Le fichier ecarte revient sur data.json et le drapeau se
      * redepose : le flux repasse par le garde-fou normal du
      * declencheur, jamais a cote. Un flux entrant, reste en place,
      * est accepte au prochain passage de son traitement.
           if ws_flux_entrant = 'Y'
               move 'L' to ws_ent_action
               perform 2400-decider-le-flux-entrant
               move 'L' to ws_q_statut(ws_trouve)
               move ws_joblog_operator
                   to ws_q_operateur(ws_trouve)
               add 1 to ws_nb_decisions
               perform 2300-journaliser-la-decision
               display "Flux libere : "
                   function trim(ws_q_fichier(ws_trouve))
                   " sera accepte au prochain passage de son"
                   " traitement."
               exit paragraph
           end-if
           move spaces to ws_cmd
           string "mv '../02 - Lire une structure JSON/src/"
                      delimited by size
           close journal-file
           .

       2400-decider-le-flux-entrant.
           move ws_q_fichier(ws_trouve) to ws_ent_nom
           call "SPENTRE" using ws_ent_registre ws_ent_quarantaine
               ws_ent_fichier ws_ent_nom ws_ent_controle ws_ent_action
               ws_ent_nb ws_ent_resultat ws_ent_motif
           if ws_ent_resultat not = 'O'
               display "   [empreinte absente du registre des flux"
                   " entrants : decision notee a la seule"
                   " quarantaine]"
           end-if
           .

       9000-sauvegarder-le-registre.
           open output quarantaines-file
           perform varying ws_qua_idx from 1 by 1
