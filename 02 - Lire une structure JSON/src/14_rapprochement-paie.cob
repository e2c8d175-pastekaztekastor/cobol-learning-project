      *
      * Date de création: 22/08/2026
      * Auteur          : Champémont Mathurin
      *
      * Historique des modifications :
      *  - 15/10/2026 : le retour de la paie passe au registre des
      *    flux entrants [SPENTRE] avant le pointage : un retour deja
      *    traite [rejeu] ou dont le compte ne correspond pas au
      *    chiffre de controle de la paie [src/retour-paie-
      *    controle.txt] est refuse en quarantaine, code retour 12.
      ******************************************************************
       identification division.
       program-id. 14_rapprochement-paie.
       01 ws_affect_config pic x(100) value "../affectations.cfg".
       01 ws_dd_joblog     pic x(20) value "JOB-LOG".

      * Registre des flux entrants [SPENTRE, voir 99 - Utilitaires
      * partages/src/SPENTRE.cob] : empreinte, rejeu et chiffre de
      * controle de l'emetteur avant traitement.
       01 ws_ent_registre  pic x(100)
           value "src/registre-entrants.txt".
       01 ws_ent_quarantaine pic x(100) value "src/quarantaines.txt".
       01 ws_ent_fichier   pic x(100) value "src/retour-paie.txt".
       01 ws_ent_nom       pic x(30) value "retour-paie.txt".
       01 ws_ent_controle  pic x(100)
           value "src/retour-paie-controle.txt".
       01 ws_ent_action    pic x(1) value 'V'.
       01 ws_ent_nb        pic 9(7) value 0.
       01 ws_ent_resultat  pic x(1) value 'N'.
       01 ws_ent_motif     pic x(60) value spaces.

      * Champs d'appel au journal central des executions (JOB-LOG,
      * voir 99 - Utilitaires partages/src/JOBLOG.cob).
       01 ws_joblog_name   pic x(20) value "14_rapprochement-pai".
               ws_joblog_action ws_joblog_count ws_joblog_rc
                   ws_joblog_operator

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

           open input extrait-file
           if ws_fs_extrait not = "00"
               display "Erreur ouverture EXTRAIT-FILE : "
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
           end-if
           if ws_ent_resultat = 'O' and ws_ent_motif not = spaces
               display function trim(ws_ent_nom) " : "
                   function trim(ws_ent_motif)
           end-if
           .

       1000-charger-extrait.
           perform until fin_extrait = 'Y'
               read extrait-file
