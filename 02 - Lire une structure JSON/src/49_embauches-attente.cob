      *
      * Date de création: 02/09/2026
      * Auteur          : Champémont Mathurin
      *
      * Historique des modifications :
      *  - 15/10/2026 : controle des postes - chaque pre-embauche
      *    nomme son poste budgete [colonne finale, src/postes.txt de
      *    76_postes.cob] ; la ligne n'est valide que si le poste est
      *    ouvert et de meme departement et role, et ne s'active que
      *    si le poste est encore ouvert : l'activation le passe
      *    pourvu et affecte le nouvel id au poste
      *    [src/affectations-postes.txt].
      *  - 15/10/2026 : en mode ACTIVER, le fichier du recrutement
      *    passe au registre des flux entrants [SPENTRE] : un fichier
      *    deja active redepose tel quel [rejeu] ou dont le compte ne
      *    correspond pas au chiffre de controle du recrutement
      *    [src/embauches-attente-controle.txt] est refuse en
      *    quarantaine, code retour 12 - pas de seconde creation.
      *  - 15/10/2026 : noms et prenoms normalises par SPNOMS
      *    [casse, particules, blancs, apostrophe] avant ecriture au
      *    fichier maître, comme a tous les points d'entree.
      ******************************************************************
       identification division.
       program-id. 49_embauches-attente.
               organization is line sequential
               file status is ws_fs_mouvements.

           select postes-file assign to "src/postes.txt"
               organization is line sequential
               file status is ws_fs_postes.

           select affectations-file
               assign to "src/affectations-postes.txt"
               organization is line sequential
               file status is ws_fs_affectations.

       data division.
       file section.
       fd employee-master.
           05 att-mgr      pic 9(5).
           05 filler       pic x.
           05 att-statut   pic x(1).
           05 filler       pic x.
           05 att-poste    pic 9(5).

       fd dept-codes-file.
       01 dept-code-record.
           05 tx-action    pic x.
           COPY "employe-enreg.cpy" REPLACING ==:PFX:== BY ==tx-==.

       fd postes-file.
       01 poste-record.
           COPY "poste-enreg.cpy" REPLACING ==:PFX:== BY ==pos-==.

      * Affectation d'un employe a son poste [disposition de
      * 76_postes.cob].
       fd affectations-file.
       01 affectation-record.
           05 apo-id       pic 9(5).
           05 filler       pic x.
           05 apo-poste    pic 9(5).
           05 filler       pic x.
           05 apo-date     pic 9(8).
           05 filler       pic x.
           05 apo-operateur pic x(8).

       working-storage section.
       01 ws_fs_master     pic xx value "00".
       01 ws_fs_attente    pic xx value "00".
               10 ws_a_debut   pic 9(8).
               10 ws_a_mgr     pic 9(5).
               10 ws_a_statut  pic x(1).
               10 ws_a_poste   pic 9(5).
       01 ws_att_count     pic 9(3) value 0.
       01 ws_att_idx       pic 9(3) value 0.

       01 ws_role_found    pic x value 'N'.
       01 ws_mgr_ok        pic x value 'O'.

      * Postes budgetes : le poste nomme doit etre ouvert, du meme
      * departement et du meme role.
       01 ws_fs_postes     pic xx value "00".
       01 ws_fs_affectations pic xx value "00".
       01 fin_postes       pic x value 'N'.
       01 ws_pos_table.
           05 ws_pos_entry occurs 2000 times.
               COPY "poste-enreg.cpy" REPLACING
                   ==05== BY ==10== ==:PFX:== BY ==ws_p_==.
       01 ws_pos_count     pic 9(4) value 0.
       01 ws_pos_idx       pic 9(4) value 0.
       01 ws_pos_trouve    pic 9(4) value 0.
       01 ws_poste_ok      pic x value 'O'.
       01 ws_nb_sans_poste pic 9(3) value 0.

      * Horizon de l'etat de preparation [HORIZON_JOURS, defaut 30]
      * converti en date butoir par addition de jours civils
      * [approximation mois de 30 jours].
       01 ws_aff_master    pic x(100)
           value "src/employee-master.dat".

      * Registre des flux entrants [SPENTRE, voir 99 - Utilitaires
      * partages/src/SPENTRE.cob] : empreinte, rejeu et chiffre de
      * controle de l'emetteur avant traitement.
       01 ws_ent_registre  pic x(100)
           value "src/registre-entrants.txt".
       01 ws_ent_quarantaine pic x(100) value "src/quarantaines.txt".
       01 ws_ent_fichier   pic x(100) value "src/embauches-attente.txt".
       01 ws_ent_nom       pic x(30) value "embauches-attente.txt".
       01 ws_ent_controle  pic x(100)
           value "src/embauches-attente-controle.txt".
       01 ws_ent_action    pic x(1) value 'V'.
       01 ws_ent_nb        pic 9(7) value 0.
       01 ws_ent_resultat  pic x(1) value 'N'.
       01 ws_ent_motif     pic x(60) value spaces.

      * Champs d'appel au journal central des executions (JOB-LOG,
      * voir 99 - Utilitaires partages/src/JOBLOG.cob).
       01 ws_joblog_name   pic x(20) value "49_embauches-attente".
           perform 0010-date-de-traitement
           move ws_today to ws_date_reference
           accept ws_mode from command-line
      * Flux refuse au registre des flux entrants : rien n'est
      * traite, le fichier attend la revue des quarantaines.
           if ws_mode = "ACTIVER"
               perform 0050-controler-le-flux-entrant
           end-if
           if ws_ent_resultat = 'R'
               move 12 to ws_joblog_rc
               move 'E' to ws_joblog_action
               call "JOBLOG" using ws_joblog_path ws_joblog_name
                   ws_joblog_action ws_joblog_count ws_joblog_rc
                       ws_joblog_operator
               move ws_joblog_rc to return-code
               goback
           end-if

           perform 0100-charger-les-attentes
           perform 0200-charger-dept-codes
           perform 0300-charger-role-codes
           perform 0400-charger-les-postes

           if ws_joblog_rc < 16
               if ws_mode = "ACTIVER"
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
                               to ws_a_mgr(ws_att_count)
                           move att-statut
                               to ws_a_statut(ws_att_count)
                           if att-poste is numeric
                               move att-poste
                                   to ws_a_poste(ws_att_count)
                           else
                               move 0 to ws_a_poste(ws_att_count)
                           end-if
                       end-if
               end-read
           end-perform
           end-if
           .

       0400-charger-les-postes.
      * Fichier absent : aucun poste ouvert, aucune pre-embauche ne
      * s'active.
           open input postes-file
           if ws_fs_postes not = "00"
               display "Pas de fichier des postes [postes.txt]."
               exit paragraph
           end-if
           perform until fin_postes = 'Y'
               read postes-file
                   at end
                       move 'Y' to fin_postes
                   not at end
                       if ws_pos_count < 2000
                           add 1 to ws_pos_count
                           move poste-record
                               to ws_pos_entry(ws_pos_count)
                       end-if
               end-read
           end-perform
           close postes-file
           .

       0500-controler-le-poste.
      * Le poste nomme par la ligne ws_att_idx existe, est ouvert et
      * porte le departement et le role de la pre-embauche.
           move 'N' to ws_poste_ok
           move 0 to ws_pos_trouve
           perform varying ws_pos_idx from 1 by 1
               until ws_pos_idx > ws_pos_count
               if ws_p_num(ws_pos_idx) = ws_a_poste(ws_att_idx)
                  and ws_a_poste(ws_att_idx) not = 0
                   move ws_pos_idx to ws_pos_trouve
               end-if
           end-perform
           if ws_pos_trouve > 0
               if ws_p_statut(ws_pos_trouve) = 'O'
                  and ws_p_dep(ws_pos_trouve) = ws_a_dep(ws_att_idx)
                  and ws_p_rol(ws_pos_trouve) = ws_a_rol(ws_att_idx)
                   move 'O' to ws_poste_ok
               end-if
           end-if
           .

       1000-valider-et-rapporter.
      * Controle anticipe de chaque ligne en attente et etat de
      * preparation des debuts sous l'horizon.
               end-read
           end-if

           perform 0500-controler-le-poste

           if ws_dept_found = 'N' or ws_role_found = 'N'
              or ws_mgr_ok = 'N' or ws_poste_ok = 'N'
               move 'N' to ws_ligne_valide
               add 1 to ws_nb_invalides
               move spaces to rapport-record
                      ws_role_found delimited by size
                      " mgr " delimited by size
                      ws_mgr_ok delimited by size
                      " poste " delimited by size
                      ws_a_poste(ws_att_idx) delimited by size
                      " " delimited by size
                      ws_poste_ok delimited by size
                      "]" delimited by size
                      into rapport-record
               end-string
           end-perform
           close mouvements-file
           perform 9000-sauvegarder-les-attentes
           if ws_nb_actives > 0
               perform 9100-sauvegarder-les-postes
           end-if

           display ws_nb_actives " embauche(s) activee(s) en"
               " mouvements - lancer 09_maj-employes pour les"
               " appliquer."
           if ws_nb_sans_poste > 0
               display ws_nb_sans_poste " embauche(s) retenue(s)"
                   " faute de poste ouvert."
               move 'W' to ws_msglog_grav
               move spaces to ws_msglog_texte
               string "Pre-embauches : " delimited by size
                      ws_nb_sans_poste delimited by size
                      " activation(s) retenue(s) sans poste ouvert"
                          delimited by size
                      into ws_msglog_texte
               end-string
               perform 9900-consigner-message
               move 4 to ws_joblog_rc
           end-if
           .

       3100-activer-une-embauche.
      * Le prochain id sur vient du registre des identifiants
      * [SPREGID action 'A', plancher = plus grand id du fichier
      * maître] : un id purge ou fusionne ne repart jamais. Sans
      * poste ouvert a son nom, la ligne reste en attente.
           perform 0500-controler-le-poste
           if ws_poste_ok = 'N'
               add 1 to ws_nb_sans_poste
               display "Embauche retenue, poste "
                   ws_a_poste(ws_att_idx) " non ouvert ou non"
                   " conforme : " function trim(ws_a_nom(ws_att_idx))
               exit paragraph
           end-if
           move 'A' to ws_regid_action
           move ws_prochain_id to ws_regid_id
           move space to ws_regid_dispo
           move ws_prochain_id to tx-id
           move ws_a_nom(ws_att_idx) to tx-nom
           move ws_a_prenom(ws_att_idx) to tx-prenom
           call "SPNOMS" using tx-nom tx-prenom
           move ws_a_dep(ws_att_idx) to tx-dep
           move ws_a_rol(ws_att_idx) to tx-rol
           move ws_a_debut(ws_att_idx) to tx-dateemb
           write mouvement-record
           move 'A' to ws_a_statut(ws_att_idx)
           add 1 to ws_nb_actives
      * Le poste passe pourvu et le nouvel id lui est affecte.
           move 'P' to ws_p_statut(ws_pos_trouve)
           move ws_today to ws_p_date-statut(ws_pos_trouve)
           move ws_joblog_operator to ws_p_operateur(ws_pos_trouve)
           open extend affectations-file
           if ws_fs_affectations not = "00"
               open output affectations-file
           end-if
           move spaces to affectation-record
           move ws_prochain_id to apo-id
           move ws_a_poste(ws_att_idx) to apo-poste
           move ws_today to apo-date
           move ws_joblog_operator to apo-operateur
           write affectation-record
           close affectations-file
           display "Embauche activee : "
               function trim(ws_a_nom(ws_att_idx)) " -> id "
               ws_prochain_id
           open output attente-file
           perform varying ws_att_idx from 1 by 1
               until ws_att_idx > ws_att_count
               move spaces to attente-record
               move ws_a_nom(ws_att_idx) to att-nom
               move ws_a_prenom(ws_att_idx) to att-prenom
               move ws_a_dep(ws_att_idx) to att-dep
               move ws_a_debut(ws_att_idx) to att-debut
               move ws_a_mgr(ws_att_idx) to att-mgr
               move ws_a_statut(ws_att_idx) to att-statut
               move ws_a_poste(ws_att_idx) to att-poste
               write attente-record
           end-perform
           close attente-file
           .

       9100-sauvegarder-les-postes.
           open output postes-file
           perform varying ws_pos_idx from 1 by 1
               until ws_pos_idx > ws_pos_count
               move ws_pos_entry(ws_pos_idx) to poste-record
               write poste-record
           end-perform
           close postes-file
           .

       9900-consigner-message.
      * Double le DISPLAY d'un incident d'une ligne dans le fichier
      * de messages du jour, pour les nuits sans operateur devant la
