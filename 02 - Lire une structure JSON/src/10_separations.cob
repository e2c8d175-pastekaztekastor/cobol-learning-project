      *    45_reaffectation-mgr.cob : l'organigramme
      *    [17_organigramme.cob] ne doit plus montrer personne sous
      *    un responsable parti.
      *  - 15/10/2026 : l'adhesion au regime de sante encore ouverte
      *    d'un sortant [src/adhesions-sante.txt, 74_adhesions-
      *    sante.cob] se clot a sa date de sortie.
      *  - 15/10/2026 : motif de sortie - le flux porte en option un
      *    code motif apres la date [src/motifs-sortie.txt ; un code
      *    inconnu part en exception sans marquer la sortie] et chaque
      *    sortie marquee laisse une ligne SORTIE datee de la sortie
      *    dans src/historique-employes.txt [nouveau = le motif, a
      *    blanc s'il n'est pas donne], relue par le bilan social
      *    [82_bilan-social.cob].
      *  - 15/10/2026 : le flux de sorties passe au registre des flux
      *    entrants [SPENTRE] avant application : un fichier deja
      *    traite [rejeu] ou tronque face au chiffre de controle de la
      *    RH [src/separations-controle.txt] est refuse en
      *    quarantaine, code retour 12.
      *  - 15/10/2026 : liste de restitution du materiel - chaque
      *    sortie marquee ajoute a src/restitutions-materiel.txt la
      *    liste a cocher du materiel que le sortant detient encore au
      *    registre [src/materiels.txt, 100_materiels.cob].
      ******************************************************************
       identification division.
       program-id. 10_separations.
               organization is line sequential
               file status is ws_fs_except.

           select adhesions-file assign to "src/adhesions-sante.txt"
               organization is line sequential
               file status is ws_fs_adhesions.

           select motifs-file assign to "src/motifs-sortie.txt"
               organization is line sequential
               file status is ws_fs_motifs.

           select historique-file
               assign to "src/historique-employes.txt"
               organization is line sequential
               file status is ws_fs_hist.

           select materiels-file assign to "src/materiels.txt"
               organization is line sequential
               file status is ws_fs_materiels.

           select restitutions-file
               assign to "src/restitutions-materiel.txt"
               organization is line sequential
               file status is ws_fs_restit.

       data division.
       file section.
       fd separations-file.
           05 sep-id       pic 9(5).
           05 filler       pic x.
           05 sep-datefin  pic 9(8).
           05 filler       pic x.
           05 sep-motif    pic x(2).

       fd employee-master.
       01 employee-master-record.
       fd exceptions-file.
       01 exception-record pic x(150).

       fd adhesions-file.
       01 adhesion-record.
           COPY "adhesion-enreg.cpy" REPLACING ==:PFX:== BY ==adh-==.

      * Motif de sortie : code, libelle.
       fd motifs-file.
       01 motif-record.
           05 mot-code     pic x(2).
           05 filler       pic x.
           05 mot-libelle  pic x(30).

       fd historique-file.
       01 historique-record.
           COPY "histo-enreg.cpy" REPLACING ==:PFX:== BY ==hi-==.

       fd materiels-file.
       01 materiel-record.
           COPY "materiel-enreg.cpy" REPLACING ==:PFX:== BY ==mat-==.

       fd restitutions-file.
       01 restitution-record pic x(132).

      * Liste de travail des rattachements a reaffecter [id du
      * collaborateur, ancien responsable, statut 'A' en attente /
      * 'R' resolu par 45_reaffectation-mgr.cob].
       01 ws_mgr_trouve    pic 9(5) value 0.
       01 ws_orphelin_count pic 9(5) value 0.

      * Adhesions au regime de sante, relevees en table et reecrites
      * si une sortie en a clos.
       01 ws_fs_adhesions  pic xx value "00".
       01 fin_adhesions    pic x value 'N'.
       01 ws_adh_table.
           05 ws_adh_entry occurs 3000 times.
               COPY "adhesion-enreg.cpy" REPLACING
                   ==05== BY ==10== ==:PFX:== BY ==ws_h_==.
       01 ws_adh_count     pic 9(4) value 0.
       01 ws_adh_idx       pic 9(4) value 0.
       01 ws_adh_closes    pic 9(5) value 0.

      * Codes motif de sortie admis [fichier absent : seul un motif a
      * blanc passe].
       01 ws_fs_motifs     pic xx value "00".
       01 fin_motifs       pic x value 'N'.
       01 ws_motif_table.
           05 ws_motif_code occurs 50 times pic x(2).
       01 ws_motif_count   pic 9(2) value 0.
       01 ws_motif_idx     pic 9(2) value 0.
       01 ws_motif_ok      pic x value 'N'.
       01 ws_fs_hist       pic xx value "00".

      * Registre du materiel, releve en table pour les listes de
      * restitution des sortants [lecture seule].
       01 ws_fs_materiels  pic xx value "00".
       01 ws_fs_restit     pic xx value "00".
       01 fin_materiels    pic x value 'N'.
       01 ws_mat_table.
           05 ws_mat_entry occurs 5000 times.
               COPY "materiel-enreg.cpy" REPLACING
                   ==05== BY ==10== ==:PFX:== BY ==ws_m_==.
       01 ws_mat_count     pic 9(4) value 0.
       01 ws_mat_idx       pic 9(4) value 0.
       01 ws_mat_detenus   pic 9(3) value 0.
       01 ws_mat_total     pic 9(5) value 0.
       01 ws_valeur_aff    pic z(4)9.99.

      * Registre des identifiants [SPREGID] : chaque sortie y passe
      * en disposition 'T'.
       01 ws_aff_master    pic x(100)
           value "src/employee-master.dat".

      * Registre des flux entrants [SPENTRE, voir 99 - Utilitaires
      * partages/src/SPENTRE.cob] : empreinte, rejeu et chiffre de
      * controle de l'emetteur avant traitement.
       01 ws_ent_registre  pic x(100)
           value "src/registre-entrants.txt".
       01 ws_ent_quarantaine pic x(100) value "src/quarantaines.txt".
       01 ws_ent_fichier   pic x(100) value "src/separations.txt".
       01 ws_ent_nom       pic x(30) value "separations.txt".
       01 ws_ent_controle  pic x(100)
           value "src/separations-controle.txt".
       01 ws_ent_action    pic x(1) value 'V'.
       01 ws_ent_nb        pic 9(7) value 0.
       01 ws_ent_resultat  pic x(1) value 'N'.
       01 ws_ent_motif     pic x(60) value spaces.

      * Champs d'appel au journal central des executions (JOB-LOG,
      * voir 99 - Utilitaires partages/src/JOBLOG.cob).
       01 ws_joblog_name   pic x(20) value "10_separations".

           perform 0010-date-de-traitement

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

           move 'P' to ws_verrou_action
           call "SPVERROU" using ws_verrou_path ws_verrou_action
               ws_joblog_operator ws_verrou_res
                   move 16 to ws_joblog_rc
               else
                   open output exceptions-file
                   perform 0100-charger-les-adhesions
                   perform 0200-charger-les-motifs
                   perform 0300-charger-le-materiel
                   open extend restitutions-file
                   if ws_fs_restit not = "00"
                       open output restitutions-file
                   end-if
      * Historique cumulatif, creation automatique au premier
      * passage [meme repli que JOBLOG].
                   open extend historique-file
                   if ws_fs_hist not = "00"
                       open output historique-file
                   end-if
                   perform until fin_fichier = 'Y'
                       read separations-file
                           at end
                   end-perform
                   close employee-master
                   close exceptions-file
                   close historique-file
                   close restitutions-file
                   if ws_adh_closes > 0
                       perform 1200-reecrire-les-adhesions
                   end-if

                   display ws_separ_count " sortie(s) lue(s), "
                       ws_marque_count " marquee(s), "
                       ws_reject_count " rejetee(s)."
                   if ws_mat_total > 0
                       display ws_mat_total " materiel(s) a restituer"
                           " - voir restitutions-materiel.txt."
                   end-if
                   perform 2000-detecter-les-orphelins
               end-if
               close separations-file
      * Relit l'enregistrement par sa cle puis pose le statut de
      * sortie ; l'enregistrement n'est jamais supprime, il reste
      * consultable pour l'audit avec sa date de sortie.
           if sep-motif not = spaces
               perform 1050-verifier-le-motif
               if ws_motif_ok = 'N'
                   perform 8100-signaler-motif-inconnu
                   exit paragraph
               end-if
           end-if
           move sep-id to em-id
           read employee-master
               invalid key
                       call "SPREGID" using ws_regid_path
                           ws_regid_action ws_regid_id
                           ws_regid_dispo ws_today ws_regid_res
                       perform 1100-clore-l-adhesion
                       perform 1150-journaliser-la-sortie
                       perform 1160-lister-le-materiel
                   end-if
           end-read
           .

       1160-lister-le-materiel.
      * Liste a cocher du materiel encore detenu par le sortant
      * [ligne de detention sans date de retour] ; une sortie sans
      * materiel le dit aussi, la liste est la preuve du controle.
           move spaces to restitution-record
           string "RESTITUTION MATERIEL - id " delimited by size
                  em-id delimited by size
                  " " delimited by size
                  function trim(em-prenom) delimited by size
                  " " delimited by size
                  function trim(em-nom) delimited by size
                  " [sortie le " delimited by size
                  em-datefin delimited by size
                  ", liste du " delimited by size
                  ws_today delimited by size
                  "]" delimited by size
                  into restitution-record
           end-string
           write restitution-record
           move 0 to ws_mat_detenus
           perform varying ws_mat_idx from 1 by 1
               until ws_mat_idx > ws_mat_count
               if ws_m_id(ws_mat_idx) = em-id
                  and ws_m_retour(ws_mat_idx) = 0
                   add 1 to ws_mat_detenus
                   move ws_m_valeur(ws_mat_idx) to ws_valeur_aff
                   move spaces to restitution-record
                   string "   [ ] " delimited by size
                          ws_m_etiquette(ws_mat_idx) delimited by size
                          " " delimited by size
                          ws_m_type(ws_mat_idx) delimited by size
                          " serie " delimited by size
                          ws_m_serie(ws_mat_idx) delimited by size
                          " valeur " delimited by size
                          ws_valeur_aff delimited by size
                          " remis le " delimited by size
                          ws_m_remise(ws_mat_idx) delimited by size
                          into restitution-record
                   end-string
                   write restitution-record
               end-if
           end-perform
           if ws_mat_detenus = 0
               move "   aucun materiel detenu au registre"
                   to restitution-record
               write restitution-record
           else
               add ws_mat_detenus to ws_mat_total
               display "Materiel a restituer : id " em-id " - "
                   ws_mat_detenus " element(s)."
           end-if
           move spaces to restitution-record
           write restitution-record
           .

       1050-verifier-le-motif.
           move 'N' to ws_motif_ok
           perform varying ws_motif_idx from 1 by 1
               until ws_motif_idx > ws_motif_count
               if ws_motif_code(ws_motif_idx) = sep-motif
                   move 'O' to ws_motif_ok
               end-if
           end-perform
           .

       1150-journaliser-la-sortie.
      * Ligne SORTIE datee de la sortie, motif en image apres.
           move spaces to historique-record
           move em-id to hi-id
           move em-datefin to hi-date
           move "SORTIE" to hi-champ
           move sep-motif to hi-nouveau
           write historique-record
           .

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

       0200-charger-les-motifs.
           open input motifs-file
           if ws_fs_motifs = "00"
               perform until fin_motifs = 'Y'
                   read motifs-file
                       at end
                           move 'Y' to fin_motifs
                       not at end
                           if ws_motif_count < 50
                               add 1 to ws_motif_count
                               move mot-code
                                   to ws_motif_code(ws_motif_count)
                           end-if
                   end-read
               end-perform
               close motifs-file
           end-if
           .

       0300-charger-le-materiel.
      * Fichier absent : aucun materiel au registre.
           open input materiels-file
           if ws_fs_materiels = "00"
               perform until fin_materiels = 'Y'
                   read materiels-file
                       at end
                           move 'Y' to fin_materiels
                       not at end
                           if ws_mat_count < 5000
                               add 1 to ws_mat_count
                               move materiel-record
                                   to ws_mat_entry(ws_mat_count)
                           end-if
                   end-read
               end-perform
               close materiels-file
           end-if
           .

       0100-charger-les-adhesions.
      * Fichier absent : personne n'adhere encore au regime.
           open input adhesions-file
           if ws_fs_adhesions = "00"
               perform until fin_adhesions = 'Y'
                   read adhesions-file
                       at end
                           move 'Y' to fin_adhesions
                       not at end
                           if ws_adh_count < 3000
                               add 1 to ws_adh_count
                               move adhesion-record
                                   to ws_adh_entry(ws_adh_count)
                           end-if
                   end-read
               end-perform
               close adhesions-file
           end-if
           .

       1100-clore-l-adhesion.
      * L'adhesion encore ouverte du sortant se clot a sa date de
      * sortie ; une adhesion future [campagne d'adhesion] s'annule
      * en se closant la veille de son effet.
           perform varying ws_adh_idx from 1 by 1
               until ws_adh_idx > ws_adh_count
               if ws_h_id(ws_adh_idx) = em-id
                  and (ws_h_fin(ws_adh_idx) = 0
                       or ws_h_fin(ws_adh_idx) > em-datefin)
                   if ws_h_debut(ws_adh_idx) > em-datefin
                       compute ws_h_fin(ws_adh_idx) =
                           function date-of-integer(
                           function integer-of-date(
                           ws_h_debut(ws_adh_idx)) - 1)
                   else
                       move em-datefin to ws_h_fin(ws_adh_idx)
                   end-if
                   move 'T' to ws_h_origine(ws_adh_idx)
                   move ws_today to ws_h_date-maj(ws_adh_idx)
                   move ws_joblog_operator
                       to ws_h_operateur(ws_adh_idx)
                   add 1 to ws_adh_closes
                   display "Adhesion sante close : id " em-id
                       " au " ws_h_fin(ws_adh_idx)
               end-if
           end-perform
           .

       1200-reecrire-les-adhesions.
           open output adhesions-file
           perform varying ws_adh_idx from 1 by 1
               until ws_adh_idx > ws_adh_count
               move ws_adh_entry(ws_adh_idx) to adhesion-record
               write adhesion-record
           end-perform
           close adhesions-file
           .

       2000-detecter-les-orphelins.
      * Releve toute la population puis verifie chaque actif : un
      * em-mgr qui pointe un sorti ou un id disparu part dans la
           write exception-record
           .

       8100-signaler-motif-inconnu.
           add 1 to ws_reject_count
           display "Sortie avec un motif inconnu : id " sep-id
               " motif " sep-motif
           move spaces to exception-record
           string "Sortie avec un motif de sortie inconnu : "
                      delimited by size
                  sep-id delimited by size
                  " - motif " delimited by size
                  sep-motif delimited by size
                  into exception-record
           end-string
           write exception-record
           .

       9900-consigner-message.
      * Double le DISPLAY d'un incident d'une ligne dans le fichier
      * de messages du jour, pour les nuits sans operateur devant la
