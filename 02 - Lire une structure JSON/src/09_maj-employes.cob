      *
      * Date de création: 22/08/2026
      * Auteur          : Champémont Mathurin
      *
      * Historique des modifications :
      *  - 15/10/2026 : chaque passage recoit un numero de lot
      *    [registre src/lots-maj.txt] repris dans ses lignes
      *    d'historique ; l'historique garde aussi les changements de
      *    nom, prenom, manager et date d'effet, la creation d'un
      *    employe et l'image complete d'un employe supprime, pour
      *    qu'un lot defaillant puisse etre annule par
      *    80_annulation-lot.cob.
      *  - 15/10/2026 : le flux de mouvements passe au registre des
      *    flux entrants [SPENTRE] avant application : un fichier
      *    deja traite [rejeu] ou dont le compte ne correspond pas au
      *    chiffre de controle de la RH [src/transactions-emplo-
      *    controle.txt] est refuse en quarantaine, code retour 12.
      *  - 15/10/2026 : noms et prenoms normalises par SPNOMS
      *    [casse, particules, blancs, apostrophe] avant ecriture au
      *    fichier maître, comme a tous les points d'entree.
      ******************************************************************
       identification division.
       program-id. 09_maj-employes.
               organization is line sequential
               file status is ws_fs_hist.

      * Registre des lots de mouvements : une ligne par passage
      * [voir lot-maj-enreg.cpy].
           select lots-file assign to "src/lots-maj.txt"
               organization is line sequential
               file status is ws_fs_lots.

       data division.
       file section.
       fd transactions-file.
       01 historique-record.
           COPY "histo-enreg.cpy" REPLACING ==:PFX:== BY ==hi-==.

       fd lots-file.
       01 lot-record.
           COPY "lot-maj-enreg.cpy" REPLACING ==:PFX:== BY ==lot-==.

       working-storage section.
       01 ws_fs_trans      pic xx value "00".
       01 ws_fs_master     pic xx value "00".
       01 ws_ancien_dep    pic x(20) value spaces.
       01 ws_ancien_rol    pic x(20) value spaces.
       01 ws_ancien_emb    pic 9(8) value 0.
       01 ws_ancien_nom    pic x(20) value spaces.
       01 ws_ancien_prenom pic x(20) value spaces.
       01 ws_ancien_mgr    pic 9(5) value 0.
       01 ws_ancien_eff    pic 9(8) value 0.
       01 ws_chgt_a_journaliser pic x value 'N'.
       01 ws_mgr_ok        pic x value 'O'.

       01 ws_exclus_eof    pic x value 'N'.
       01 ws_type_ok       pic x value 'O'.

      * Numero de lot du passage [plus grand numero du registre + 1]
      * et image de l'employe supprime, journalisee champ par champ.
       01 ws_fs_lots       pic xx value "00".
       01 ws_lot           pic 9(5) value 0.
       01 ws_lot_eof       pic x value 'N'.
       01 ws_heure         pic 9(8) value 0.
       01 ws_image.
           COPY "employe-enreg.cpy" REPLACING ==:PFX:== BY ==ws_img_==.


      * Verrou du fichier maître [SPVERROU] : reservation exclusive le
      * temps des mises a jour, comme pour le chargement complet.
       01 ws_aff_master    pic x(100)
           value "src/employee-master.dat".

      * Registre des flux entrants [SPENTRE, voir 99 - Utilitaires
      * partages/src/SPENTRE.cob] : empreinte, rejeu et chiffre de
      * controle de l'emetteur avant traitement.
       01 ws_ent_registre  pic x(100)
           value "src/registre-entrants.txt".
       01 ws_ent_quarantaine pic x(100) value "src/quarantaines.txt".
       01 ws_ent_fichier   pic x(100)
           value "src/transactions-emplo.dat".
       01 ws_ent_nom       pic x(30) value "transactions-emplo.dat".
       01 ws_ent_controle  pic x(100)
           value "src/transactions-emplo-controle.txt".
       01 ws_ent_action    pic x(1) value 'V'.
       01 ws_ent_nb        pic 9(7) value 0.
       01 ws_ent_resultat  pic x(1) value 'N'.
       01 ws_ent_motif     pic x(60) value spaces.

      * Champs d'appel au journal central des executions (JOB-LOG,
      * voir 99 - Utilitaires partages/src/JOBLOG.cob).
       01 ws_joblog_name   pic x(20) value "09_maj-employes".
               move ws_societe_param to ws_societe
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

           move 'P' to ws_verrou_action
           call "SPVERROU" using ws_verrou_path ws_verrou_action
               ws_joblog_operator ws_verrou_res
                   perform 0100-charger-dept-codes
                   perform 0110-charger-role-codes
                   perform 0115-charger-roles-exclus
                   perform 0120-numeroter-le-lot

                   if ws_fs_dept not = "00" or ws_fs_role not = "00"
                       move 16 to ws_joblog_rc
                   close employee-master
                   close exceptions-file
                   close historique-file
                   perform 0130-enregistrer-le-lot
                   perform 9100-rapprocher-les-comptes
               end-if
               close transactions-file
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

       0100-charger-dept-codes.
      * Charge la table des codes departement valides depuis le
      * fichier de reference, meme demarche que 02_parser.cob.
           end-if
           .

       0120-numeroter-le-lot.
      * Numero du lot = plus grand numero du registre + 1 [registre
      * absent : premier lot].
           move 0 to ws_lot
           open input lots-file
           if ws_fs_lots = "00"
               perform until ws_lot_eof = 'Y'
                   read lots-file
                       at end
                           move 'Y' to ws_lot_eof
                       not at end
                           if lot-num is numeric and lot-num > ws_lot
                               move lot-num to ws_lot
                           end-if
                   end-read
               end-perform
               close lots-file
           end-if
           add 1 to ws_lot
           accept ws_heure from time
           display "Lot de mouvements numero " ws_lot
           .

       0130-enregistrer-le-lot.
      * Le lot entre au registre une fois le flux traite, meme
      * partiellement [ses lignes d'historique portent son numero].
           open extend lots-file
           if ws_fs_lots not = "00"
               open output lots-file
           end-if
           move spaces to lot-record
           move ws_lot to lot-num
           move ws_today to lot-date
           move ws_heure(1:6) to lot-heure
           move ws_joblog_operator to lot-operateur
           compute lot-nb-appliques = ws_ajout_count + ws_modif_count
               + ws_suppr_count
           move 'A' to lot-statut
           move ws_today to lot-date-statut
           write lot-record
           close lots-file
           .

       1000-appliquer-mouvement.
      * Nom et prenom normalises [SPNOMS] avant toute comparaison ou
      * ecriture : "DUPONT" et "Dupont" ne font qu'un.
           call "SPNOMS" using tx-nom tx-prenom
           evaluate tx-action
               when 'A'
                   perform 2000-ajouter-employe
                           move 16 to ws_joblog_rc
                       else
                           add 1 to ws_ajout_count
                           perform 2100-journaliser-la-creation
                       end-if
                   end-if
               end-if
           end-if
           .

       2100-journaliser-la-creation.
      * Une ligne CREATION [nature 'A'] : l'annulation du lot
      * retire l'employe cree.
           move spaces to historique-record
           move em-id to hi-id
           move ws_today to hi-date
           move "CREATION" to hi-champ
           move em-nom to hi-nouveau
           move ws_lot to hi-lot
           move 'A' to hi-nature
           write historique-record
           .

       3000-modifier-employe.
      * Modification : l'enregistrement est relu par sa cle pour
      * conserver la date d'embauche et decider de la date d'effet
                           move em-dep to ws_ancien_dep
                           move em-rol to ws_ancien_rol
                           move em-dateemb to ws_ancien_emb
                           move em-nom to ws_ancien_nom
                           move em-prenom to ws_ancien_prenom
                           move em-mgr to ws_ancien_mgr
                           move em-dateeff to ws_ancien_eff
                           move tx-nom to em-nom
                           move tx-prenom to em-prenom
                           move tx-dep to em-dep
                           if tx-dep not = ws_ancien_dep
                              or tx-rol not = ws_ancien_rol
                               move ws_today to em-dateeff
                           end-if
                           if em-dateeff not = ws_ancien_eff
                              or tx-nom not = ws_ancien_nom
                              or tx-prenom not = ws_ancien_prenom
                              or tx-mgr not = ws_ancien_mgr
                               move 'Y' to ws_chgt_a_journaliser
                           end-if
                           rewrite employee-master-record
      * Meme trace avant/apres que 1150-journaliser-changements de
      * 02_parser.cob : chaque champ qui change laisse une ligne
      * d'historique avant que la nouvelle valeur n'ecrase l'ancienne.
      * Nom, prenom, manager et date d'effet sont journalises aussi,
      * avec le numero du lot, pour que l'annulation du lot
      * retrouve toutes les images avant.
           if tx-dep not = ws_ancien_dep
               move spaces to historique-record
               move tx-id to hi-id
               move "DEP" to hi-champ
               move ws_ancien_dep to hi-ancien
               move tx-dep to hi-nouveau
               move ws_lot to hi-lot
               write historique-record
           end-if
           if tx-rol not = ws_ancien_rol
               move "ROL" to hi-champ
               move ws_ancien_rol to hi-ancien
               move tx-rol to hi-nouveau
               move ws_lot to hi-lot
               write historique-record
           end-if
           if tx-nom not = ws_ancien_nom
               move spaces to historique-record
               move tx-id to hi-id
               move ws_today to hi-date
               move "NOM" to hi-champ
               move ws_ancien_nom to hi-ancien
               move tx-nom to hi-nouveau
               move ws_lot to hi-lot
               write historique-record
           end-if
           if tx-prenom not = ws_ancien_prenom
               move spaces to historique-record
               move tx-id to hi-id
               move ws_today to hi-date
               move "PRENOM" to hi-champ
               move ws_ancien_prenom to hi-ancien
               move tx-prenom to hi-nouveau
               move ws_lot to hi-lot
               write historique-record
           end-if
           if tx-mgr not = ws_ancien_mgr
               move spaces to historique-record
               move tx-id to hi-id
               move ws_today to hi-date
               move "MGR" to hi-champ
               move ws_ancien_mgr to hi-ancien
               move tx-mgr to hi-nouveau
               move ws_lot to hi-lot
               write historique-record
           end-if
           if em-dateeff not = ws_ancien_eff
               move spaces to historique-record
               move tx-id to hi-id
               move ws_today to hi-date
               move "DATEEFF" to hi-champ
               move ws_ancien_eff to hi-ancien
               move em-dateeff to hi-nouveau
               move ws_lot to hi-lot
               write historique-record
           end-if
           .

       4000-supprimer-employe.
      * Suppression : DELETE par la cle ; un id absent part en
      * exception au lieu de terminer en silence. L'enregistrement
      * est relu avant le DELETE pour journaliser son image complete
      * [nature 'S'], que l'annulation du lot remet en place.
           move tx-id to em-id
           read employee-master
               invalid key
                   perform 8500-signaler-id-inconnu
               not invalid key
                   move employee-master-record to ws_image
                   delete employee-master record
                       invalid key
                           perform 8500-signaler-id-inconnu
                       not invalid key
                           add 1 to ws_suppr_count
                           perform 4100-journaliser-l-image
                   end-delete
           end-read
           .

       4100-journaliser-l-image.
      * Une ligne par champ de l'employe supprime : ancien = valeur,
      * nouveau a blanc. NOM ouvre l'image, QUOTITE la ferme.
           move spaces to historique-record
           move ws_img_id to hi-id
           move ws_today to hi-date
           move ws_lot to hi-lot
           move 'S' to hi-nature
           move "NOM" to hi-champ
           move ws_img_nom to hi-ancien
           write historique-record
           move "PRENOM" to hi-champ
           move ws_img_prenom to hi-ancien
           write historique-record
           move "DEP" to hi-champ
           move ws_img_dep to hi-ancien
           write historique-record
           move "ROL" to hi-champ
           move ws_img_rol to hi-ancien
           write historique-record
           move "DATEEMB" to hi-champ
           move ws_img_dateemb to hi-ancien
           write historique-record
           move "DATEEFF" to hi-champ
           move ws_img_dateeff to hi-ancien
           write historique-record
           move "STATUT" to hi-champ
           move ws_img_statut to hi-ancien
           write historique-record
           move "DATEFIN" to hi-champ
           move ws_img_datefin to hi-ancien
           write historique-record
           move "MGR" to hi-champ
           move ws_img_mgr to hi-ancien
           write historique-record
           move "TYPE" to hi-champ
           move ws_img_type to hi-ancien
           write historique-record
           move "SOC" to hi-champ
           move ws_img_soc to hi-ancien
           write historique-record
           move "QUOTITE" to hi-champ
           move ws_img_quotite to hi-ancien
           write historique-record
           .

       7000-valider-references.
