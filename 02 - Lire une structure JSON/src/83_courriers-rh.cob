      ******************************************************************
      * Nom du Projet   : Courriers RH types
      * Description     : La RH retapait chaque semaine les memes
      *    courriers au traitement de texte. Ce traitement quotidien
      *    remplit les modeles de src/modeles-courriers.txt [une ligne
      *    "*MODELE CODE libelle" ouvre chaque modele, ses lignes de
      *    texte suivent] pour chaque evenement declencheur du jour :
      *    - CERT certificat de travail d'un sorti [statut 'T',
      *      evenement = em-datefin] ;
      *    - CONF confirmation de fin d'essai [decision 'C' du journal
      *      src/journal-essais.txt tenu par 43_periodes-essai.cob] ;
      *    - RENO avis de renouvellement de contrat [ligne DATEFIN de
      *      src/historique-employes.txt posee par
      *      44_renouvellements.cob] ;
      *    - ANNI felicitations d'anniversaire de service, tous les
      *      cinq ans d'anciennete [em-dateemb, comme
      *      13_anciennete.cob].
      *    Un evenement compte s'il tombe dans les JOURS_RATTRAPAGE
      *    jours [defaut 7] qui precedent la date de traitement : une
      *    sortie saisie avec quelques jours de retard a aussi son
      *    certificat. Un courrier deja consigne au journal des
      *    courriers [src/journal-courriers.txt] pour le meme modele,
      *    le meme id et le meme evenement ne repart pas.
      *    Sur demande, ID_EMPLOYE [id] et MODELE_COURRIER [code]
      *    editent ce seul courrier, date du jour, qu'il ait deja ete
      *    emis ou non [reedition].
      *    Champs de fusion : {NOM} {PRENOM} {DEPARTEMENT} [libelle de
      *    src/dept-noms.txt] {ROLE} {DATE_EMBAUCHE} {DATE_FIN}
      *    {RESPONSABLE} {DATE_JOUR} {ANNEES} {ID} ; un champ inconnu
      *    reste tel quel. Les courriers sortent dans le fichier
      *    d'impression src/courriers-AAAAMMJJ.txt, un courrier par
      *    page de LIGNES_PAGE lignes [defaut 60], et chacun se
      *    consigne au journal des courriers : date et heure,
      *    operateur, modele, id, evenement, page.
      *
      * Date de création: 15/10/2026
      * Auteur          : Champémont Mathurin
      ******************************************************************
       identification division.
       program-id. 83_courriers-rh.

       environment division.
       input-output section.
       file-control.
           select employee-master
               assign to dynamic ws_aff_master
               organization is indexed
               access mode is dynamic
               record key is em-id
               alternate record key is em-nom
                   with duplicates
               alternate record key is em-dep
                   with duplicates
               file status is ws_fs_master.

           select modeles-file assign to "src/modeles-courriers.txt"
               organization is line sequential
               file status is ws_fs_modeles.

           select dept-noms-file assign to "src/dept-noms.txt"
               organization is line sequential
               file status is ws_fs_depnom.

           select historique-file
               assign to "src/historique-employes.txt"
               organization is line sequential
               file status is ws_fs_hist.

           select essais-journal-file
               assign to "src/journal-essais.txt"
               organization is line sequential
               file status is ws_fs_jessais.

           select journal-file assign to "src/journal-courriers.txt"
               organization is line sequential
               file status is ws_fs_journal.

           select courriers-file assign to dynamic ws_courriers_path
               organization is line sequential
               file status is ws_fs_courriers.

       data division.
       file section.
       fd employee-master.
       01 employee-master-record.
           COPY "employe-enreg.cpy" REPLACING ==:PFX:== BY ==em-==.

       fd modeles-file.
       01 modele-record    pic x(100).

       fd dept-noms-file.
       01 dept-nom-record.
           05 dept-nom-code    pic x(20).
           05 filler           pic x.
           05 dept-nom-libelle pic x(30).

       fd historique-file.
       01 historique-record.
           COPY "histo-enreg.cpy" REPLACING ==:PFX:== BY ==hi-==.

      * Ligne du journal des decisions d'essai : date, operateur,
      * " id ", id, " essai -> ", statut.
       fd essais-journal-file.
       01 essai-journal-record.
           05 jes-date     pic 9(8).
           05 filler       pic x.
           05 jes-operateur pic x(8).
           05 filler       pic x(4).
           05 jes-id       pic 9(5).
           05 filler       pic x(10).
           05 jes-statut   pic x(1).
           05 filler       pic x(83).

      * Journal des courriers : date et heure d'edition, operateur,
      * modele, id, date de l'evenement, page du fichier
      * d'impression, 'R' pour une reedition sur demande.
       fd journal-file.
       01 journal-record.
           05 jc-date      pic 9(8).
           05 filler       pic x.
           05 jc-heure     pic 9(6).
           05 filler       pic x.
           05 jc-operateur pic x(8).
           05 filler       pic x.
           05 jc-modele    pic x(4).
           05 filler       pic x.
           05 jc-id        pic 9(5).
           05 filler       pic x.
           05 jc-evenement pic 9(8).
           05 filler       pic x.
           05 jc-page      pic 9(4).
           05 filler       pic x.
           05 jc-origine   pic x(1).

       fd courriers-file.
       01 courrier-record  pic x(132).

       working-storage section.
       01 ws_fs_master     pic xx value "00".
       01 ws_fs_modeles    pic xx value "00".
       01 ws_fs_depnom     pic xx value "00".
       01 ws_fs_hist       pic xx value "00".
       01 ws_fs_jessais    pic xx value "00".
       01 ws_fs_journal    pic xx value "00".
       01 ws_fs_courriers  pic xx value "00".
       01 fin_fichier      pic x value 'N'.
       01 fin_master       pic x value 'N'.
       01 ws_today         pic 9(8) value 0.
       01 ws_heure         pic 9(8) value 0.
       01 ws_date_param    pic x(8) value spaces.
       01 ws_courriers_path pic x(100) value spaces.

      * Fenetre des evenements et mise en page.
       01 ws_jours_param   pic x(3) value spaces.
       01 ws_jours_ratt    pic 9(3) value 7.
       01 ws_depuis        pic 9(8) value 0.
       01 ws_lignes_param  pic x(3) value spaces.
       01 ws_lignes_page   pic 9(3) value 60.
       01 ws_page_num      pic 9(4) value 0.
       01 ws_line_count    pic 9(3) value 0.

      * Edition sur demande.
       01 ws_id_param      pic x(5) value spaces.
       01 ws_id_demande    pic 9(5) value 0.
       01 ws_modele_param  pic x(4) value spaces.

      * Modeles de courrier.
       01 ws_mod_table.
           05 ws_mod_entry occurs 10 times.
               10 ws_md_code     pic x(4).
               10 ws_md_nb       pic 9(2).
               10 ws_md_ligne    pic x(100) occurs 50 times.
       01 ws_mod_count     pic 9(2) value 0.
       01 ws_mod_idx       pic 9(2) value 0.
       01 ws_mod_courant   pic 9(2) value 0.
       01 ws_lig_idx       pic 9(2) value 0.

      * Libelles des departements.
       01 ws_depnom_table.
           05 ws_depnom_entry occurs 50 times.
               10 ws_depnom_code pic x(20).
               10 ws_depnom_lib  pic x(30).
       01 ws_depnom_count  pic 9(2) value 0.
       01 ws_depnom_idx    pic 9(2) value 0.

      * Courriers deja emis [journal] et courriers a emettre.
       01 ws_emis_table.
           05 ws_emis_entry occurs 20000 times.
               10 ws_em_modele   pic x(4).
               10 ws_em_id       pic 9(5).
               10 ws_em_evenement pic 9(8).
       01 ws_emis_count    pic 9(5) value 0.
       01 ws_emis_idx      pic 9(5) value 0.
       01 ws_deja_emis     pic x value 'N'.
       01 ws_dus_table.
           05 ws_dus_entry occurs 2000 times.
               10 ws_du_modele   pic x(4).
               10 ws_du_id       pic 9(5).
               10 ws_du_evenement pic 9(8).
       01 ws_dus_count     pic 9(4) value 0.
       01 ws_dus_idx       pic 9(4) value 0.
       01 ws_k_modele      pic x(4) value spaces.
       01 ws_k_id          pic 9(5) value 0.
       01 ws_k_evenement   pic 9(8) value 0.
       01 ws_origine       pic x(1) value space.

      * Anniversaire de service de l'annee [ou de l'annee precedente
      * s'il n'est pas encore atteint].
       01 ws_anniv_date    pic 9(8) value 0.
       01 ws_anniv_dec redefines ws_anniv_date.
           05 ws_anniv_aaaa pic 9(4).
           05 ws_anniv_mmjj pic 9(4).
       01 ws_annees        pic 9(3) value 0.
       01 ws_annee_emb     pic 9(4) value 0.

      * Employe du courrier et valeurs de fusion.
       01 ws_cur.
           COPY "employe-enreg.cpy" REPLACING ==:PFX:== BY ==ws_cur_==.
       01 ws_responsable   pic x(41) value spaces.
       01 ws_dep_libelle   pic x(30) value spaces.
       01 ws_date_in       pic 9(8) value 0.
       01 ws_date_aff      pic x(10) value spaces.
       01 ws_src           pic x(100) value spaces.
       01 ws_dst           pic x(132) value spaces.
       01 ws_i             pic 9(3) value 0.
       01 ws_j             pic 9(3) value 0.
       01 ws_o             pic 9(3) value 0.
       01 ws_champ         pic x(20) value spaces.
       01 ws_valeur        pic x(60) value spaces.
       01 ws_valeur_lg     pic 9(2) value 0.
       01 ws_champ_connu   pic x value 'N'.
       01 ws_annees_aff    pic zz9.

       01 ws_nb_courriers  pic 9(5) value 0.
       01 ws_nb_sans_modele pic 9(5) value 0.

      * Manifeste des sorties [SPMANIF].
       01 ws_manif_path    pic x(100)
           value "src/manifeste-sorties.txt".
       01 ws_manif_fichier pic x(100) value spaces.
       01 ws_manif_nom     pic x(40) value spaces.
       01 ws_manif_res     pic x(1) value 'N'.

      * Affectations de fichiers [SPAFFECT, cartes DD de la suite].
       01 ws_affect_config pic x(100) value "../affectations.cfg".
       01 ws_dd_master     pic x(20) value "EMPLOYEE-MASTER".
       01 ws_dd_joblog     pic x(20) value "JOB-LOG".
       01 ws_aff_master    pic x(100)
           value "src/employee-master.dat".

      * Journal des messages du jour [MSGLOG].
       01 ws_msglog_prefix pic x(100) value "..".
       01 ws_msglog_grav   pic x(1) value 'E'.
       01 ws_msglog_texte  pic x(100) value spaces.

      * Champs d'appel au journal central des executions (JOB-LOG,
      * voir 99 - Utilitaires partages/src/JOBLOG.cob).
       01 ws_joblog_name   pic x(20) value "83_courriers-rh".
       01 ws_joblog_path   pic x(100) value "../job-log.txt".
       01 ws_joblog_action pic x(1).
       01 ws_joblog_count  pic 9(5) value 0.
       01 ws_joblog_rc     pic 9(2) value 0.
       01 ws_joblog_operator pic x(8) value spaces.

       procedure division.

           accept ws_joblog_operator from environment "USER"
           call "SPAFFECT" using ws_affect_config ws_dd_joblog
               ws_joblog_path
           call "SPAFFECT" using ws_affect_config ws_dd_master
               ws_aff_master
           move 'S' to ws_joblog_action
           call "JOBLOG" using ws_joblog_path ws_joblog_name
               ws_joblog_action ws_joblog_count ws_joblog_rc
                   ws_joblog_operator

           perform 0010-date-de-traitement
           perform 0020-lire-les-parametres
           perform 0100-charger-les-modeles
           perform 0200-charger-les-departements
           if ws_mod_count = 0
               display "Aucun modele de courrier"
                   " [src/modeles-courriers.txt]."
               move 'E' to ws_msglog_grav
               move "Courriers RH : aucun modele de courrier"
                   to ws_msglog_texte
               perform 9900-consigner-message
               move 12 to ws_joblog_rc
               perform 9800-terminer
           end-if

           open input employee-master
           if ws_fs_master not = "00"
               display "Erreur ouverture EMPLOYEE-MASTER : "
                   ws_fs_master
               move 'E' to ws_msglog_grav
               move spaces to ws_msglog_texte
               string "Erreur ouverture EMPLOYEE-MASTER status "
                          delimited by size
                      ws_fs_master delimited by size
                      into ws_msglog_texte
               end-string
               perform 9900-consigner-message
               move 16 to ws_joblog_rc
               perform 9800-terminer
           end-if

           if ws_id_demande > 0
               perform 1000-courrier-sur-demande
           else
               perform 0300-charger-le-journal
               perform until fin_master = 'Y'
                   read employee-master next record
                       at end
                           move 'Y' to fin_master
                       not at end
                           perform 2000-evenements-du-fichier-maitre
                   end-read
               end-perform
               perform 2100-renouvellements-de-contrat
               perform 2200-confirmations-d-essai
           end-if

           if ws_dus_count > 0
               open output courriers-file
               open extend journal-file
               if ws_fs_journal not = "00"
                   open output journal-file
               end-if
               perform varying ws_dus_idx from 1 by 1
                   until ws_dus_idx > ws_dus_count
                   perform 3000-editer-un-courrier
               end-perform
               close journal-file
               close courriers-file
               move ws_courriers_path to ws_manif_fichier
               move ws_courriers_path(5:40) to ws_manif_nom
               call "SPMANIF" using ws_manif_path
                   ws_manif_fichier ws_manif_nom ws_manif_res
           end-if
           close employee-master

           display ws_nb_courriers " courrier(s) edite(s) ["
               function trim(ws_courriers_path) "]"
           if ws_nb_sans_modele > 0
               display ws_nb_sans_modele " courrier(s) sans modele"
                   " - non edite(s)."
               move 'W' to ws_msglog_grav
               move "Courriers RH : evenement sans modele de courrier"
                   to ws_msglog_texte
               perform 9900-consigner-message
               if ws_joblog_rc < 4
                   move 4 to ws_joblog_rc
               end-if
           end-if
           perform 9800-terminer
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

       0020-lire-les-parametres.
           move spaces to ws_jours_param
           accept ws_jours_param from environment "JOURS_RATTRAPAGE"
           if ws_jours_param not = spaces
              and function trim(ws_jours_param) is numeric
               move function numval(ws_jours_param) to ws_jours_ratt
           end-if
           compute ws_depuis = function date-of-integer(
               function integer-of-date(ws_today) - ws_jours_ratt)
           move spaces to ws_lignes_param
           accept ws_lignes_param from environment "LIGNES_PAGE"
           if ws_lignes_param not = spaces
              and function trim(ws_lignes_param) is numeric
               move function numval(ws_lignes_param) to ws_lignes_page
           end-if
           move spaces to ws_id_param
           accept ws_id_param from environment "ID_EMPLOYE"
           if ws_id_param is numeric
               move function numval(ws_id_param) to ws_id_demande
           end-if
           move spaces to ws_modele_param
           accept ws_modele_param from environment "MODELE_COURRIER"
           move spaces to ws_courriers_path
           string "src/courriers-" delimited by size
                  ws_today delimited by size
                  ".txt" delimited by size
                  into ws_courriers_path
           end-string
           .

       0100-charger-les-modeles.
      * "*MODELE CODE libelle" ouvre un modele ; les autres lignes
      * commencant par '*' sont des commentaires du fichier.
           move 'N' to fin_fichier
           open input modeles-file
           if ws_fs_modeles not = "00"
               exit paragraph
           end-if
           perform until fin_fichier = 'Y'
               read modeles-file
                   at end
                       move 'Y' to fin_fichier
                   not at end
                       evaluate true
                           when modele-record(1:8) = "*MODELE "
                               if ws_mod_count < 10
                                   add 1 to ws_mod_count
                                   move modele-record(9:4)
                                       to ws_md_code(ws_mod_count)
                                   move 0 to ws_md_nb(ws_mod_count)
                               end-if
                           when modele-record(1:1) = "*"
                               continue
                           when ws_mod_count > 0
                               if ws_md_nb(ws_mod_count) < 50
                                   add 1 to ws_md_nb(ws_mod_count)
                                   move modele-record to ws_md_ligne(
                                       ws_mod_count
                                       ws_md_nb(ws_mod_count))
                               end-if
                       end-evaluate
               end-read
           end-perform
           close modeles-file
           .

       0200-charger-les-departements.
           move 'N' to fin_fichier
           open input dept-noms-file
           if ws_fs_depnom not = "00"
               exit paragraph
           end-if
           perform until fin_fichier = 'Y'
               read dept-noms-file
                   at end
                       move 'Y' to fin_fichier
                   not at end
                       if ws_depnom_count < 50
                           add 1 to ws_depnom_count
                           move dept-nom-code
                               to ws_depnom_code(ws_depnom_count)
                           move dept-nom-libelle
                               to ws_depnom_lib(ws_depnom_count)
                       end-if
               end-read
           end-perform
           close dept-noms-file
           .

       0300-charger-le-journal.
      * Courriers deja emis, pour ne pas les redonner au rejeu.
           move 'N' to fin_fichier
           open input journal-file
           if ws_fs_journal not = "00"
               exit paragraph
           end-if
           perform until fin_fichier = 'Y'
               read journal-file
                   at end
                       move 'Y' to fin_fichier
                   not at end
                       if ws_emis_count < 20000
                           add 1 to ws_emis_count
                           move jc-modele
                               to ws_em_modele(ws_emis_count)
                           move jc-id to ws_em_id(ws_emis_count)
                           move jc-evenement
                               to ws_em_evenement(ws_emis_count)
                       end-if
               end-read
           end-perform
           close journal-file
           .

       1000-courrier-sur-demande.
      * Reedition : un seul courrier, evenement du jour.
           move ws_id_demande to em-id
           read employee-master
               invalid key
                   display "Id inconnu du fichier maître : "
                       ws_id_demande
                   move 8 to ws_joblog_rc
                   exit paragraph
           end-read
           move ws_modele_param to ws_k_modele
           perform 3100-trouver-le-modele
           if ws_mod_courant = 0
               display "Modele de courrier inconnu : '"
                   ws_modele_param "'"
               move 8 to ws_joblog_rc
               exit paragraph
           end-if
           move 'R' to ws_origine
           move ws_id_demande to ws_k_id
           move ws_today to ws_k_evenement
           perform 1100-ajouter-un-courrier
           .

       1100-ajouter-un-courrier.
      * ws_k_modele / ws_k_id / ws_k_evenement, sauf deja emis.
           move 'N' to ws_deja_emis
           perform varying ws_emis_idx from 1 by 1
               until ws_emis_idx > ws_emis_count
               if ws_em_modele(ws_emis_idx) = ws_k_modele
                  and ws_em_id(ws_emis_idx) = ws_k_id
                  and ws_em_evenement(ws_emis_idx) = ws_k_evenement
                   move 'O' to ws_deja_emis
               end-if
           end-perform
           if ws_deja_emis = 'O' or ws_dus_count >= 2000
               exit paragraph
           end-if
           add 1 to ws_dus_count
           move ws_k_modele to ws_du_modele(ws_dus_count)
           move ws_k_id to ws_du_id(ws_dus_count)
           move ws_k_evenement to ws_du_evenement(ws_dus_count)
           .

       2000-evenements-du-fichier-maitre.
      * Sortie de la fenetre : certificat de travail.
           if em-statut = 'T' and em-datefin is numeric
              and em-datefin >= ws_depuis and em-datefin <= ws_today
               move "CERT" to ws_k_modele
               move em-id to ws_k_id
               move em-datefin to ws_k_evenement
               perform 1100-ajouter-un-courrier
           end-if
      * Anniversaire de service de la fenetre, tous les cinq ans.
           if em-statut = 'A' and em-dateemb is numeric
              and em-dateemb > 0
               move ws_today(1:4) to ws_anniv_aaaa
               move em-dateemb(5:4) to ws_anniv_mmjj
               if ws_anniv_date > ws_today
                   subtract 1 from ws_anniv_aaaa
               end-if
               move em-dateemb(1:4) to ws_annee_emb
               compute ws_annees = ws_anniv_aaaa - ws_annee_emb
               if ws_anniv_date >= ws_depuis
                  and ws_anniv_aaaa > ws_annee_emb
                  and function mod(ws_annees 5) = 0
                   move "ANNI" to ws_k_modele
                   move em-id to ws_k_id
                   move ws_anniv_date to ws_k_evenement
                   perform 1100-ajouter-un-courrier
               end-if
           end-if
           .

       2100-renouvellements-de-contrat.
      * Fin de contrat reportee [ligne DATEFIN de 44_renouvellements,
      * hors lots et annulations] dans la fenetre.
           move 'N' to fin_fichier
           open input historique-file
           if ws_fs_hist not = "00"
               exit paragraph
           end-if
           perform until fin_fichier = 'Y'
               read historique-file
                   at end
                       move 'Y' to fin_fichier
                   not at end
                       if hi-champ = "DATEFIN"
                          and hi-nature = space
                          and hi-date >= ws_depuis
                          and hi-date <= ws_today
                          and hi-nouveau > hi-ancien
                           move "RENO" to ws_k_modele
                           move hi-id to ws_k_id
                           move hi-date to ws_k_evenement
                           perform 1100-ajouter-un-courrier
                       end-if
               end-read
           end-perform
           close historique-file
           .

       2200-confirmations-d-essai.
      * Decision 'C' du journal des essais dans la fenetre.
           move 'N' to fin_fichier
           open input essais-journal-file
           if ws_fs_jessais not = "00"
               exit paragraph
           end-if
           perform until fin_fichier = 'Y'
               read essais-journal-file
                   at end
                       move 'Y' to fin_fichier
                   not at end
                       if jes-date is numeric and jes-id is numeric
                          and jes-statut = 'C'
                          and jes-date >= ws_depuis
                          and jes-date <= ws_today
                           move "CONF" to ws_k_modele
                           move jes-id to ws_k_id
                           move jes-date to ws_k_evenement
                           perform 1100-ajouter-un-courrier
                       end-if
               end-read
           end-perform
           close essais-journal-file
           .

       3000-editer-un-courrier.
      * Une page par courrier : le modele fusionne, complete de
      * lignes blanches jusqu'a LIGNES_PAGE.
           move ws_du_modele(ws_dus_idx) to ws_k_modele
           perform 3100-trouver-le-modele
           if ws_mod_courant = 0
               add 1 to ws_nb_sans_modele
               display "Pas de modele " ws_k_modele " pour l'id "
                   ws_du_id(ws_dus_idx)
               exit paragraph
           end-if
           move ws_du_id(ws_dus_idx) to em-id
           read employee-master
               invalid key
                   display "Id disparu du fichier maître : "
                       ws_du_id(ws_dus_idx)
                   exit paragraph
           end-read
           move employee-master-record to ws_cur
           perform 3200-preparer-les-valeurs

           add 1 to ws_page_num
           move 0 to ws_line_count
           move spaces to courrier-record
           string "Page " delimited by size
                  ws_page_num delimited by size
                  " - " delimited by size
                  ws_k_modele delimited by size
                  " - id " delimited by size
                  ws_cur_id delimited by size
                  into courrier-record
           end-string
           write courrier-record
           add 1 to ws_line_count
           perform varying ws_lig_idx from 1 by 1
               until ws_lig_idx > ws_md_nb(ws_mod_courant)
               move ws_md_ligne(ws_mod_courant ws_lig_idx) to ws_src
               perform 3300-fusionner-une-ligne
               move ws_dst to courrier-record
               write courrier-record
               add 1 to ws_line_count
           end-perform
           perform until ws_line_count >= ws_lignes_page
               move spaces to courrier-record
               write courrier-record
               add 1 to ws_line_count
           end-perform

           add 1 to ws_nb_courriers
           accept ws_heure from time
           move spaces to journal-record
           move ws_today to jc-date
           move ws_heure(1:6) to jc-heure
           move ws_joblog_operator to jc-operateur
           move ws_k_modele to jc-modele
           move ws_cur_id to jc-id
           move ws_du_evenement(ws_dus_idx) to jc-evenement
           move ws_page_num to jc-page
           move ws_origine to jc-origine
           write journal-record
           .

       3100-trouver-le-modele.
           move 0 to ws_mod_courant
           perform varying ws_mod_idx from 1 by 1
               until ws_mod_idx > ws_mod_count
               if ws_md_code(ws_mod_idx) = ws_k_modele
                   move ws_mod_idx to ws_mod_courant
               end-if
           end-perform
           .

       3200-preparer-les-valeurs.
      * Libelle du departement, nom du responsable, annees de
      * service a la date de l'evenement.
           move ws_cur_dep to ws_dep_libelle
           perform varying ws_depnom_idx from 1 by 1
               until ws_depnom_idx > ws_depnom_count
               if ws_depnom_code(ws_depnom_idx) = ws_cur_dep
                   move ws_depnom_lib(ws_depnom_idx) to ws_dep_libelle
               end-if
           end-perform
           move spaces to ws_responsable
           if ws_cur_mgr is numeric and ws_cur_mgr > 0
               move ws_cur_mgr to em-id
               read employee-master
                   invalid key
                       continue
                   not invalid key
                       string function trim(em-prenom)
                                  delimited by size
                              " " delimited by size
                              function trim(em-nom) delimited by size
                              into ws_responsable
                       end-string
               end-read
           end-if
           move 0 to ws_annees
           if ws_cur_dateemb is numeric and ws_cur_dateemb > 0
              and ws_du_evenement(ws_dus_idx) > ws_cur_dateemb
               compute ws_annees = (ws_du_evenement(ws_dus_idx)
                   - ws_cur_dateemb) / 10000
           end-if
           .

       3300-fusionner-une-ligne.
      * Recopie ws_src dans ws_dst en remplacant chaque {CHAMP}
      * connu par sa valeur.
           move spaces to ws_dst
           move 1 to ws_i
           move 1 to ws_o
           perform until ws_i > 100 or ws_o > 132
               move 'N' to ws_champ_connu
               if ws_src(ws_i:1) = "{"
                   move ws_i to ws_j
                   perform until ws_j >= 100
                       or ws_src(ws_j:1) = "}"
                       add 1 to ws_j
                   end-perform
                   if ws_src(ws_j:1) = "}"
                      and ws_j - ws_i > 1 and ws_j - ws_i < 22
                       move spaces to ws_champ
                       move ws_src(ws_i + 1:ws_j - ws_i - 1)
                           to ws_champ
                       perform 3400-valeur-du-champ
                   end-if
               end-if
               if ws_champ_connu = 'O'
                   if ws_o + ws_valeur_lg > 133
                       compute ws_valeur_lg = 133 - ws_o
                   end-if
                   if ws_valeur_lg > 0
                       move ws_valeur(1:ws_valeur_lg)
                           to ws_dst(ws_o:ws_valeur_lg)
                       add ws_valeur_lg to ws_o
                   end-if
                   compute ws_i = ws_j + 1
               else
                   move ws_src(ws_i:1) to ws_dst(ws_o:1)
                   add 1 to ws_i
                   add 1 to ws_o
               end-if
           end-perform
           .

       3400-valeur-du-champ.
           move 'O' to ws_champ_connu
           move spaces to ws_valeur
           evaluate ws_champ
               when "NOM"
                   move ws_cur_nom to ws_valeur
               when "PRENOM"
                   move ws_cur_prenom to ws_valeur
               when "DEPARTEMENT"
                   move ws_dep_libelle to ws_valeur
               when "ROLE"
                   move ws_cur_rol to ws_valeur
               when "DATE_EMBAUCHE"
                   move ws_cur_dateemb to ws_date_in
                   perform 3500-formater-la-date
                   move ws_date_aff to ws_valeur
               when "DATE_FIN"
                   move ws_cur_datefin to ws_date_in
                   perform 3500-formater-la-date
                   move ws_date_aff to ws_valeur
               when "RESPONSABLE"
                   move ws_responsable to ws_valeur
               when "DATE_JOUR"
                   move ws_today to ws_date_in
                   perform 3500-formater-la-date
                   move ws_date_aff to ws_valeur
               when "ANNEES"
                   move ws_annees to ws_annees_aff
                   move function trim(ws_annees_aff) to ws_valeur
               when "ID"
                   move ws_cur_id to ws_valeur
               when other
                   move 'N' to ws_champ_connu
           end-evaluate
           move 0 to ws_valeur_lg
           if ws_valeur not = spaces
               compute ws_valeur_lg =
                   function length(function trim(ws_valeur trailing))
           end-if
           .

       3500-formater-la-date.
      * AAAAMMJJ -> JJ/MM/AAAA [a blanc si la date est vide].
           move spaces to ws_date_aff
           if ws_date_in is numeric and ws_date_in > 0
               string ws_date_in(7:2) delimited by size
                      "/" delimited by size
                      ws_date_in(5:2) delimited by size
                      "/" delimited by size
                      ws_date_in(1:4) delimited by size
                      into ws_date_aff
               end-string
           end-if
           .

       9800-terminer.
           move ws_nb_courriers to ws_joblog_count
           move 'E' to ws_joblog_action
           call "JOBLOG" using ws_joblog_path ws_joblog_name
               ws_joblog_action ws_joblog_count ws_joblog_rc
                   ws_joblog_operator
           move ws_joblog_rc to return-code
           goback.

       9900-consigner-message.
      * Double le DISPLAY d'un incident d'une ligne dans le fichier
      * de messages du jour, pour les nuits sans operateur devant la
      * console.
           call "MSGLOG" using ws_msglog_prefix ws_joblog_name
               ws_msglog_grav ws_msglog_texte
           .
