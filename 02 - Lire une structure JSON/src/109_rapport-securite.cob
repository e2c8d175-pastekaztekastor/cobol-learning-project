      ******************************************************************
      * Nom du Projet   : Rapport mensuel de securite
      * Description     : Relit le registre des accidents du travail
      *    et incidents [src/accidents.txt, 108_accidents.cob] pour le
      *    mois MOIS_SECURITE [AAAAMM, defaut le mois de la date de
      *    traitement] et ecrit src/rapport-securite-AAAAMM.txt :
      *    - par departement [departement de la personne au fichier
      *      maître] et pour l'ensemble, sur le mois et depuis le
      *      debut de l'annee : nombre d'accidents et incidents,
      *      accidents avec arret, jours perdus, heures badgees
      *      [exposition, src/heures-departements.txt tenu par
      *      54_heures-badge.cob, semaine rattachee au mois de son
      *      premier jour], taux de frequence [accidents avec arret x
      *      1 000 000 / heures] et taux de gravite [jours perdus x
      *      1 000 / heures] ;
      *    - les dossiers ouverts [declaration a faire ou arret en
      *      cours] ;
      *    - les declarations en retard sur l'echeance de 48 heures.
      *    Chaque declaration en retard part en gravite 'E' et chaque
      *    autre dossier ouvert en gravite 'W' dans la file des
      *    notifications [MSGLOG] : avertissement rc 4.
      *
      * Date de création: 15/10/2026
      * Auteur          : Champémont Mathurin
      ******************************************************************
       identification division.
       program-id. 109_rapport-securite.

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

           select types-file assign to "src/types-blessure.txt"
               organization is line sequential
               file status is ws_fs_types.

           select accidents-file assign to "src/accidents.txt"
               organization is line sequential
               file status is ws_fs_accidents.

           select exposition-file
               assign to "src/heures-departements.txt"
               organization is line sequential
               file status is ws_fs_exposition.

           select rapport-file assign to dynamic ws_rapport_path
               organization is line sequential
               file status is ws_fs_rapport.

       data division.
       file section.
       fd employee-master.
       01 employee-master-record.
           COPY "employe-enreg.cpy" REPLACING ==:PFX:== BY ==em-==.

       fd types-file.
       01 type-record.
           05 typ-code     pic x(2).
           05 filler       pic x.
           05 typ-declaration pic x(1).
           05 filler       pic x.
           05 typ-libelle  pic x(20).

       fd accidents-file.
       01 accident-record.
           COPY "accident-enreg.cpy" REPLACING ==:PFX:== BY ==acc-==.

       fd exposition-file.
       01 exposition-record.
           05 exp-semaine  pic 9(8).
           05 filler       pic x.
           05 exp-dep      pic x(20).
           05 filler       pic x.
           05 exp-heures   pic 9(7)v99.

       fd rapport-file.
       01 rapport-record   pic x(132).

       working-storage section.
       01 ws_fs_master     pic xx value "00".
       01 ws_fs_types      pic xx value "00".
       01 ws_fs_accidents  pic xx value "00".
       01 ws_fs_exposition pic xx value "00".
       01 ws_fs_rapport    pic xx value "00".
       01 fin_fichier      pic x value 'N'.
       01 ws_today         pic 9(8) value 0.
       01 ws_date_param    pic x(8) value spaces.
       01 ws_mois          pic 9(6) value 0.
       01 ws_mois_param    pic x(6) value spaces.
       01 ws_rapport_path  pic x(60) value spaces.

       01 ws_typ_table.
           05 ws_typ_entry occurs 30 times.
               10 ws_t_code     pic x(2).
               10 ws_t_declaration pic x(1).
       01 ws_typ_count     pic 9(2) value 0.
       01 ws_typ_idx       pic 9(2) value 0.
       01 ws_typ_trouve    pic 9(2) value 0.

       01 ws_acc_table.
           05 ws_acc_entry occurs 2000 times.
               COPY "accident-enreg.cpy" REPLACING
                   ==05== BY ==10== ==:PFX:== BY ==ws_a_==.
       01 ws_acc_count     pic 9(4) value 0.
       01 ws_acc_idx       pic 9(4) value 0.

      * Compteurs par departement, du mois et de l'annee ; la
      * derniere ligne de l'etat est l'ensemble.
       01 ws_dep_table.
           05 ws_dep_entry occurs 100 times.
               10 ws_d_dep         pic x(20).
               10 ws_d_m_nb        pic 9(4).
               10 ws_d_m_arrets    pic 9(4).
               10 ws_d_m_jours     pic 9(5).
               10 ws_d_m_heures    pic 9(9)v99.
               10 ws_d_a_nb        pic 9(4).
               10 ws_d_a_arrets    pic 9(4).
               10 ws_d_a_jours     pic 9(5).
               10 ws_d_a_heures    pic 9(9)v99.
       01 ws_dep_count     pic 9(3) value 0.
       01 ws_dep_idx       pic 9(3) value 0.
       01 ws_dep_trouve    pic 9(3) value 0.
       01 ws_dep_cherche   pic x(20) value spaces.
       01 ws_ensemble.
           05 ws_e_m_nb        pic 9(4) value 0.
           05 ws_e_m_arrets    pic 9(4) value 0.
           05 ws_e_m_jours     pic 9(5) value 0.
           05 ws_e_m_heures    pic 9(9)v99 value 0.
           05 ws_e_a_nb        pic 9(4) value 0.
           05 ws_e_a_arrets    pic 9(4) value 0.
           05 ws_e_a_jours     pic 9(5) value 0.
           05 ws_e_a_heures    pic 9(9)v99 value 0.

      * Taux d'une moitie de ligne [1 = mois, 2 = annee].
       01 ws_moitie        pic 9(1) value 1.
       01 ws_nb            pic 9(4) value 0.
       01 ws_arrets        pic 9(4) value 0.
       01 ws_jours         pic 9(5) value 0.
       01 ws_heures        pic 9(9)v99 value 0.
       01 ws_tf            pic 9(7)v99 value 0.
       01 ws_tg            pic 9(7)v99 value 0.

       01 ws_echeance      pic 9(8) value 0.
       01 ws_en_retard     pic x(1) value 'N'.
       01 ws_nb_ouverts    pic 9(4) value 0.
       01 ws_nb_retards    pic 9(4) value 0.
       01 ws_motif         pic x(30) value spaces.

       01 ws_ligne_taux.
           05 ws_l_dep         pic x(20).
           05 ws_l_moitie occurs 2 times.
               10 filler           pic x(2).
               10 ws_l_nb          pic zzz9.
               10 filler           pic x(1).
               10 ws_l_arrets      pic zzz9.
               10 filler           pic x(1).
               10 ws_l_jours       pic zzzz9.
               10 filler           pic x(1).
               10 ws_l_heures      pic zzzzzzzz9.
               10 filler           pic x(1).
               10 ws_l_tf          pic x(10).
               10 filler           pic x(1).
               10 ws_l_tg          pic x(8).
       01 ws_tf_aff        pic zzzzzz9.99.
       01 ws_tg_aff        pic zzzz9.99.

       01 ws_ligne_dossier.
           05 ws_o_num         pic 9(5).
           05 filler           pic x(1) value space.
           05 ws_o_id          pic 9(5).
           05 filler           pic x(1) value space.
           05 ws_o_nom         pic x(20).
           05 filler           pic x(1) value space.
           05 ws_o_dep         pic x(20).
           05 filler           pic x(1) value space.
           05 ws_o_date        pic 9(8).
           05 filler           pic x(1) value space.
           05 ws_o_echeance    pic 9(8).
           05 filler           pic x(1) value space.
           05 ws_o_declaration pic 9(8).
           05 filler           pic x(1) value space.
           05 ws_o_jours       pic zz9.
           05 filler           pic x(1) value space.
           05 ws_o_motif       pic x(30).

      * Consignation dans le fichier de messages date [MSGLOG], qui
      * alimente la file des notifications.
       01 ws_msglog_prefix pic x(100) value "..".
       01 ws_msglog_grav   pic x(1) value 'W'.
       01 ws_msglog_texte  pic x(100) value spaces.

      * Affectations de fichiers [SPAFFECT, cartes DD de la suite].
       01 ws_affect_config pic x(100) value "../affectations.cfg".
       01 ws_dd_master     pic x(20) value "EMPLOYEE-MASTER".
       01 ws_dd_joblog     pic x(20) value "JOB-LOG".
       01 ws_aff_master    pic x(100)
           value "src/employee-master.dat".

      * Champs d'appel au journal central des executions (JOB-LOG,
      * voir 99 - Utilitaires partages/src/JOBLOG.cob).
       01 ws_joblog_name   pic x(20) value "109_rapport-securite".
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
           move ws_today(1:6) to ws_mois
           move spaces to ws_mois_param
           accept ws_mois_param from environment "MOIS_SECURITE"
           if ws_mois_param is numeric
              and ws_mois_param(5:2) >= "01"
              and ws_mois_param(5:2) <= "12"
               move ws_mois_param to ws_mois
           end-if
           move spaces to ws_rapport_path
           string "src/rapport-securite-" delimited by size
                  ws_mois delimited by size
                  ".txt" delimited by size
                  into ws_rapport_path
           end-string

           perform 0100-charger-les-types
           perform 0200-charger-le-registre
           open input employee-master
           if ws_fs_master not = "00"
               display "Erreur ouverture EMPLOYEE-MASTER : "
                   ws_fs_master
               move 'E' to ws_msglog_grav
               move spaces to ws_msglog_texte
               string "Ouverture EMPLOYEE-MASTER impossible, status "
                          delimited by size
                      ws_fs_master delimited by size
                      into ws_msglog_texte
               end-string
               perform 9900-consigner-message
               move 16 to ws_joblog_rc
           else
               perform 1000-compter-les-accidents
               perform 1500-compter-l-exposition
               open output rapport-file
               perform 2000-ecrire-les-taux
               perform 3000-ecrire-les-dossiers-ouverts
               close rapport-file
               close employee-master
               display "Rapport de securite ecrit : "
                   function trim(ws_rapport_path) " [" ws_e_m_nb
                   " accident(s) du mois, " ws_nb_ouverts
                   " dossier(s) ouvert(s), " ws_nb_retards
                   " declaration(s) en retard]"
               if ws_nb_ouverts > 0
                   move 4 to ws_joblog_rc
               end-if
           end-if

           move ws_e_m_nb to ws_joblog_count
           move 'E' to ws_joblog_action
           call "JOBLOG" using ws_joblog_path ws_joblog_name
               ws_joblog_action ws_joblog_count ws_joblog_rc
                   ws_joblog_operator

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

       0100-charger-les-types.
      * Referentiel absent : toute blessure est reputee a declarer.
           move 'N' to fin_fichier
           open input types-file
           if ws_fs_types not = "00"
               exit paragraph
           end-if
           perform until fin_fichier = 'Y'
               read types-file
                   at end
                       move 'Y' to fin_fichier
                   not at end
                       if ws_typ_count < 30
                           add 1 to ws_typ_count
                           move typ-code to ws_t_code(ws_typ_count)
                           move typ-declaration
                               to ws_t_declaration(ws_typ_count)
                       end-if
               end-read
           end-perform
           close types-file
           .

       0200-charger-le-registre.
      * Registre absent : aucun accident, l'etat sort a zero.
           move 'N' to fin_fichier
           open input accidents-file
           if ws_fs_accidents not = "00"
               exit paragraph
           end-if
           perform until fin_fichier = 'Y'
               read accidents-file
                   at end
                       move 'Y' to fin_fichier
                   not at end
                       if ws_acc_count < 2000
                           add 1 to ws_acc_count
                           move accident-record
                               to ws_acc_entry(ws_acc_count)
                       end-if
               end-read
           end-perform
           close accidents-file
           .

       0500-lire-la-personne.
      * Departement de la personne de la ligne ws_acc_idx
      * [INCONNU si l'id a quitte le fichier maître].
           move ws_a_id(ws_acc_idx) to em-id
           read employee-master
               invalid key
                   move spaces to em-nom
                   move "INCONNU" to em-dep
           end-read
           move em-dep to ws_dep_cherche
           .

       0600-trouver-le-departement.
      * ws_dep_cherche -> ws_dep_trouve, ligne creee au besoin [0 si
      * la table est pleine].
           move 0 to ws_dep_trouve
           perform varying ws_dep_idx from 1 by 1
               until ws_dep_idx > ws_dep_count
               if ws_d_dep(ws_dep_idx) = ws_dep_cherche
                   move ws_dep_idx to ws_dep_trouve
               end-if
           end-perform
           if ws_dep_trouve > 0 or ws_dep_count >= 100
               exit paragraph
           end-if
           add 1 to ws_dep_count
           move ws_dep_count to ws_dep_trouve
           move ws_dep_cherche to ws_d_dep(ws_dep_trouve)
           move 0 to ws_d_m_nb(ws_dep_trouve)
           move 0 to ws_d_m_arrets(ws_dep_trouve)
           move 0 to ws_d_m_jours(ws_dep_trouve)
           move 0 to ws_d_m_heures(ws_dep_trouve)
           move 0 to ws_d_a_nb(ws_dep_trouve)
           move 0 to ws_d_a_arrets(ws_dep_trouve)
           move 0 to ws_d_a_jours(ws_dep_trouve)
           move 0 to ws_d_a_heures(ws_dep_trouve)
           .

       0700-controler-l-echeance.
      * Echeance des 48 heures de la ligne ws_acc_idx ; en retard si
      * la declaration due n'est toujours pas faite une fois
      * l'echeance passee.
           compute ws_echeance = function date-of-integer(
               function integer-of-date(ws_a_date(ws_acc_idx)) + 2)
           move 'N' to ws_en_retard
           move 0 to ws_typ_trouve
           perform varying ws_typ_idx from 1 by 1
               until ws_typ_idx > ws_typ_count
               if ws_t_code(ws_typ_idx) = ws_a_blessure(ws_acc_idx)
                   move ws_typ_idx to ws_typ_trouve
               end-if
           end-perform
           if ws_typ_trouve > 0
               if ws_t_declaration(ws_typ_trouve) = 'N'
                   exit paragraph
               end-if
           end-if
           if ws_a_declaration(ws_acc_idx) = 0
              and ws_today > ws_echeance
               move 'O' to ws_en_retard
           end-if
           .

       1000-compter-les-accidents.
      * Accidents de l'annee jusqu'a la fin du mois du rapport ; ceux
      * du mois comptent aussi dans les colonnes du mois.
           perform varying ws_acc_idx from 1 by 1
               until ws_acc_idx > ws_acc_count
               if ws_a_date(ws_acc_idx)(1:4) = ws_mois(1:4)
                  and ws_a_date(ws_acc_idx)(1:6) <= ws_mois
                   perform 1100-compter-un-accident
               end-if
           end-perform
           .

       1100-compter-un-accident.
           perform 0500-lire-la-personne
           perform 0600-trouver-le-departement
           if ws_dep_trouve = 0
               exit paragraph
           end-if
           add 1 to ws_d_a_nb(ws_dep_trouve) ws_e_a_nb
           if ws_a_arret(ws_acc_idx) > 0
               add 1 to ws_d_a_arrets(ws_dep_trouve) ws_e_a_arrets
               add ws_a_jours(ws_acc_idx)
                   to ws_d_a_jours(ws_dep_trouve) ws_e_a_jours
           end-if
           if ws_a_date(ws_acc_idx)(1:6) = ws_mois
               add 1 to ws_d_m_nb(ws_dep_trouve) ws_e_m_nb
               if ws_a_arret(ws_acc_idx) > 0
                   add 1 to ws_d_m_arrets(ws_dep_trouve)
                       ws_e_m_arrets
                   add ws_a_jours(ws_acc_idx)
                       to ws_d_m_jours(ws_dep_trouve) ws_e_m_jours
               end-if
           end-if
           .

       1500-compter-l-exposition.
      * Heures badgees des semaines de l'annee dont le premier jour
      * tombe au plus tard dans le mois du rapport. Fichier absent :
      * pas d'exposition, taux non calculables.
           move 'N' to fin_fichier
           open input exposition-file
           if ws_fs_exposition not = "00"
               display "Heures badgees par departement absentes"
                   " [heures-departements.txt] - taux non calcules."
               exit paragraph
           end-if
           perform until fin_fichier = 'Y'
               read exposition-file
                   at end
                       move 'Y' to fin_fichier
                   not at end
                       if exp-semaine is numeric
                          and exp-heures is numeric
                          and exp-semaine(1:4) = ws_mois(1:4)
                          and exp-semaine(1:6) <= ws_mois
                           perform 1550-compter-une-semaine
                       end-if
               end-read
           end-perform
           close exposition-file
           .

       1550-compter-une-semaine.
           move exp-dep to ws_dep_cherche
           perform 0600-trouver-le-departement
           if ws_dep_trouve = 0
               exit paragraph
           end-if
           add exp-heures to ws_d_a_heures(ws_dep_trouve) ws_e_a_heures
           if exp-semaine(1:6) = ws_mois
               add exp-heures
                   to ws_d_m_heures(ws_dep_trouve) ws_e_m_heures
           end-if
           .

       2000-ecrire-les-taux.
           move spaces to rapport-record
           string "Rapport de securite du mois " delimited by size
                  ws_mois delimited by size
                  " [edite le " delimited by size
                  ws_today delimited by size
                  "]" delimited by size
                  into rapport-record
           end-string
           write rapport-record
           move spaces to rapport-record
           write rapport-record
           move "1. ACCIDENTS ET TAUX PAR DEPARTEMENT" to rapport-record
           write rapport-record
           move spaces to rapport-record
           move "TF = accidents avec arret x 1 000 000 / heures ;"
               to rapport-record
           move " TG = jours perdus x 1 000 / heures badgees."
               to rapport-record(50:44)
           write rapport-record
           move spaces to rapport-record
           move "------------------- Mois --------------------"
               to rapport-record(23:45)
           move "--------------- Depuis janvier --------------"
               to rapport-record(70:45)
           write rapport-record
           move spaces to rapport-record
           move "Departement" to rapport-record(1:11)
           move "  Nb Arr. Jours    Heures         TF       TG"
               to rapport-record(23:45)
           move "  Nb Arr. Jours    Heures         TF       TG"
               to rapport-record(70:45)
           write rapport-record
           perform varying ws_dep_idx from 1 by 1
               until ws_dep_idx > ws_dep_count
               move spaces to ws_ligne_taux
               move ws_d_dep(ws_dep_idx) to ws_l_dep
               move ws_d_m_nb(ws_dep_idx) to ws_nb
               move ws_d_m_arrets(ws_dep_idx) to ws_arrets
               move ws_d_m_jours(ws_dep_idx) to ws_jours
               move ws_d_m_heures(ws_dep_idx) to ws_heures
               move 1 to ws_moitie
               perform 2100-preparer-une-moitie
               move ws_d_a_nb(ws_dep_idx) to ws_nb
               move ws_d_a_arrets(ws_dep_idx) to ws_arrets
               move ws_d_a_jours(ws_dep_idx) to ws_jours
               move ws_d_a_heures(ws_dep_idx) to ws_heures
               move 2 to ws_moitie
               perform 2100-preparer-une-moitie
               write rapport-record from ws_ligne_taux
           end-perform
           move spaces to ws_ligne_taux
           move "ENSEMBLE" to ws_l_dep
           move ws_e_m_nb to ws_nb
           move ws_e_m_arrets to ws_arrets
           move ws_e_m_jours to ws_jours
           move ws_e_m_heures to ws_heures
           move 1 to ws_moitie
           perform 2100-preparer-une-moitie
           move ws_e_a_nb to ws_nb
           move ws_e_a_arrets to ws_arrets
           move ws_e_a_jours to ws_jours
           move ws_e_a_heures to ws_heures
           move 2 to ws_moitie
           perform 2100-preparer-une-moitie
           write rapport-record from ws_ligne_taux
           .

       2100-preparer-une-moitie.
      * Moitie ws_moitie de la ligne [1 = mois, 2 = annee] ; sans
      * heures badgees les taux ne se calculent pas.
           move ws_nb to ws_l_nb(ws_moitie)
           move ws_arrets to ws_l_arrets(ws_moitie)
           move ws_jours to ws_l_jours(ws_moitie)
           move ws_heures to ws_l_heures(ws_moitie)
           if ws_heures = 0
               move "       n/d" to ws_l_tf(ws_moitie)
               move "     n/d" to ws_l_tg(ws_moitie)
               exit paragraph
           end-if
           compute ws_tf rounded = ws_arrets * 1000000 / ws_heures
               on size error
                   move 9999999.99 to ws_tf
           end-compute
           compute ws_tg rounded = ws_jours * 1000 / ws_heures
               on size error
                   move 9999999.99 to ws_tg
           end-compute
           move ws_tf to ws_tf_aff
           move ws_tg to ws_tg_aff
           move ws_tf_aff to ws_l_tf(ws_moitie)
           move ws_tg_aff to ws_l_tg(ws_moitie)
           .

       3000-ecrire-les-dossiers-ouverts.
      * Tout dossier ouvert, quelle que soit sa date ; une
      * declaration en retard part en 'E' dans la file des
      * notifications, les autres dossiers ouverts en 'W'.
           move spaces to rapport-record
           write rapport-record
           move "2. DOSSIERS OUVERTS" to rapport-record
           write rapport-record
           move spaces to rapport-record
           move "Num   Id    Nom                  Departement"
               to rapport-record
           move "Accident Echeance Declar.  Jrs Motif"
               to rapport-record(55:36)
           write rapport-record
           perform varying ws_acc_idx from 1 by 1
               until ws_acc_idx > ws_acc_count
               if ws_a_statut(ws_acc_idx) = 'O'
                   perform 3100-ecrire-un-dossier
               end-if
           end-perform
           if ws_nb_ouverts = 0
               move "   aucun" to rapport-record
               write rapport-record
           end-if
           move spaces to rapport-record
           write rapport-record
           move spaces to rapport-record
           string "Dossiers ouverts : " delimited by size
                  ws_nb_ouverts delimited by size
                  ", dont declarations en retard : " delimited by size
                  ws_nb_retards delimited by size
                  into rapport-record
           end-string
           write rapport-record
           .

       3100-ecrire-un-dossier.
           add 1 to ws_nb_ouverts
           perform 0500-lire-la-personne
           perform 0700-controler-l-echeance
           move spaces to ws_ligne_dossier
           move ws_a_num(ws_acc_idx) to ws_o_num
           move ws_a_id(ws_acc_idx) to ws_o_id
           move em-nom to ws_o_nom
           move em-dep to ws_o_dep
           move ws_a_date(ws_acc_idx) to ws_o_date
           move ws_echeance to ws_o_echeance
           move ws_a_declaration(ws_acc_idx) to ws_o_declaration
           move ws_a_jours(ws_acc_idx) to ws_o_jours
           evaluate true
               when ws_en_retard = 'O'
                   add 1 to ws_nb_retards
                   move "DECLARATION EN RETARD" to ws_motif
               when ws_a_declaration(ws_acc_idx) = 0
                    and ws_typ_trouve = 0
                   move "DECLARATION A FAIRE" to ws_motif
               when ws_a_declaration(ws_acc_idx) = 0
                    and ws_t_declaration(ws_typ_trouve) = 'O'
                   move "DECLARATION A FAIRE" to ws_motif
               when other
                   move "ARRET EN COURS" to ws_motif
           end-evaluate
           move ws_motif to ws_o_motif
           write rapport-record from ws_ligne_dossier

           if ws_en_retard = 'O'
               move 'E' to ws_msglog_grav
           else
               move 'W' to ws_msglog_grav
           end-if
           move spaces to ws_msglog_texte
           string "Accident " delimited by size
                  ws_a_num(ws_acc_idx) delimited by size
                  " id " delimited by size
                  ws_a_id(ws_acc_idx) delimited by size
                  " du " delimited by size
                  ws_a_date(ws_acc_idx) delimited by size
                  " : " delimited by size
                  ws_motif delimited by size
                  into ws_msglog_texte
           end-string
           perform 9900-consigner-message
           .

       9900-consigner-message.
      * Double le DISPLAY d'un incident d'une ligne dans le fichier
      * de messages du jour, pour les nuits sans operateur devant la
      * console.
           call "MSGLOG" using ws_msglog_prefix ws_joblog_name
               ws_msglog_grav ws_msglog_texte
           .
