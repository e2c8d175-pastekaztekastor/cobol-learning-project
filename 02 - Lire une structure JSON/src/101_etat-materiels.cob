      ******************************************************************
      * Nom du Projet   : Etat mensuel du materiel des sortants et du
      *                   materiel non localise
      * Description     : La liste de restitution de 10_separations
      *    dit ce qu'un sortant doit rendre le jour de sa sortie ;
      *    personne ne suivait ensuite ce qui n'etait jamais revenu.
      *    Ce rapport mensuel [src/rapport-materiels-AAAAMM.txt, mois
      *    MOIS_MATERIEL, defaut le mois de la date de traitement]
      *    relit le registre du materiel [src/materiels.txt,
      *    100_materiels.cob] et restitue :
      *    - le materiel encore detenu par un sortant [statut 'T'],
      *      avec la date de sortie et l'anciennete de la dette ;
      *    - le materiel non localise : declare perdu ou non restitue
      *      [etat 'P'], ou detenu par un id absent du fichier maître.
      *    Les lignes du mois [sortie ou declaration dans le mois]
      *    sont marquees NOUVEAU. Une ligne presente dans l'une ou
      *    l'autre partie = avertissement rc 4.
      *
      * Date de création: 15/10/2026
      * Auteur          : Champémont Mathurin
      ******************************************************************
       identification division.
       program-id. 101_etat-materiels.

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

           select materiels-file assign to "src/materiels.txt"
               organization is line sequential
               file status is ws_fs_materiels.

           select rapport-file assign to dynamic ws_rapport_path
               organization is line sequential
               file status is ws_fs_rapport.

       data division.
       file section.
       fd employee-master.
       01 employee-master-record.
           COPY "employe-enreg.cpy" REPLACING ==:PFX:== BY ==em-==.

       fd materiels-file.
       01 materiel-record.
           COPY "materiel-enreg.cpy" REPLACING ==:PFX:== BY ==mat-==.

       fd rapport-file.
       01 rapport-record   pic x(132).

       working-storage section.
       01 ws_fs_master     pic xx value "00".
       01 ws_fs_materiels  pic xx value "00".
       01 ws_fs_rapport    pic xx value "00".
       01 fin_fichier      pic x value 'N'.
       01 ws_today         pic 9(8) value 0.
       01 ws_date_param    pic x(8) value spaces.
       01 ws_mois          pic 9(6) value 0.
       01 ws_mois_param    pic x(6) value spaces.
       01 ws_rapport_path  pic x(60) value spaces.

       01 ws_mat_table.
           05 ws_mat_entry occurs 5000 times.
               COPY "materiel-enreg.cpy" REPLACING
                   ==05== BY ==10== ==:PFX:== BY ==ws_m_==.
       01 ws_mat_count     pic 9(4) value 0.
       01 ws_mat_idx       pic 9(4) value 0.

      * Detenteur de la ligne courante, relu par cle.
       01 ws_det_trouve    pic x(1) value 'N'.
       01 ws_jours         pic 9(5) value 0.
       01 ws_nouveau       pic x(7) value spaces.

       01 ws_nb_sortants   pic 9(5) value 0.
       01 ws_nb_non_loc    pic 9(5) value 0.
       01 ws_val_sortants  pic 9(9)v99 value 0.
       01 ws_val_non_loc   pic 9(9)v99 value 0.
       01 ws_valeur_aff    pic z(4)9.99.
       01 ws_total_aff     pic z(8)9.99.

       01 ws_ligne_detail.
           05 ws_d_etiquette   pic x(10).
           05 filler           pic x(1) value space.
           05 ws_d_type        pic x(2).
           05 filler           pic x(1) value space.
           05 ws_d_serie       pic x(20).
           05 filler           pic x(1) value space.
           05 ws_d_valeur      pic z(4)9.99.
           05 filler           pic x(1) value space.
           05 ws_d_id          pic 9(5).
           05 filler           pic x(1) value space.
           05 ws_d_nom         pic x(20).
           05 filler           pic x(1) value space.
           05 ws_d_date        pic 9(8).
           05 filler           pic x(1) value space.
           05 ws_d_jours       pic zzzz9.
           05 filler           pic x(1) value space.
           05 ws_d_motif       pic x(20).
           05 filler           pic x(1) value space.
           05 ws_d_nouveau     pic x(7).

      * Consignation des incidents dans le fichier de messages date
      * [MSGLOG] : la chaine tourne sans surveillance.
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
       01 ws_joblog_name   pic x(20) value "101_etat-materiels".
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
           accept ws_mois_param from environment "MOIS_MATERIEL"
           if ws_mois_param is numeric
              and ws_mois_param(5:2) >= "01"
              and ws_mois_param(5:2) <= "12"
               move ws_mois_param to ws_mois
           end-if
           move spaces to ws_rapport_path
           string "src/rapport-materiels-" delimited by size
                  ws_mois delimited by size
                  ".txt" delimited by size
                  into ws_rapport_path
           end-string

           perform 0100-charger-le-registre
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
               open output rapport-file
               perform 1000-materiel-des-sortants
               perform 2000-materiel-non-localise
               perform 3000-ecrire-le-pied
               close rapport-file
               close employee-master
               display "Etat du materiel ecrit : "
                   function trim(ws_rapport_path) " [" ws_nb_sortants
                   " chez des sortants, " ws_nb_non_loc
                   " non localise(s)]"
               if ws_nb_sortants > 0 or ws_nb_non_loc > 0
                   move 'W' to ws_msglog_grav
                   move spaces to ws_msglog_texte
                   string "Materiel a recuperer : " delimited by size
                          ws_nb_sortants delimited by size
                          " chez des sortants, " delimited by size
                          ws_nb_non_loc delimited by size
                          " non localise(s)" delimited by size
                          into ws_msglog_texte
                   end-string
                   perform 9900-consigner-message
                   move 4 to ws_joblog_rc
               end-if
           end-if

           compute ws_joblog_count = ws_nb_sortants + ws_nb_non_loc
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

       0100-charger-le-registre.
      * Registre absent : rapport vide, rien a recuperer.
           move 'N' to fin_fichier
           open input materiels-file
           if ws_fs_materiels not = "00"
               exit paragraph
           end-if
           perform until fin_fichier = 'Y'
               read materiels-file
                   at end
                       move 'Y' to fin_fichier
                   not at end
                       if ws_mat_count < 5000
                           add 1 to ws_mat_count
                           move materiel-record
                               to ws_mat_entry(ws_mat_count)
                       end-if
               end-read
           end-perform
           close materiels-file
           .

       0500-lire-le-detenteur.
           move 'N' to ws_det_trouve
           move ws_m_id(ws_mat_idx) to em-id
           read employee-master
               invalid key
                   continue
               not invalid key
                   move 'O' to ws_det_trouve
           end-read
           .

       0600-preparer-la-ligne.
           move spaces to ws_ligne_detail
           move ws_m_etiquette(ws_mat_idx) to ws_d_etiquette
           move ws_m_type(ws_mat_idx) to ws_d_type
           move ws_m_serie(ws_mat_idx) to ws_d_serie
           move ws_m_valeur(ws_mat_idx) to ws_d_valeur
           move ws_m_id(ws_mat_idx) to ws_d_id
           if ws_det_trouve = 'O'
               move em-nom to ws_d_nom
           end-if
           .

       0700-ecrire-l-entete.
      * Colonnes communes aux deux parties, calees sur
      * ws_ligne_detail.
           move spaces to rapport-record
           move "Etiquette" to rapport-record(1:9)
           move "Ty" to rapport-record(12:2)
           move "Serie" to rapport-record(15:5)
           move "Valeur" to rapport-record(38:6)
           move "Id" to rapport-record(45:2)
           move "Nom" to rapport-record(51:3)
           .

       1000-materiel-des-sortants.
           move spaces to rapport-record
           string "Materiel du registre - etat du mois " delimited by
                      size
                  ws_mois delimited by size
                  " [edite le " delimited by size
                  ws_today delimited by size
                  "]" delimited by size
                  into rapport-record
           end-string
           write rapport-record
           move spaces to rapport-record
           write rapport-record
           move "1. MATERIEL DETENU PAR DES SORTANTS" to rapport-record
           write rapport-record
           perform 0700-ecrire-l-entete
           move "Sortie" to rapport-record(72:6)
           move "Jours" to rapport-record(81:5)
           write rapport-record
           perform varying ws_mat_idx from 1 by 1
               until ws_mat_idx > ws_mat_count
               if ws_m_id(ws_mat_idx) not = 0
                  and ws_m_retour(ws_mat_idx) = 0
                   perform 0500-lire-le-detenteur
                   if ws_det_trouve = 'O' and em-statut = 'T'
                       perform 1100-ecrire-un-sortant
                   end-if
               end-if
           end-perform
           if ws_nb_sortants = 0
               move "   aucun" to rapport-record
               write rapport-record
           end-if
           .

       1100-ecrire-un-sortant.
           add 1 to ws_nb_sortants
           add ws_m_valeur(ws_mat_idx) to ws_val_sortants
           perform 0600-preparer-la-ligne
           move em-datefin to ws_d_date
           move 0 to ws_jours
           if em-datefin > 0 and em-datefin < ws_today
               compute ws_jours = function integer-of-date(ws_today)
                   - function integer-of-date(em-datefin)
           end-if
           move ws_jours to ws_d_jours
           if em-datefin(1:6) = ws_mois
               move "NOUVEAU" to ws_d_nouveau
           end-if
           write rapport-record from ws_ligne_detail
           .

       2000-materiel-non-localise.
      * Declare perdu ou non restitue [etat 'P' : le materiel ne
      * revient pas en stock], ou detenu par un id que le fichier
      * maître ne connait plus.
           move spaces to rapport-record
           write rapport-record
           move "2. MATERIEL NON LOCALISE" to rapport-record
           write rapport-record
           perform 0700-ecrire-l-entete
           move "Date" to rapport-record(72:4)
           move "Jours" to rapport-record(81:5)
           move "Motif" to rapport-record(87:5)
           write rapport-record
           perform varying ws_mat_idx from 1 by 1
               until ws_mat_idx > ws_mat_count
               evaluate true
                   when ws_m_etat(ws_mat_idx) = 'P'
                       perform 0500-lire-le-detenteur
                       perform 0600-preparer-la-ligne
                       move ws_m_retour(ws_mat_idx) to ws_d_date
                       move "PERDU / NON RENDU" to ws_d_motif
                       perform 2100-ecrire-un-non-localise
                   when ws_m_id(ws_mat_idx) not = 0
                        and ws_m_retour(ws_mat_idx) = 0
                       perform 0500-lire-le-detenteur
                       if ws_det_trouve = 'N'
                           perform 0600-preparer-la-ligne
                           move ws_m_remise(ws_mat_idx) to ws_d_date
                           move "DETENTEUR INCONNU" to ws_d_motif
                           perform 2100-ecrire-un-non-localise
                       end-if
                   when other
                       continue
               end-evaluate
           end-perform
           if ws_nb_non_loc = 0
               move "   aucun" to rapport-record
               write rapport-record
           end-if
           .

       2100-ecrire-un-non-localise.
           add 1 to ws_nb_non_loc
           add ws_m_valeur(ws_mat_idx) to ws_val_non_loc
           move 0 to ws_jours
           if ws_d_date > 0 and ws_d_date < ws_today
               compute ws_jours = function integer-of-date(ws_today)
                   - function integer-of-date(ws_d_date)
           end-if
           move ws_jours to ws_d_jours
           if ws_d_date(1:6) = ws_mois
               move "NOUVEAU" to ws_d_nouveau
           end-if
           write rapport-record from ws_ligne_detail
           .

       3000-ecrire-le-pied.
           move spaces to rapport-record
           write rapport-record
           move ws_val_sortants to ws_total_aff
           move spaces to rapport-record
           string "Chez des sortants : " delimited by size
                  ws_nb_sortants delimited by size
                  " materiel(s), valeur " delimited by size
                  ws_total_aff delimited by size
                  into rapport-record
           end-string
           write rapport-record
           move ws_val_non_loc to ws_total_aff
           move spaces to rapport-record
           string "Non localise      : " delimited by size
                  ws_nb_non_loc delimited by size
                  " materiel(s), valeur " delimited by size
                  ws_total_aff delimited by size
                  into rapport-record
           end-string
           write rapport-record
           .

       9900-consigner-message.
      * Double le DISPLAY d'un incident d'une ligne dans le fichier
      * de messages du jour, pour les nuits sans operateur devant la
      * console.
           call "MSGLOG" using ws_msglog_prefix ws_joblog_name
               ws_msglog_grav ws_msglog_texte
           .
