      ******************************************************************
      * Nom du Projet   : Normalisation des noms du fichier maître
      * Description     : Les points d'entree normalisent desormais
      *    nom et prenom [SPNOMS] avant d'ecrire ; le fichier maître
      *    garde pourtant les orthographes saisies avant ["DUPONT",
      *    "Du Pont", blancs doubles]. Ce traitement, a lancer une
      *    fois, repasse chaque enregistrement [actifs et sortis] par
      *    SPNOMS : un nom ou un prenom change est reecrit avec sa
      *    ligne d'historique [histo-enreg.cpy, champ NOM ou PRENOM],
      *    et le rapport src/rapport-normalisation-noms.txt liste
      *    chaque changement avant/apres. CHAINE_MODE=SIMULATION :
      *    rapport seul, fichier maître et historique intacts. Un
      *    second passage ne trouve plus rien a changer. Verrou
      *    SPVERROU le temps des ecritures.
      *
      * Date de création: 15/10/2026
      * Auteur          : Champémont Mathurin
      ******************************************************************
       identification division.
       program-id. 99_normalise-noms.

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

           select historique-file
               assign to "src/historique-employes.txt"
               organization is line sequential
               file status is ws_fs_hist.

           select rapport-file
               assign to "src/rapport-normalisation-noms.txt"
               organization is line sequential
               file status is ws_fs_rapport.

       data division.
       file section.
       fd employee-master.
       01 employee-master-record.
           COPY "employe-enreg.cpy" REPLACING ==:PFX:== BY ==em-==.

       fd historique-file.
       01 historique-record.
           COPY "histo-enreg.cpy" REPLACING ==:PFX:== BY ==hi-==.

       fd rapport-file.
       01 rapport-record   pic x(110).

       working-storage section.
       01 ws_fs_master     pic xx value "00".
       01 ws_fs_hist       pic xx value "00".
       01 ws_fs_rapport    pic xx value "00".
       01 fin_master       pic x value 'N'.
       01 ws_today         pic 9(8) value 0.
       01 ws_date_param    pic x(8) value spaces.
       01 ws_chaine_mode   pic x(12) value spaces.
       01 ws_simulation    pic x value 'N'.

       01 ws_nom_norm      pic x(20) value spaces.
       01 ws_prenom_norm   pic x(20) value spaces.
       01 ws_nb_lus        pic 9(5) value 0.
       01 ws_nb_changes    pic 9(5) value 0.

       01 ws_ligne_rapport.
           05 ws_lr_id         pic 9(5).
           05 filler           pic x(2) value spaces.
           05 ws_lr_avant      pic x(41).
           05 filler           pic x(4) value " -> ".
           05 ws_lr_apres      pic x(41).

      * Consignation des incidents dans le fichier de messages date
      * [MSGLOG] : la chaine tourne sans surveillance.
       01 ws_msglog_prefix pic x(100) value "..".
       01 ws_msglog_grav   pic x(1) value 'W'.
       01 ws_msglog_texte  pic x(100) value spaces.

      * Verrou du fichier maître [SPVERROU] : reservation exclusive le
      * temps des mises a jour, comme pour le chargement complet.
       01 ws_verrou_path   pic x(100)
           value "../verrou-employee-master.lck".
       01 ws_verrou_action pic x(1) value space.
       01 ws_verrou_res    pic x(1) value 'N'.

      * Affectations de fichiers [SPAFFECT, cartes DD de la suite].
       01 ws_affect_config pic x(100) value "../affectations.cfg".
       01 ws_dd_master     pic x(20) value "EMPLOYEE-MASTER".
       01 ws_dd_joblog     pic x(20) value "JOB-LOG".
       01 ws_aff_master    pic x(100)
           value "src/employee-master.dat".

      * Champs d'appel au journal central des executions (JOB-LOG,
      * voir 99 - Utilitaires partages/src/JOBLOG.cob).
       01 ws_joblog_name   pic x(20) value "99_normalise-noms".
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
           accept ws_chaine_mode from environment "CHAINE_MODE"
           if ws_chaine_mode = "SIMULATION"
               move 'Y' to ws_simulation
               display "MODE SIMULATION : rapport seul, aucun"
                   " enregistrement ne sera reecrit."
           end-if

           perform 1000-normaliser-le-master

           move ws_nb_changes to ws_joblog_count
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

       1000-normaliser-le-master.
           if ws_simulation = 'N'
               move 'P' to ws_verrou_action
               call "SPVERROU" using ws_verrou_path ws_verrou_action
                   ws_joblog_operator ws_verrou_res
               if ws_verrou_res = 'N'
                   display "Fichier maître deja tenu par un autre"
                       " traitement - reessayer plus tard."
                   move 93 to ws_joblog_rc
                   exit paragraph
               end-if
               open i-o employee-master
           else
               open input employee-master
           end-if

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
               if ws_simulation = 'N'
                   open extend historique-file
                   if ws_fs_hist not = "00"
                       open output historique-file
                   end-if
               end-if
               open output rapport-file
               move spaces to rapport-record
               string "Normalisation des noms du " delimited by size
                      ws_today delimited by size
                      " - avant -> apres" delimited by size
                      into rapport-record
               end-string
               write rapport-record
               move spaces to rapport-record
               write rapport-record

               perform until fin_master = 'Y'
                   read employee-master next record
                       at end
                           move 'Y' to fin_master
                       not at end
                           add 1 to ws_nb_lus
                           perform 1100-normaliser-un-employe
                   end-read
               end-perform

               move spaces to rapport-record
               write rapport-record
               move spaces to rapport-record
               string ws_nb_changes delimited by size
                      " employe(s) sur " delimited by size
                      ws_nb_lus delimited by size
                      " normalise(s)" delimited by size
                      into rapport-record
               end-string
               write rapport-record
               close rapport-file
               if ws_simulation = 'N'
                   close historique-file
               end-if
               close employee-master
               display "Normalisation des noms : " ws_nb_changes
                   " employe(s) sur " ws_nb_lus
                   " - voir rapport-normalisation-noms.txt."
           end-if

           if ws_simulation = 'N'
               move 'L' to ws_verrou_action
               call "SPVERROU" using ws_verrou_path ws_verrou_action
                   ws_joblog_operator ws_verrou_res
           end-if
           .

       1100-normaliser-un-employe.
           move em-nom to ws_nom_norm
           move em-prenom to ws_prenom_norm
           call "SPNOMS" using ws_nom_norm ws_prenom_norm
           if ws_nom_norm = em-nom and ws_prenom_norm = em-prenom
               exit paragraph
           end-if

           move em-id to ws_lr_id
           move spaces to ws_lr_avant
           string function trim(em-nom) delimited by size
                  " " delimited by size
                  function trim(em-prenom) delimited by size
                  into ws_lr_avant
           end-string
           move spaces to ws_lr_apres
           string function trim(ws_nom_norm) delimited by size
                  " " delimited by size
                  function trim(ws_prenom_norm) delimited by size
                  into ws_lr_apres
           end-string
           write rapport-record from ws_ligne_rapport

           if ws_simulation = 'Y'
               add 1 to ws_nb_changes
               exit paragraph
           end-if

           if ws_nom_norm not = em-nom
               move spaces to historique-record
               move em-id to hi-id
               move ws_today to hi-date
               move "NOM" to hi-champ
               move em-nom to hi-ancien
               move ws_nom_norm to hi-nouveau
               write historique-record
           end-if
           if ws_prenom_norm not = em-prenom
               move spaces to historique-record
               move em-id to hi-id
               move ws_today to hi-date
               move "PRENOM" to hi-champ
               move em-prenom to hi-ancien
               move ws_prenom_norm to hi-nouveau
               write historique-record
           end-if

           move ws_nom_norm to em-nom
           move ws_prenom_norm to em-prenom
           rewrite employee-master-record
           if ws_fs_master not = "00"
               display "Erreur REWRITE EMPLOYEE-MASTER id=" em-id
                   " status=" ws_fs_master
               move 16 to ws_joblog_rc
           else
               add 1 to ws_nb_changes
           end-if
           .

       9900-consigner-message.
      * Double le DISPLAY d'un incident d'une ligne dans le fichier
      * de messages du jour, pour les nuits sans operateur devant la
      * console.
           call "MSGLOG" using ws_msglog_prefix ws_joblog_name
               ws_msglog_grav ws_msglog_texte
           .
