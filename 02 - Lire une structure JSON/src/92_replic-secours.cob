      ******************************************************************
      * Nom du Projet   : Replication vers le site de secours
      * Description     : Tout ce dont la suite depend vivait sur un
      *    seul disque [fichier maître indexe, satellites salaires,
      *    banque et retenues, journal des executions, historique
      *    des employes, src/archive/] et l'exercice de restauration
      *    [59_exercice-restauration] ne prouve qu'une restauration
      *    sur la meme machine. Cette etape de fin de chaine copie la
      *    generation courante de chaque fichier critique vers le
      *    site de secours [nom logique SITE-SECOURS de
      *    ../affectations.cfg, defaut ../secours] :
      *    - la liste des fichiers critiques vit dans
      *      src/fichiers-critiques.txt [code, type I = fichier
      *      maître indexe, S = fichier sequentiel, R = repertoire
      *      dont chaque fichier est copie, objectif de point de
      *      reprise en heures, chemin] ;
      *    - chaque copie est verifiee par nombre d'enregistrements
      *      et somme de controle, a la maniere du manifeste
      *      [SPMANIF] : sequentiels recomptes par SPMANIF des deux
      *      cotes, fichier maître relu enregistrement par
      *      enregistrement des deux cotes [verrou pris pendant la
      *      copie, aucun chargement ne demarre au milieu] ;
      *    - le registre de replication [src/registre-replication.txt,
      *      cumule] garde une ligne par fichier et par passage :
      *      l'horodatage d'une ligne OK est le point de reprise du
      *      fichier au secours.
      *    Site injoignable [sonde secours-sonde.txt non ecrite] :
      *    rien n'est copie, erreur rc 8. Copie en ecart ou en echec :
      *    erreur rc 8. Le controle du matin [93_controle-secours]
      *    relit le registre face aux objectifs de point de reprise.
      *
      * Date de création: 15/10/2026
      * Auteur          : Champémont Mathurin
      ******************************************************************
       identification division.
       program-id. 92_replic-secours.

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

           select secours-master
               assign to dynamic ws_dr_chemin
               organization is indexed
               access mode is dynamic
               record key is sm-id
               alternate record key is sm-nom
                   with duplicates
               alternate record key is sm-dep
                   with duplicates
               file status is ws_fs_secours.

           select critiques-file
               assign to "src/fichiers-critiques.txt"
               organization is line sequential
               file status is ws_fs_critiques.

           select sonde-file assign to dynamic ws_sonde_path
               organization is line sequential
               file status is ws_fs_sonde.

           select liste-file assign to "src/secours-liste.tmp"
               organization is line sequential
               file status is ws_fs_liste.

           select controle-file assign to "src/secours-controle.tmp"
               organization is line sequential
               file status is ws_fs_controle.

           select registre-file
               assign to "src/registre-replication.txt"
               organization is line sequential
               file status is ws_fs_registre.

       data division.
       file section.
       fd employee-master.
       01 employee-master-record.
           COPY "employe-enreg.cpy" REPLACING ==:PFX:== BY ==em-==.

       fd secours-master.
       01 secours-master-record.
           COPY "employe-enreg.cpy" REPLACING ==:PFX:== BY ==sm-==.

       fd critiques-file.
       01 critique-record.
           05 fcr-code     pic x(12).
           05 filler       pic x.
           05 fcr-type     pic x(1).
           05 filler       pic x.
           05 fcr-rpo      pic 9(3).
           05 filler       pic x.
           05 fcr-chemin   pic x(60).

       fd sonde-file.
       01 sonde-record.
           05 sd-date      pic 9(8).
           05 filler       pic x.
           05 sd-heure     pic 9(6).
           05 filler       pic x.
           05 sd-operateur pic x(8).

       fd liste-file.
       01 liste-record     pic x(60).

      * Lignes de manifeste ecrites par SPMANIF pour l'original puis
      * pour la copie [meme disposition que le manifeste].
       fd controle-file.
       01 controle-record.
           05 ctl-date     pic 9(8).
           05 filler       pic x.
           05 ctl-heure    pic 9(6).
           05 filler       pic x.
           05 ctl-fichier  pic x(40).
           05 filler       pic x.
           05 ctl-nb       pic 9(7).
           05 filler       pic x.
           05 ctl-controle pic 9(9).

      * Registre de replication : horodatage du passage [= point de
      * reprise quand le verdict est OK], code du fichier critique,
      * verdict [OK, ECART, ECHEC, ABSENT, VERROU, INJOIGNABLE],
      * nombre d'enregistrements et somme de controle de la copie,
      * chemin de l'original.
       fd registre-file.
       01 registre-record.
           05 rep-date     pic 9(8).
           05 filler       pic x.
           05 rep-heure    pic 9(6).
           05 filler       pic x.
           05 rep-code     pic x(12).
           05 filler       pic x.
           05 rep-verdict  pic x(11).
           05 filler       pic x.
           05 rep-nb       pic 9(7).
           05 filler       pic x.
           05 rep-controle pic 9(9).
           05 filler       pic x.
           05 rep-fichier  pic x(60).

       working-storage section.
       01 ws_fs_master     pic xx value "00".
       01 ws_fs_secours    pic xx value "00".
       01 ws_fs_critiques  pic xx value "00".
       01 ws_fs_sonde      pic xx value "00".
       01 ws_fs_liste      pic xx value "00".
       01 ws_fs_controle   pic xx value "00".
       01 ws_fs_registre   pic xx value "00".
       01 fin_critiques    pic x value 'N'.
       01 fin_liste        pic x value 'N'.
       01 fin_controle     pic x value 'N'.
       01 fin_master       pic x value 'N'.
       01 ws_today         pic 9(8) value 0.
       01 ws_heure         pic 9(8) value 0.
       01 ws_cmd           pic x(300) value spaces.

      * Site de secours et fichier en cours de replication.
       01 ws_dd_secours    pic x(20) value "SITE-SECOURS".
       01 ws_dr_racine     pic x(100) value "../secours".
       01 ws_sonde_path    pic x(100) value spaces.
       01 ws_dr_repertoire pic x(100) value spaces.
       01 ws_dr_chemin     pic x(100) value spaces.
       01 ws_src_chemin    pic x(100) value spaces.
       01 ws_src_nom       pic x(60) value spaces.
       01 ws_code          pic x(12) value spaces.
       01 ws_verdict       pic x(11) value spaces.
       01 ws_pos           pic 9(3) value 0.
       01 ws_pos_barre     pic 9(3) value 0.

      * Comptes et sommes de l'original et de la copie [somme des
      * octets non blancs, modulo 10^9, comme SPMANIF].
       01 ws_src_nb        pic 9(7) value 0.
       01 ws_src_controle  pic 9(9) value 0.
       01 ws_dr_nb         pic 9(7) value 0.
       01 ws_dr_controle   pic 9(9) value 0.
       01 ws_nb            pic 9(7) value 0.
       01 ws_controle      pic 9(9) value 0.
       01 ws_i             pic 9(3) value 0.
       01 ws_octets        pic x(122) value spaces.

      * Appel de SPMANIF vers le fichier de controle temporaire.
       01 ws_manif_path    pic x(100)
           value "src/secours-controle.tmp".
       01 ws_manif_fichier pic x(100) value spaces.
       01 ws_manif_nom     pic x(40) value spaces.
       01 ws_manif_res     pic x(1) value 'N'.

       01 ws_nb_ok         pic 9(5) value 0.
       01 ws_nb_echecs     pic 9(5) value 0.
       01 ws_nb_absents    pic 9(5) value 0.
       01 ws_nb_verrous    pic 9(5) value 0.

      * Verrou du fichier maître [SPVERROU] : pris pendant la copie,
      * un chargement ne reconstruit pas le fichier sous la copie.
       01 ws_verrou_path   pic x(100)
           value "../verrou-employee-master.lck".
       01 ws_verrou_action pic x(1) value space.
       01 ws_verrou_res    pic x(1) value 'N'.

      * Consignation des incidents dans le fichier de messages date
      * [MSGLOG] : la chaine tourne sans surveillance.
       01 ws_msglog_prefix pic x(100) value "..".
       01 ws_msglog_grav   pic x(1) value 'E'.
       01 ws_msglog_texte  pic x(100) value spaces.

      * Affectations de fichiers [SPAFFECT, cartes DD de la suite].
       01 ws_affect_config pic x(100) value "../affectations.cfg".
       01 ws_dd_master     pic x(20) value "EMPLOYEE-MASTER".
       01 ws_dd_joblog     pic x(20) value "JOB-LOG".
       01 ws_aff_master    pic x(100)
           value "src/employee-master.dat".

      * Champs d'appel au journal central des executions (JOB-LOG,
      * voir 99 - Utilitaires partages/src/JOBLOG.cob).
       01 ws_joblog_name   pic x(20) value "92_replic-secours".
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
           call "SPAFFECT" using ws_affect_config ws_dd_secours
               ws_dr_racine
           move 'S' to ws_joblog_action
           call "JOBLOG" using ws_joblog_path ws_joblog_name
               ws_joblog_action ws_joblog_count ws_joblog_rc
                   ws_joblog_operator

           accept ws_today from date yyyymmdd
           accept ws_heure from time

           perform 0100-sonder-le-site
           if ws_fs_sonde = "00"
               open input critiques-file
               if ws_fs_critiques not = "00"
                   display "Liste des fichiers critiques absente :"
                       " src/fichiers-critiques.txt"
                   move 16 to ws_joblog_rc
               else
                   perform until fin_critiques = 'Y'
                       read critiques-file
                           at end
                               move 'Y' to fin_critiques
                           not at end
                               if critique-record not = spaces
                                   perform 1000-repliquer-un-critique
                               end-if
                       end-read
                   end-perform
                   close critiques-file
               end-if
               move "rm -f src/secours-controle.tmp" to ws_cmd
               call "SYSTEM" using ws_cmd

               display "Replication secours : " ws_nb_ok
                   " copie(s) OK, "
                   ws_nb_echecs " en ecart/echec, " ws_nb_absents
                   " original(aux) absent(s), " ws_nb_verrous
                   " sous verrou"
               if ws_nb_echecs > 0
                   move 'E' to ws_msglog_grav
                   move spaces to ws_msglog_texte
                   string "Replication secours : " delimited by size
                          ws_nb_echecs delimited by size
                          " copie(s) en ecart ou en echec"
                              delimited by size
                          into ws_msglog_texte
                   end-string
                   perform 9900-consigner-message
                   if ws_joblog_rc < 8
                       move 8 to ws_joblog_rc
                   end-if
               end-if
               if ws_nb_verrous > 0
                   move 'W' to ws_msglog_grav
                   move "Replication secours : maitre verrouille"
                       to ws_msglog_texte
                   perform 9900-consigner-message
                   if ws_joblog_rc < 4
                       move 4 to ws_joblog_rc
                   end-if
               end-if
           end-if

           move ws_nb_ok to ws_joblog_count
           move 'E' to ws_joblog_action
           call "JOBLOG" using ws_joblog_path ws_joblog_name
               ws_joblog_action ws_joblog_count ws_joblog_rc
                   ws_joblog_operator

           move ws_joblog_rc to return-code
           goback.

       0100-sonder-le-site.
      * Le site est joignable si la sonde horodatee s'y ecrit ; elle
      * sert aussi au controle du matin.
           move spaces to ws_cmd
           string "mkdir -p '" delimited by size
                  function trim(ws_dr_racine) delimited by size
                  "' 2>/dev/null" delimited by size
                  into ws_cmd
           end-string
           call "SYSTEM" using ws_cmd
           move spaces to ws_sonde_path
           string function trim(ws_dr_racine) delimited by size
                  "/secours-sonde.txt" delimited by size
                  into ws_sonde_path
           end-string
           open output sonde-file
           if ws_fs_sonde not = "00"
               display "Site de secours injoignable : "
                   function trim(ws_dr_racine) " [" ws_fs_sonde "]"
               move "SITE" to ws_code
               move "INJOIGNABLE" to ws_verdict
               move ws_dr_racine to ws_src_chemin
               move 0 to ws_dr_nb
               move 0 to ws_dr_controle
               perform 8000-inscrire-au-registre
               move 'E' to ws_msglog_grav
               move spaces to ws_msglog_texte
               string "Site de secours injoignable : "
                          delimited by size
                      function trim(ws_dr_racine) delimited by size
                      into ws_msglog_texte
               end-string
               perform 9900-consigner-message
               move 8 to ws_joblog_rc
               exit paragraph
           end-if
           move spaces to sonde-record
           move ws_today to sd-date
           move ws_heure(1:6) to sd-heure
           move ws_joblog_operator to sd-operateur
           write sonde-record
           close sonde-file
           .

       1000-repliquer-un-critique.
           move fcr-code to ws_code
           move spaces to ws_dr_repertoire
           string function trim(ws_dr_racine) delimited by size
                  "/" delimited by size
                  function trim(fcr-code) delimited by size
                  into ws_dr_repertoire
           end-string
           move spaces to ws_cmd
           string "mkdir -p '" delimited by size
                  function trim(ws_dr_repertoire) delimited by size
                  "'" delimited by size
                  into ws_cmd
           end-string
           call "SYSTEM" using ws_cmd

           evaluate fcr-type
               when 'I'
                   move ws_aff_master to ws_src_chemin
                   perform 3000-repliquer-le-master
               when 'S'
                   move fcr-chemin to ws_src_chemin
                   perform 2000-repliquer-un-fichier
               when 'R'
                   perform 4000-repliquer-un-repertoire
               when other
                   display "Type inconnu ignore : " fcr-code " "
                       fcr-type
           end-evaluate
           .

       1100-nom-du-fichier.
      * Dernier element du chemin de l'original = nom de la copie
      * dans le repertoire du code au secours.
           move 0 to ws_pos_barre
           perform varying ws_pos from 1 by 1 until ws_pos > 100
               if ws_src_chemin(ws_pos:1) = "/"
                   move ws_pos to ws_pos_barre
               end-if
           end-perform
           move spaces to ws_src_nom
           move ws_src_chemin(ws_pos_barre + 1:) to ws_src_nom
           move spaces to ws_dr_chemin
           string function trim(ws_dr_repertoire) delimited by size
                  "/" delimited by size
                  function trim(ws_src_nom) delimited by size
                  into ws_dr_chemin
           end-string
           .

       2000-repliquer-un-fichier.
      * Sequentiel : compte et somme de l'original par SPMANIF, copie,
      * puis compte et somme de la copie ; les deux lignes relues du
      * fichier de controle doivent concorder.
           perform 1100-nom-du-fichier
           move "rm -f src/secours-controle.tmp" to ws_cmd
           call "SYSTEM" using ws_cmd
           move 0 to ws_dr_nb
           move 0 to ws_dr_controle

           move ws_src_chemin to ws_manif_fichier
           move ws_src_nom to ws_manif_nom
           call "SPMANIF" using ws_manif_path
               ws_manif_fichier ws_manif_nom ws_manif_res
           if ws_manif_res not = 'O'
      * Original pas encore produit : rien a proteger pour l'instant.
               move "ABSENT" to ws_verdict
               add 1 to ws_nb_absents
               perform 8000-inscrire-au-registre
               exit paragraph
           end-if

           move spaces to ws_cmd
           string "cp -p '" delimited by size
                  function trim(ws_src_chemin) delimited by size
                  "' '" delimited by size
                  function trim(ws_dr_chemin) delimited by size
                  "'" delimited by size
                  into ws_cmd
           end-string
           call "SYSTEM" using ws_cmd

           move ws_dr_chemin to ws_manif_fichier
           call "SPMANIF" using ws_manif_path
               ws_manif_fichier ws_manif_nom ws_manif_res
           if ws_manif_res not = 'O'
               move "ECHEC" to ws_verdict
               add 1 to ws_nb_echecs
               perform 8000-inscrire-au-registre
               exit paragraph
           end-if

           move 0 to ws_src_nb
           move 0 to ws_src_controle
           move 'N' to fin_controle
           open input controle-file
           if ws_fs_controle = "00"
               perform until fin_controle = 'Y'
                   read controle-file
                       at end
                           move 'Y' to fin_controle
                       not at end
                           move ws_dr_nb to ws_src_nb
                           move ws_dr_controle to ws_src_controle
                           move ctl-nb to ws_dr_nb
                           move ctl-controle to ws_dr_controle
                   end-read
               end-perform
               close controle-file
           end-if
           perform 5000-rendre-le-verdict
           .

       3000-repliquer-le-master.
      * Indexe : les fichiers physiques sont copies tels quels sous
      * verrou, puis original et copie sont relus par cle et sommes
      * enregistrement par enregistrement.
           perform 1100-nom-du-fichier
           move 0 to ws_dr_nb
           move 0 to ws_dr_controle
           move 'P' to ws_verrou_action
           call "SPVERROU" using ws_verrou_path ws_verrou_action
               ws_joblog_operator ws_verrou_res
           if ws_verrou_res not = 'O'
               display "Fichier maître sous verrou, non copie : "
                   function trim(ws_src_chemin)
               move "VERROU" to ws_verdict
               add 1 to ws_nb_verrous
               perform 8000-inscrire-au-registre
               exit paragraph
           end-if

           move 0 to ws_nb
           move 0 to ws_controle
           move 'N' to fin_master
           open input employee-master
           if ws_fs_master not = "00"
               move "ABSENT" to ws_verdict
               add 1 to ws_nb_absents
               perform 8000-inscrire-au-registre
               perform 3900-liberer-le-verrou
               exit paragraph
           end-if
           perform until fin_master = 'Y'
               read employee-master next record
                   at end
                       move 'Y' to fin_master
                   not at end
                       add 1 to ws_nb
                       move employee-master-record to ws_octets
                       perform 3500-sommer-l-enregistrement
               end-read
           end-perform
           close employee-master
           move ws_nb to ws_src_nb
           move ws_controle to ws_src_controle

           move spaces to ws_cmd
           string "cp -p '" delimited by size
                  function trim(ws_src_chemin) delimited by size
                  "'* '" delimited by size
                  function trim(ws_dr_repertoire) delimited by size
                  "/'" delimited by size
                  into ws_cmd
           end-string
           call "SYSTEM" using ws_cmd

           move 0 to ws_nb
           move 0 to ws_controle
           move 'N' to fin_master
           open input secours-master
           if ws_fs_secours not = "00"
               move "ECHEC" to ws_verdict
               add 1 to ws_nb_echecs
               perform 8000-inscrire-au-registre
               perform 3900-liberer-le-verrou
               exit paragraph
           end-if
           perform until fin_master = 'Y'
               read secours-master next record
                   at end
                       move 'Y' to fin_master
                   not at end
                       add 1 to ws_nb
                       move secours-master-record to ws_octets
                       perform 3500-sommer-l-enregistrement
               end-read
           end-perform
           close secours-master
           move ws_nb to ws_dr_nb
           move ws_controle to ws_dr_controle
           perform 3900-liberer-le-verrou
           perform 5000-rendre-le-verdict
           .

       3500-sommer-l-enregistrement.
           perform varying ws_i from 1 by 1 until ws_i > 122
               if ws_octets(ws_i:1) not = space
                   compute ws_controle = function mod(
                       ws_controle + function ord(ws_octets(ws_i:1)),
                       1000000000)
               end-if
           end-perform
           .

       3900-liberer-le-verrou.
           move 'L' to ws_verrou_action
           call "SPVERROU" using ws_verrou_path ws_verrou_action
               ws_joblog_operator ws_verrou_res
           .

       4000-repliquer-un-repertoire.
      * Chaque fichier du repertoire est une generation figee
      * [instantanes dates] : tous sont copies et verifies un a un.
           move spaces to ws_cmd
           string "ls '" delimited by size
                  function trim(fcr-chemin) delimited by size
                  "' > src/secours-liste.tmp 2>/dev/null"
                      delimited by size
                  into ws_cmd
           end-string
           call "SYSTEM" using ws_cmd
           move 'N' to fin_liste
           open input liste-file
           if ws_fs_liste not = "00"
               exit paragraph
           end-if
           perform until fin_liste = 'Y'
               read liste-file
                   at end
                       move 'Y' to fin_liste
                   not at end
                       if liste-record not = spaces
                           move spaces to ws_src_chemin
                           string function trim(fcr-chemin)
                                      delimited by size
                                  "/" delimited by size
                                  function trim(liste-record)
                                      delimited by size
                                  into ws_src_chemin
                           end-string
                           perform 2000-repliquer-un-fichier
                       end-if
               end-read
           end-perform
           close liste-file
           move "rm -f src/secours-liste.tmp" to ws_cmd
           call "SYSTEM" using ws_cmd
           .

       5000-rendre-le-verdict.
           if ws_dr_nb = ws_src_nb
              and ws_dr_controle = ws_src_controle
               move "OK" to ws_verdict
               add 1 to ws_nb_ok
           else
               move "ECART" to ws_verdict
               add 1 to ws_nb_echecs
               display "Copie en ecart : " function trim(ws_src_chemin)
                   " [" ws_src_nb "/" ws_src_controle " -> "
                   ws_dr_nb "/" ws_dr_controle "]"
           end-if
           perform 8000-inscrire-au-registre
           .

       8000-inscrire-au-registre.
           open extend registre-file
           if ws_fs_registre not = "00"
               open output registre-file
               if ws_fs_registre not = "00"
                   display "Registre de replication illisible : "
                       ws_fs_registre
                   exit paragraph
               end-if
           end-if
           move spaces to registre-record
           move ws_today to rep-date
           move ws_heure(1:6) to rep-heure
           move ws_code to rep-code
           move ws_verdict to rep-verdict
           move ws_dr_nb to rep-nb
           move ws_dr_controle to rep-controle
           move ws_src_chemin to rep-fichier
           write registre-record
           close registre-file
           .

       9900-consigner-message.
      * Double le DISPLAY d'un incident d'une ligne dans le fichier
      * de messages du jour, pour les nuits sans operateur devant la
      * console.
           call "MSGLOG" using ws_msglog_prefix ws_joblog_name
               ws_msglog_grav ws_msglog_texte
           .
