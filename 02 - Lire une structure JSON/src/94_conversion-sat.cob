      ******************************************************************
      * Nom du Projet   : Conversion des satellites en fichiers indexes
      * Description     : Passage ponctuel des cinq fichiers satellites
      *    de l'employe [salaires, banque-employes, retenues,
      *    contacts-employes, conges-soldes] du texte ligne a ligne
      *    au fichier indexe sur l'id [src/<nom>.dat, retenues sur
      *    id + code]. Chaque ligne de src/<nom>.txt s'ecrit par cle ;
      *    une ligne a id illisible ou une cle deja ecrite part au
      *    rapport src/rejets-conversion.txt [fichier, numero de
      *    ligne, motif, debut de la ligne] et se reprend au guichet
      *    du fichier. Un .dat deja present n'est jamais ecrase : la
      *    conversion ne se rejoue pas par-dessus des saisies faites
      *    depuis [effacer le .dat a la main pour la refaire]. Un
      *    .txt absent n'a rien a convertir. Comptes par fichier
      *    [lues, ecrites, rejetees] a l'ecran ; rejets presents =
      *    avertissement rc 4.
      *
      * Date de création: 15/10/2026
      * Auteur          : Champémont Mathurin
      ******************************************************************
       identification division.
       program-id. 94_conversion-sat.

       environment division.
       input-output section.
       file-control.
      * Fichier texte d'origine, nomme a l'execution.
           select source-file assign to dynamic ws_source_path
               organization is line sequential
               file status is ws_fs_source.

           select salaires-file assign to "src/salaires.dat"
               organization is indexed
               access mode is dynamic
               record key is sal-id
               file status is ws_fs_cible.

           select banque-file assign to "src/banque-employes.dat"
               organization is indexed
               access mode is dynamic
               record key is ban-id
               file status is ws_fs_cible.

           select retenues-file assign to "src/retenues.dat"
               organization is indexed
               access mode is dynamic
               record key is ret-cle
               file status is ws_fs_cible.

           select contacts-file
               assign to "src/contacts-employes.dat"
               organization is indexed
               access mode is dynamic
               record key is cta-id
               file status is ws_fs_cible.

           select soldes-file assign to "src/conges-soldes.dat"
               organization is indexed
               access mode is dynamic
               record key is sol-id
               file status is ws_fs_cible.

           select rejets-file assign to "src/rejets-conversion.txt"
               organization is line sequential
               file status is ws_fs_rejets.

       data division.
       file section.
       fd source-file.
       01 source-record    pic x(200).

       fd salaires-file.
       01 salaire-record.
           05 sal-id       pic 9(5).
           05 filler       pic x(14).

       fd banque-file.
       01 banque-record.
           05 ban-id       pic 9(5).
           05 filler       pic x(70).

       fd retenues-file.
       01 retenue-record.
           05 ret-cle.
               10 ret-id   pic 9(5).
               10 filler   pic x.
               10 ret-code pic x(12).
           05 filler       pic x(30).

       fd contacts-file.
       01 contact-record.
           05 cta-id       pic 9(5).
           05 filler       pic x(135).

       fd soldes-file.
       01 solde-record.
           05 sol-id       pic 9(5).
           05 filler       pic x(19).

       fd rejets-file.
       01 rejet-record     pic x(132).

       working-storage section.
       01 ws_fs_source     pic xx value "00".
       01 ws_fs_cible      pic xx value "00".
       01 ws_fs_rejets     pic xx value "00".
       01 fin_source       pic x value 'N'.

      * Les cinq satellites, dans l'ordre de conversion.
       01 ws_fichiers.
           05 filler pic x(20) value "salaires".
           05 filler pic x(20) value "banque-employes".
           05 filler pic x(20) value "retenues".
           05 filler pic x(20) value "contacts-employes".
           05 filler pic x(20) value "conges-soldes".
       01 ws_fichiers_table redefines ws_fichiers.
           05 ws_fic_nom   pic x(20) occurs 5 times.
       01 ws_fic_idx       pic 9(1) value 0.
       01 ws_source_path   pic x(100) value spaces.
       01 ws_cible_ouverte pic x value 'N'.

       01 ws_nb_lues       pic 9(7) value 0.
       01 ws_nb_ecrites    pic 9(7) value 0.
       01 ws_nb_rejets     pic 9(7) value 0.
       01 ws_tot_ecrites   pic 9(7) value 0.
       01 ws_tot_rejets    pic 9(7) value 0.
       01 ws_motif         pic x(30) value spaces.

       01 ws_rejet_ligne.
           05 ws_rj_fichier    pic x(20).
           05 filler           pic x(1) value space.
           05 ws_rj_ligne      pic 9(7).
           05 filler           pic x(1) value space.
           05 ws_rj_motif      pic x(30).
           05 filler           pic x(1) value space.
           05 ws_rj_texte      pic x(72).

      * Consignation des messages d'erreur dans le fichier de
      * messages date [MSGLOG] : la chaine tourne sans surveillance,
      * un DISPLAY seul disparait avec la console.
       01 ws_msglog_prefix pic x(100) value "..".
       01 ws_msglog_grav   pic x(1) value 'E'.
       01 ws_msglog_texte  pic x(100) value spaces.

      * Champs d'appel au journal central des executions (JOB-LOG,
      * voir 99 - Utilitaires partages/src/JOBLOG.cob).
       01 ws_joblog_name   pic x(20) value "94_conversion-sat".
       01 ws_joblog_path   pic x(100) value "../job-log.txt".
       01 ws_joblog_action pic x(1).
       01 ws_joblog_count  pic 9(5) value 0.
       01 ws_joblog_rc     pic 9(2) value 0.
       01 ws_joblog_operator pic x(8) value spaces.

       procedure division.

           accept ws_joblog_operator from environment "USER"
           move 'S' to ws_joblog_action
           call "JOBLOG" using ws_joblog_path ws_joblog_name
               ws_joblog_action ws_joblog_count ws_joblog_rc
                   ws_joblog_operator

           open output rejets-file
           if ws_fs_rejets not = "00"
               display "Erreur ouverture REJETS-CONVERSION : "
                   ws_fs_rejets
               move 'E' to ws_msglog_grav
               move "Rapport des rejets de conversion illisible"
                   to ws_msglog_texte
               perform 9900-consigner-message
               move 16 to ws_joblog_rc
           else
               perform varying ws_fic_idx from 1 by 1
                   until ws_fic_idx > 5
                   perform 1000-convertir-un-fichier
               end-perform
               close rejets-file

               display "Conversion des satellites : " ws_tot_ecrites
                   " ligne(s) ecrite(s), " ws_tot_rejets
                   " rejetee(s)."
               if ws_tot_rejets > 0
                   display "Lignes rejetees : voir"
                       " rejets-conversion.txt."
                   move 'W' to ws_msglog_grav
                   move spaces to ws_msglog_texte
                   string "Conversion des satellites : "
                              delimited by size
                          ws_tot_rejets delimited by size
                          " ligne(s) rejetee(s)" delimited by size
                          into ws_msglog_texte
                   end-string
                   perform 9900-consigner-message
                   move 4 to ws_joblog_rc
               end-if
           end-if

           move ws_tot_ecrites to ws_joblog_count
           move 'E' to ws_joblog_action
           call "JOBLOG" using ws_joblog_path ws_joblog_name
               ws_joblog_action ws_joblog_count ws_joblog_rc
                   ws_joblog_operator

           move ws_joblog_rc to return-code
           goback.

       1000-convertir-un-fichier.
           move 0 to ws_nb_lues
           move 0 to ws_nb_ecrites
           move 0 to ws_nb_rejets
           move spaces to ws_source_path
           string "src/" delimited by size
                  function trim(ws_fic_nom(ws_fic_idx))
                      delimited by size
                  ".txt" delimited by size
                  into ws_source_path
           end-string

           open input source-file
           if ws_fs_source not = "00"
               display function trim(ws_source_path)
                   " absent, rien a convertir."
               exit paragraph
           end-if

      * Un .dat qui s'ouvre existe deja : il n'est pas ecrase.
           perform 1100-ouvrir-la-cible
           if ws_fs_cible = "00"
               perform 1900-fermer-la-cible
               close source-file
               display "src/" function trim(ws_fic_nom(ws_fic_idx))
                   ".dat deja present, non ecrase."
               exit paragraph
           end-if
           perform 1200-creer-la-cible
           if ws_fs_cible not = "00"
               close source-file
               display "Erreur creation src/"
                   function trim(ws_fic_nom(ws_fic_idx))
                   ".dat : " ws_fs_cible
               move 'E' to ws_msglog_grav
               move spaces to ws_msglog_texte
               string "Creation impossible : " delimited by size
                      ws_fic_nom(ws_fic_idx) delimited by space
                      ".dat" delimited by size
                      into ws_msglog_texte
               end-string
               perform 9900-consigner-message
               move 16 to ws_joblog_rc
               exit paragraph
           end-if

           move 'N' to fin_source
           perform until fin_source = 'Y'
               read source-file
                   at end
                       move 'Y' to fin_source
                   not at end
                       add 1 to ws_nb_lues
                       perform 1300-convertir-une-ligne
               end-read
           end-perform
           perform 1900-fermer-la-cible
           close source-file

           add ws_nb_ecrites to ws_tot_ecrites
           add ws_nb_rejets to ws_tot_rejets
           display "Conversion " ws_fic_nom(ws_fic_idx) " : "
               ws_nb_lues " lue(s), " ws_nb_ecrites " ecrite(s), "
               ws_nb_rejets " rejetee(s)."
           .

       1100-ouvrir-la-cible.
           evaluate ws_fic_idx
               when 1
                   open input salaires-file
               when 2
                   open input banque-file
               when 3
                   open input retenues-file
               when 4
                   open input contacts-file
               when 5
                   open input soldes-file
           end-evaluate
           .

       1200-creer-la-cible.
           evaluate ws_fic_idx
               when 1
                   open output salaires-file
               when 2
                   open output banque-file
               when 3
                   open output retenues-file
               when 4
                   open output contacts-file
               when 5
                   open output soldes-file
           end-evaluate
           .

       1300-convertir-une-ligne.
      * Une ligne vide ne se convertit ni ne se rejette.
           if source-record = spaces
               exit paragraph
           end-if
           if source-record(1:5) not numeric
               move "id illisible" to ws_motif
               perform 1500-rejeter-la-ligne
               exit paragraph
           end-if

           move "cle deja ecrite" to ws_motif
           evaluate ws_fic_idx
               when 1
                   move source-record to salaire-record
                   write salaire-record
                       invalid key
                           perform 1500-rejeter-la-ligne
                       not invalid key
                           add 1 to ws_nb_ecrites
                   end-write
               when 2
                   move source-record to banque-record
                   write banque-record
                       invalid key
                           perform 1500-rejeter-la-ligne
                       not invalid key
                           add 1 to ws_nb_ecrites
                   end-write
               when 3
                   move source-record to retenue-record
                   write retenue-record
                       invalid key
                           perform 1500-rejeter-la-ligne
                       not invalid key
                           add 1 to ws_nb_ecrites
                   end-write
               when 4
                   move source-record to contact-record
                   write contact-record
                       invalid key
                           perform 1500-rejeter-la-ligne
                       not invalid key
                           add 1 to ws_nb_ecrites
                   end-write
               when 5
                   move source-record to solde-record
                   write solde-record
                       invalid key
                           perform 1500-rejeter-la-ligne
                       not invalid key
                           add 1 to ws_nb_ecrites
                   end-write
           end-evaluate
           .

       1500-rejeter-la-ligne.
           add 1 to ws_nb_rejets
           move ws_fic_nom(ws_fic_idx) to ws_rj_fichier
           move ws_nb_lues to ws_rj_ligne
           move ws_motif to ws_rj_motif
           move source-record(1:72) to ws_rj_texte
           write rejet-record from ws_rejet_ligne
           .

       1900-fermer-la-cible.
           evaluate ws_fic_idx
               when 1
                   close salaires-file
               when 2
                   close banque-file
               when 3
                   close retenues-file
               when 4
                   close contacts-file
               when 5
                   close soldes-file
           end-evaluate
           .

       9900-consigner-message.
      * Double le DISPLAY d'un incident d'une ligne dans le fichier
      * de messages du jour, pour les nuits sans operateur devant la
      * console.
           call "MSGLOG" using ws_msglog_prefix ws_joblog_name
               ws_msglog_grav ws_msglog_texte
           .
