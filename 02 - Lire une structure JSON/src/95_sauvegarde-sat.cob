      ******************************************************************
      * Nom du Projet   : Dechargement / rechargement des satellites
      * Description     : Les cinq fichiers satellites de l'employe
      *    [salaires, banque-employes, retenues, contacts-employes,
      *    conges-soldes] sont indexes sur l'id : ni la replication
      *    de secours ni un controle a l'oeil ne relisent un .dat
      *    directement. Ce traitement, selon SAUVEGARDE_MODE :
      *    - DECHARGER [defaut] : chaque src/<nom>.dat est relu dans
      *      l'ordre des cles et ecrit en texte, une ligne par
      *      enregistrement, dans src/sauvegarde/<nom>.txt - c'est
      *      cette image que la liste des fichiers critiques fait
      *      repliquer [92_replic-secours], etape de chaine juste
      *      avant la replication ;
      *    - RECHARGER : chaque src/<nom>.dat est reconstruit en
      *      entier depuis src/sauvegarde/<nom>.txt [restauration ;
      *      une image absente laisse le .dat tel quel]. Une ligne a
      *      id illisible ou en double est comptee et affichee, pas
      *      chargee.
      *    Comptes par fichier a l'ecran ; rc 4 si des lignes n'ont
      *    pas ete rechargees, rc 16 si un fichier ne s'ouvre pas.
      *
      * Date de création: 15/10/2026
      * Auteur          : Champémont Mathurin
      ******************************************************************
       identification division.
       program-id. 95_sauvegarde-sat.

       environment division.
       input-output section.
       file-control.
      * Image texte d'un satellite, nommee a l'execution.
           select image-file assign to dynamic ws_image_path
               organization is line sequential
               file status is ws_fs_image.

           select salaires-file assign to "src/salaires.dat"
               organization is indexed
               access mode is dynamic
               record key is sal-id
               file status is ws_fs_sat.

           select banque-file assign to "src/banque-employes.dat"
               organization is indexed
               access mode is dynamic
               record key is ban-id
               file status is ws_fs_sat.

           select retenues-file assign to "src/retenues.dat"
               organization is indexed
               access mode is dynamic
               record key is ret-cle
               file status is ws_fs_sat.

           select contacts-file
               assign to "src/contacts-employes.dat"
               organization is indexed
               access mode is dynamic
               record key is cta-id
               file status is ws_fs_sat.

           select soldes-file assign to "src/conges-soldes.dat"
               organization is indexed
               access mode is dynamic
               record key is sol-id
               file status is ws_fs_sat.

       data division.
       file section.
       fd image-file.
       01 image-record     pic x(200).

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

       working-storage section.
       01 ws_fs_image      pic xx value "00".
       01 ws_fs_sat        pic xx value "00".
       01 fin_lecture      pic x value 'N'.

       01 ws_mode          pic x(10) value spaces.

      * Les cinq satellites, dans l'ordre de traitement.
       01 ws_fichiers.
           05 filler pic x(20) value "salaires".
           05 filler pic x(20) value "banque-employes".
           05 filler pic x(20) value "retenues".
           05 filler pic x(20) value "contacts-employes".
           05 filler pic x(20) value "conges-soldes".
       01 ws_fichiers_table redefines ws_fichiers.
           05 ws_fic_nom   pic x(20) occurs 5 times.
       01 ws_fic_idx       pic 9(1) value 0.
       01 ws_image_path    pic x(100) value spaces.
       01 ws_cmd           pic x(100) value spaces.

       01 ws_nb_lignes     pic 9(7) value 0.
       01 ws_nb_rejets     pic 9(7) value 0.
       01 ws_tot_lignes    pic 9(7) value 0.
       01 ws_tot_rejets    pic 9(7) value 0.

      * Consignation des messages d'erreur dans le fichier de
      * messages date [MSGLOG] : la chaine tourne sans surveillance,
      * un DISPLAY seul disparait avec la console.
       01 ws_msglog_prefix pic x(100) value "..".
       01 ws_msglog_grav   pic x(1) value 'E'.
       01 ws_msglog_texte  pic x(100) value spaces.

      * Champs d'appel au journal central des executions (JOB-LOG,
      * voir 99 - Utilitaires partages/src/JOBLOG.cob).
       01 ws_joblog_name   pic x(20) value "95_sauvegarde-sat".
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

           move spaces to ws_mode
           accept ws_mode from environment "SAUVEGARDE_MODE"
           if ws_mode = spaces
               move "DECHARGER" to ws_mode
           end-if

           evaluate ws_mode
               when "DECHARGER"
                   move "mkdir -p src/sauvegarde 2>/dev/null"
                       to ws_cmd
                   call "SYSTEM" using ws_cmd
                   perform varying ws_fic_idx from 1 by 1
                       until ws_fic_idx > 5
                       perform 1000-decharger-un-fichier
                   end-perform
                   display "Dechargement des satellites : "
                       ws_tot_lignes " ligne(s) dans src/sauvegarde/."
               when "RECHARGER"
                   perform varying ws_fic_idx from 1 by 1
                       until ws_fic_idx > 5
                       perform 2000-recharger-un-fichier
                   end-perform
                   display "Rechargement des satellites : "
                       ws_tot_lignes " ligne(s) chargee(s), "
                       ws_tot_rejets " non chargee(s)."
                   if ws_tot_rejets > 0 and ws_joblog_rc < 4
                       move 4 to ws_joblog_rc
                   end-if
               when other
                   display "SAUVEGARDE_MODE inconnu : "
                       function trim(ws_mode)
                       " [DECHARGER ou RECHARGER]."
                   move 16 to ws_joblog_rc
           end-evaluate

           move ws_tot_lignes to ws_joblog_count
           move 'E' to ws_joblog_action
           call "JOBLOG" using ws_joblog_path ws_joblog_name
               ws_joblog_action ws_joblog_count ws_joblog_rc
                   ws_joblog_operator

           move ws_joblog_rc to return-code
           goback.

       0100-nommer-l-image.
           move spaces to ws_image_path
           string "src/sauvegarde/" delimited by size
                  function trim(ws_fic_nom(ws_fic_idx))
                      delimited by size
                  ".txt" delimited by size
                  into ws_image_path
           end-string
           .

       1000-decharger-un-fichier.
      * Un satellite encore jamais cree n'a rien a decharger.
           move 0 to ws_nb_lignes
           perform 0100-nommer-l-image
           perform 1100-ouvrir-en-lecture
           if ws_fs_sat not = "00"
               display "src/" function trim(ws_fic_nom(ws_fic_idx))
                   ".dat absent, rien a decharger."
               exit paragraph
           end-if
           open output image-file
           if ws_fs_image not = "00"
               perform 1900-fermer-le-satellite
               display "Erreur ecriture "
                   function trim(ws_image_path) " : " ws_fs_image
               move 'E' to ws_msglog_grav
               move spaces to ws_msglog_texte
               string "Image illisible : " delimited by size
                      ws_image_path delimited by space
                      into ws_msglog_texte
               end-string
               perform 9900-consigner-message
               move 16 to ws_joblog_rc
               exit paragraph
           end-if

           move 'N' to fin_lecture
           perform until fin_lecture = 'Y'
               perform 1200-lire-et-ecrire
           end-perform
           close image-file
           perform 1900-fermer-le-satellite

           add ws_nb_lignes to ws_tot_lignes
           display "Dechargement " ws_fic_nom(ws_fic_idx) " : "
               ws_nb_lignes " ligne(s)."
           .

       1100-ouvrir-en-lecture.
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

       1200-lire-et-ecrire.
           move spaces to image-record
           evaluate ws_fic_idx
               when 1
                   read salaires-file next record
                       at end
                           move 'Y' to fin_lecture
                       not at end
                           move salaire-record to image-record
                   end-read
               when 2
                   read banque-file next record
                       at end
                           move 'Y' to fin_lecture
                       not at end
                           move banque-record to image-record
                   end-read
               when 3
                   read retenues-file next record
                       at end
                           move 'Y' to fin_lecture
                       not at end
                           move retenue-record to image-record
                   end-read
               when 4
                   read contacts-file next record
                       at end
                           move 'Y' to fin_lecture
                       not at end
                           move contact-record to image-record
                   end-read
               when 5
                   read soldes-file next record
                       at end
                           move 'Y' to fin_lecture
                       not at end
                           move solde-record to image-record
                   end-read
           end-evaluate
           if fin_lecture = 'N'
               write image-record
               add 1 to ws_nb_lignes
           end-if
           .

       1900-fermer-le-satellite.
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

       2000-recharger-un-fichier.
      * Sans image, le .dat en place n'est pas touche.
           move 0 to ws_nb_lignes
           move 0 to ws_nb_rejets
           perform 0100-nommer-l-image
           open input image-file
           if ws_fs_image not = "00"
               display function trim(ws_image_path)
                   " absent, src/" function trim(ws_fic_nom(ws_fic_idx))
                   ".dat laisse tel quel."
               exit paragraph
           end-if
           perform 2100-ouvrir-en-creation
           if ws_fs_sat not = "00"
               close image-file
               display "Erreur creation src/"
                   function trim(ws_fic_nom(ws_fic_idx))
                   ".dat : " ws_fs_sat
               move 'E' to ws_msglog_grav
               move spaces to ws_msglog_texte
               string "Rechargement impossible : " delimited by size
                      ws_fic_nom(ws_fic_idx) delimited by space
                      ".dat" delimited by size
                      into ws_msglog_texte
               end-string
               perform 9900-consigner-message
               move 16 to ws_joblog_rc
               exit paragraph
           end-if

           move 'N' to fin_lecture
           perform until fin_lecture = 'Y'
               read image-file
                   at end
                       move 'Y' to fin_lecture
                   not at end
                       if image-record not = spaces
                           perform 2200-charger-une-ligne
                       end-if
               end-read
           end-perform
           perform 1900-fermer-le-satellite
           close image-file

           add ws_nb_lignes to ws_tot_lignes
           add ws_nb_rejets to ws_tot_rejets
           display "Rechargement " ws_fic_nom(ws_fic_idx) " : "
               ws_nb_lignes " ligne(s), " ws_nb_rejets
               " non chargee(s)."
           .

       2100-ouvrir-en-creation.
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

       2200-charger-une-ligne.
           if image-record(1:5) not numeric
               perform 2900-refuser-la-ligne
               exit paragraph
           end-if
           evaluate ws_fic_idx
               when 1
                   move image-record to salaire-record
                   write salaire-record
                       invalid key
                           perform 2900-refuser-la-ligne
                       not invalid key
                           add 1 to ws_nb_lignes
                   end-write
               when 2
                   move image-record to banque-record
                   write banque-record
                       invalid key
                           perform 2900-refuser-la-ligne
                       not invalid key
                           add 1 to ws_nb_lignes
                   end-write
               when 3
                   move image-record to retenue-record
                   write retenue-record
                       invalid key
                           perform 2900-refuser-la-ligne
                       not invalid key
                           add 1 to ws_nb_lignes
                   end-write
               when 4
                   move image-record to contact-record
                   write contact-record
                       invalid key
                           perform 2900-refuser-la-ligne
                       not invalid key
                           add 1 to ws_nb_lignes
                   end-write
               when 5
                   move image-record to solde-record
                   write solde-record
                       invalid key
                           perform 2900-refuser-la-ligne
                       not invalid key
                           add 1 to ws_nb_lignes
                   end-write
           end-evaluate
           .

       2900-refuser-la-ligne.
           add 1 to ws_nb_rejets
           display "   Non chargee [" function trim(ws_fic_nom(
               ws_fic_idx)) "] : " image-record(1:60)
           .

       9900-consigner-message.
      * Double le DISPLAY d'un incident d'une ligne dans le fichier
      * de messages du jour, pour les nuits sans operateur devant la
      * console.
           call "MSGLOG" using ws_msglog_prefix ws_joblog_name
               ws_msglog_grav ws_msglog_texte
           .
