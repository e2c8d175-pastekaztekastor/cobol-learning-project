      *
      * Date de création: 02/09/2026
      * Auteur          : Champémont Mathurin
      *
      * Historique des modifications :
      *  - 15/10/2026 : ligne de salaire relue par cle dans
      *    src/salaires.dat [fichier indexe].
      *  - 15/10/2026 : la ligne de salaire imprimee au dossier se
      *    trace aussi au journal des consultations [SPACCES,
      *    src/journal-acces.txt, categorie SALAIRE].
      ******************************************************************
       identification division.
       program-id. 52_dossier-acces.
               organization is line sequential
               file status is ws_fs_hist.

           select salaires-file assign to "src/salaires.dat"
               organization is indexed
               access mode is dynamic
               record key is sal-id
               file status is ws_fs_salaires.

           select salhist-file
       01 salaire-record.
           05 sal-id       pic 9(5).
           05 filler       pic x.
           05 sal-reste    pic x(13).

       fd salhist-file.
       01 salhist-record.
       01 ws_aff_master    pic x(100)
           value "src/employee-master.dat".

      * Journal des consultations de donnees sensibles [SPACCES,
      * voir 99 - Utilitaires partages/src/SPACCES.cob].
       01 ws_acces_path    pic x(100) value "src/journal-acces.txt".
       01 ws_acces_id      pic 9(5) value 0.
       01 ws_acces_categorie pic x(10) value spaces.

      * Champs d'appel au journal central des executions (JOB-LOG,
      * voir 99 - Utilitaires partages/src/JOBLOG.cob).
       01 ws_joblog_name   pic x(20) value "52_dossier-acces".
       2300-section-salaire.
           move spaces to dossier-record
           write dossier-record
           move "=== REMUNERATION [salaires.dat + historique] ==="
               to dossier-record
           write dossier-record
           add 1 to ws_nb_sections
           move 0 to ws_nb_lignes

           open input salaires-file
           if ws_fs_salaires = "00"
               move ws_id_demande to sal-id
               read salaires-file
                   invalid key
                       continue
                   not invalid key
                       add 1 to ws_nb_lignes
                       move spaces to dossier-record
                       string "   courant : " delimited by size
                              salaire-record delimited by size
                              into dossier-record
                       end-string
                       write dossier-record
                       move ws_id_demande to ws_acces_id
                       move "SALAIRE" to ws_acces_categorie
                       perform 9600-tracer-la-consultation
               end-read
               close salaires-file
           end-if

           write journal-record
           close journal-file
           .

       9600-tracer-la-consultation.
      * Toute lecture d'une donnee sensible laisse sa trace : date,
      * heure, operateur, programme, id consulte, categorie.
           call "SPACCES" using ws_acces_path ws_joblog_operator
               ws_joblog_name ws_acces_id ws_acces_categorie
           .
