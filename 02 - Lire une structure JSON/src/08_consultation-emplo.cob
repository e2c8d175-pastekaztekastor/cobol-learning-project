       01 ws_aff_master    pic x(100)
           value "src/employee-master.dat".

      * Journal des consultations de donnees sensibles [SPACCES,
      * voir 99 - Utilitaires partages/src/SPACCES.cob].
       01 ws_acces_path    pic x(100) value "src/journal-acces.txt".
       01 ws_acces_id      pic 9(5) value 0.
       01 ws_acces_categorie pic x(10) value spaces.

      * Champs d'appel au journal central des executions (JOB-LOG,
      * voir 99 - Utilitaires partages/src/JOBLOG.cob).
       01 ws_joblog_name   PIC X(20) VALUE "08_consultation-empl".
                   end-if
                   display "Date embauche (AAAAMMJJ): " em-dateemb
                   display "Date effet    (AAAAMMJJ): " em-dateeff
                   move em-id to ws_acces_id
                   move "FICHE" to ws_acces_categorie
                   perform 9600-tracer-la-consultation
           end-read
           .

               " " em-dep " [" function trim(ws_dep_libelle) "] "
               em-rol
           .

       9600-tracer-la-consultation.
      * Toute lecture d'une donnee sensible laisse sa trace : date,
      * heure, operateur, programme, id consulte, categorie.
           call "SPACCES" using ws_acces_path ws_joblog_operator
               ws_joblog_name ws_acces_id ws_acces_categorie
           .
