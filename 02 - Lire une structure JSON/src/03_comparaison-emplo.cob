               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws_fs_delta.

      * Variantes du delta machine par consommateur [profils de
      * diffusion, SPMASQUE, sortie DELTA-MACHINE] : le delta relu
      * repart pour chaque consommateur abonne avec ses seuls champs
      * autorises, en clair ou masques.
           SELECT variante-file ASSIGN TO DYNAMIC ws_var_path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws_fs_variante.

       DATA DIVISION.
       FILE SECTION.
      * Une ligne du flux peut etre le flux compact tout entier [la
           05 dl-action     PIC X(1).
           COPY "employe-enreg.cpy" REPLACING ==:PFX:== BY ==dl-==.

      * Detail d'une variante : code action puis les champs que la
      * comparaison alimente, en zones alphanumeriques [un id
      * pseudonymise ne tient pas dans 9(5)] ; un champ que le
      * profil ne laisse pas partir reste a blanc.
       FD variante-file.
       01 variante-record  PIC X(150).
       01 variante-detail-record.
           05 vd-action     PIC X(1).
           05 vd-id         PIC X(10).
           05 vd-nom        PIC X(20).
           05 vd-prenom     PIC X(20).
           05 vd-dep        PIC X(20).
           05 vd-rol        PIC X(20).

       working-storage section.
      * Le flux du jour entier, dimensionne pour la population de la
      * fusion [un tampon trop court transformait la queue tronquee
       01 ws_fs_master     PIC XX VALUE "00".
       01 ws_fs_report     PIC XX VALUE "00".
       01 ws_fs_delta      PIC XX VALUE "00".
       01 ws_fs_variante   PIC XX VALUE "00".
       01 ws_delta_count   PIC 9(5) VALUE 0.
       01 ws_delta_action  PIC X(1) VALUE SPACE.

       01 ws_aff_master    PIC X(100)
           VALUE "src/employee-master.dat".

      * Profils de diffusion [SPMASQUE, src/profils-diffusion.txt] et
      * manifeste de transmission des variantes [SPMANIF].
       01 ws_profil_path   PIC X(100)
           VALUE "src/profils-diffusion.txt".
       01 ws_msq_fonction  PIC X(1) VALUE 'M'.
       01 ws_msq_sortie    PIC X(20) VALUE "DELTA-MACHINE".
       01 ws_msq_consommateur PIC X(12) VALUE SPACES.
       01 ws_msq_champ     PIC X(10) VALUE SPACES.
       01 ws_msq_valeur    PIC X(40) VALUE SPACES.
       01 ws_msq_resultat  PIC X(40) VALUE SPACES.
       01 ws_msq_traitement PIC X(8) VALUE SPACES.
       01 ws_var_path      PIC X(100) VALUE SPACES.
       01 ws_var_base      PIC X(100) VALUE SPACES.
       01 ws_var_count     PIC 9(5) VALUE 0.
       01 fin_delta        PIC X VALUE 'N'.
       01 ws_manif_path    PIC X(100)
           VALUE "src/manifeste-sorties.txt".
       01 ws_manif_fichier PIC X(100) VALUE SPACES.
       01 ws_manif_nom     PIC X(40) VALUE SPACES.
       01 ws_manif_res     PIC X(1) VALUE 'N'.

      * Champs d'appel au journal central des executions (JOB-LOG,
      * voir 99 - Utilitaires partages/src/JOBLOG.cob).
       01 ws_joblog_name   PIC X(20) VALUE "03_comparaison-emplo".
                   display "Delta machine ecrit : "
                       function trim(ws_delta_path)
                       " [" ws_delta_count " mouvement(s)]"
                   perform 7000-produire-les-variantes
               end-if
           end-if

           write delta-detail-record
           .

       7000-produire-les-variantes.
      * Une variante par consommateur abonne, nommee d'apres le
      * delta du passage [simulation comprise] et le consommateur.
           move spaces to ws_var_base
           unstring ws_delta_path delimited by ".dat"
               into ws_var_base
           end-unstring
           move spaces to ws_msq_consommateur
           perform 7050-consommateur-suivant
           perform until ws_msq_consommateur = spaces
               perform 7100-produire-une-variante
               perform 7050-consommateur-suivant
           end-perform
           .

       7050-consommateur-suivant.
           move 'C' to ws_msq_fonction
           call "SPMASQUE" using ws_profil_path ws_msq_fonction
               ws_msq_sortie ws_msq_consommateur ws_msq_champ
               ws_msq_valeur ws_msq_resultat ws_msq_traitement
           .

       7100-produire-une-variante.
           move spaces to ws_var_path
           string function trim(ws_var_base) delimited by size
                  "-" delimited by size
                  function trim(ws_msq_consommateur) delimited by size
                  ".dat" delimited by size
                  into ws_var_path
           end-string
           open output variante-file
           if ws_fs_variante not = "00"
               display "Variante illisible : "
                   function trim(ws_var_path)
               move 4 to ws_joblog_rc
               exit paragraph
           end-if
           move 0 to ws_var_count
           move 'N' to fin_delta
           open input delta-file
           perform until fin_delta = 'Y'
               read delta-file
                   at end
                       move 'Y' to fin_delta
                   not at end
                       if delta-record(1:3) = "ENT"
                          or delta-record(1:3) = "FIN"
                           move delta-record to variante-record
                       else
                           perform 7200-masquer-un-mouvement
                       end-if
                       write variante-record
               end-read
           end-perform
           close delta-file
           close variante-file

           move ws_var_path to ws_manif_fichier
           move ws_var_path(5:40) to ws_manif_nom
           call "SPMANIF" using ws_manif_path
               ws_manif_fichier ws_manif_nom ws_manif_res
           display "Variante ecrite : " function trim(ws_manif_nom)
               " [" ws_var_count " mouvement(s)]"
           .

       7200-masquer-un-mouvement.
           add 1 to ws_var_count
           move spaces to variante-record
           move dl-action to vd-action
           move 'M' to ws_msq_fonction
           move "id" to ws_msq_champ
           move dl-id to ws_msq_valeur
           perform 7300-masquer-un-champ
           move ws_msq_resultat to vd-id
           move "nom" to ws_msq_champ
           move dl-nom to ws_msq_valeur
           perform 7300-masquer-un-champ
           move ws_msq_resultat to vd-nom
           move "prenom" to ws_msq_champ
           move dl-prenom to ws_msq_valeur
           perform 7300-masquer-un-champ
           move ws_msq_resultat to vd-prenom
           move "dep" to ws_msq_champ
           move dl-dep to ws_msq_valeur
           perform 7300-masquer-un-champ
           move ws_msq_resultat to vd-dep
           move "rol" to ws_msq_champ
           move dl-rol to ws_msq_valeur
           perform 7300-masquer-un-champ
           move ws_msq_resultat to vd-rol
           .

       7300-masquer-un-champ.
      * Champ SUPPRIME : SPMASQUE rend un resultat a blanc.
           call "SPMASQUE" using ws_profil_path ws_msq_fonction
               ws_msq_sortie ws_msq_consommateur ws_msq_champ
               ws_msq_valeur ws_msq_resultat ws_msq_traitement
           .

       0010-date-de-traitement.
      * La date metier du passage : DATE_TRAITEMENT si posee par
      * l'exploitation [rejeu d'un jour precedent], sinon la date du
