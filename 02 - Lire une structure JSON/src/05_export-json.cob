               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws_fs_etat.

      * Variantes par consommateur [profils de diffusion, SPMASQUE] :
      * un fichier par consommateur abonne a la sortie, nomme
      * d'apres l'export et le consommateur.
           SELECT variante-file ASSIGN TO DYNAMIC ws_var_path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws_fs_variante.

       DATA DIVISION.
       FILE SECTION.
       FD employee-master.
       FD delta-file.
       01 delta-record     PIC X(200).

       FD variante-file.
       01 variante-record  PIC X(300).

       FD etat-precedent-file.
       01 etat-precedent-record.
           COPY "employe-enreg.cpy" REPLACING ==:PFX:== BY ==etp-==.
       01 ws_fs_export     PIC XX VALUE "00".
       01 ws_fs_delta      PIC XX VALUE "00".
       01 ws_fs_etat       PIC XX VALUE "00".
       01 ws_fs_variante   PIC XX VALUE "00".
       01 fin_master       PIC X VALUE 'N'.
       01 fin_etat         PIC X VALUE 'N'.
       01 ws_today         PIC 9(8) VALUE 0.
       01 ws_manif_nom     pic x(40) value spaces.
       01 ws_manif_res     pic x(1) value 'N'.

      * Profils de diffusion [SPMASQUE, src/profils-diffusion.txt] :
      * par sortie logique [EXPORT-JSON, EXPORT-DELTA] et par
      * consommateur, chaque champ part en clair, masque ou pas du
      * tout ; un champ hors profil ne part pas. Le fichier
      * historique reste produit a l'identique.
       01 ws_profil_path   pic x(100)
           value "src/profils-diffusion.txt".
       01 ws_msq_fonction  pic x(1) value 'M'.
       01 ws_msq_sortie    pic x(20) value spaces.
       01 ws_msq_consommateur pic x(12) value spaces.
       01 ws_msq_champ     pic x(10) value spaces.
       01 ws_msq_valeur    pic x(40) value spaces.
       01 ws_msq_resultat  pic x(40) value spaces.
       01 ws_msq_traitement pic x(8) value spaces.
       01 ws_var_path      pic x(100) value spaces.
       01 ws_var_obj       pic x(300) value spaces.
       01 ws_var_ptr       pic 9(3) value 1.
       01 ws_var_premier   pic x value 'Y'.
       01 ws_var_champ_premier pic x value 'Y'.
       01 ws_var_count     pic 9(5) value 0.
       01 ws_var_valeur_encode pic x(80) value spaces.

      * Champs d'appel au journal central des executions (JOB-LOG,
      * voir 99 - Utilitaires partages/src/JOBLOG.cob).
       01 ws_joblog_name   PIC X(20) VALUE "05_export-json".
               end-if

               close employee-master
               perform 7000-produire-les-variantes
           end-if

           move ws_export_count to ws_joblog_count
           .

       0500-filtrer-delta.
           perform 0510-decider-emission
           if ws_emettre = 'Y'
               perform 1000-ajouter-objet
           end-if
           .

       0510-decider-emission.
      * Un employe part dans le delta s'il est nouveau [absent de la
      * photo precedente] ou si l'un de ses champs a change depuis.
           move 'N' to ws_prec_found
                   move 'Y' to ws_emettre
               end-if
           end-if
           .

       1000-ajouter-objet.
           end-if
           .

       7000-produire-les-variantes.
      * Une variante par consommateur abonne a la sortie du mode.
           if ws_mode = "DELTA"
               move "EXPORT-DELTA" to ws_msq_sortie
           else
               move "EXPORT-JSON" to ws_msq_sortie
           end-if
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
      * Meme population que l'export du mode [tout le fichier
      * maître, ou les seuls nouveaux et modifies en DELTA, juges
      * contre la meme photo precedente], un objet par ligne.
           move spaces to ws_var_path
           if ws_mode = "DELTA"
               string "src/export-delta-employes-" delimited by size
                      function trim(ws_msq_consommateur)
                          delimited by size
                      ".json" delimited by size
                      into ws_var_path
               end-string
           else
               string "src/export-employes-" delimited by size
                      function trim(ws_msq_consommateur)
                          delimited by size
                      ".json" delimited by size
                      into ws_var_path
               end-string
           end-if
           open output variante-file
           if ws_fs_variante not = "00"
               display "Variante illisible : "
                   function trim(ws_var_path)
               move 4 to ws_joblog_rc
               exit paragraph
           end-if
           move spaces to variante-record
           if ws_mode = "DELTA"
               string '{"date-extrait":' delimited by size
                      ws_today delimited by size
                      ',"employes":[' delimited by size
                      into variante-record
               end-string
           else
               move '[' to variante-record
           end-if
           write variante-record

           move 0 to ws_var_count
           move 'Y' to ws_var_premier
           move 'N' to fin_master
           open input employee-master
           perform until fin_master = 'Y'
               read employee-master next record
                   at end
                       move 'Y' to fin_master
                   not at end
                       if ws_mode = "DELTA"
                           perform 0510-decider-emission
                       else
                           move 'Y' to ws_emettre
                       end-if
                       if ws_emettre = 'Y'
                           perform 7200-ecrire-objet-masque
                       end-if
               end-read
           end-perform
           close employee-master

           move spaces to variante-record
           if ws_mode = "DELTA"
               move ws_var_count to ws_nb_disp
               string '],"nb-enregistrements":' delimited by size
                      function trim(ws_nb_disp) delimited by size
                      '}' delimited by size
                      into variante-record
               end-string
           else
               move ']' to variante-record
           end-if
           write variante-record
           close variante-file

           move ws_var_path to ws_manif_fichier
           move ws_var_path(5:40) to ws_manif_nom
           call "SPMANIF" using ws_manif_path
               ws_manif_fichier ws_manif_nom ws_manif_res
           display "Variante ecrite : " function trim(ws_manif_nom)
               " [" ws_var_count " employe(s)]"
           .

       7200-ecrire-objet-masque.
      * Objet JSON des seuls champs que le profil laisse partir.
           add 1 to ws_var_count
           move spaces to ws_var_obj
           move 1 to ws_var_ptr
           if ws_var_premier = 'Y'
               move 'N' to ws_var_premier
               string '{' delimited by size
                      into ws_var_obj with pointer ws_var_ptr
               end-string
           else
               string ',{' delimited by size
                      into ws_var_obj with pointer ws_var_ptr
               end-string
           end-if
           move 'Y' to ws_var_champ_premier
           move em-id to ws_id_disp
           move "id" to ws_msq_champ
           move function trim(ws_id_disp) to ws_msq_valeur
           perform 7300-ajouter-un-champ
           move "nom" to ws_msq_champ
           move em-nom to ws_msq_valeur
           perform 7300-ajouter-un-champ
           move "prenom" to ws_msq_champ
           move em-prenom to ws_msq_valeur
           perform 7300-ajouter-un-champ
           move "dep" to ws_msq_champ
           move em-dep to ws_msq_valeur
           perform 7300-ajouter-un-champ
           move "rol" to ws_msq_champ
           move em-rol to ws_msq_valeur
           perform 7300-ajouter-un-champ
           string '}' delimited by size
                  into ws_var_obj with pointer ws_var_ptr
           end-string
           move function trim(ws_var_obj) to variante-record
           write variante-record
           .

       7300-ajouter-un-champ.
      * L'id en clair reste numerique ; toute autre valeur part
      * entre guillemets, accents echappes [SPJSACC sens 'E'].
           move 'M' to ws_msq_fonction
           call "SPMASQUE" using ws_profil_path ws_msq_fonction
               ws_msq_sortie ws_msq_consommateur ws_msq_champ
               ws_msq_valeur ws_msq_resultat ws_msq_traitement
           if ws_msq_traitement = "SUPPRIME"
               exit paragraph
           end-if
           if ws_var_champ_premier = 'Y'
               move 'N' to ws_var_champ_premier
           else
               string ',' delimited by size
                      into ws_var_obj with pointer ws_var_ptr
               end-string
           end-if
           string '"' delimited by size
                  function trim(ws_msq_champ) delimited by size
                  '":' delimited by size
                  into ws_var_obj with pointer ws_var_ptr
           end-string
           if ws_msq_champ = "id" and ws_msq_traitement = "CLAIR"
               string function trim(ws_msq_resultat)
                          delimited by size
                      into ws_var_obj with pointer ws_var_ptr
               end-string
           else
               move 'E' to ws_jsacc_sens
               move ws_msq_resultat to ws_jsacc_entree
               call "SPJSACC" using ws_jsacc_sens ws_jsacc_entree
                   ws_var_valeur_encode
               string '"' delimited by size
                      function trim(ws_var_valeur_encode)
                          delimited by size
                      '"' delimited by size
                      into ws_var_obj with pointer ws_var_ptr
               end-string
           end-if
           .

       9900-consigner-message.
      * Double le DISPLAY d'un incident d'une ligne dans le fichier
      * de messages du jour, pour les nuits sans operateur devant la
