      *
      * Date de création: 22/08/2026
      * Auteur          : Champémont Mathurin
      *
      * Historique des modifications :
      *  - 15/10/2026 : variantes par consommateur [profils de
      *    diffusion, SPMASQUE, sortie ENTREPOT] : l'extrait relu
      *    part en src/extrait-entrepot-<CONSOMMATEUR>.txt, chaque
      *    champ en clair, masque ou vide selon le profil [colonne
      *    conservee vide, un champ hors profil ne part pas], chaque
      *    variante au manifeste sous son propre nom.
      ******************************************************************
       identification division.
       program-id. 20_extrait-entrepot.
               organization is line sequential
               file status is ws_fs_entrepot.

           select variante-file assign to dynamic ws_var_path
               organization is line sequential
               file status is ws_fs_variante.

       data division.
       file section.
       fd liste-file.
       fd entrepot-file.
       01 entrepot-record  pic x(150).

       fd variante-file.
       01 variante-record  pic x(150).

       working-storage section.
       01 ws_fs_liste      pic xx value "00".
       01 ws_fs_arch       pic xx value "00".
       01 ws_fs_master     pic xx value "00".
       01 ws_fs_entrepot   pic xx value "00".
       01 ws_fs_variante   pic xx value "00".
       01 fin_liste        pic x value 'N'.
       01 fin_archive      pic x value 'N'.
       01 fin_master       pic x value 'N'.
       01 ws_manif_nom     pic x(40) value spaces.
       01 ws_manif_res     pic x(1) value 'N'.

      * Profils de diffusion [SPMASQUE, src/profils-diffusion.txt,
      * sortie ENTREPOT] : une variante de l'extrait par
      * consommateur abonne.
       01 ws_profil_path   pic x(100)
           value "src/profils-diffusion.txt".
       01 ws_msq_fonction  pic x(1) value 'M'.
       01 ws_msq_sortie    pic x(20) value "ENTREPOT".
       01 ws_msq_consommateur pic x(12) value spaces.
       01 ws_msq_champ     pic x(10) value spaces.
       01 ws_msq_valeur    pic x(40) value spaces.
       01 ws_msq_resultat  pic x(40) value spaces.
       01 ws_msq_traitement pic x(8) value spaces.
       01 ws_var_path      pic x(100) value spaces.
       01 ws_var_ptr       pic 9(3) value 1.
       01 ws_var_count     pic 9(7) value 0.
       01 fin_extrait      pic x value 'N'.
      * Une ligne de detail de l'extrait relu : id, nom, prenom,
      * dep, rol, dateemb, dateeff [soumis au profil], date
      * d'instantane et type de version [structure, toujours
      * transmis].
       01 ws_ext_zones.
           05 ws_ext_zone  pic x(40) occurs 9 times.
       01 ws_ext_idx       pic 9(2) value 0.
       01 ws_ext_noms.
           05 filler       pic x(10) value "id".
           05 filler       pic x(10) value "nom".
           05 filler       pic x(10) value "prenom".
           05 filler       pic x(10) value "dep".
           05 filler       pic x(10) value "rol".
           05 filler       pic x(10) value "dateemb".
           05 filler       pic x(10) value "dateeff".
       01 ws_ext_noms_table redefines ws_ext_noms.
           05 ws_ext_nom   pic x(10) occurs 7 times.

      * Champs d'appel au journal central des executions (JOB-LOG,
      * voir 99 - Utilitaires partages/src/JOBLOG.cob).
       01 ws_joblog_name   pic x(20) value "20_extrait-entrepot".
           display "Extrait entrepot ecrit : extrait-entrepot.txt ["
               ws_detail_count " version(s), " ws_snapshot_count
               " instantane(s)]"
           perform 7000-produire-les-variantes

           move ws_detail_count to ws_joblog_count
           move 'E' to ws_joblog_action
           write entrepot-record
           .

       7000-produire-les-variantes.
      * Une variante par consommateur abonne a la sortie ENTREPOT.
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
      * L'extrait qui vient d'etre ecrit est relu ligne a ligne :
      * entete et enregistrement de fin repartent tels quels, chaque
      * detail repart champ par champ selon le profil.
           move spaces to ws_var_path
           string "src/extrait-entrepot-" delimited by size
                  function trim(ws_msq_consommateur) delimited by size
                  ".txt" delimited by size
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
           move 'N' to fin_extrait
           open input entrepot-file
           perform until fin_extrait = 'Y'
               read entrepot-file
                   at end
                       move 'Y' to fin_extrait
                   not at end
                       if entrepot-record(1:4) = "ENT;"
                          or entrepot-record(1:4) = "FIN;"
                           move entrepot-record to variante-record
                       else
                           perform 7200-masquer-un-detail
                       end-if
                       write variante-record
               end-read
           end-perform
           close entrepot-file
           close variante-file

           move ws_var_path to ws_manif_fichier
           move ws_var_path(5:40) to ws_manif_nom
           call "SPMANIF" using ws_manif_path
               ws_manif_fichier ws_manif_nom ws_manif_res
           display "Variante ecrite : " function trim(ws_manif_nom)
               " [" ws_var_count " version(s)]"
           .

       7200-masquer-un-detail.
           add 1 to ws_var_count
           move spaces to ws_ext_zones
           unstring entrepot-record delimited by ";"
               into ws_ext_zone(1) ws_ext_zone(2) ws_ext_zone(3)
                    ws_ext_zone(4) ws_ext_zone(5) ws_ext_zone(6)
                    ws_ext_zone(7) ws_ext_zone(8) ws_ext_zone(9)
           end-unstring
           move spaces to variante-record
           move 1 to ws_var_ptr
           perform varying ws_ext_idx from 1 by 1
               until ws_ext_idx > 7
               move ws_ext_nom(ws_ext_idx) to ws_msq_champ
               move ws_ext_zone(ws_ext_idx) to ws_msq_valeur
               move 'M' to ws_msq_fonction
               call "SPMASQUE" using ws_profil_path ws_msq_fonction
                   ws_msq_sortie ws_msq_consommateur ws_msq_champ
                   ws_msq_valeur ws_msq_resultat ws_msq_traitement
               if ws_msq_traitement not = "SUPPRIME"
                  and ws_msq_resultat not = spaces
                   string function trim(ws_msq_resultat)
                              delimited by size
                          into variante-record with pointer ws_var_ptr
                   end-string
               end-if
               string ";" delimited by size
                      into variante-record with pointer ws_var_ptr
               end-string
           end-perform
           string function trim(ws_ext_zone(8)) delimited by size
                  ";" delimited by size
                  function trim(ws_ext_zone(9)) delimited by size
                  into variante-record with pointer ws_var_ptr
           end-string
           .

       0010-date-de-traitement.
      * La date metier du passage : DATE_TRAITEMENT si posee par
      * l'exploitation [rejeu d'un jour precedent], sinon la date du
