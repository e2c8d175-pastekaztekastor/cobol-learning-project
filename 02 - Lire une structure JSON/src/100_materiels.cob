      ******************************************************************
      * Nom du Projet   : Registre du materiel de l'entreprise
      * Description     : Portables, telephones, badges, cles et
      *    cartes de l'entreprise se suivaient sur un tableur, et
      *    personne ne verifiait ce qu'un sortant detenait encore. Ce
      *    guichet restreint [fonction MATERIEL] tient le registre du
      *    materiel [src/materiels.txt, disposition materiel-enreg.cpy
      *    : etiquette, type, numero de serie, valeur, detenteur, dates
      *    de remise et de retour, etat] :
      *    - entree d'un materiel au registre [en stock] ;
      *    - remise a un employe actif ;
      *    - retour, avec l'etat constate ['P' : perdu ou non
      *      restitue, le materiel sort du stock] ;
      *    - consultation par employe ou par etiquette.
      *    Les types et la politique de retenue sur le solde de tout
      *    compte viennent du referentiel src/types-materiel.txt [code,
      *    retenue O/N, libelle]. 10_separations.cob dresse la liste de
      *    restitution d'un sortant, 61_solde-tout-compte.cob reporte
      *    le materiel non rendu sur son solde, et
      *    101_etat-materiels.cob en fait l'etat mensuel.
      *
      * Date de création: 15/10/2026
      * Auteur          : Champémont Mathurin
      ******************************************************************
       identification division.
       program-id. 100_materiels.

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

           select types-file assign to "src/types-materiel.txt"
               organization is line sequential
               file status is ws_fs_types.

           select materiels-file assign to "src/materiels.txt"
               organization is line sequential
               file status is ws_fs_materiels.

       data division.
       file section.
       fd employee-master.
       01 employee-master-record.
           COPY "employe-enreg.cpy" REPLACING ==:PFX:== BY ==em-==.

      * Type de materiel : code, retenue sur le solde de tout compte
      * d'un sortant qui ne le rend pas [O/N], libelle.
       fd types-file.
       01 type-record.
           05 typ-code     pic x(2).
           05 filler       pic x.
           05 typ-retenue  pic x(1).
           05 filler       pic x.
           05 typ-libelle  pic x(20).

       fd materiels-file.
       01 materiel-record.
           COPY "materiel-enreg.cpy" REPLACING ==:PFX:== BY ==mat-==.

       working-storage section.
       01 ws_fs_master     pic xx value "00".
       01 ws_fs_types      pic xx value "00".
       01 ws_fs_materiels  pic xx value "00".
       01 fin_fichier      pic x value 'N'.
       01 ws_choix         pic 9 value 9.
       01 ws_today         pic 9(8) value 0.
       01 ws_date_param    pic x(8) value spaces.

      * Controle des habilitations [SPAUTOR].
       01 ws_perm_path     pic x(100)
           value "../permissions-operateurs.txt".
       01 ws_fonction      pic x(12) value spaces.
       01 ws_autorise      pic x(1) value 'N'.

       01 ws_typ_table.
           05 ws_typ_entry occurs 30 times.
               10 ws_t_code     pic x(2).
               10 ws_t_retenue  pic x(1).
               10 ws_t_libelle  pic x(20).
       01 ws_typ_count     pic 9(2) value 0.
       01 ws_typ_idx       pic 9(2) value 0.
       01 ws_typ_trouve    pic 9(2) value 0.

       01 ws_mat_table.
           05 ws_mat_entry occurs 5000 times.
               COPY "materiel-enreg.cpy" REPLACING
                   ==05== BY ==10== ==:PFX:== BY ==ws_m_==.
       01 ws_mat_count     pic 9(4) value 0.
       01 ws_mat_idx       pic 9(4) value 0.
       01 ws_mat_cour      pic 9(4) value 0.
       01 ws_nb_detenus    pic 9(3) value 0.

      * Saisies.
       01 ws_saisie_id     pic x(5) value spaces.
       01 ws_saisie_etiq   pic x(10) value spaces.
       01 ws_saisie_type   pic x(2) value spaces.
       01 ws_saisie_serie  pic x(20) value spaces.
       01 ws_saisie_valeur pic x(9) value spaces.
       01 ws_saisie_etat   pic x(1) value space.
       01 ws_id_demande    pic 9(5) value 0.
       01 ws_montant_aff   pic z(4)9.99.
       01 ws_maj_count     pic 9(5) value 0.

      * Affectations de fichiers [SPAFFECT, cartes DD de la suite].
       01 ws_affect_config pic x(100) value "../affectations.cfg".
       01 ws_dd_master     pic x(20) value "EMPLOYEE-MASTER".
       01 ws_dd_joblog     pic x(20) value "JOB-LOG".
       01 ws_aff_master    pic x(100)
           value "src/employee-master.dat".

      * Champs d'appel au journal central des executions (JOB-LOG,
      * voir 99 - Utilitaires partages/src/JOBLOG.cob).
       01 ws_joblog_name   pic x(20) value "100_materiels".
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

           move "MATERIEL" to ws_fonction
           call "SPAUTOR" using ws_perm_path ws_joblog_operator
               ws_joblog_name ws_fonction ws_autorise
           if ws_autorise = 'N'
               display "Acces refuse : l'operateur '"
                   function trim(ws_joblog_operator)
                   "' n'est pas habilite au registre du materiel."
               move 98 to ws_joblog_rc
           else
               perform 0010-date-de-traitement
               perform 0100-charger-les-types
               perform 0200-charger-le-registre
               open input employee-master
               if ws_fs_master not = "00"
                   display "Erreur ouverture EMPLOYEE-MASTER : "
                       ws_fs_master
                   move 16 to ws_joblog_rc
               else
                   perform until ws_choix = 0
                       display " "
                       display "1. Consulter le materiel d'un employe"
                       display "2. Consulter un materiel [etiquette]"
                       display "3. Entrer un materiel au registre"
                       display "4. Remettre un materiel a un employe"
                       display "5. Enregistrer un retour"
                       display "0. Quitter"
                       display "Votre choix ?"
                       accept ws_choix
                       evaluate ws_choix
                           when 1
                               perform 1000-consulter-un-employe
                           when 2
                               perform 1500-consulter-un-materiel
                           when 3
                               perform 2000-entrer-un-materiel
                           when 4
                               perform 3000-remettre-un-materiel
                           when 5
                               perform 4000-enregistrer-un-retour
                           when 0
                               continue
                           when other
                               display "Choix invalide"
                       end-evaluate
                   end-perform
                   close employee-master
               end-if
           end-if

           move ws_maj_count to ws_joblog_count
           move 'E' to ws_joblog_action
           call "JOBLOG" using ws_joblog_path ws_joblog_name
               ws_joblog_action ws_joblog_count ws_joblog_rc
                   ws_joblog_operator

           stop run returning ws_joblog_rc.

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

       0100-charger-les-types.
           move 'N' to fin_fichier
           open input types-file
           if ws_fs_types not = "00"
               display "Referentiel des types absent"
                   " [types-materiel.txt] - aucune entree possible."
               exit paragraph
           end-if
           perform until fin_fichier = 'Y'
               read types-file
                   at end
                       move 'Y' to fin_fichier
                   not at end
                       if ws_typ_count < 30
                           add 1 to ws_typ_count
                           move typ-code to ws_t_code(ws_typ_count)
                           move typ-retenue
                               to ws_t_retenue(ws_typ_count)
                           move typ-libelle
                               to ws_t_libelle(ws_typ_count)
                       end-if
               end-read
           end-perform
           close types-file
           .

       0200-charger-le-registre.
      * Fichier absent : premier passage, il sera cree a la premiere
      * entree.
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

       0500-lire-l-employe.
      * Id saisi -> enregistrement du fichier maître ; ws_id_demande
      * reste a 0 si l'id est illisible ou inconnu.
           move 0 to ws_id_demande
           display "Id employe ? "
           move spaces to ws_saisie_id
           accept ws_saisie_id
           if ws_saisie_id = spaces
              or function test-numval(ws_saisie_id) not = 0
               display "Id illisible."
               exit paragraph
           end-if
           move function numval(ws_saisie_id) to em-id
           read employee-master
               invalid key
                   display "Id inconnu du fichier maître : " em-id
               not invalid key
                   move em-id to ws_id_demande
           end-read
           .

       0600-lire-l-etiquette.
      * Etiquette saisie -> derniere ligne du registre pour ce
      * materiel [ws_mat_cour, 0 si inconnu].
           display "Etiquette du materiel ?"
           move spaces to ws_saisie_etiq
           accept ws_saisie_etiq
           move function upper-case(ws_saisie_etiq) to ws_saisie_etiq
           perform 0650-situation-du-materiel
           .

       0650-situation-du-materiel.
           move 0 to ws_mat_cour
           if ws_saisie_etiq = spaces
               exit paragraph
           end-if
           perform varying ws_mat_idx from 1 by 1
               until ws_mat_idx > ws_mat_count
               if ws_m_etiquette(ws_mat_idx) = ws_saisie_etiq
                   move ws_mat_idx to ws_mat_cour
               end-if
           end-perform
           .

       0700-trouver-le-type.
           move 0 to ws_typ_trouve
           perform varying ws_typ_idx from 1 by 1
               until ws_typ_idx > ws_typ_count
               if ws_t_code(ws_typ_idx) = ws_saisie_type
                   move ws_typ_idx to ws_typ_trouve
               end-if
           end-perform
           .

       0800-afficher-une-ligne.
           move ws_m_type(ws_mat_idx) to ws_saisie_type
           perform 0700-trouver-le-type
           move ws_m_valeur(ws_mat_idx) to ws_montant_aff
           if ws_typ_trouve > 0
               display "  " ws_m_etiquette(ws_mat_idx) " "
                   ws_t_libelle(ws_typ_trouve) " serie "
                   ws_m_serie(ws_mat_idx) " valeur " ws_montant_aff
           else
               display "  " ws_m_etiquette(ws_mat_idx) " type "
                   ws_m_type(ws_mat_idx) " serie "
                   ws_m_serie(ws_mat_idx) " valeur " ws_montant_aff
           end-if
           display "     detenteur " ws_m_id(ws_mat_idx)
               " remis le " ws_m_remise(ws_mat_idx)
               " retour le " ws_m_retour(ws_mat_idx)
               " etat " ws_m_etat(ws_mat_idx)
           .

       1000-consulter-un-employe.
      * Materiel detenu [pas encore rendu] puis materiel deja rendu.
           perform 0500-lire-l-employe
           if ws_id_demande = 0
               exit paragraph
           end-if
           display function trim(em-prenom) " " function trim(em-nom)
               " [" em-id "]"
           move 0 to ws_nb_detenus
           display "Materiel detenu :"
           perform varying ws_mat_idx from 1 by 1
               until ws_mat_idx > ws_mat_count
               if ws_m_id(ws_mat_idx) = ws_id_demande
                  and ws_m_retour(ws_mat_idx) = 0
                   add 1 to ws_nb_detenus
                   perform 0800-afficher-une-ligne
               end-if
           end-perform
           if ws_nb_detenus = 0
               display "  aucun"
           end-if
           display "Materiel rendu ou declare perdu :"
           perform varying ws_mat_idx from 1 by 1
               until ws_mat_idx > ws_mat_count
               if ws_m_id(ws_mat_idx) = ws_id_demande
                  and ws_m_retour(ws_mat_idx) > 0
                   perform 0800-afficher-une-ligne
               end-if
           end-perform
           .

       1500-consulter-un-materiel.
           perform 0600-lire-l-etiquette
           if ws_mat_cour = 0
               display "Etiquette inconnue du registre."
               exit paragraph
           end-if
           display "Historique du materiel :"
           perform varying ws_mat_idx from 1 by 1
               until ws_mat_idx > ws_mat_count
               if ws_m_etiquette(ws_mat_idx) = ws_saisie_etiq
                   perform 0800-afficher-une-ligne
               end-if
           end-perform
           .

       2000-entrer-un-materiel.
      * Nouveau materiel : une ligne en stock [detenteur 0, etat
      * neuf, date d'entree en date de remise].
           perform 0600-lire-l-etiquette
           if ws_saisie_etiq = spaces
               display "Etiquette vide - rien d'enregistre."
               exit paragraph
           end-if
           if ws_mat_cour > 0
               display "Etiquette deja au registre - rien"
                   " d'enregistre."
               exit paragraph
           end-if
           if ws_mat_count >= 5000
               display "Registre plein - rien d'enregistre."
               exit paragraph
           end-if
           display "Type ?"
           move spaces to ws_saisie_type
           accept ws_saisie_type
           move function upper-case(ws_saisie_type) to ws_saisie_type
           perform 0700-trouver-le-type
           if ws_typ_trouve = 0
               display "Type inconnu de types-materiel.txt - rien"
                   " d'enregistre."
               exit paragraph
           end-if
           display "Numero de serie ?"
           move spaces to ws_saisie_serie
           accept ws_saisie_serie
           display "Valeur [ex. 1250.00] ?"
           move spaces to ws_saisie_valeur
           accept ws_saisie_valeur
           if ws_saisie_valeur = spaces
              or function test-numval(ws_saisie_valeur) not = 0
               display "Valeur illisible - rien d'enregistre."
               exit paragraph
           end-if
           if function numval(ws_saisie_valeur) < 0
              or function numval(ws_saisie_valeur) > 99999.99
               display "Valeur hors limites - rien d'enregistre."
               exit paragraph
           end-if

           add 1 to ws_mat_count
           move spaces to ws_mat_entry(ws_mat_count)
           move ws_saisie_etiq to ws_m_etiquette(ws_mat_count)
           move ws_saisie_type to ws_m_type(ws_mat_count)
           move ws_saisie_serie to ws_m_serie(ws_mat_count)
           move function numval(ws_saisie_valeur)
               to ws_m_valeur(ws_mat_count)
           move 0 to ws_m_id(ws_mat_count)
           move ws_today to ws_m_remise(ws_mat_count)
           move 0 to ws_m_retour(ws_mat_count)
           move 'N' to ws_m_etat(ws_mat_count)
           move ws_today to ws_m_date-maj(ws_mat_count)
           move ws_joblog_operator to ws_m_operateur(ws_mat_count)
           perform 9000-sauvegarder
           add 1 to ws_maj_count
           display "Materiel " ws_saisie_etiq " entre en stock."
           .

       3000-remettre-un-materiel.
      * Le materiel doit etre en stock : jamais remis, ou rendu dans
      * un etat utilisable. Une premiere remise complete la ligne
      * d'entree, une remise suivante ouvre une nouvelle ligne.
           perform 0600-lire-l-etiquette
           if ws_mat_cour = 0
               display "Etiquette inconnue du registre."
               exit paragraph
           end-if
           if ws_m_retour(ws_mat_cour) = 0
              and ws_m_id(ws_mat_cour) not = 0
               display "Materiel deja detenu par l'id "
                   ws_m_id(ws_mat_cour) " - enregistrer d'abord son"
                   " retour."
               exit paragraph
           end-if
           if ws_m_etat(ws_mat_cour) = 'P'
              or ws_m_etat(ws_mat_cour) = 'E'
               display "Materiel perdu ou endommage [etat "
                   ws_m_etat(ws_mat_cour) "] - remise refusee."
               exit paragraph
           end-if
           perform 0500-lire-l-employe
           if ws_id_demande = 0
               exit paragraph
           end-if
           if em-statut = 'T'
               display "Employe sorti - pas de remise."
               exit paragraph
           end-if

           if ws_m_id(ws_mat_cour) = 0
               move ws_id_demande to ws_m_id(ws_mat_cour)
               move ws_today to ws_m_remise(ws_mat_cour)
               move ws_today to ws_m_date-maj(ws_mat_cour)
               move ws_joblog_operator to ws_m_operateur(ws_mat_cour)
           else
               if ws_mat_count >= 5000
                   display "Registre plein - rien d'enregistre."
                   exit paragraph
               end-if
               add 1 to ws_mat_count
               move ws_mat_entry(ws_mat_cour)
                   to ws_mat_entry(ws_mat_count)
               move ws_id_demande to ws_m_id(ws_mat_count)
               move ws_today to ws_m_remise(ws_mat_count)
               move 0 to ws_m_retour(ws_mat_count)
               move ws_today to ws_m_date-maj(ws_mat_count)
               move ws_joblog_operator
                   to ws_m_operateur(ws_mat_count)
           end-if
           perform 9000-sauvegarder
           add 1 to ws_maj_count
           display "Materiel " ws_saisie_etiq " remis a l'id "
               ws_id_demande " le " ws_today "."
           .

       4000-enregistrer-un-retour.
      * Clot la ligne de detention en cours avec l'etat constate ; un
      * materiel declare perdu ['P'] ne revient pas en stock.
           perform 0600-lire-l-etiquette
           if ws_mat_cour = 0
               display "Etiquette inconnue du registre."
               exit paragraph
           end-if
           if ws_m_id(ws_mat_cour) = 0
              or ws_m_retour(ws_mat_cour) not = 0
               display "Materiel en stock - aucun retour attendu."
               exit paragraph
           end-if
           display "Detenu par l'id " ws_m_id(ws_mat_cour)
               " depuis le " ws_m_remise(ws_mat_cour) "."
           display "Etat constate [B bon / U use / E endommage /"
               " P perdu ou non restitue] ?"
           move space to ws_saisie_etat
           accept ws_saisie_etat
           move function upper-case(ws_saisie_etat) to ws_saisie_etat
           if ws_saisie_etat not = 'B' and ws_saisie_etat not = 'U'
              and ws_saisie_etat not = 'E' and ws_saisie_etat not = 'P'
               display "Etat illisible - rien d'enregistre."
               exit paragraph
           end-if
           move ws_today to ws_m_retour(ws_mat_cour)
           move ws_saisie_etat to ws_m_etat(ws_mat_cour)
           move ws_today to ws_m_date-maj(ws_mat_cour)
           move ws_joblog_operator to ws_m_operateur(ws_mat_cour)
           perform 9000-sauvegarder
           add 1 to ws_maj_count
           display "Retour du materiel " ws_saisie_etiq
               " enregistre au " ws_today " [etat " ws_saisie_etat
               "]."
           .

       9000-sauvegarder.
           open output materiels-file
           perform varying ws_mat_idx from 1 by 1
               until ws_mat_idx > ws_mat_count
               move ws_mat_entry(ws_mat_idx) to materiel-record
               write materiel-record
           end-perform
           close materiels-file
           .
