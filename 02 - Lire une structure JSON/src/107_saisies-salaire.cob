      ******************************************************************
      * Nom du Projet   : Saisies sur salaire
      * Description     : Les saisies sur salaire ordonnees par le
      *    tribunal se traitaient hors de la suite : la paie calculait
      *    la part saisissable a la main et envoyait un cheque au
      *    creancier. Ce guichet restreint [fonction SALAIRES, meme
      *    protection que 67_saisie-prets.cob] :
      *    - enregistre une saisie [src/saisies-salaire.txt,
      *      disposition saisie-enreg.cpy : id, reference de l'ordre,
      *      creancier et ses coordonnees bancaires, total du,
      *      priorite, date de debut] ;
      *    - tient le nombre de personnes a charge de chaque employe
      *      [src/personnes-charge.txt], qui releve les tranches du
      *      bareme legal ;
      *    - enregistre la mainlevee d'une saisie [statut 'M'] ;
      *    - imprime le registre des saisies [src/registre-saisies.txt]
      *      : par saisie, le deja verse au creancier, la retenue de la
      *      periode en cours et le restant du.
      *    Chaque mois, 06_extrait-paie.cob calcule sur le net la part
      *    saisissable [SPSAISIE, bareme date src/bareme-saisies.txt],
      *    la partage entre les saisies de la personne par ordre de
      *    priorite en lignes 'D' a code propre [SAISIE nnnnn] et
      *    l'inscrit dans src/saisies-paie.txt ; 33_ordres-virement.cob
      *    en vire le montant au creancier. Une retenue est acquise
      *    quand sa periode de paie est close [SPPERIOD].
      *    A chaque passage, une saisie entierement versee passe
      *    soldee ['S'] et celle d'une personne sortie est close ['X'],
      *    le restant du partant en avertissement [rc 4] pour
      *    information du creancier. SAISIES_MODE=CLOTURE : cette
      *    cloture seule, sans menu, pour la chaine de fin de periode.
      *
      * Date de création: 15/10/2026
      * Auteur          : Champémont Mathurin
      ******************************************************************
       identification division.
       program-id. 107_saisies-salaire.

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

           select salaires-file assign to "src/salaires.dat"
               organization is indexed
               access mode is dynamic
               record key is sal-id
               file status is ws_fs_salaires.

           select saisies-file assign to "src/saisies-salaire.txt"
               organization is line sequential
               file status is ws_fs_saisies.

           select retenues-file assign to "src/saisies-paie.txt"
               organization is line sequential
               file status is ws_fs_retenues.

           select charges-file assign to "src/personnes-charge.txt"
               organization is line sequential
               file status is ws_fs_charges.

           select registre-file assign to "src/registre-saisies.txt"
               organization is line sequential
               file status is ws_fs_registre.

       data division.
       file section.
       fd employee-master.
       01 employee-master-record.
           COPY "employe-enreg.cpy" REPLACING ==:PFX:== BY ==em-==.

       fd salaires-file.
       01 salaire-record.
           05 sal-id       pic 9(5).
           05 filler       pic x.
           05 sal-montant  pic 9(7)v99.
           05 filler       pic x.
           05 sal-devise   pic x(3).

       fd saisies-file.
       01 saisie-record.
           COPY "saisie-enreg.cpy" REPLACING ==:PFX:== BY ==sai-==.

       fd retenues-file.
       01 retenue-record.
           COPY "saisie-paie-enreg.cpy" REPLACING ==:PFX:== BY ==spa-==.

      * Personnes a charge d'un employe : id, nombre, date de la
      * saisie et operateur [une ligne par employe].
       fd charges-file.
       01 charge-record.
           05 chg-id       pic 9(5).
           05 filler       pic x.
           05 chg-nombre   pic 9(2).
           05 filler       pic x.
           05 chg-date     pic 9(8).
           05 filler       pic x.
           05 chg-operateur pic x(8).

       fd registre-file.
       01 registre-record  pic x(132).

       working-storage section.
       01 ws_fs_master     pic xx value "00".
       01 ws_fs_salaires   pic xx value "00".
       01 ws_fs_saisies    pic xx value "00".
       01 ws_fs_retenues   pic xx value "00".
       01 ws_fs_charges    pic xx value "00".
       01 ws_fs_registre   pic xx value "00".
       01 fin_fichier      pic x value 'N'.
       01 ws_choix         pic 9 value 9.
       01 ws_mode          pic x(10) value spaces.
       01 ws_today         pic 9(8) value 0.
       01 ws_date_param    pic x(8) value spaces.

      * Controle des habilitations [SPAUTOR] : une saisie se retient
      * sur la paie, meme fonction que la saisie des salaires.
       01 ws_perm_path     pic x(100)
           value "../permissions-operateurs.txt".
       01 ws_fonction      pic x(12) value spaces.
       01 ws_autorise      pic x(1) value 'N'.

       01 ws_sai_table.
           05 ws_sai_entry occurs 500 times.
               10 ws_s_ligne    pic x(200).
               10 ws_s_verse    pic 9(9)v99.
               10 ws_s_en_cours pic 9(9)v99.
       01 ws_sai_count     pic 9(3) value 0.
       01 ws_sai_idx       pic 9(3) value 0.
       01 ws_num_max       pic 9(5) value 0.
       01 ws_sai_trouve    pic 9(3) value 0.

       01 ws_chg_table.
           05 ws_chg_entry occurs 2000 times.
               10 ws_c_id       pic 9(5).
               10 ws_c_nombre   pic 9(2).
               10 ws_c_date     pic 9(8).
               10 ws_c_operateur pic x(8).
       01 ws_chg_count     pic 9(4) value 0.
       01 ws_chg_idx       pic 9(4) value 0.
       01 ws_chg_trouve    pic 9(4) value 0.

      * Saisie d'un ordre.
       01 ws_saisie_id     pic x(5) value spaces.
       01 ws_saisie_texte  pic x(30) value spaces.
       01 ws_saisie_montant pic x(10) value spaces.
       01 ws_saisie_nombre pic x(2) value spaces.
       01 ws_saisie_date   pic x(8) value spaces.
       01 ws_saisie_banque pic x(5) value spaces.
       01 ws_saisie_compte pic x(5) value spaces.
       01 ws_id_demande    pic 9(5) value 0.
       01 ws_num_demande   pic 9(5) value 0.
       01 ws_devise        pic x(3) value "EUR".
       01 ws_montant_aff   pic z(6)9.99.

      * Appel de SPIBAN : IBAN et BIC du creancier, resultat 0 = bons.
       01 ws_saisie_iban   pic x(34) value spaces.
       01 ws_saisie_bic    pic x(11) value spaces.
       01 ws_iban_res      pic 9 value 0.

      * Appel de SPMOD10 : compte a 5 chiffres dont le dernier est la
      * cle, resultat 0 = cle bonne.
       01 ws_mod10_param   pic 9(5) value 0.
       01 ws_mod10_res     pic 9 value 0.

      * Calendrier des periodes de paie [SPPERIOD] : une retenue est
      * acquise au creancier quand sa periode est close.
       01 ws_periode_path  pic x(100) value "src/periodes-paie.txt".
       01 ws_periode_date  pic 9(8) value 0.
       01 ws_periode_statut pic x(1) value 'O'.
       01 ws_periode_ouverte pic 9(8) value 0.
       01 ws_periode_trouve pic x(1) value 'N'.

      * Cloture et registre.
       01 ws_maj_count     pic 9(5) value 0.
       01 ws_soldees       pic 9(5) value 0.
       01 ws_closes        pic 9(5) value 0.
       01 ws_modifie       pic x value 'N'.
       01 ws_restant       pic s9(9)v99 value 0.
       01 ws_total_restant pic s9(11)v99 value 0.
       01 ws_nb_en_cours   pic 9(3) value 0.
       01 ws_ligne_saisie.
           05 filler           pic x(2) value spaces.
           05 ws_l_num         pic 9(5).
           05 filler           pic x(1) value space.
           05 ws_l_id          pic 9(5).
           05 filler           pic x(1) value space.
           05 ws_l_reference   pic x(20).
           05 filler           pic x(1) value space.
           05 ws_l_creancier   pic x(24).
           05 filler           pic x(2) value " P".
           05 ws_l_priorite    pic 9(2).
           05 filler           pic x(1) value space.
           05 ws_l_montant     pic z(6)9.99.
           05 filler           pic x(1) value space.
           05 ws_l_verse       pic z(8)9.99.
           05 filler           pic x(1) value space.
           05 ws_l_en_cours    pic z(6)9.99.
           05 filler           pic x(1) value space.
           05 ws_l_restant     pic -(8)9.99.
           05 filler           pic x(1) value space.
           05 ws_l_devise      pic x(3).
           05 filler           pic x(1) value space.
           05 ws_l_statut      pic x(10).

      * Consignation des incidents dans le fichier de messages date
      * [MSGLOG] : la cloture tourne aussi dans la chaine de nuit.
       01 ws_msglog_prefix pic x(100) value "..".
       01 ws_msglog_grav   pic x(1) value 'W'.
       01 ws_msglog_texte  pic x(100) value spaces.

      * Affectations de fichiers [SPAFFECT, cartes DD de la suite].
       01 ws_affect_config pic x(100) value "../affectations.cfg".
       01 ws_dd_master     pic x(20) value "EMPLOYEE-MASTER".
       01 ws_dd_joblog     pic x(20) value "JOB-LOG".
       01 ws_aff_master    pic x(100)
           value "src/employee-master.dat".

      * Champs d'appel au journal central des executions (JOB-LOG,
      * voir 99 - Utilitaires partages/src/JOBLOG.cob).
       01 ws_joblog_name   pic x(20) value "107_saisies-salaire".
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

           move "SALAIRES" to ws_fonction
           call "SPAUTOR" using ws_perm_path ws_joblog_operator
               ws_joblog_name ws_fonction ws_autorise
           if ws_autorise = 'N'
               display "Acces refuse : l'operateur '"
                   function trim(ws_joblog_operator)
                   "' n'est pas habilite aux saisies sur salaire."
               move 98 to ws_joblog_rc
           else
               perform 0010-date-de-traitement
               perform 0100-charger-les-saisies
               perform 0200-charger-les-retenues
               perform 0300-charger-les-charges
               accept ws_mode from environment "SAISIES_MODE"
               open input employee-master
               if ws_fs_master not = "00"
                   display "Erreur ouverture EMPLOYEE-MASTER : "
                       ws_fs_master
                   move 16 to ws_joblog_rc
               else
                   perform 0500-cloturer-les-saisies
                   if ws_mode not = "CLOTURE"
                       perform 0400-menu
                   end-if
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

       0100-charger-les-saisies.
      * Fichier absent : premier passage, la table part vide et le
      * fichier sera cree a la premiere saisie.
           move 'N' to fin_fichier
           open input saisies-file
           if ws_fs_saisies not = "00"
               exit paragraph
           end-if
           perform until fin_fichier = 'Y'
               read saisies-file
                   at end
                       move 'Y' to fin_fichier
                   not at end
                       if ws_sai_count < 500
                           add 1 to ws_sai_count
                           move saisie-record
                               to ws_s_ligne(ws_sai_count)
                           move 0 to ws_s_verse(ws_sai_count)
                           move 0 to ws_s_en_cours(ws_sai_count)
                           if sai-num > ws_num_max
                               move sai-num to ws_num_max
                           end-if
                       end-if
               end-read
           end-perform
           close saisies-file
           .

       0200-charger-les-retenues.
      * Retenues des extraits de paie : acquises au creancier si leur
      * periode est close [un mois passe absent du calendrier est
      * repute clos], sinon en cours.
           move 'N' to fin_fichier
           open input retenues-file
           if ws_fs_retenues not = "00"
               exit paragraph
           end-if
           perform until fin_fichier = 'Y'
               read retenues-file
                   at end
                       move 'Y' to fin_fichier
                   not at end
                       if spa-num is numeric
                          and spa-montant is numeric
                           perform 0250-imputer-une-retenue
                       end-if
               end-read
           end-perform
           close retenues-file
           .

       0250-imputer-une-retenue.
           perform varying ws_sai_idx from 1 by 1
               until ws_sai_idx > ws_sai_count
               move ws_s_ligne(ws_sai_idx) to saisie-record
               if sai-num = spa-num
                   compute ws_periode_date = spa-mois * 100 + 1
                   call "SPPERIOD" using ws_periode_path
                       ws_periode_date ws_periode_statut
                       ws_periode_ouverte ws_periode_trouve
                   if ws_periode_trouve = 'N'
                      and spa-mois < ws_today(1:6)
                       move 'C' to ws_periode_statut
                   end-if
                   if ws_periode_statut = 'C'
                       add spa-montant to ws_s_verse(ws_sai_idx)
                   else
                       add spa-montant to ws_s_en_cours(ws_sai_idx)
                   end-if
                   exit paragraph
               end-if
           end-perform
           .

       0300-charger-les-charges.
           move 'N' to fin_fichier
           open input charges-file
           if ws_fs_charges not = "00"
               exit paragraph
           end-if
           perform until fin_fichier = 'Y'
               read charges-file
                   at end
                       move 'Y' to fin_fichier
                   not at end
                       if chg-id is numeric and chg-nombre is numeric
                          and ws_chg_count < 2000
                           add 1 to ws_chg_count
                           move chg-id to ws_c_id(ws_chg_count)
                           move chg-nombre to ws_c_nombre(ws_chg_count)
                           move chg-date to ws_c_date(ws_chg_count)
                           move chg-operateur
                               to ws_c_operateur(ws_chg_count)
                       end-if
               end-read
           end-perform
           close charges-file
           .

       0400-menu.
           perform until ws_choix = 0
               display " "
               display "1. Enregistrer une saisie sur salaire"
               display "2. Personnes a charge d'un employe"
               display "3. Mainlevee d'une saisie"
               display "4. Imprimer le registre des saisies"
               display "0. Quitter"
               display "Votre choix ?"
               accept ws_choix
               evaluate ws_choix
                   when 1
                       perform 1000-enregistrer-une-saisie
                   when 2
                       perform 2000-personnes-a-charge
                   when 3
                       perform 3000-mainlevee
                   when 4
                       perform 4000-imprimer-le-registre
                   when 0
                       continue
                   when other
                       display "Choix invalide"
               end-evaluate
           end-perform
           .

       0500-cloturer-les-saisies.
      * Une saisie en cours entierement versee passe soldee ; celle
      * d'une personne sortie [ou inconnue du fichier maître] est
      * close, son restant du signale pour le creancier.
           move 'N' to ws_modifie
           perform varying ws_sai_idx from 1 by 1
               until ws_sai_idx > ws_sai_count
               move ws_s_ligne(ws_sai_idx) to saisie-record
               if sai-statut = 'O'
                   perform 0550-cloturer-une-saisie
               end-if
           end-perform
           if ws_modifie = 'O'
               perform 9000-sauvegarder-les-saisies
           end-if
           if ws_soldees > 0 or ws_closes > 0
               display "Cloture des saisies : " ws_soldees
                   " soldee(s), " ws_closes " close(s) a la sortie."
           end-if
           .

       0550-cloturer-une-saisie.
           if ws_s_verse(ws_sai_idx) >= sai-montant
               move 'S' to sai-statut
               move ws_today to sai-date-statut
               move saisie-record to ws_s_ligne(ws_sai_idx)
               move 'O' to ws_modifie
               add 1 to ws_soldees
               add 1 to ws_maj_count
               exit paragraph
           end-if
           move sai-id to em-id
           read employee-master
               invalid key
                   move 'T' to em-statut
                   move 0 to em-datefin
           end-read
           if em-statut not = 'T' or em-datefin > ws_today
               exit paragraph
           end-if
           move 'X' to sai-statut
           move ws_today to sai-date-statut
           move saisie-record to ws_s_ligne(ws_sai_idx)
           move 'O' to ws_modifie
           add 1 to ws_closes
           add 1 to ws_maj_count
           compute ws_restant = sai-montant - ws_s_verse(ws_sai_idx)
               - ws_s_en_cours(ws_sai_idx)
           move ws_restant to ws_montant_aff
           display "Saisie " sai-num " close [sortie de l'id " sai-id
               "] : restant du " ws_montant_aff " " sai-devise
               " a signaler a " function trim(sai-creancier)
           move 'W' to ws_msglog_grav
           move spaces to ws_msglog_texte
           string "Saisie " delimited by size
                  sai-num delimited by size
                  " close a la sortie de l'id " delimited by size
                  sai-id delimited by size
                  " - restant du " delimited by size
                  ws_montant_aff delimited by size
                  " a signaler" delimited by size
                  into ws_msglog_texte
           end-string
           perform 9900-consigner-message
           if ws_joblog_rc < 4
               move 4 to ws_joblog_rc
           end-if
           .

       1000-enregistrer-une-saisie.
           display "Id employe ? "
           move spaces to ws_saisie_id
           accept ws_saisie_id
           if ws_saisie_id = spaces
              or function test-numval(ws_saisie_id) not = 0
               display "Id illisible."
               exit paragraph
           end-if
           move function numval(ws_saisie_id) to ws_id_demande
           move ws_id_demande to em-id
           read employee-master
               invalid key
                   display "Id inconnu du fichier maître : "
                       ws_id_demande
                   exit paragraph
           end-read
           if em-statut = 'T'
               display "Employe sorti - pas de saisie sur salaire."
               exit paragraph
           end-if
           if ws_sai_count >= 500
               display "Table des saisies pleine - rien d'enregistre."
               exit paragraph
           end-if

           move spaces to saisie-record
           move ws_id_demande to sai-id
           display "Reference de l'ordre [20 caracteres] ? "
           move spaces to ws_saisie_texte
           accept ws_saisie_texte
           if ws_saisie_texte = spaces
               display "Reference obligatoire - rien d'enregistre."
               exit paragraph
           end-if
           move ws_saisie_texte to sai-reference
           display "Creancier [30 caracteres] ? "
           move spaces to ws_saisie_texte
           accept ws_saisie_texte
           if ws_saisie_texte = spaces
               display "Creancier obligatoire - rien d'enregistre."
               exit paragraph
           end-if
           move ws_saisie_texte to sai-creancier

           perform 1100-saisir-les-coordonnees
           if ws_iban_res not = 0
               exit paragraph
           end-if

           display "Total du en centiemes [9 chiffres, ex 000150000"
               " = 1500.00] ?"
           move spaces to ws_saisie_montant
           accept ws_saisie_montant
           if ws_saisie_montant(1:9) not numeric
               display "Montant illisible - rien d'enregistre."
               exit paragraph
           end-if
           compute sai-montant =
               function numval(ws_saisie_montant(1:9)) / 100
           if sai-montant = 0
               display "Montant nul - rien d'enregistre."
               exit paragraph
           end-if

           display "Priorite [01 = servie en premier] ?"
           move spaces to ws_saisie_nombre
           accept ws_saisie_nombre
           if ws_saisie_nombre not numeric
              or ws_saisie_nombre = "00"
               display "Priorite illisible - rien d'enregistre."
               exit paragraph
           end-if
           move ws_saisie_nombre to sai-priorite

           display "Date de debut AAAAMMJJ [vide = date du jour] ?"
           move spaces to ws_saisie_date
           accept ws_saisie_date
           if ws_saisie_date = spaces
               move ws_today to sai-debut
           else
               if ws_saisie_date not numeric
                  or function test-date-yyyymmdd(
                      function numval(ws_saisie_date)) not = 0
                   display "Date illisible - rien d'enregistre."
                   exit paragraph
               end-if
               move ws_saisie_date to sai-debut
           end-if

           perform 1200-relever-la-devise
           move ws_devise to sai-devise
           add 1 to ws_num_max
           move ws_num_max to sai-num
           move 'O' to sai-statut
           move ws_today to sai-date-statut
           move ws_joblog_operator to sai-operateur
           add 1 to ws_sai_count
           move saisie-record to ws_s_ligne(ws_sai_count)
           move 0 to ws_s_verse(ws_sai_count)
           move 0 to ws_s_en_cours(ws_sai_count)
           perform 9000-sauvegarder-les-saisies
           add 1 to ws_maj_count
           move sai-montant to ws_montant_aff
           display "Saisie " sai-num " enregistree : id " sai-id " "
               ws_montant_aff " " sai-devise " au profit de "
               function trim(sai-creancier) ", priorite "
               sai-priorite " des le " sai-debut "."
           .

       1100-saisir-les-coordonnees.
      * Le creancier se paie par virement : IBAN/BIC [controles par
      * SPIBAN] pour les societes en SEPA, banque/compte [cle
      * SPMOD10] pour le format domestique ; au moins l'un des deux.
           move 0 to ws_iban_res
           move 0 to sai-banque
           move 0 to sai-compte
           move spaces to sai-iban
           move spaces to sai-bic
           display "IBAN du creancier [sans espaces, blanc = aucun] ? "
           move spaces to ws_saisie_iban
           accept ws_saisie_iban
           move function upper-case(ws_saisie_iban) to ws_saisie_iban
           if ws_saisie_iban not = spaces
               display "BIC [8 ou 11 caracteres] ? "
               move spaces to ws_saisie_bic
               accept ws_saisie_bic
               move function upper-case(ws_saisie_bic)
                   to ws_saisie_bic
               call "SPIBAN" using ws_saisie_iban ws_saisie_bic
                   ws_iban_res
               if ws_iban_res not = 0
                   display "IBAN ou BIC refuse [controle " ws_iban_res
                       "] - rien d'enregistre."
                   exit paragraph
               end-if
               move ws_saisie_iban to sai-iban
               move ws_saisie_bic to sai-bic
           end-if

           display "Code banque domestique [5 chiffres, blanc ="
               " aucun] ? "
           move spaces to ws_saisie_banque
           accept ws_saisie_banque
           if ws_saisie_banque = spaces
               if sai-iban = spaces
                   display "Ni IBAN ni compte domestique - rien"
                       " d'enregistre."
                   move 9 to ws_iban_res
               end-if
               exit paragraph
           end-if
           if ws_saisie_banque not numeric
               display "Code banque illisible - rien d'enregistre."
               move 9 to ws_iban_res
               exit paragraph
           end-if
           display "Numero de compte [5 chiffres, cle en dernier] ? "
           move spaces to ws_saisie_compte
           accept ws_saisie_compte
           if ws_saisie_compte not numeric
               display "Numero de compte illisible - rien"
                   " d'enregistre."
               move 9 to ws_iban_res
               exit paragraph
           end-if
           move ws_saisie_compte to ws_mod10_param
           call "SPMOD10" using ws_mod10_param ws_mod10_res
           if ws_mod10_res not = 0
               display "Cle de compte fausse [SPMOD10] - rien"
                   " d'enregistre."
               move 9 to ws_iban_res
               exit paragraph
           end-if
           move ws_saisie_banque to sai-banque
           move ws_mod10_param to sai-compte
           .

       1200-relever-la-devise.
      * La saisie se libelle dans la devise du salaire : elle se
      * retient sur la meme ligne de paie.
           move "EUR" to ws_devise
           open input salaires-file
           if ws_fs_salaires = "00"
               move ws_id_demande to sal-id
               read salaires-file
                   invalid key
                       continue
                   not invalid key
                       move sal-devise to ws_devise
               end-read
               close salaires-file
           end-if
           .

       2000-personnes-a-charge.
           display "Id employe ? "
           move spaces to ws_saisie_id
           accept ws_saisie_id
           if ws_saisie_id = spaces
              or function test-numval(ws_saisie_id) not = 0
               display "Id illisible."
               exit paragraph
           end-if
           move function numval(ws_saisie_id) to ws_id_demande
           move ws_id_demande to em-id
           read employee-master
               invalid key
                   display "Id inconnu du fichier maître : "
                       ws_id_demande
                   exit paragraph
           end-read
           move 0 to ws_chg_trouve
           perform varying ws_chg_idx from 1 by 1
               until ws_chg_idx > ws_chg_count
               if ws_c_id(ws_chg_idx) = ws_id_demande
                   move ws_chg_idx to ws_chg_trouve
               end-if
           end-perform
           if ws_chg_trouve > 0
               display "Personnes a charge actuelles : "
                   ws_c_nombre(ws_chg_trouve) " [depuis le "
                   ws_c_date(ws_chg_trouve) "]"
           else
               display "Aucune personne a charge declaree."
           end-if
           display "Nombre de personnes a charge [00 a 20] ?"
           move spaces to ws_saisie_nombre
           accept ws_saisie_nombre
           if ws_saisie_nombre not numeric
              or ws_saisie_nombre > "20"
               display "Nombre illisible - rien de change."
               exit paragraph
           end-if
           if ws_chg_trouve = 0
               if ws_chg_count >= 2000
                   display "Table pleine - rien de change."
                   exit paragraph
               end-if
               add 1 to ws_chg_count
               move ws_chg_count to ws_chg_trouve
               move ws_id_demande to ws_c_id(ws_chg_trouve)
           end-if
           move ws_saisie_nombre to ws_c_nombre(ws_chg_trouve)
           move ws_today to ws_c_date(ws_chg_trouve)
           move ws_joblog_operator to ws_c_operateur(ws_chg_trouve)

           open output charges-file
           perform varying ws_chg_idx from 1 by 1
               until ws_chg_idx > ws_chg_count
               move spaces to charge-record
               move ws_c_id(ws_chg_idx) to chg-id
               move ws_c_nombre(ws_chg_idx) to chg-nombre
               move ws_c_date(ws_chg_idx) to chg-date
               move ws_c_operateur(ws_chg_idx) to chg-operateur
               write charge-record
           end-perform
           close charges-file
           add 1 to ws_maj_count
           display "Personnes a charge de l'id " ws_id_demande " : "
               ws_c_nombre(ws_chg_trouve) "."
           .

       3000-mainlevee.
      * Mainlevee ordonnee : la saisie cesse d'etre retenue des le
      * prochain extrait de paie.
           display "Numero de la saisie ? "
           move spaces to ws_saisie_id
           accept ws_saisie_id
           if ws_saisie_id = spaces
              or function test-numval(ws_saisie_id) not = 0
               display "Numero illisible."
               exit paragraph
           end-if
           move function numval(ws_saisie_id) to ws_num_demande
           move 0 to ws_sai_trouve
           perform varying ws_sai_idx from 1 by 1
               until ws_sai_idx > ws_sai_count or ws_sai_trouve > 0
               move ws_s_ligne(ws_sai_idx) to saisie-record
               if sai-num = ws_num_demande
                   move ws_sai_idx to ws_sai_trouve
               end-if
           end-perform
           if ws_sai_trouve = 0
               display "Saisie inconnue : " ws_num_demande
               exit paragraph
           end-if
           move ws_s_ligne(ws_sai_trouve) to saisie-record
           if sai-statut not = 'O'
               display "Saisie " sai-num " deja close [statut "
                   sai-statut "]."
               exit paragraph
           end-if
           move 'M' to sai-statut
           move ws_today to sai-date-statut
           move ws_joblog_operator to sai-operateur
           move saisie-record to ws_s_ligne(ws_sai_trouve)
           perform 9000-sauvegarder-les-saisies
           add 1 to ws_maj_count
           display "Mainlevee enregistree : saisie " sai-num "."
           .

       4000-imprimer-le-registre.
           open output registre-file
           move spaces to registre-record
           string "Registre des saisies sur salaire au "
                      delimited by size
                  ws_today delimited by size
                  into registre-record
           end-string
           write registre-record
           move spaces to registre-record
           write registre-record
           move spaces to registre-record
           string "  Num   Id    Reference            Creancier"
                      delimited by size
                  "                Pr    Total du    Deja verse"
                      delimited by size
                  "   En cours      Restant du"
                      delimited by size
                  into registre-record
           end-string
           write registre-record
           move 0 to ws_total_restant
           move 0 to ws_nb_en_cours
           perform varying ws_sai_idx from 1 by 1
               until ws_sai_idx > ws_sai_count
               perform 4100-imprimer-une-saisie
           end-perform
           move spaces to registre-record
           write registre-record
           move ws_total_restant to ws_l_restant
           move spaces to registre-record
           string "Restant du des saisies en cours : "
                      delimited by size
                  ws_l_restant delimited by size
                  " [" delimited by size
                  ws_nb_en_cours delimited by size
                  " saisie(s)]" delimited by size
                  into registre-record
           end-string
           write registre-record
           close registre-file
           display "Registre ecrit : registre-saisies.txt ["
               ws_sai_count " saisie(s), " ws_nb_en_cours " en cours]"
           .

       4100-imprimer-une-saisie.
           move ws_s_ligne(ws_sai_idx) to saisie-record
           compute ws_restant = sai-montant - ws_s_verse(ws_sai_idx)
               - ws_s_en_cours(ws_sai_idx)
           move sai-num to ws_l_num
           move sai-id to ws_l_id
           move sai-reference to ws_l_reference
           move sai-creancier to ws_l_creancier
           move sai-priorite to ws_l_priorite
           move sai-montant to ws_l_montant
           move ws_s_verse(ws_sai_idx) to ws_l_verse
           move ws_s_en_cours(ws_sai_idx) to ws_l_en_cours
           move ws_restant to ws_l_restant
           move sai-devise to ws_l_devise
           evaluate sai-statut
               when 'O'
                   move "EN COURS" to ws_l_statut
                   add 1 to ws_nb_en_cours
                   add ws_restant to ws_total_restant
               when 'S'
                   move "SOLDEE" to ws_l_statut
               when 'X'
                   move "CLOSE SORT" to ws_l_statut
               when 'M'
                   move "MAINLEVEE" to ws_l_statut
               when other
                   move sai-statut to ws_l_statut
           end-evaluate
           write registre-record from ws_ligne_saisie
           .

       9000-sauvegarder-les-saisies.
           open output saisies-file
           perform varying ws_sai_idx from 1 by 1
               until ws_sai_idx > ws_sai_count
               move ws_s_ligne(ws_sai_idx) to saisie-record
               write saisie-record
           end-perform
           close saisies-file
           .

       9900-consigner-message.
      * Double le DISPLAY d'un incident d'une ligne dans le fichier
      * de messages du jour, pour les nuits sans operateur devant la
      * console.
           call "MSGLOG" using ws_msglog_prefix ws_joblog_name
               ws_msglog_grav ws_msglog_texte
           .
