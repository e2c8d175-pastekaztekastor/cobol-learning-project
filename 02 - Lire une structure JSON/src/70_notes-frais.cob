      ******************************************************************
      * Nom du Projet   : Notes de frais
      * Description     : Les frais de deplacement vivaient hors de la
      *    suite : formulaire papier, signature du responsable et
      *    virement a la main. Ce guichet restreint [fonction
      *    SALAIRES, meme protection que 23_saisie-salaires.cob] :
      *    - saisit une note par id employe [date, categorie, montant,
      *      devise, reference du justificatif, paiement 'P' avec la
      *      paie ou 'V' par virement] dans src/notes-frais.txt ; la
      *      categorie et son plafond par note, en euros, viennent
      *      du referentiel src/categories-frais.txt [SPDEVISE pour
      *      la contre-valeur a la date de la depense]. Une depense
      *      d'un sorti [statut 'T'] posterieure a sa date de sortie
      *      est refusee ; un sorti ou un stagiaire n'est plus dans
      *      l'extrait de paie, sa note part par virement ;
      *    - route chaque note vers le responsable de l'employe
      *      [em-mgr] : l'operateur reporte sa decision, note par
      *      note. Au-dela du seuil SEUIL_FRAIS [500 EUR par defaut]
      *      ou sans responsable, l'accord du responsable depose une
      *      demande FRAIS a quatre yeux [SPAPPROB] que tranche un
      *      second operateur par 56_approbations.cob ; le guichet en
      *      releve l'issue a chaque ouverture.
      *    Une note approuvee ['A'] est convertie en euros a la date
      *    d'approbation [SPDEVISE] ; 06_extrait-paie.cob la verse
      *    avec la paie [ligne 'F', non imposable] ou
      *    33_ordres-virement.cob la vire, et chacun la passe payee
      *    ['P']. 36_journal-comptable.cob passe les notes payees du
      *    mois au debit des comptes de frais de leur categorie.
      *    Statuts : 'S' chez le responsable, 'N' au second niveau,
      *    'A' a payer, 'R' refusee, 'P' payee.
      *
      * Date de création: 15/10/2026
      * Auteur          : Champémont Mathurin
      ******************************************************************
       identification division.
       program-id. 70_notes-frais.

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

           select categories-file
               assign to "src/categories-frais.txt"
               organization is line sequential
               file status is ws_fs_categories.

           select frais-file assign to "src/notes-frais.txt"
               organization is line sequential
               file status is ws_fs_frais.

           select approb-file
               assign to "src/approbations-attente.txt"
               organization is line sequential
               file status is ws_fs_approb.

       data division.
       file section.
       fd employee-master.
       01 employee-master-record.
           COPY "employe-enreg.cpy" REPLACING ==:PFX:== BY ==em-==.

      * Categorie de frais : code, plafond par note en euros [0 =
      * sans plafond], compte de charges et libelle.
       fd categories-file.
       01 categorie-record.
           05 cat-code     pic x(8).
           05 filler       pic x.
           05 cat-plafond  pic 9(7)v99.
           05 filler       pic x.
           05 cat-compte   pic 9(6).
           05 filler       pic x.
           05 cat-libelle  pic x(20).

      * Note de frais : numero, id, societe et nom de l'employe, date
      * de la depense, categorie, montant et devise, contre-valeur
      * euro, justificatif, mode de paiement, responsable, statut et
      * date du dernier changement de statut, operateur.
       fd frais-file.
       01 frais-record.
           05 nf-num       pic 9(5).
           05 filler       pic x.
           05 nf-id        pic 9(5).
           05 filler       pic x.
           05 nf-soc       pic x(3).
           05 filler       pic x.
           05 nf-nom       pic x(30).
           05 filler       pic x.
           05 nf-date      pic 9(8).
           05 filler       pic x.
           05 nf-cat       pic x(8).
           05 filler       pic x.
           05 nf-montant   pic 9(7)v99.
           05 filler       pic x.
           05 nf-devise    pic x(3).
           05 filler       pic x.
           05 nf-eur       pic 9(7)v99.
           05 filler       pic x.
           05 nf-justif    pic x(12).
           05 filler       pic x.
           05 nf-mode      pic x(1).
           05 filler       pic x.
           05 nf-mgr       pic 9(5).
           05 filler       pic x.
           05 nf-statut    pic x(1).
           05 filler       pic x.
           05 nf-date-statut pic 9(8).
           05 filler       pic x.
           05 nf-operateur pic x(8).

      * Demandes a quatre yeux [disposition de SPAPPROB] : relues
      * pour les notes FRAIS rejetees au second niveau.
       fd approb-file.
       01 approb-record.
           05 apr-seq      pic 9(4).
           05 filler       pic x.
           05 apr-date     pic 9(8).
           05 filler       pic x.
           05 apr-demandeur pic x(8).
           05 filler       pic x.
           05 apr-type     pic x(12).
           05 filler       pic x.
           05 apr-id       pic 9(5).
           05 filler       pic x.
           05 apr-detail   pic x(40).
           05 filler       pic x.
           05 apr-statut   pic x(1).
           05 filler       pic x.
           05 apr-approbateur pic x(8).

       working-storage section.
       01 ws_fs_master     pic xx value "00".
       01 ws_fs_categories pic xx value "00".
       01 ws_fs_frais      pic xx value "00".
       01 ws_fs_approb     pic xx value "00".
       01 fin_fichier      pic x value 'N'.
       01 ws_choix         pic 9 value 9.
       01 ws_today         pic 9(8) value 0.
       01 ws_date_param    pic x(8) value spaces.

      * Controle des habilitations [SPAUTOR] : une note de frais se
      * paie avec la remuneration, meme fonction que les salaires.
       01 ws_perm_path     pic x(100)
           value "../permissions-operateurs.txt".
       01 ws_fonction      pic x(12) value spaces.
       01 ws_autorise      pic x(1) value 'N'.

       01 ws_cat_table.
           05 ws_cat_entry occurs 50 times.
               10 ws_c_code     pic x(8).
               10 ws_c_plafond  pic 9(7)v99.
       01 ws_cat_count     pic 9(2) value 0.
       01 ws_cat_idx       pic 9(2) value 0.
       01 ws_cat_found_idx pic 9(2) value 0.

       01 ws_nf_table.
           05 ws_nf_entry occurs 2000 times.
               10 ws_n_ligne    pic x(129).
       01 ws_nf_count      pic 9(4) value 0.
       01 ws_nf_idx        pic 9(4) value 0.
       01 ws_num_max       pic 9(5) value 0.

      * Saisie d'une note.
       01 ws_saisie_id     pic x(5) value spaces.
       01 ws_saisie_date   pic x(8) value spaces.
       01 ws_saisie_cat    pic x(8) value spaces.
       01 ws_saisie_montant pic x(10) value spaces.
       01 ws_saisie_devise pic x(3) value spaces.
       01 ws_saisie_justif pic x(12) value spaces.
       01 ws_saisie_mode   pic x(1) value space.
       01 ws_saisie_decision pic x(1) value space.
       01 ws_id_demande    pic 9(5) value 0.
       01 ws_mgr_demande   pic 9(5) value 0.
       01 ws_date_depense  pic 9(8) value 0.
       01 ws_montant       pic 9(7)v99 value 0.
       01 ws_montant_aff   pic z(6)9.99.
       01 ws_eur_aff       pic z(6)9.99.
       01 ws_maj_count     pic 9(5) value 0.
       01 ws_nb_presentees pic 9(4) value 0.

      * Contre-valeur euro [SPDEVISE].
       01 ws_taux_path     pic x(100)
           value "src/taux-change.txt".
       01 ws_conv_devise   pic x(3) value spaces.
       01 ws_conv_montant  pic s9(9)v99 value 0.
       01 ws_conv_eur      pic s9(9)v99 value 0.
       01 ws_conv_trouve   pic x(1) value 'N'.

      * Regle des quatre yeux [SPAPPROB] au-dela du seuil.
       01 ws_seuil_param   pic x(9) value spaces.
       01 ws_seuil_frais   pic 9(7)v99 value 500.
       01 ws_approb_path   pic x(100)
           value "src/approbations-attente.txt".
       01 ws_approb_action pic x(1) value space.
       01 ws_approb_type   pic x(12) value "FRAIS".
       01 ws_approb_id     pic 9(5) value 0.
       01 ws_approb_detail pic x(40) value spaces.
       01 ws_approb_approbateur pic x(8) value spaces.
       01 ws_approb_res    pic x(1) value 'N'.

      * Affectations de fichiers [SPAFFECT, cartes DD de la suite].
       01 ws_affect_config pic x(100) value "../affectations.cfg".
       01 ws_dd_master     pic x(20) value "EMPLOYEE-MASTER".
       01 ws_dd_joblog     pic x(20) value "JOB-LOG".
       01 ws_aff_master    pic x(100)
           value "src/employee-master.dat".

      * Champs d'appel au journal central des executions (JOB-LOG,
      * voir 99 - Utilitaires partages/src/JOBLOG.cob).
       01 ws_joblog_name   pic x(20) value "70_notes-frais".
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
                   "' n'est pas habilite a la saisie des notes"
                   " de frais."
               move 98 to ws_joblog_rc
           else
               perform 0010-date-de-traitement
               move spaces to ws_seuil_param
               accept ws_seuil_param from environment "SEUIL_FRAIS"
               if ws_seuil_param is numeric
                   move function numval(ws_seuil_param)
                       to ws_seuil_frais
               end-if
               perform 0100-charger-les-categories
               perform 0200-charger-les-notes
               perform 0300-relever-le-second-niveau
               open input employee-master
               if ws_fs_master not = "00"
                   display "Erreur ouverture EMPLOYEE-MASTER : "
                       ws_fs_master
                   move 16 to ws_joblog_rc
               else
                   perform until ws_choix = 0
                       display " "
                       display "1. Saisir une note de frais"
                       display "2. Decision du responsable"
                       display "0. Quitter"
                       display "Votre choix ?"
                       accept ws_choix
                       evaluate ws_choix
                           when 1
                               perform 1000-saisir-une-note
                           when 2
                               perform 2000-decider-pour-un-responsable
                           when 0
                               continue
                           when other
                               display "Choix invalide"
                       end-evaluate
                   end-perform
                   close employee-master
               end-if
               if ws_maj_count > 0
                   perform 9000-sauvegarder-les-notes
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

       0100-charger-les-categories.
      * Referentiel absent : aucune categorie, aucune saisie possible.
           move 'N' to fin_fichier
           open input categories-file
           if ws_fs_categories = "00"
               perform until fin_fichier = 'Y'
                   read categories-file
                       at end
                           move 'Y' to fin_fichier
                       not at end
                           if ws_cat_count < 50
                               add 1 to ws_cat_count
                               move cat-code
                                   to ws_c_code(ws_cat_count)
                               move cat-plafond
                                   to ws_c_plafond(ws_cat_count)
                           end-if
                   end-read
               end-perform
               close categories-file
           end-if
           .

       0200-charger-les-notes.
      * Fichier absent : premier passage, la table part vide.
           move 'N' to fin_fichier
           open input frais-file
           if ws_fs_frais = "00"
               perform until fin_fichier = 'Y'
                   read frais-file
                       at end
                           move 'Y' to fin_fichier
                       not at end
                           if ws_nf_count < 2000
                               add 1 to ws_nf_count
                               move frais-record
                                   to ws_n_ligne(ws_nf_count)
                               if nf-num > ws_num_max
                                   move nf-num to ws_num_max
                               end-if
                           end-if
                   end-read
               end-perform
               close frais-file
           end-if
           .

       0300-relever-le-second-niveau.
      * Notes au second niveau ['N'] : une approbation FRAIS rendue
      * par 56_approbations.cob est consommee [SPAPPROB 'V'] et la
      * note passe a payer ; une demande rejetee refuse la note.
           perform varying ws_nf_idx from 1 by 1
               until ws_nf_idx > ws_nf_count
               move ws_n_ligne(ws_nf_idx) to frais-record
               if nf-statut = 'N'
                   move 'V' to ws_approb_action
                   move nf-num to ws_approb_id
                   call "SPAPPROB" using ws_approb_path
                       ws_approb_action ws_approb_type ws_approb_id
                       ws_approb_detail ws_today ws_joblog_operator
                       ws_approb_approbateur ws_approb_res
                   if ws_approb_res = 'O'
                       display "Note " nf-num " approuvee au second"
                           " niveau par "
                           function trim(ws_approb_approbateur) "."
                       perform 2300-approuver-la-note
                   else
                       perform 0350-chercher-un-rejet
                   end-if
                   move frais-record to ws_n_ligne(ws_nf_idx)
               end-if
           end-perform
           .

       0350-chercher-un-rejet.
           move 'N' to fin_fichier
           open input approb-file
           if ws_fs_approb not = "00"
               exit paragraph
           end-if
           perform until fin_fichier = 'Y'
               read approb-file
                   at end
                       move 'Y' to fin_fichier
                   not at end
                       if apr-type = "FRAIS" and apr-id = nf-num
                          and apr-statut = 'R'
                           move 'R' to nf-statut
                           move ws_today to nf-date-statut
                           add 1 to ws_maj_count
                           display "Note " nf-num " rejetee au second"
                               " niveau par "
                               function trim(apr-approbateur) "."
                       end-if
               end-read
           end-perform
           close approb-file
           .

       1000-saisir-une-note.
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

           display "Date de la depense AAAAMMJJ ?"
           move spaces to ws_saisie_date
           accept ws_saisie_date
           if ws_saisie_date not numeric
               display "Date illisible - note refusee."
               exit paragraph
           end-if
           move ws_saisie_date to ws_date_depense
           if function test-date-yyyymmdd(ws_date_depense) not = 0
              or ws_date_depense > ws_today
               display "Date invalide ou future - note refusee."
               exit paragraph
           end-if
      * Un sorti ne presente plus de depense posterieure a sa sortie.
           if em-statut = 'T' and ws_date_depense > em-datefin
               display "Employe sorti le " em-datefin " : depense"
                   " posterieure refusee."
               exit paragraph
           end-if

           display "Categorie ?"
           move spaces to ws_saisie_cat
           accept ws_saisie_cat
           move function upper-case(ws_saisie_cat) to ws_saisie_cat
           move 0 to ws_cat_found_idx
           perform varying ws_cat_idx from 1 by 1
               until ws_cat_idx > ws_cat_count
               if ws_c_code(ws_cat_idx) = ws_saisie_cat
                   move ws_cat_idx to ws_cat_found_idx
               end-if
           end-perform
           if ws_cat_found_idx = 0
               display "Categorie inconnue de categories-frais.txt"
                   " - note refusee."
               exit paragraph
           end-if

           display "Montant en centiemes [9 chiffres, ex 000004550"
               " = 45.50] ?"
           move spaces to ws_saisie_montant
           accept ws_saisie_montant
           if ws_saisie_montant(1:9) not numeric
               display "Montant illisible - note refusee."
               exit paragraph
           end-if
           compute ws_montant =
               function numval(ws_saisie_montant(1:9)) / 100
           if ws_montant = 0
               display "Montant nul - note refusee."
               exit paragraph
           end-if

           display "Devise [vide = EUR] ?"
           move spaces to ws_saisie_devise
           accept ws_saisie_devise
           move function upper-case(ws_saisie_devise)
               to ws_saisie_devise
           if ws_saisie_devise = spaces
               move "EUR" to ws_saisie_devise
           end-if
      * Plafond de la categorie en euros, au cours du jour de la
      * depense.
           move ws_saisie_devise to ws_conv_devise
           move ws_montant to ws_conv_montant
           call "SPDEVISE" using ws_taux_path ws_conv_devise
               ws_date_depense ws_conv_montant ws_conv_eur
               ws_conv_trouve
           if ws_conv_trouve = 'N'
               display "Devise sans taux de change a cette date -"
                   " note refusee."
               exit paragraph
           end-if
           if ws_c_plafond(ws_cat_found_idx) > 0
              and ws_conv_eur > ws_c_plafond(ws_cat_found_idx)
               move ws_conv_eur to ws_eur_aff
               move ws_c_plafond(ws_cat_found_idx) to ws_montant_aff
               display "EUR " ws_eur_aff " au-dela du plafond de la"
                   " categorie [EUR " ws_montant_aff "] - note"
                   " refusee."
               exit paragraph
           end-if

           display "Reference du justificatif ?"
           move spaces to ws_saisie_justif
           accept ws_saisie_justif
           if ws_saisie_justif = spaces
               display "Justificatif obligatoire - note refusee."
               exit paragraph
           end-if

      * Un sorti ou un stagiaire n'est pas dans l'extrait de paie :
      * sa note part par virement.
           if em-statut = 'T' or em-type = 'S'
               move 'V' to ws_saisie_mode
               display "Hors extrait de paie : remboursement par"
                   " virement."
           else
               display "Remboursement ['P' avec la paie / 'V' par"
                   " virement] ?"
               move space to ws_saisie_mode
               accept ws_saisie_mode
               move function upper-case(ws_saisie_mode)
                   to ws_saisie_mode
               if ws_saisie_mode not = 'P' and ws_saisie_mode not = 'V'
                   display "Mode illisible - note refusee."
                   exit paragraph
               end-if
           end-if

           if ws_nf_count >= 2000
               display "Table des notes pleine (2000 max)."
               exit paragraph
           end-if
           move spaces to frais-record
           add 1 to ws_num_max
           move ws_num_max to nf-num
           move em-id to nf-id
           move em-soc to nf-soc
           string function trim(em-prenom) delimited by size
                  " " delimited by size
                  function trim(em-nom) delimited by size
                  into nf-nom
           end-string
           move ws_date_depense to nf-date
           move ws_saisie_cat to nf-cat
           move ws_montant to nf-montant
           move ws_saisie_devise to nf-devise
           move ws_conv_eur to nf-eur
           move ws_saisie_justif to nf-justif
           move ws_saisie_mode to nf-mode
           move em-mgr to nf-mgr
           move 'S' to nf-statut
           move ws_today to nf-date-statut
           move ws_joblog_operator to nf-operateur
      * Sans responsable [sommet de l'arbre], la note monte
      * directement au second niveau.
           if em-mgr = 0
               display "Pas de responsable : note soumise au second"
                   " niveau."
               perform 2200-demander-le-second-niveau
           else
               display "Note " nf-num " soumise au responsable "
                   em-mgr "."
           end-if
           add 1 to ws_nf_count
           move frais-record to ws_n_ligne(ws_nf_count)
           add 1 to ws_maj_count
           .

       2000-decider-pour-un-responsable.
      * L'operateur reporte la decision du responsable, note par
      * note, pour les notes de ses rapports directs.
           display "Id du responsable ? "
           move spaces to ws_saisie_id
           accept ws_saisie_id
           if ws_saisie_id = spaces
              or function test-numval(ws_saisie_id) not = 0
               display "Id illisible."
               exit paragraph
           end-if
           move function numval(ws_saisie_id) to ws_mgr_demande
           move 0 to ws_nb_presentees
           perform varying ws_nf_idx from 1 by 1
               until ws_nf_idx > ws_nf_count
               move ws_n_ligne(ws_nf_idx) to frais-record
               if nf-statut = 'S' and nf-mgr = ws_mgr_demande
                   add 1 to ws_nb_presentees
                   perform 2100-decider-une-note
                   move frais-record to ws_n_ligne(ws_nf_idx)
               end-if
           end-perform
           if ws_nb_presentees = 0
               display "Aucune note en attente pour le responsable "
                   ws_mgr_demande "."
           end-if
           .

       2100-decider-une-note.
           move nf-montant to ws_montant_aff
           move nf-eur to ws_eur_aff
           display " "
           display "Note " nf-num " - id " nf-id " "
               function trim(nf-nom)
           display "  " nf-date " " nf-cat " " ws_montant_aff " "
               nf-devise " [EUR " ws_eur_aff "] justificatif "
               nf-justif
           display "Decision ['A' accord / 'R' refus / vide ="
               " plus tard] ?"
           move space to ws_saisie_decision
           accept ws_saisie_decision
           move function upper-case(ws_saisie_decision)
               to ws_saisie_decision
           evaluate ws_saisie_decision
               when 'A'
                   move ws_joblog_operator to nf-operateur
                   add 1 to ws_maj_count
                   if nf-eur > ws_seuil_frais
                       perform 2200-demander-le-second-niveau
                   else
                       perform 2300-approuver-la-note
                   end-if
               when 'R'
                   move 'R' to nf-statut
                   move ws_today to nf-date-statut
                   move ws_joblog_operator to nf-operateur
                   add 1 to ws_maj_count
                   display "Note " nf-num " refusee."
               when other
                   continue
           end-evaluate
           .

       2200-demander-le-second-niveau.
           move 'N' to nf-statut
           move ws_today to nf-date-statut
           move 'D' to ws_approb_action
           move nf-num to ws_approb_id
           move spaces to ws_approb_detail
           move nf-eur to ws_eur_aff
           string "NOTE " nf-num " ID " nf-id " EUR " ws_eur_aff
               delimited by size into ws_approb_detail
           end-string
           call "SPAPPROB" using ws_approb_path ws_approb_action
               ws_approb_type ws_approb_id ws_approb_detail
               ws_today ws_joblog_operator
               ws_approb_approbateur ws_approb_res
           display "Note " nf-num " au second niveau : un second"
               " operateur doit l'arbitrer [56_approbations]."
           .

       2300-approuver-la-note.
      * Contre-valeur euro a la date d'approbation ; sans taux ce
      * jour-la, celle de la date de la depense est conservee.
           move nf-devise to ws_conv_devise
           move nf-montant to ws_conv_montant
           call "SPDEVISE" using ws_taux_path ws_conv_devise
               ws_today ws_conv_montant ws_conv_eur ws_conv_trouve
           if ws_conv_trouve = 'O'
               move ws_conv_eur to nf-eur
           else
               display "Devise " nf-devise " sans taux de change ce"
                   " jour - contre-valeur de la date de depense."
           end-if
           move 'A' to nf-statut
           move ws_today to nf-date-statut
           add 1 to ws_maj_count
           display "Note " nf-num " approuvee - a payer"
               " [mode " nf-mode "]."
           .

       9000-sauvegarder-les-notes.
           open output frais-file
           perform varying ws_nf_idx from 1 by 1
               until ws_nf_idx > ws_nf_count
               move ws_n_ligne(ws_nf_idx) to frais-record
               write frais-record
           end-perform
           close frais-file
           display ws_nf_count " note(s) de frais sauvegardee(s)."
           .
