      ******************************************************************
      * Nom du Projet   : Refacturation intragroupe du personnel
      * Description     : Depuis le multi-entite [em-soc], des
      *    employes de la societe 001 travaillent en partie pour la
      *    002 et leur cout reste a la 001. Ce traitement mensuel,
      *    passe apres l'extrait de paie [06_extrait-paie.cob] et
      *    avant le journal comptable [36_journal-comptable.cob],
      *    refacture ce temps :
      *    - affectations intragroupe [src/affectations-groupe.txt :
      *      id, societe beneficiaire, pourcentage, debut, fin - sur
      *      le modele de src/affectations-centres.txt, mais entre
      *      entites juridiques] ;
      *    - majoration et comptes par couple de societes
      *      [src/refacturation-groupe.txt : societe emettrice,
      *      beneficiaire, majoration en centiemes de pourcent,
      *      compte de creance et de produit chez l'emettrice, de
      *      charge et de dette chez la beneficiaire] ;
      *    - base du mois = brut de l'extrait [lignes S, H, R, T,
      *      contre-valeur euro par SPDEVISE] + cotisations
      *      patronales [src/cotisations-paie.txt], au pourcentage
      *      et au prorata des jours d'affectation du mois, majoree.
      *    Sorties : les factures par societe beneficiaire
      *    [src/factures-intragroupe.txt, detail par personne, total
      *    par couple, soldes intragroupe par societe] et les
      *    ecritures de creance / dette du mois
      *    [src/ecritures-intragroupe.txt], reprises par le journal
      *    36 de chaque societe. Les creances et les dettes doivent se
      *    compenser a zero sur le groupe, sinon aucune ecriture ne
      *    part [rc 12]. Une affectation sur un id inconnu ou sorti,
      *    vers sa propre societe, sans couple au referentiel ou dont
      *    les pourcentages du mois depassent 100 part en exception
      *    [avertissement rc 8]. Manifeste [SPMANIF].
      *
      * Date de création: 15/10/2026
      * Auteur          : Champémont Mathurin
      ******************************************************************
       identification division.
       program-id. 88_refacturation.

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

           select affect-file assign to "src/affectations-groupe.txt"
               organization is line sequential
               file status is ws_fs_affect.

           select groupe-file assign to "src/refacturation-groupe.txt"
               organization is line sequential
               file status is ws_fs_groupe.

           select extrait-file assign to "src/extrait-paie.txt"
               organization is line sequential
               file status is ws_fs_extrait.

           select cotisations-file
               assign to "src/cotisations-paie.txt"
               organization is line sequential
               file status is ws_fs_cotisations.

           select factures-file
               assign to "src/factures-intragroupe.txt"
               organization is line sequential
               file status is ws_fs_factures.

           select ecritures-file
               assign to "src/ecritures-intragroupe.txt"
               organization is line sequential
               file status is ws_fs_ecritures.

       data division.
       file section.
       fd employee-master.
       01 employee-master-record.
           COPY "employe-enreg.cpy" REPLACING ==:PFX:== BY ==em-==.

      * Affectation intragroupe : id, societe beneficiaire,
      * pourcentage du temps, premier et dernier jour.
       fd affect-file.
       01 affect-record.
           05 aig-id       pic 9(5).
           05 filler       pic x.
           05 aig-soc      pic x(3).
           05 filler       pic x.
           05 aig-pct      pic 9(3).
           05 filler       pic x.
           05 aig-debut    pic 9(8).
           05 filler       pic x.
           05 aig-fin      pic 9(8).

      * Couple de societes : emettrice, beneficiaire, majoration
      * [0500 = 5.00 %], comptes de creance et de produit de
      * l'emettrice, de charge et de dette de la beneficiaire.
       fd groupe-file.
       01 groupe-record.
           05 grp-emet     pic x(3).
           05 filler       pic x.
           05 grp-recv     pic x(3).
           05 filler       pic x.
           05 grp-majo     pic 9(2)v99.
           05 filler       pic x.
           05 grp-creance  pic 9(6).
           05 filler       pic x.
           05 grp-produit  pic 9(6).
           05 filler       pic x.
           05 grp-charge   pic 9(6).
           05 filler       pic x.
           05 grp-dette    pic 9(6).

       fd extrait-file.
       01 extrait-record.
           05 extr-type         pic x(1).
           05 extr-id           pic 9(5).
           05 extr-nom-complet  pic x(30).
           05 extr-dep          pic x(20).
           05 extr-rol          pic x(20).
           05 extr-libelle      pic x(12).
           05 extr-salaire      pic s9(7)v99 sign leading separate.
           05 extr-devise       pic x(3).

       fd cotisations-file.
       01 cotisation-record.
           05 cpa-periode  pic 9(6).
           05 filler       pic x.
           05 cpa-id       pic 9(5).
           05 filler       pic x.
           05 cpa-soc      pic x(3).
           05 filler       pic x.
           05 cpa-dep      pic x(20).
           05 filler       pic x.
           05 cpa-code     pic x(8).
           05 filler       pic x.
           05 cpa-base     pic 9(7)v99.
           05 filler       pic x.
           05 cpa-salarie  pic 9(7)v99.
           05 filler       pic x.
           05 cpa-employeur pic 9(7)v99.
           05 filler       pic x.
           05 cpa-devise   pic x(3).

       fd factures-file.
       01 facture-record   pic x(132).

      * Ecriture intragroupe : mois, societe qui la passe, puis les
      * zones d'une ecriture de 36_journal-comptable.cob [compte,
      * sens, montant, libelle].
       fd ecritures-file.
       01 ecriture-record.
           05 eig-mois     pic 9(6).
           05 filler       pic x.
           05 eig-soc      pic x(3).
           05 filler       pic x.
           05 eig-compte   pic 9(6).
           05 filler       pic x.
           05 eig-sens     pic x(1).
           05 filler       pic x.
           05 eig-montant  pic 9(11)v99.
           05 filler       pic x.
           05 eig-libelle  pic x(20).

       working-storage section.
       01 ws_fs_master     pic xx value "00".
       01 ws_fs_affect     pic xx value "00".
       01 ws_fs_groupe     pic xx value "00".
       01 ws_fs_extrait    pic xx value "00".
       01 ws_fs_cotisations pic xx value "00".
       01 ws_fs_factures   pic xx value "00".
       01 ws_fs_ecritures  pic xx value "00".
       01 fin_fichier      pic x value 'N'.
       01 ws_today         pic 9(8) value 0.
       01 ws_date_param    pic x(8) value spaces.

      * Mois refacture : celui de l'extrait de paie [date de son
      * entete], bornes et nombre de jours.
       01 ws_mois          pic 9(6) value 0.
       01 ws_debut_mois    pic 9(8) value 0.
       01 ws_fin_mois      pic 9(8) value 0.
       01 ws_mois_suivant  pic 9(8) value 0.
       01 ws_mois_suiv_dec redefines ws_mois_suivant.
           05 ws_ms_aaaa   pic 9(4).
           05 ws_ms_mm     pic 9(2).
           05 ws_ms_jj     pic 9(2).
       01 ws_jours_mois    pic 9(3) value 0.
       01 ws_jour_debut    pic 9(8) value 0.
       01 ws_jour_fin      pic 9(8) value 0.
       01 ws_jours         pic 9(3) value 0.

      * Couples de societes du referentiel.
       01 ws_grp_table.
           05 ws_grp_entry occurs 50 times.
               10 ws_g_emet     pic x(3).
               10 ws_g_recv     pic x(3).
               10 ws_g_majo     pic 9(2)v99.
               10 ws_g_creance  pic 9(6).
               10 ws_g_produit  pic 9(6).
               10 ws_g_charge   pic 9(6).
               10 ws_g_dette    pic 9(6).
               10 ws_g_total    pic s9(11)v99.
               10 ws_g_lignes   pic 9(5).
       01 ws_grp_count     pic 9(3) value 0.
       01 ws_grp_idx       pic 9(3) value 0.
       01 ws_grp_trouve    pic 9(3) value 0.

      * Affectations actives dans le mois.
       01 ws_aig_table.
           05 ws_aig_entry occurs 2000 times.
               10 ws_i_id      pic 9(5).
               10 ws_i_soc     pic x(3).
               10 ws_i_pct     pic 9(3).
               10 ws_i_debut   pic 9(8).
               10 ws_i_fin     pic 9(8).
       01 ws_aig_count     pic 9(4) value 0.
       01 ws_aig_idx       pic 9(4) value 0.
       01 ws_aig_autre     pic 9(4) value 0.
       01 ws_pct_total     pic 9(5) value 0.

      * Cout du mois par id, en euros : brut de l'extrait,
      * cotisations patronales.
       01 ws_cout_table.
           05 ws_cout_entry occurs 5000 times.
               10 ws_k_id      pic 9(5).
               10 ws_k_brut    pic s9(9)v99.
               10 ws_k_charges pic s9(9)v99.
       01 ws_cout_count    pic 9(5) value 0.
       01 ws_cout_idx      pic 9(5) value 0.
       01 ws_cout_trouve   pic 9(5) value 0.
       01 ws_id_cherche    pic 9(5) value 0.

      * Lignes refacturees, editees par couple de societes.
       01 ws_det_table.
           05 ws_det_entry occurs 2000 times.
               10 ws_d_grp     pic 9(3).
               10 ws_d_id      pic 9(5).
               10 ws_d_nom     pic x(30).
               10 ws_d_pct     pic 9(3).
               10 ws_d_jours   pic 9(3).
               10 ws_d_brut    pic s9(9)v99.
               10 ws_d_charges pic s9(9)v99.
               10 ws_d_base    pic s9(9)v99.
               10 ws_d_montant pic s9(9)v99.
       01 ws_det_count     pic 9(4) value 0.
       01 ws_det_idx       pic 9(4) value 0.

      * Soldes intragroupe par societe [creances - dettes].
       01 ws_sol_table.
           05 ws_sol_entry occurs 50 times.
               10 ws_s_soc     pic x(3).
               10 ws_s_creances pic s9(11)v99.
               10 ws_s_dettes  pic s9(11)v99.
       01 ws_sol_count     pic 9(3) value 0.
       01 ws_sol_idx       pic 9(3) value 0.
       01 ws_sol_trouve    pic 9(3) value 0.
       01 ws_soc_cherche   pic x(3) value spaces.
       01 ws_tot_creances  pic s9(11)v99 value 0.
       01 ws_tot_dettes    pic s9(11)v99 value 0.
       01 ws_ecart_groupe  pic s9(11)v99 value 0.

       01 ws_base          pic s9(9)v99 value 0.
       01 ws_montant       pic s9(9)v99 value 0.
       01 ws_nb_exceptions pic 9(5) value 0.
       01 ws_nb_ecritures  pic 9(5) value 0.
       01 ws_exception     pic x(132) value spaces.
       01 ws_excep_table.
           05 ws_excep_ligne pic x(132) occurs 500 times.
       01 ws_excep_count   pic 9(3) value 0.
       01 ws_excep_idx     pic 9(3) value 0.

       01 ws_ligne_detail.
           05 filler        pic x(2) value spaces.
           05 ws_l_id       pic 9(5).
           05 filler        pic x(1) value space.
           05 ws_l_nom      pic x(30).
           05 filler        pic x(1) value space.
           05 ws_l_pct      pic zz9.
           05 filler        pic x(1) value '%'.
           05 filler        pic x(2) value spaces.
           05 ws_l_jours    pic zz9.
           05 filler        pic x(1) value space.
           05 ws_l_brut     pic -(8)9.99.
           05 filler        pic x(1) value space.
           05 ws_l_charges  pic -(8)9.99.
           05 filler        pic x(1) value space.
           05 ws_l_base     pic -(8)9.99.
           05 filler        pic x(1) value space.
           05 ws_l_montant  pic -(8)9.99.
       01 ws_total_aff     pic -(10)9.99.
       01 ws_total_aff2    pic -(10)9.99.
       01 ws_total_aff3    pic -(10)9.99.
       01 ws_majo_aff      pic z9.99.

      * Conversion en euros [SPDEVISE, taux dates de
      * src/taux-change.txt].
       01 ws_taux_path     pic x(100)
           value "src/taux-change.txt".
       01 ws_conv_devise   pic x(3) value spaces.
       01 ws_conv_montant  pic s9(9)v99 value 0.
       01 ws_conv_eur      pic s9(9)v99 value 0.
       01 ws_conv_trouve   pic x(1) value 'N'.

      * Manifeste des sorties [SPMANIF].
       01 ws_manif_path    pic x(100)
           value "src/manifeste-sorties.txt".
       01 ws_manif_fichier pic x(100) value spaces.
       01 ws_manif_nom     pic x(40) value spaces.
       01 ws_manif_res     pic x(1) value 'N'.

      * Consignation des incidents dans le fichier de messages date
      * [MSGLOG] : la chaine tourne sans surveillance.
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
       01 ws_joblog_name   pic x(20) value "88_refacturation".
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

           perform 0010-date-de-traitement
           perform 0100-charger-le-referentiel
           if ws_grp_count = 0
               display "Pas de couple de societes dans"
                   " refacturation-groupe.txt : rien a refacturer."
               perform 9800-terminer
           end-if
           perform 0200-charger-l-extrait
           if ws_joblog_rc = 16
               perform 9800-terminer
           end-if
           perform 0300-charger-les-cotisations
           perform 0400-charger-les-affectations

           open input employee-master
           if ws_fs_master not = "00"
               display "Erreur ouverture EMPLOYEE-MASTER : "
                   ws_fs_master
               move 16 to ws_joblog_rc
               perform 9800-terminer
           end-if
           perform varying ws_aig_idx from 1 by 1
               until ws_aig_idx > ws_aig_count
               perform 1000-refacturer-une-affectation
           end-perform
           close employee-master

           perform 2000-solder-le-groupe
           perform 3000-editer-les-factures
           perform 4000-ecrire-les-ecritures

           if ws_nb_exceptions > 0
               display ws_nb_exceptions " exception(s) d'affectation"
                   " intragroupe - voir factures-intragroupe.txt."
               move 'W' to ws_msglog_grav
               move spaces to ws_msglog_texte
               string "Refacturation intragroupe : " delimited by size
                      ws_nb_exceptions delimited by size
                      " exception(s) d'affectation" delimited by size
                      into ws_msglog_texte
               end-string
               perform 9900-consigner-message
               if ws_joblog_rc < 8
                   move 8 to ws_joblog_rc
               end-if
           end-if
           move ws_det_count to ws_joblog_count
           perform 9800-terminer
           .

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

       0100-charger-le-referentiel.
           move 'N' to fin_fichier
           open input groupe-file
           if ws_fs_groupe not = "00"
               exit paragraph
           end-if
           perform until fin_fichier = 'Y'
               read groupe-file
                   at end
                       move 'Y' to fin_fichier
                   not at end
                       if ws_grp_count < 50
                          and grp-emet not = grp-recv
                           add 1 to ws_grp_count
                           move grp-emet to ws_g_emet(ws_grp_count)
                           move grp-recv to ws_g_recv(ws_grp_count)
                           move grp-majo to ws_g_majo(ws_grp_count)
                           move grp-creance
                               to ws_g_creance(ws_grp_count)
                           move grp-produit
                               to ws_g_produit(ws_grp_count)
                           move grp-charge to ws_g_charge(ws_grp_count)
                           move grp-dette to ws_g_dette(ws_grp_count)
                           move 0 to ws_g_total(ws_grp_count)
                           move 0 to ws_g_lignes(ws_grp_count)
                       end-if
               end-read
           end-perform
           close groupe-file
           .

       0200-charger-l-extrait.
      * Brut du mois par id [salaire, heures sup, rappels, soldes -
      * le cout que 36 passe au departement], en euros. Le mois est
      * celui de l'entete de l'extrait.
           move 'N' to fin_fichier
           open input extrait-file
           if ws_fs_extrait not = "00"
               display "Erreur ouverture EXTRAIT-PAIE : "
                   ws_fs_extrait
               move 16 to ws_joblog_rc
               exit paragraph
           end-if
           move ws_today(1:6) to ws_mois
           perform until fin_fichier = 'Y'
               read extrait-file
                   at end
                       move 'Y' to fin_fichier
                   not at end
                       if extrait-record(1:3) = "ENT"
                          and extrait-record(4:8) is numeric
                           move extrait-record(4:6) to ws_mois
                       end-if
                       if extrait-record(1:3) not = "ENT"
                          and extrait-record(1:3) not = "FIN"
                          and (extr-type = 'S' or extr-type = 'R'
                               or extr-type = 'T' or extr-type = 'H')
                           perform 0250-cumuler-une-ligne
                       end-if
               end-read
           end-perform
           close extrait-file

           compute ws_debut_mois = ws_mois * 100 + 1
           move ws_debut_mois to ws_mois_suivant
           add 1 to ws_ms_mm
           if ws_ms_mm > 12
               move 1 to ws_ms_mm
               add 1 to ws_ms_aaaa
           end-if
           compute ws_jours_mois =
               function integer-of-date(ws_mois_suivant)
               - function integer-of-date(ws_debut_mois)
           compute ws_fin_mois = function date-of-integer(
               function integer-of-date(ws_mois_suivant) - 1)
           .

       0250-cumuler-une-ligne.
           move extr-devise to ws_conv_devise
           move extr-salaire to ws_conv_montant
           perform 0900-convertir
           if ws_conv_trouve = 'N'
               exit paragraph
           end-if
           move extr-id to ws_id_cherche
           perform 0950-trouver-le-cout
           if ws_cout_trouve > 0
               add ws_conv_eur to ws_k_brut(ws_cout_trouve)
           end-if
           .

       0300-charger-les-cotisations.
      * Parts patronales du meme mois [fichier absent ou d'un autre
      * mois : base sans charges, signalee].
           move 'N' to fin_fichier
           open input cotisations-file
           if ws_fs_cotisations not = "00"
               display "Pas de cotisations-paie.txt : base de"
                   " refacturation sans charges patronales."
               exit paragraph
           end-if
           perform until fin_fichier = 'Y'
               read cotisations-file
                   at end
                       move 'Y' to fin_fichier
                   not at end
                       if cpa-periode = ws_mois
                          and cpa-employeur > 0
                           move cpa-devise to ws_conv_devise
                           move cpa-employeur to ws_conv_montant
                           perform 0900-convertir
                           if ws_conv_trouve = 'O'
                               move cpa-id to ws_id_cherche
                               perform 0950-trouver-le-cout
                               if ws_cout_trouve > 0
                                   add ws_conv_eur
                                       to ws_k_charges(ws_cout_trouve)
                               end-if
                           end-if
                       end-if
               end-read
           end-perform
           close cotisations-file
           .

       0400-charger-les-affectations.
      * Affectations qui touchent le mois, puis controle du total des
      * pourcentages par id [plus de 100 : toutes ses affectations
      * du mois partent en exception].
           move 'N' to fin_fichier
           open input affect-file
           if ws_fs_affect not = "00"
               display "Pas d'affectations-groupe.txt : aucune"
                   " refacturation ce mois-ci."
               exit paragraph
           end-if
           perform until fin_fichier = 'Y'
               read affect-file
                   at end
                       move 'Y' to fin_fichier
                   not at end
                       if aig-fin not numeric or aig-fin = 0
                           move 99991231 to aig-fin
                       end-if
                       if aig-debut not > ws_fin_mois
                          and aig-fin not < ws_debut_mois
                          and aig-pct > 0
                          and ws_aig_count < 2000
                           add 1 to ws_aig_count
                           move aig-id to ws_i_id(ws_aig_count)
                           move aig-soc to ws_i_soc(ws_aig_count)
                           move aig-pct to ws_i_pct(ws_aig_count)
                           move aig-debut to ws_i_debut(ws_aig_count)
                           move aig-fin to ws_i_fin(ws_aig_count)
                       end-if
               end-read
           end-perform
           close affect-file
           .

       0900-convertir.
           call "SPDEVISE" using ws_taux_path ws_conv_devise
               ws_today ws_conv_montant ws_conv_eur ws_conv_trouve
           if ws_conv_trouve = 'N'
               move spaces to ws_exception
               string "EXCEPTION : devise sans taux de change "
                          delimited by size
                      ws_conv_devise delimited by size
                      " - montant ignore de la base" delimited by size
                      into ws_exception
               end-string
               perform 8000-retenir-une-exception
           end-if
           .

       0950-trouver-le-cout.
           move 0 to ws_cout_trouve
           perform varying ws_cout_idx from 1 by 1
               until ws_cout_idx > ws_cout_count
               if ws_k_id(ws_cout_idx) = ws_id_cherche
                   move ws_cout_idx to ws_cout_trouve
               end-if
           end-perform
           if ws_cout_trouve > 0 or ws_cout_count >= 5000
               exit paragraph
           end-if
           add 1 to ws_cout_count
           move ws_cout_count to ws_cout_trouve
           move ws_id_cherche to ws_k_id(ws_cout_trouve)
           move 0 to ws_k_brut(ws_cout_trouve)
           move 0 to ws_k_charges(ws_cout_trouve)
           .

       1000-refacturer-une-affectation.
           move ws_i_id(ws_aig_idx) to em-id
           read employee-master
               invalid key
                   move spaces to ws_exception
                   string "EXCEPTION : affectation sur un id inconnu "
                              delimited by size
                          ws_i_id(ws_aig_idx) delimited by size
                          into ws_exception
                   end-string
                   perform 8000-retenir-une-exception
                   exit paragraph
           end-read
           if em-statut = 'T' and em-datefin < ws_debut_mois
               move spaces to ws_exception
               string "EXCEPTION : affectation sur un id sorti "
                          delimited by size
                      em-id delimited by size
                      into ws_exception
               end-string
               perform 8000-retenir-une-exception
               exit paragraph
           end-if
           if em-soc = ws_i_soc(ws_aig_idx)
               move spaces to ws_exception
               string "EXCEPTION : id " delimited by size
                      em-id delimited by size
                      " affecte a sa propre societe " delimited by size
                      em-soc delimited by size
                      into ws_exception
               end-string
               perform 8000-retenir-une-exception
               exit paragraph
           end-if

           move 0 to ws_pct_total
           perform varying ws_aig_autre from 1 by 1
               until ws_aig_autre > ws_aig_count
               if ws_i_id(ws_aig_autre) = ws_i_id(ws_aig_idx)
                   add ws_i_pct(ws_aig_autre) to ws_pct_total
               end-if
           end-perform
           if ws_pct_total > 100
               move spaces to ws_exception
               string "EXCEPTION : pourcentages de l'id "
                          delimited by size
                      em-id delimited by size
                      " superieurs a 100 dans le mois - societe "
                          delimited by size
                      ws_i_soc(ws_aig_idx) delimited by size
                      into ws_exception
               end-string
               perform 8000-retenir-une-exception
               exit paragraph
           end-if

           move 0 to ws_grp_trouve
           perform varying ws_grp_idx from 1 by 1
               until ws_grp_idx > ws_grp_count
               if ws_g_emet(ws_grp_idx) = em-soc
                  and ws_g_recv(ws_grp_idx) = ws_i_soc(ws_aig_idx)
                   move ws_grp_idx to ws_grp_trouve
               end-if
           end-perform
           if ws_grp_trouve = 0
               move spaces to ws_exception
               string "EXCEPTION : couple " delimited by size
                      em-soc delimited by size
                      " -> " delimited by size
                      ws_i_soc(ws_aig_idx) delimited by size
                      " absent du referentiel - id " delimited by size
                      em-id delimited by size
                      into ws_exception
               end-string
               perform 8000-retenir-une-exception
               exit paragraph
           end-if

      * Jours d'affectation dans le mois.
           move ws_i_debut(ws_aig_idx) to ws_jour_debut
           if ws_jour_debut < ws_debut_mois
               move ws_debut_mois to ws_jour_debut
           end-if
           move ws_i_fin(ws_aig_idx) to ws_jour_fin
           if ws_jour_fin > ws_fin_mois
               move ws_fin_mois to ws_jour_fin
           end-if
           compute ws_jours =
               function integer-of-date(ws_jour_fin)
               - function integer-of-date(ws_jour_debut) + 1

           move em-id to ws_id_cherche
           perform 0950-trouver-le-cout
           if ws_cout_trouve = 0
               exit paragraph
           end-if
           compute ws_base rounded =
               (ws_k_brut(ws_cout_trouve)
                + ws_k_charges(ws_cout_trouve))
               * ws_i_pct(ws_aig_idx) / 100
               * ws_jours / ws_jours_mois
           compute ws_montant rounded =
               ws_base * (100 + ws_g_majo(ws_grp_trouve)) / 100
           if ws_det_count >= 2000
               exit paragraph
           end-if
           add 1 to ws_det_count
           move ws_grp_trouve to ws_d_grp(ws_det_count)
           move em-id to ws_d_id(ws_det_count)
           move spaces to ws_d_nom(ws_det_count)
           string function trim(em-nom) delimited by size
                  " " delimited by size
                  function trim(em-prenom) delimited by size
                  into ws_d_nom(ws_det_count)
           end-string
           move ws_i_pct(ws_aig_idx) to ws_d_pct(ws_det_count)
           move ws_jours to ws_d_jours(ws_det_count)
           move ws_k_brut(ws_cout_trouve) to ws_d_brut(ws_det_count)
           move ws_k_charges(ws_cout_trouve)
               to ws_d_charges(ws_det_count)
           move ws_base to ws_d_base(ws_det_count)
           move ws_montant to ws_d_montant(ws_det_count)
           add ws_montant to ws_g_total(ws_grp_trouve)
           add 1 to ws_g_lignes(ws_grp_trouve)
           .

       2000-solder-le-groupe.
      * Creance chez l'emettrice, dette chez la beneficiaire, du meme
      * montant par couple : les soldes doivent se compenser sur le
      * groupe.
           perform varying ws_grp_idx from 1 by 1
               until ws_grp_idx > ws_grp_count
               if ws_g_total(ws_grp_idx) not = 0
                   move ws_g_emet(ws_grp_idx) to ws_soc_cherche
                   perform 2100-trouver-la-societe
                   add ws_g_total(ws_grp_idx)
                       to ws_s_creances(ws_sol_trouve)
                   add ws_g_total(ws_grp_idx) to ws_tot_creances
                   move ws_g_recv(ws_grp_idx) to ws_soc_cherche
                   perform 2100-trouver-la-societe
                   add ws_g_total(ws_grp_idx)
                       to ws_s_dettes(ws_sol_trouve)
                   add ws_g_total(ws_grp_idx) to ws_tot_dettes
               end-if
           end-perform
           compute ws_ecart_groupe = ws_tot_creances - ws_tot_dettes
           .

       2100-trouver-la-societe.
           move 0 to ws_sol_trouve
           perform varying ws_sol_idx from 1 by 1
               until ws_sol_idx > ws_sol_count
               if ws_s_soc(ws_sol_idx) = ws_soc_cherche
                   move ws_sol_idx to ws_sol_trouve
               end-if
           end-perform
           if ws_sol_trouve = 0
               add 1 to ws_sol_count
               move ws_sol_count to ws_sol_trouve
               move ws_soc_cherche to ws_s_soc(ws_sol_trouve)
               move 0 to ws_s_creances(ws_sol_trouve)
               move 0 to ws_s_dettes(ws_sol_trouve)
           end-if
           .

       3000-editer-les-factures.
      * Une facture par couple, regroupees par societe beneficiaire
      * [ordre du referentiel], puis les soldes intragroupe et les
      * exceptions.
           open output factures-file
           move spaces to facture-record
           string "Refacturation intragroupe du personnel - mois "
                      delimited by size
                  ws_mois delimited by size
                  " - edite le " delimited by size
                  ws_today delimited by size
                  into facture-record
           end-string
           write facture-record

           move spaces to ws_soc_cherche
           perform varying ws_sol_idx from 1 by 1
               until ws_sol_idx > ws_sol_count
               move ws_s_soc(ws_sol_idx) to ws_soc_cherche
               perform varying ws_grp_idx from 1 by 1
                   until ws_grp_idx > ws_grp_count
                   if ws_g_recv(ws_grp_idx) = ws_soc_cherche
                      and ws_g_lignes(ws_grp_idx) > 0
                       perform 3100-editer-une-facture
                   end-if
               end-perform
           end-perform

           move spaces to facture-record
           write facture-record
           move "Soldes intragroupe par societe [EUR]"
               to facture-record
           write facture-record
           move "  SOC         CREANCES           DETTES"
               & "            SOLDE" to facture-record
           write facture-record
           perform varying ws_sol_idx from 1 by 1
               until ws_sol_idx > ws_sol_count
               move ws_s_creances(ws_sol_idx) to ws_total_aff
               move ws_s_dettes(ws_sol_idx) to ws_total_aff2
               compute ws_total_aff3 = ws_s_creances(ws_sol_idx)
                   - ws_s_dettes(ws_sol_idx)
               move spaces to facture-record
               string "  " delimited by size
                      ws_s_soc(ws_sol_idx) delimited by size
                      " " delimited by size
                      ws_total_aff delimited by size
                      " " delimited by size
                      ws_total_aff2 delimited by size
                      " " delimited by size
                      ws_total_aff3 delimited by size
                      into facture-record
               end-string
               write facture-record
           end-perform
           move ws_tot_creances to ws_total_aff
           move ws_tot_dettes to ws_total_aff2
           move ws_ecart_groupe to ws_total_aff3
           move spaces to facture-record
           string "  GRP " delimited by size
                  ws_total_aff delimited by size
                  " " delimited by size
                  ws_total_aff2 delimited by size
                  " " delimited by size
                  ws_total_aff3 delimited by size
                  into facture-record
           end-string
           write facture-record

           if ws_excep_count > 0
               move spaces to facture-record
               write facture-record
               perform varying ws_excep_idx from 1 by 1
                   until ws_excep_idx > ws_excep_count
                   move ws_excep_ligne(ws_excep_idx) to facture-record
                   write facture-record
               end-perform
           end-if
           close factures-file
           move "src/factures-intragroupe.txt" to ws_manif_fichier
           move "factures-intragroupe.txt" to ws_manif_nom
           call "SPMANIF" using ws_manif_path
               ws_manif_fichier ws_manif_nom ws_manif_res
           .

       3100-editer-une-facture.
           move spaces to facture-record
           write facture-record
           move ws_g_majo(ws_grp_idx) to ws_majo_aff
           move spaces to facture-record
           string "Facture a la societe " delimited by size
                  ws_g_recv(ws_grp_idx) delimited by size
                  " - emise par la societe " delimited by size
                  ws_g_emet(ws_grp_idx) delimited by size
                  " - majoration " delimited by size
                  ws_majo_aff delimited by size
                  " %" delimited by size
                  into facture-record
           end-string
           write facture-record
           move "  ID    NOM                            PART  JOURS"
               & "     BRUT EUR  CHARGES EUR     BASE EUR  MONTANT EUR"
               to facture-record
           write facture-record
           perform varying ws_det_idx from 1 by 1
               until ws_det_idx > ws_det_count
               if ws_d_grp(ws_det_idx) = ws_grp_idx
                   move ws_d_id(ws_det_idx) to ws_l_id
                   move ws_d_nom(ws_det_idx) to ws_l_nom
                   move ws_d_pct(ws_det_idx) to ws_l_pct
                   move ws_d_jours(ws_det_idx) to ws_l_jours
                   move ws_d_brut(ws_det_idx) to ws_l_brut
                   move ws_d_charges(ws_det_idx) to ws_l_charges
                   move ws_d_base(ws_det_idx) to ws_l_base
                   move ws_d_montant(ws_det_idx) to ws_l_montant
                   write facture-record from ws_ligne_detail
               end-if
           end-perform
           move ws_g_total(ws_grp_idx) to ws_total_aff
           move spaces to facture-record
           string "  Total facture " delimited by size
                  ws_g_emet(ws_grp_idx) delimited by size
                  " -> " delimited by size
                  ws_g_recv(ws_grp_idx) delimited by size
                  " : EUR " delimited by size
                  ws_total_aff delimited by size
                  into facture-record
           end-string
           write facture-record
           .

       4000-ecrire-les-ecritures.
      * Quatre ecritures par couple : creance / produit chez
      * l'emettrice, charge / dette chez la beneficiaire. Groupe
      * non compense : le fichier part vide et le journal n'en
      * reprend rien.
           open output ecritures-file
           if ws_ecart_groupe not = 0
               close ecritures-file
               move ws_ecart_groupe to ws_total_aff
               display "*** SOLDES INTRAGROUPE NON COMPENSES *** ecart"
                   " EUR " ws_total_aff " - aucune ecriture emise."
               move 'E' to ws_msglog_grav
               move "Refacturation intragroupe : soldes non"
                   & " compenses, aucune ecriture" to ws_msglog_texte
               perform 9900-consigner-message
               move 12 to ws_joblog_rc
               exit paragraph
           end-if
           perform varying ws_grp_idx from 1 by 1
               until ws_grp_idx > ws_grp_count
               if ws_g_total(ws_grp_idx) > 0
                   perform 4100-ecrire-un-couple
               end-if
           end-perform
           close ecritures-file
           move "src/ecritures-intragroupe.txt" to ws_manif_fichier
           move "ecritures-intragroupe.txt" to ws_manif_nom
           call "SPMANIF" using ws_manif_path
               ws_manif_fichier ws_manif_nom ws_manif_res
           move ws_tot_creances to ws_total_aff
           display "Refacturation intragroupe " ws_mois " : "
               ws_det_count " ligne(s), EUR " ws_total_aff ", "
               ws_nb_ecritures " ecriture(s) pour les journaux."
           .

       4100-ecrire-un-couple.
           move spaces to ecriture-record
           move ws_mois to eig-mois
           move ws_g_total(ws_grp_idx) to eig-montant
           move ws_g_emet(ws_grp_idx) to eig-soc
           move ws_g_creance(ws_grp_idx) to eig-compte
           move 'D' to eig-sens
           move spaces to eig-libelle
           string "REFACT CRE " delimited by size
                  ws_g_recv(ws_grp_idx) delimited by size
                  into eig-libelle
           end-string
           write ecriture-record
           move ws_g_produit(ws_grp_idx) to eig-compte
           move 'C' to eig-sens
           move spaces to eig-libelle
           string "REFACT PRD " delimited by size
                  ws_g_recv(ws_grp_idx) delimited by size
                  into eig-libelle
           end-string
           write ecriture-record
           move ws_g_recv(ws_grp_idx) to eig-soc
           move ws_g_charge(ws_grp_idx) to eig-compte
           move 'D' to eig-sens
           move spaces to eig-libelle
           string "REFACT CHG " delimited by size
                  ws_g_emet(ws_grp_idx) delimited by size
                  into eig-libelle
           end-string
           write ecriture-record
           move ws_g_dette(ws_grp_idx) to eig-compte
           move 'C' to eig-sens
           move spaces to eig-libelle
           string "REFACT DET " delimited by size
                  ws_g_emet(ws_grp_idx) delimited by size
                  into eig-libelle
           end-string
           write ecriture-record
           add 4 to ws_nb_ecritures
           .

       8000-retenir-une-exception.
           add 1 to ws_nb_exceptions
           display function trim(ws_exception)
           if ws_excep_count < 500
               add 1 to ws_excep_count
               move ws_exception to ws_excep_ligne(ws_excep_count)
           end-if
           .

       9800-terminer.
           move 'E' to ws_joblog_action
           call "JOBLOG" using ws_joblog_path ws_joblog_name
               ws_joblog_action ws_joblog_count ws_joblog_rc
                   ws_joblog_operator

           move ws_joblog_rc to return-code
           goback
           .

       9900-consigner-message.
      * Double le DISPLAY d'un incident d'une ligne dans le fichier
      * de messages du jour, pour les nuits sans operateur devant la
      * console.
           call "MSGLOG" using ws_msglog_prefix ws_joblog_name
               ws_msglog_grav ws_msglog_texte
           .
