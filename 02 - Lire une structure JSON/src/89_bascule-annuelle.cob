      ******************************************************************
      * Nom du Projet   : Bascule annuelle RH et paie
      * Description     : Chaque janvier une douzaine d'operations se
      *    faisaient a la main, dans un ordre que personne n'avait
      *    ecrit, et il en manquait toujours une. Ce traitement les
      *    enchaine depuis ses propres cartes de controle
      *    [src/bascule-etapes.txt : sequence, code, type C controle
      *    prealable / T traitement, saut O/N, parametre, libelle],
      *    pour l'annee close ANNEE_BASCULE [defaut : l'annee de la
      *    date de traitement en decembre, la precedente sinon] :
      *    - BAREME  : tranches de la nouvelle annee presentes au
      *      bareme d'impot [SPBAREME] avant la premiere paie ;
      *    - DEVISES : chaque devise de src/taux-change.txt a un taux
      *      en vigueur en janvier de la nouvelle annee ;
      *    - BANDES  : chaque role sous bande au 31/12 a une bande en
      *      vigueur au 01/01 [src/bandes-salaires.txt] ;
      *    - ARCHIVE : instantanes de fin d'annee dans src/archive/
      *      [cloture-AAAA1231-<fichier>, retenus 7 ans par
      *      15_catalogue-archives.cob], scelles [SPMANIF] ;
      *    - GEL     : population et cumuls de l'annee geles pour
      *      55_declaration-annuelle.cob ;
      *    - CONGES  : cloture de l'annee de conges par 28_conges.cob
      *      [parametre = plafond de report en jours 99V99] ;
      *    - PRIMES  : remise a zero du cycle de primes de
      *      24_calcul-primes.cob, une fois le fichier archive.
      *    Tous les controles prealables passent d'abord : il suffit
      *    d'un seul manquant pour que la nouvelle annee ne demarre
      *    pas [rc 12, rien n'est touche]. Chaque etape reussie est
      *    pointee dans src/bascule-reprise.txt ; une relance apres
      *    incident reprend a l'etape en echec, comme le pilote de
      *    chargement [BASCULE_MODE=COMPLET pour tout rejouer].
      *    Releve de bascule a viser : src/bascule-annuelle-AAAA.txt.
      *
      * Date de création: 15/10/2026
      * Auteur          : Champémont Mathurin
      ******************************************************************
       identification division.
       program-id. 89_bascule-annuelle.

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

      * Cartes de controle de la bascule, executees dans l'ordre du
      * fichier [une carte vide ou commentee * est ignoree].
           select etapes-file assign to "src/bascule-etapes.txt"
               organization is line sequential
               file status is ws_fs_etapes.

      * Etapes terminees, par annee close.
           select reprise-file assign to "src/bascule-reprise.txt"
               organization is line sequential
               file status is ws_fs_reprise.

           select taux-file assign to "src/taux-change.txt"
               organization is line sequential
               file status is ws_fs_taux.

           select bandes-file assign to "src/bandes-salaires.txt"
               organization is line sequential
               file status is ws_fs_bandes.

           select cumuls-file assign to "src/cumuls-paie.txt"
               organization is line sequential
               file status is ws_fs_cumuls.

      * Soldes de conges indexes [28_conges.cob] : l'instantane en
      * est le dechargement texte, une ligne par id.
           select soldes-file assign to "src/conges-soldes.dat"
               organization is indexed
               access mode is dynamic
               record key is sol-id
               file status is ws_fs_soldes.

      * Fichier a archiver ou a verifier, nomme a l'execution.
           select source-file assign to dynamic ws_source_path
               organization is line sequential
               file status is ws_fs_source.

           select instantane-file assign to dynamic ws_instant_path
               organization is line sequential
               file status is ws_fs_instant.

           select gel-file assign to dynamic ws_gel_path
               organization is line sequential
               file status is ws_fs_gel.

           select cumuls-gel-file assign to dynamic ws_cumuls_gel_path
               organization is line sequential
               file status is ws_fs_cumuls_gel.

           select releve-file assign to dynamic ws_releve_path
               organization is line sequential
               file status is ws_fs_releve.

       data division.
       file section.
       fd employee-master.
       01 employee-master-record.
           COPY "employe-enreg.cpy" REPLACING ==:PFX:== BY ==em-==.

       fd etapes-file.
       01 etape-record.
           05 etp-seq      pic 9(2).
           05 filler       pic x.
           05 etp-code     pic x(8).
           05 filler       pic x.
           05 etp-type     pic x.
           05 filler       pic x.
           05 etp-saut     pic x.
           05 filler       pic x.
           05 etp-param    pic x(4).
           05 filler       pic x.
           05 etp-lib      pic x(40).

       fd reprise-file.
       01 reprise-record.
           05 brp-annee    pic 9(4).
           05 filler       pic x.
           05 brp-seq      pic 9(2).
           05 filler       pic x.
           05 brp-code     pic x(8).
           05 filler       pic x.
           05 brp-date     pic 9(8).
           05 filler       pic x.
           05 brp-operateur pic x(8).
           05 filler       pic x.
           05 brp-rc       pic 9(2).

       fd taux-file.
       01 taux-record.
           05 txc-devise   pic x(3).
           05 filler       pic x.
           05 txc-date     pic 9(8).
           05 filler       pic x.
           05 txc-taux     pic 9(4)v9(6).

       fd bandes-file.
       01 bande-record.
           05 bde-role     pic x(20).
           05 filler       pic x.
           05 bde-min      pic 9(7)v99.
           05 filler       pic x.
           05 bde-max      pic 9(7)v99.
           05 filler       pic x.
           05 bde-debut    pic 9(8).
           05 filler       pic x.
           05 bde-fin      pic 9(8).

       fd cumuls-file.
       01 cumul-record.
           COPY "cumul-enreg.cpy" REPLACING ==:PFX:== BY ==cum-==.

       fd soldes-file.
       01 solde-record.
           05 sol-id       pic 9(5).
           05 filler       pic x(19).

       fd source-file.
       01 source-record    pic x(1000).

       fd instantane-file.
       01 instantane-record pic x(1000).

       fd gel-file.
       01 gel-record.
           COPY "employe-enreg.cpy" REPLACING ==:PFX:== BY ==gel-==.

       fd cumuls-gel-file.
       01 cumul-gel-record pic x(200).

       fd releve-file.
       01 releve-record    pic x(100).

       working-storage section.
       01 ws_fs_master     pic xx value "00".
       01 ws_fs_etapes     pic xx value "00".
       01 ws_fs_reprise    pic xx value "00".
       01 ws_fs_taux       pic xx value "00".
       01 ws_fs_bandes     pic xx value "00".
       01 ws_fs_cumuls     pic xx value "00".
       01 ws_fs_source     pic xx value "00".
       01 ws_fs_soldes     pic xx value "00".
       01 ws_fs_instant    pic xx value "00".
       01 ws_fs_gel        pic xx value "00".
       01 ws_fs_cumuls_gel pic xx value "00".
       01 ws_fs_releve     pic xx value "00".
       01 fin_fichier      pic x value 'N'.
       01 ws_today         pic 9(8) value 0.
       01 ws_date_param    pic x(8) value spaces.
       01 ws_mode          pic x(12) value spaces.

      * Annee close et bornes de la bascule.
       01 ws_annee_param   pic x(4) value spaces.
       01 ws_annee         pic 9(4) value 0.
       01 ws_annee_suiv    pic 9(4) value 0.
       01 ws_fin_annee     pic 9(8) value 0.
       01 ws_debut_annee   pic 9(8) value 0.
       01 ws_debut_suiv    pic 9(8) value 0.
       01 ws_fin_janvier   pic 9(8) value 0.

      * Cartes de la bascule et sort de chaque etape dans ce passage.
       01 ws_etape_table.
           05 ws_etape_entry occurs 20 times.
               10 ws_e_seq    pic 9(2).
               10 ws_e_code   pic x(8).
               10 ws_e_type   pic x.
               10 ws_e_saut   pic x.
               10 ws_e_param  pic x(4).
               10 ws_e_lib    pic x(40).
               10 ws_e_sort   pic x(12).
               10 ws_e_date   pic 9(8).
               10 ws_e_detail pic x(40).
       01 ws_etape_count   pic 9(2) value 0.
       01 ws_etape_idx     pic 9(2) value 0.

      * Etapes deja pointees pour l'annee close.
       01 ws_fait_table.
           05 ws_fait_entry occurs 50 times.
               10 ws_f_code   pic x(8).
               10 ws_f_date   pic 9(8).
       01 ws_fait_count    pic 9(2) value 0.
       01 ws_fait_idx      pic 9(2) value 0.
       01 ws_fait_date     pic 9(8) value 0.

       01 ws_nb_manquants  pic 9(2) value 0.
       01 ws_echec         pic x value 'N'.
       01 ws_etape_ok      pic x value 'N'.
       01 ws_etape_rc      pic 9(2) value 0.
       01 ws_detail        pic x(40) value spaces.
       01 ws_nb_faites     pic 9(2) value 0.
       01 ws_nb_avert      pic 9(2) value 0.

      * Controle des devises : une ligne par devise du fichier des
      * taux, 'O' si un taux entre en vigueur en janvier suivant.
       01 ws_dev_table.
           05 ws_dev_entry occurs 50 times.
               10 ws_v_devise pic x(3).
               10 ws_v_neuf   pic x.
       01 ws_dev_count     pic 9(2) value 0.
       01 ws_dev_idx       pic 9(2) value 0.
       01 ws_dev_trouve    pic 9(2) value 0.

      * Controle des bandes : roles sous bande au 31/12, 'O' si une
      * bande couvre aussi le 01/01 suivant.
       01 ws_bde_table.
           05 ws_bde_entry occurs 100 times.
               10 ws_b_role   pic x(20).
               10 ws_b_neuf   pic x.
       01 ws_bde_count     pic 9(3) value 0.
       01 ws_bde_idx       pic 9(3) value 0.
       01 ws_bde_trouve    pic 9(3) value 0.
       01 ws_nb_absents    pic 9(3) value 0.
       01 ws_premier_absent pic x(20) value spaces.

      * Appel du bareme [SPBAREME] sur un brut d'essai.
       01 ws_bareme_path   pic x(100)
           value "src/bareme-impot.txt".
       01 ws_bareme_brut   pic 9(7)v99 value 1000.00.
       01 ws_bareme_retenue pic 9(7)v99 value 0.
       01 ws_bareme_trouve pic x(1) value 'N'.

      * Fichiers repris dans les instantanes de fin d'annee, en plus
      * du fichier maître.
       01 ws_instant_liste.
           05 filler pic x(30) value "conges-soldes.txt".
           05 filler pic x(30) value "cumuls-paie.txt".
           05 filler pic x(30) value "primes-employes.txt".
           05 filler pic x(30) value "journal-comptable-annuel.txt".
           05 filler pic x(30) value "absences.txt".
       01 ws_instant_table redefines ws_instant_liste.
           05 ws_instant_nom pic x(30) occurs 5 times.
       01 ws_instant_idx   pic 9(2) value 0.
       01 ws_nb_instant    pic 9(2) value 0.
       01 ws_nb_lignes     pic 9(7) value 0.
       01 ws_source_path   pic x(60) value spaces.
       01 ws_instant_path  pic x(60) value spaces.
       01 ws_gel_path      pic x(60) value spaces.
       01 ws_cumuls_gel_path pic x(60) value spaces.
       01 ws_releve_path   pic x(60) value spaces.
       01 ws_cmd           pic x(250) value spaces.
       01 ws_nb_gel        pic 9(5) value 0.
       01 ws_nb_cumuls_gel pic 9(5) value 0.

      * Cloture des conges : 28_conges.cob appele en memoire, l'annee
      * et le plafond lui sont passes par l'environnement.
       01 ws_prog_conges   pic x(20) value "28_conges".
       01 ws_env_annee     pic x(4) value spaces.

      * Scellement des instantanes [SPMANIF, manifeste scelle
      * src/archive/scelles.txt] et manifeste des sorties.
       01 ws_scelle_path   pic x(100)
           value "src/archive/scelles.txt".
       01 ws_manif_path    pic x(100)
           value "src/manifeste-sorties.txt".
       01 ws_manif_fichier pic x(100) value spaces.
       01 ws_manif_nom     pic x(40) value spaces.
       01 ws_manif_res     pic x(1) value 'N'.

      * Consignation des incidents dans le fichier de messages date
      * [MSGLOG] : la chaine tourne sans surveillance.
       01 ws_msglog_prefix pic x(100) value "..".
       01 ws_msglog_grav   pic x(1) value 'E'.
       01 ws_msglog_texte  pic x(100) value spaces.

      * Affectations de fichiers [SPAFFECT, cartes DD de la suite].
       01 ws_affect_config pic x(100) value "../affectations.cfg".
       01 ws_dd_master     pic x(20) value "EMPLOYEE-MASTER".
       01 ws_dd_joblog     pic x(20) value "JOB-LOG".
       01 ws_aff_master    pic x(100)
           value "src/employee-master.dat".

      * Champs d'appel au journal central des executions (JOB-LOG,
      * voir 99 - Utilitaires partages/src/JOBLOG.cob).
       01 ws_joblog_name   pic x(20) value "89_bascule-annuelle".
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
           perform 0020-annee-a-basculer
           perform 0100-charger-les-cartes
           if ws_etape_count = 0
               display "Aucune carte dans bascule-etapes.txt -"
                   " bascule arretee."
               move 16 to ws_joblog_rc
               perform 9800-terminer
           end-if

           accept ws_mode from environment "BASCULE_MODE"
           if ws_mode = "COMPLET"
               display "Re-execution integrale de la bascule demandee"
                   " par l'operateur."
           else
               perform 0200-lire-les-etapes-faites
           end-if

      * Controles prealables : tous passent avant qu'une seule
      * operation ne touche aux fichiers.
           perform varying ws_etape_idx from 1 by 1
               until ws_etape_idx > ws_etape_count
               if ws_e_type(ws_etape_idx) = 'C'
                   perform 1000-controler-un-prerequis
               end-if
           end-perform

           if ws_nb_manquants > 0
               display "BASCULE " ws_annee " REFUSEE : "
                   ws_nb_manquants " prerequis manquant(s) - voir le"
                   " releve de bascule."
               move 'E' to ws_msglog_grav
               move spaces to ws_msglog_texte
               string "Bascule annuelle " delimited by size
                      ws_annee delimited by size
                      " refusee : " delimited by size
                      ws_nb_manquants delimited by size
                      " prerequis manquant(s)" delimited by size
                      into ws_msglog_texte
               end-string
               perform 9900-consigner-message
               move 12 to ws_joblog_rc
           else
               perform varying ws_etape_idx from 1 by 1
                   until ws_etape_idx > ws_etape_count
                   if ws_e_type(ws_etape_idx) not = 'C'
                       if ws_echec = 'Y'
                           move "NON FAITE" to ws_e_sort(ws_etape_idx)
                       else
                           perform 2000-executer-une-etape
                       end-if
                   end-if
               end-perform
               if ws_echec = 'Y'
                   move 12 to ws_joblog_rc
               else
                   if ws_nb_avert > 0
                       move 4 to ws_joblog_rc
                   end-if
               end-if
           end-if

           perform 8000-editer-le-releve
           move ws_nb_faites to ws_joblog_count
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

       0020-annee-a-basculer.
      * En decembre on prepare la bascule de l'annee en cours, a
      * partir de janvier celle de l'annee precedente.
           move spaces to ws_annee_param
           accept ws_annee_param from environment "ANNEE_BASCULE"
           if ws_annee_param is numeric
               move ws_annee_param to ws_annee
           else
               move ws_today(1:4) to ws_annee
               if ws_today(5:2) not = "12"
                   subtract 1 from ws_annee
               end-if
           end-if
           compute ws_annee_suiv = ws_annee + 1
           compute ws_debut_annee = ws_annee * 10000 + 0101
           compute ws_fin_annee = ws_annee * 10000 + 1231
           compute ws_debut_suiv = ws_annee_suiv * 10000 + 0101
           compute ws_fin_janvier = ws_annee_suiv * 10000 + 0131
           display "Bascule annuelle " ws_annee " -> " ws_annee_suiv
           .

       0100-charger-les-cartes.
           move 'N' to fin_fichier
           open input etapes-file
           if ws_fs_etapes not = "00"
               display "Erreur ouverture BASCULE-ETAPES : "
                   ws_fs_etapes
               exit paragraph
           end-if
           perform until fin_fichier = 'Y'
               read etapes-file
                   at end
                       move 'Y' to fin_fichier
                   not at end
                       if etape-record not = spaces
                          and etape-record(1:1) not = '*'
                          and ws_etape_count < 20
                           add 1 to ws_etape_count
                           move etp-seq to ws_e_seq(ws_etape_count)
                           move etp-code to ws_e_code(ws_etape_count)
                           move etp-type to ws_e_type(ws_etape_count)
                           move etp-saut to ws_e_saut(ws_etape_count)
                           move etp-param
                               to ws_e_param(ws_etape_count)
                           move etp-lib to ws_e_lib(ws_etape_count)
                           move spaces to ws_e_sort(ws_etape_count)
                           move 0 to ws_e_date(ws_etape_count)
                           move spaces
                               to ws_e_detail(ws_etape_count)
                       end-if
               end-read
           end-perform
           close etapes-file
           .

       0200-lire-les-etapes-faites.
      * Fichier absent : premiere bascule de l'annee, rien de fait.
           move 'N' to fin_fichier
           open input reprise-file
           if ws_fs_reprise not = "00"
               exit paragraph
           end-if
           perform until fin_fichier = 'Y'
               read reprise-file
                   at end
                       move 'Y' to fin_fichier
                   not at end
                       if brp-annee = ws_annee
                          and ws_fait_count < 50
                           add 1 to ws_fait_count
                           move brp-code to ws_f_code(ws_fait_count)
                           move brp-date to ws_f_date(ws_fait_count)
                       end-if
               end-read
           end-perform
           close reprise-file
           if ws_fait_count > 0
               display "Reprise de la bascule " ws_annee " : "
                   ws_fait_count " etape(s) deja pointee(s)."
           end-if
           .

       0300-pointer-l-etape.
      * Une etape reussie se pointe aussitot : une relance apres un
      * incident plus loin ne la rejoue pas.
           open extend reprise-file
           if ws_fs_reprise = "35"
               open output reprise-file
           end-if
           move spaces to reprise-record
           move ws_annee to brp-annee
           move ws_e_seq(ws_etape_idx) to brp-seq
           move ws_e_code(ws_etape_idx) to brp-code
           move ws_today to brp-date
           move ws_joblog_operator to brp-operateur
           move ws_etape_rc to brp-rc
           write reprise-record
           close reprise-file
           .

       0400-chercher-l-etape-faite.
           move 0 to ws_fait_date
           perform varying ws_fait_idx from 1 by 1
               until ws_fait_idx > ws_fait_count
               if ws_f_code(ws_fait_idx) = ws_e_code(ws_etape_idx)
                   move ws_f_date(ws_fait_idx) to ws_fait_date
               end-if
           end-perform
           .

       1000-controler-un-prerequis.
      * Les controles ne modifient rien : ils se refont a chaque
      * passage, meme deja pointes.
           if ws_e_saut(ws_etape_idx) = 'O'
               move "SAUTEE" to ws_e_sort(ws_etape_idx)
               exit paragraph
           end-if
           move 'N' to ws_etape_ok
           move spaces to ws_detail
           evaluate ws_e_code(ws_etape_idx)
               when "BAREME"
                   perform 1100-controler-le-bareme
               when "DEVISES"
                   perform 1200-controler-les-devises
               when "BANDES"
                   perform 1300-controler-les-bandes
               when other
                   move "code de controle inconnu" to ws_detail
           end-evaluate
           move ws_detail to ws_e_detail(ws_etape_idx)
           move ws_today to ws_e_date(ws_etape_idx)
           if ws_etape_ok = 'O'
               move "OK" to ws_e_sort(ws_etape_idx)
               perform 0400-chercher-l-etape-faite
               if ws_fait_date = 0
                   move 0 to ws_etape_rc
                   perform 0300-pointer-l-etape
               end-if
           else
               move "MANQUANT" to ws_e_sort(ws_etape_idx)
               add 1 to ws_nb_manquants
               display "Prerequis manquant : "
                   function trim(ws_e_lib(ws_etape_idx)) " - "
                   function trim(ws_detail)
           end-if
           .

       1100-controler-le-bareme.
           call "SPBAREME" using ws_bareme_path ws_annee_suiv
               ws_bareme_brut ws_bareme_retenue ws_bareme_trouve
           if ws_bareme_trouve = 'O'
               move 'O' to ws_etape_ok
               string "tranches " delimited by size
                      ws_annee_suiv delimited by size
                      " presentes" delimited by size
                      into ws_detail
               end-string
           else
               string "aucune tranche " delimited by size
                      ws_annee_suiv delimited by size
                      " au bareme" delimited by size
                      into ws_detail
               end-string
           end-if
           .

       1200-controler-les-devises.
           move 0 to ws_dev_count
           move 'N' to fin_fichier
           open input taux-file
           if ws_fs_taux not = "00"
               move "taux-change.txt illisible" to ws_detail
               exit paragraph
           end-if
           perform until fin_fichier = 'Y'
               read taux-file
                   at end
                       move 'Y' to fin_fichier
                   not at end
                       perform 1250-retenir-une-devise
               end-read
           end-perform
           close taux-file
           move 0 to ws_nb_absents
           perform varying ws_dev_idx from 1 by 1
               until ws_dev_idx > ws_dev_count
               if ws_v_neuf(ws_dev_idx) not = 'O'
                   add 1 to ws_nb_absents
                   if ws_nb_absents = 1
                       move ws_v_devise(ws_dev_idx)
                           to ws_premier_absent
                   end-if
               end-if
           end-perform
           if ws_nb_absents = 0
               move 'O' to ws_etape_ok
               string ws_dev_count delimited by size
                      " devise(s) a jour" delimited by size
                      into ws_detail
               end-string
           else
               string ws_nb_absents delimited by size
                      " devise(s) sans taux de janvier, dont "
                          delimited by size
                      ws_premier_absent delimited by space
                      into ws_detail
               end-string
           end-if
           .

       1250-retenir-une-devise.
           move 0 to ws_dev_trouve
           perform varying ws_dev_idx from 1 by 1
               until ws_dev_idx > ws_dev_count
               if ws_v_devise(ws_dev_idx) = txc-devise
                   move ws_dev_idx to ws_dev_trouve
               end-if
           end-perform
           if ws_dev_trouve = 0
               if ws_dev_count >= 50
                   exit paragraph
               end-if
               add 1 to ws_dev_count
               move ws_dev_count to ws_dev_trouve
               move txc-devise to ws_v_devise(ws_dev_trouve)
               move 'N' to ws_v_neuf(ws_dev_trouve)
           end-if
           if txc-date >= ws_debut_suiv
              and txc-date <= ws_fin_janvier
               move 'O' to ws_v_neuf(ws_dev_trouve)
           end-if
           .

       1300-controler-les-bandes.
      * Deux lectures : les roles sous bande au 31/12, puis une
      * bande en vigueur au 01/01 pour chacun.
           move 0 to ws_bde_count
           move 'N' to fin_fichier
           open input bandes-file
           if ws_fs_bandes not = "00"
               move "bandes-salaires.txt illisible" to ws_detail
               exit paragraph
           end-if
           perform until fin_fichier = 'Y'
               read bandes-file
                   at end
                       move 'Y' to fin_fichier
                   not at end
                       if bde-debut <= ws_fin_annee
                          and bde-fin >= ws_fin_annee
                           perform 1350-retenir-un-role
                       end-if
               end-read
           end-perform
           close bandes-file
           move 'N' to fin_fichier
           open input bandes-file
           perform until fin_fichier = 'Y'
               read bandes-file
                   at end
                       move 'Y' to fin_fichier
                   not at end
                       if bde-debut <= ws_debut_suiv
                          and bde-fin >= ws_debut_suiv
                           perform varying ws_bde_idx from 1 by 1
                               until ws_bde_idx > ws_bde_count
                               if ws_b_role(ws_bde_idx) = bde-role
                                   move 'O' to ws_b_neuf(ws_bde_idx)
                               end-if
                           end-perform
                       end-if
               end-read
           end-perform
           close bandes-file
           move 0 to ws_nb_absents
           perform varying ws_bde_idx from 1 by 1
               until ws_bde_idx > ws_bde_count
               if ws_b_neuf(ws_bde_idx) not = 'O'
                   add 1 to ws_nb_absents
                   if ws_nb_absents = 1
                       move ws_b_role(ws_bde_idx) to ws_premier_absent
                   end-if
               end-if
           end-perform
           if ws_nb_absents = 0
               move 'O' to ws_etape_ok
               string ws_bde_count delimited by size
                      " role(s) sous bande au 01/01" delimited by size
                      into ws_detail
               end-string
           else
               string ws_nb_absents delimited by size
                      " role(s) sans bande, dont " delimited by size
                      ws_premier_absent delimited by space
                      into ws_detail
               end-string
           end-if
           .

       1350-retenir-un-role.
           move 0 to ws_bde_trouve
           perform varying ws_bde_idx from 1 by 1
               until ws_bde_idx > ws_bde_count
               if ws_b_role(ws_bde_idx) = bde-role
                   move ws_bde_idx to ws_bde_trouve
               end-if
           end-perform
           if ws_bde_trouve = 0 and ws_bde_count < 100
               add 1 to ws_bde_count
               move bde-role to ws_b_role(ws_bde_count)
               move 'N' to ws_b_neuf(ws_bde_count)
           end-if
           .

       2000-executer-une-etape.
           if ws_e_saut(ws_etape_idx) = 'O'
               move "SAUTEE" to ws_e_sort(ws_etape_idx)
               exit paragraph
           end-if
           perform 0400-chercher-l-etape-faite
           if ws_fait_date > 0
               move "DEJA FAITE" to ws_e_sort(ws_etape_idx)
               move ws_fait_date to ws_e_date(ws_etape_idx)
               display "Etape " ws_e_seq(ws_etape_idx) " deja faite"
                   " le " ws_fait_date " : "
                   function trim(ws_e_lib(ws_etape_idx))
               exit paragraph
           end-if
           move 'N' to ws_etape_ok
           move 0 to ws_etape_rc
           move spaces to ws_detail
           evaluate ws_e_code(ws_etape_idx)
               when "ARCHIVE"
                   perform 2100-archiver-l-annee
               when "GEL"
                   perform 2200-geler-la-declaration
               when "CONGES"
                   perform 2300-clore-les-conges
               when "PRIMES"
                   perform 2400-remettre-les-primes
               when other
                   move "code de traitement inconnu" to ws_detail
           end-evaluate
           move ws_detail to ws_e_detail(ws_etape_idx)
           move ws_today to ws_e_date(ws_etape_idx)
           if ws_etape_ok = 'O'
               move "OK" to ws_e_sort(ws_etape_idx)
               if ws_etape_rc > 0
                   move "AVERTISSEMENT" to ws_e_sort(ws_etape_idx)
                   add 1 to ws_nb_avert
               end-if
               add 1 to ws_nb_faites
               perform 0300-pointer-l-etape
               display "Etape " ws_e_seq(ws_etape_idx) " OK : "
                   function trim(ws_e_lib(ws_etape_idx))
           else
               move "ECHEC" to ws_e_sort(ws_etape_idx)
               move 'Y' to ws_echec
               display "Etape " ws_e_seq(ws_etape_idx) " ECHEC : "
                   function trim(ws_e_lib(ws_etape_idx)) " - "
                   function trim(ws_detail)
               move 'E' to ws_msglog_grav
               move spaces to ws_msglog_texte
               string "Bascule annuelle : etape " delimited by size
                      ws_e_seq(ws_etape_idx) delimited by size
                      " en echec - " delimited by size
                      function trim(ws_detail) delimited by size
                      into ws_msglog_texte
               end-string
               perform 9900-consigner-message
           end-if
           .

       2100-archiver-l-annee.
      * Instantane du fichier maître [texte, un enregistrement par
      * ligne] et copie des fichiers annuels sous
      * src/archive/cloture-AAAA1231-<fichier>, chacun scelle. Un
      * fichier annuel absent est simplement note.
           move 0 to ws_nb_instant
           open input employee-master
           if ws_fs_master not = "00"
               string "fichier maitre illisible " delimited by size
                      ws_fs_master delimited by size
                      into ws_detail
               end-string
               exit paragraph
           end-if
           move spaces to ws_instant_path
           string "src/archive/cloture-" delimited by size
                  ws_fin_annee delimited by size
                  "-employee-master.txt" delimited by size
                  into ws_instant_path
           end-string
           open output instantane-file
           move 'N' to fin_fichier
           perform until fin_fichier = 'Y'
               read employee-master next record
                   at end
                       move 'Y' to fin_fichier
                   not at end
                       move spaces to instantane-record
                       move employee-master-record to instantane-record
                       write instantane-record
               end-read
           end-perform
           close instantane-file
           close employee-master
           perform 2150-sceller-l-instantane

           perform varying ws_instant_idx from 1 by 1
               until ws_instant_idx > 5
               move spaces to ws_source_path
               string "src/" delimited by size
                      ws_instant_nom(ws_instant_idx) delimited by space
                      into ws_source_path
               end-string
               move spaces to ws_instant_path
               string "src/archive/cloture-" delimited by size
                      ws_fin_annee delimited by size
                      "-" delimited by size
                      ws_instant_nom(ws_instant_idx) delimited by space
                      into ws_instant_path
               end-string
               if ws_instant_nom(ws_instant_idx) = "conges-soldes.txt"
                   perform 2130-decharger-les-soldes
               else
                   perform 2120-copier-un-fichier
               end-if
           end-perform
           move 'O' to ws_etape_ok
           string ws_nb_instant delimited by size
               " instantane(s) scelle(s) dans src/archive"
                   delimited by size
               into ws_detail
           end-string
           .

       2120-copier-un-fichier.
           open input source-file
           if ws_fs_source not = "00"
               display "Instantane : " function trim(ws_source_path)
                   " absent, rien a archiver."
               exit paragraph
           end-if
           open output instantane-file
           move 'N' to fin_fichier
           perform until fin_fichier = 'Y'
               read source-file
                   at end
                       move 'Y' to fin_fichier
                   not at end
                       move source-record to instantane-record
                       write instantane-record
               end-read
           end-perform
           close instantane-file
           close source-file
           perform 2150-sceller-l-instantane
           .

       2130-decharger-les-soldes.
      * Le fichier des soldes est indexe : l'instantane garde la
      * forme texte des autres fichiers annuels, dans l'ordre des ids.
           open input soldes-file
           if ws_fs_soldes not = "00"
               display "Instantane : src/conges-soldes.dat"
                   " absent, rien a archiver."
               exit paragraph
           end-if
           open output instantane-file
           move 'N' to fin_fichier
           perform until fin_fichier = 'Y'
               read soldes-file next record
                   at end
                       move 'Y' to fin_fichier
                   not at end
                       move spaces to instantane-record
                       move solde-record to instantane-record
                       write instantane-record
               end-read
           end-perform
           close instantane-file
           close soldes-file
           perform 2150-sceller-l-instantane
           .

       2150-sceller-l-instantane.
           move ws_instant_path to ws_manif_fichier
           move ws_instant_path to ws_manif_nom
           call "SPMANIF" using ws_scelle_path ws_manif_fichier
               ws_manif_nom ws_manif_res
           add 1 to ws_nb_instant
           .

       2200-geler-la-declaration.
      * Population de l'annee au 31/12 : les presents, plus les
      * sortis dans l'annee ; une sortie posterieure au 31/12 se
      * gele en actif, telle qu'elle etait en fin d'annee. Cumuls de
      * l'annee copies a part.
           open input employee-master
           if ws_fs_master not = "00"
               string "fichier maitre illisible " delimited by size
                      ws_fs_master delimited by size
                      into ws_detail
               end-string
               exit paragraph
           end-if
           move spaces to ws_gel_path
           string "src/declaration-gel-" delimited by size
                  ws_annee delimited by size
                  ".txt" delimited by size
                  into ws_gel_path
           end-string
           open output gel-file
           move 0 to ws_nb_gel
           move 'N' to fin_fichier
           perform until fin_fichier = 'Y'
               read employee-master next record
                   at end
                       move 'Y' to fin_fichier
                   not at end
                       if em-dateemb <= ws_fin_annee
                          and (em-statut = 'A'
                               or em-datefin >= ws_debut_annee)
                           move employee-master-record to gel-record
                           if gel-statut = 'T'
                              and gel-datefin > ws_fin_annee
                               move 'A' to gel-statut
                               move 0 to gel-datefin
                           end-if
                           write gel-record
                           add 1 to ws_nb_gel
                       end-if
               end-read
           end-perform
           close gel-file
           close employee-master

           move spaces to ws_cumuls_gel_path
           string "src/cumuls-gel-" delimited by size
                  ws_annee delimited by size
                  ".txt" delimited by size
                  into ws_cumuls_gel_path
           end-string
           open output cumuls-gel-file
           move 0 to ws_nb_cumuls_gel
           open input cumuls-file
           if ws_fs_cumuls = "00"
               move 'N' to fin_fichier
               perform until fin_fichier = 'Y'
                   read cumuls-file
                       at end
                           move 'Y' to fin_fichier
                       not at end
                           if cum-annee = ws_annee
                               move cumul-record to cumul-gel-record
                               write cumul-gel-record
                               add 1 to ws_nb_cumuls_gel
                           end-if
                   end-read
               end-perform
               close cumuls-file
           end-if
           close cumuls-gel-file
           move ws_gel_path to ws_manif_fichier
           move "declaration-gel" to ws_manif_nom
           call "SPMANIF" using ws_manif_path
               ws_manif_fichier ws_manif_nom ws_manif_res
           move ws_cumuls_gel_path to ws_manif_fichier
           move "cumuls-gel" to ws_manif_nom
           call "SPMANIF" using ws_manif_path
               ws_manif_fichier ws_manif_nom ws_manif_res
           move 'O' to ws_etape_ok
           string ws_nb_gel delimited by size
                  " personne(s), " delimited by size
                  ws_nb_cumuls_gel delimited by size
                  " cumul(s) geles" delimited by size
                  into ws_detail
           end-string
           .

       2300-clore-les-conges.
      * 28_conges.cob clot l'annee passee par l'environnement : son
      * code retour 4 [solde negatif non reporte] laisse l'etape
      * passee en avertissement, 8 et plus l'arrete.
           move ws_annee to ws_env_annee
           set environment "CONGES_CLOTURE" to ws_env_annee
           if ws_e_param(ws_etape_idx) is numeric
               set environment "CONGES_PLAFOND"
                   to ws_e_param(ws_etape_idx)
           end-if
           call ws_prog_conges
           cancel ws_prog_conges
           move return-code to ws_etape_rc
           move 0 to return-code
           set environment "CONGES_CLOTURE" to " "
           set environment "CONGES_PLAFOND" to " "
           if ws_etape_rc < 8
               move 'O' to ws_etape_ok
               string "releve src/cloture-conges-" delimited by size
                      ws_annee delimited by size
                      ".txt" delimited by size
                      into ws_detail
               end-string
           else
               string "28_conges en echec, code " delimited by size
                      ws_etape_rc delimited by size
                      into ws_detail
               end-string
           end-if
           .

       2400-remettre-les-primes.
      * Le cycle de primes de l'annee ne repart a zero qu'une fois
      * son fichier archive : sinon l'etape echoue et ARCHIVE est a
      * passer d'abord.
           move "src/primes-employes.txt" to ws_source_path
           open input source-file
           if ws_fs_source = "00"
               close source-file
               move spaces to ws_instant_path
               string "src/archive/cloture-" delimited by size
                      ws_fin_annee delimited by size
                      "-primes-employes.txt" delimited by size
                      into ws_instant_path
               end-string
               open input instantane-file
               if ws_fs_instant not = "00"
                   move "primes non archivees - passer ARCHIVE"
                       to ws_detail
                   exit paragraph
               end-if
               close instantane-file
           end-if
           move "rm -f src/primes-employes.txt"
               & " src/pont-primes-traite.txt" to ws_cmd
           call "SYSTEM" using ws_cmd
           move 0 to return-code
           move 'O' to ws_etape_ok
           move "cycle de primes remis a zero" to ws_detail
           .

       8000-editer-le-releve.
      * Releve de bascule : une ligne par carte avec son sort, puis
      * la conclusion et les visas.
           move spaces to ws_releve_path
           string "src/bascule-annuelle-" delimited by size
                  ws_annee delimited by size
                  ".txt" delimited by size
                  into ws_releve_path
           end-string
           open output releve-file
           move spaces to releve-record
           string "Bascule annuelle " delimited by size
                  ws_annee delimited by size
                  " -> " delimited by size
                  ws_annee_suiv delimited by size
                  " - passage du " delimited by size
                  ws_today delimited by size
                  " par " delimited by size
                  ws_joblog_operator delimited by size
                  into releve-record
           end-string
           write releve-record
           move spaces to releve-record
           write releve-record
           perform varying ws_etape_idx from 1 by 1
               until ws_etape_idx > ws_etape_count
               move spaces to releve-record
               string ws_e_seq(ws_etape_idx) delimited by size
                      " " delimited by size
                      ws_e_code(ws_etape_idx) delimited by size
                      " " delimited by size
                      ws_e_sort(ws_etape_idx) delimited by size
                      " " delimited by size
                      ws_e_lib(ws_etape_idx) delimited by size
                      into releve-record
               end-string
               write releve-record
               if ws_e_detail(ws_etape_idx) not = spaces
                  or ws_e_date(ws_etape_idx) > 0
                   move spaces to releve-record
                   string "                        " delimited by size
                          ws_e_date(ws_etape_idx) delimited by size
                          " " delimited by size
                          ws_e_detail(ws_etape_idx) delimited by size
                          into releve-record
                   end-string
                   write releve-record
               end-if
           end-perform
           move spaces to releve-record
           write releve-record
           move spaces to releve-record
           evaluate true
               when ws_nb_manquants > 0
                   string "BASCULE REFUSEE : " delimited by size
                          ws_nb_manquants delimited by size
                          " prerequis manquant(s), aucune operation"
                              delimited by size
                          " faite." delimited by size
                          into releve-record
                   end-string
               when ws_echec = 'Y'
                   move "BASCULE INTERROMPUE : relancer pour reprendre"
                       & " a l'etape en echec." to releve-record
               when other
                   string "BASCULE " delimited by size
                          ws_annee delimited by size
                          " -> " delimited by size
                          ws_annee_suiv delimited by size
                          " TERMINEE le " delimited by size
                          ws_today delimited by size
                          " par " delimited by size
                          ws_joblog_operator delimited by size
                          into releve-record
                   end-string
           end-evaluate
           write releve-record
           move spaces to releve-record
           write releve-record
           move "Visa responsable RH   : ...................."
               & "  date : .........." to releve-record
           write releve-record
           move "Visa responsable paie : ...................."
               & "  date : .........." to releve-record
           write releve-record
           close releve-file
           move ws_releve_path to ws_manif_fichier
           move "bascule-annuelle" to ws_manif_nom
           call "SPMANIF" using ws_manif_path
               ws_manif_fichier ws_manif_nom ws_manif_res
           display "Releve de bascule : " function trim(ws_releve_path)
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
