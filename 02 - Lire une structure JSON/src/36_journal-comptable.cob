      *
      * Date de création: 02/09/2026
      * Auteur          : Champémont Mathurin
      *
      * Historique des modifications :
      *  - 15/10/2026 : les heures supplementaires valorisees [lignes
      *    'H' de l'extrait, 62_valo-heures-sup.cob] entrent au cout
      *    departemental comme le salaire courant.
      *  - 15/10/2026 : les cotisations patronales du mois
      *    [src/cotisations-paie.txt, ecrit par 06_extrait-paie.cob]
      *    passent au debit de leurs propres comptes de charges
      *    [src/comptes-cotisations.txt : code cotisation -> compte],
      *    un code sans compte est rejete comme un departement.
      *  - 15/10/2026 : les notes de frais payees dans le mois
      *    [src/notes-frais.txt, 70_notes-frais.cob, par la paie ou
      *    par virement] passent au debit du compte de frais de leur
      *    categorie [src/categories-frais.txt] ; une categorie sans
      *    compte est rejetee comme un departement.
      *  - 15/10/2026 : la part patronale des titres-restaurant
      *    retenus sur la paie du mois [src/titres-resto-paie.txt,
      *    73_titres-restaurant.cob] passe au debit de son compte de
      *    charges.
      *  - 15/10/2026 : la part patronale du regime de sante du mois
      *    [src/sante-paie.txt, 75_cotisations-sante.cob] passe au
      *    debit de son compte de charges.
      *  - 15/10/2026 : chaque passage reporte aussi ses totaux au
      *    journal annuel [src/journal-comptable-annuel.txt, cumulatif
      *    : mois, nature PAIE / CHARGES / FRAIS / TITRES / SANTE,
      *    montant passe en euros, plus la part patronale COTIS par id
      *    employe] - un nouveau passage du meme mois remplace ses
      *    lignes. Le releve annuel de remuneration globale
      *    [86_remun-globale.cob] s'y rapproche.
      *  - 15/10/2026 : les ecritures de refacturation intragroupe du
      *    mois [src/ecritures-intragroupe.txt, 88_refacturation.cob :
      *    creance / produit chez l'emettrice, charge / dette chez la
      *    beneficiaire] sont reprises telles quelles ; SOCIETE, si
      *    posee, ne retient que celles de cette societe. Elles
      *    entrent aux totaux du journal, pas au journal annuel.
      *  - 15/10/2026 : avant d'ecrire, chaque compte que le journal
      *    va mouvementer [correspondances des departements, des
      *    cotisations et des frais, titres, sante, intragroupe,
      *    compte d'attente] est controle au plan comptable
      *    [src/plan-comptable.txt, 90_plan-comptable.cob] : absent,
      *    inactif ou d'une autre societe que SOCIETE, le journal
      *    n'est pas emis [rc 12] ; pas de plan, pareil.
      *    Les separateurs des lignes du journal sont remis a blanc
      *    avant chaque ecriture [le journal sortait vide].
      ******************************************************************
       identification division.
       program-id. 36_journal-comptable.
               organization is line sequential
               file status is ws_fs_comptes.

           select cotisations-file
               assign to "src/cotisations-paie.txt"
               organization is line sequential
               file status is ws_fs_cotisations.

           select comptes-cot-file
               assign to "src/comptes-cotisations.txt"
               organization is line sequential
               file status is ws_fs_comptes_cot.

           select frais-file assign to "src/notes-frais.txt"
               organization is line sequential
               file status is ws_fs_frais.

           select categories-file
               assign to "src/categories-frais.txt"
               organization is line sequential
               file status is ws_fs_categories.

           select titres-file assign to "src/titres-resto-paie.txt"
               organization is line sequential
               file status is ws_fs_titres.

           select sante-file assign to "src/sante-paie.txt"
               organization is line sequential
               file status is ws_fs_sante.

           select journal-file assign to "src/journal-comptable.txt"
               organization is line sequential
               file status is ws_fs_journal.

      * Ecritures de refacturation intragroupe, par societe.
           select intragroupe-file
               assign to "src/ecritures-intragroupe.txt"
               organization is line sequential
               file status is ws_fs_intragroupe.

      * Journal annuel cumulatif : totaux passes par mois et nature,
      * part patronale des cotisations par id.
           select plan-file assign to "src/plan-comptable.txt"
               organization is line sequential
               file status is ws_fs_plan.

           select annuel-file
               assign to "src/journal-comptable-annuel.txt"
               organization is line sequential
               file status is ws_fs_annuel.

       data division.
       file section.
       fd extrait-file.
           05 filler       pic x.
           05 cpt-compte   pic 9(6).

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

       fd comptes-cot-file.
       01 compte-cot-record.
           05 cpc-code     pic x(8).
           05 filler       pic x.
           05 cpc-compte   pic 9(6).

      * Note de frais [disposition de 70_notes-frais.cob] et
      * categorie de frais [code, plafond, compte, libelle].
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

       fd categories-file.
       01 categorie-record.
           05 cat-code     pic x(8).
           05 filler       pic x.
           05 cat-plafond  pic 9(7)v99.
           05 filler       pic x.
           05 cat-compte   pic 9(6).
           05 filler       pic x.
           05 cat-libelle  pic x(20).

      * Parts de titres-restaurant [disposition de
      * 73_titres-restaurant.cob].
       fd titres-file.
       01 titres-record.
           05 tpa-mois     pic 9(6).
           05 filler       pic x.
           05 tpa-mois-paie pic 9(6).
           05 filler       pic x.
           05 tpa-id       pic 9(5).
           05 filler       pic x.
           05 tpa-nombre   pic 9(3).
           05 filler       pic x.
           05 tpa-salarie  pic 9(5)v99.
           05 filler       pic x.
           05 tpa-employeur pic 9(5)v99.
           05 filler       pic x.
           05 tpa-compte   pic 9(6).

      * Cotisations du regime de sante [disposition de
      * 75_cotisations-sante.cob].
       fd sante-file.
       01 sante-record.
           05 mut-mois     pic 9(6).
           05 filler       pic x.
           05 mut-id       pic 9(5).
           05 filler       pic x.
           05 mut-regime   pic x(8).
           05 filler       pic x.
           05 mut-niveau   pic x(2).
           05 filler       pic x.
           05 mut-salarie  pic 9(5)v99.
           05 filler       pic x.
           05 mut-employeur pic 9(5)v99.
           05 filler       pic x.
           05 mut-compte   pic 9(6).

      * Ecriture comptable a largeur fixe : date, compte, sens
      * 'D'/'C', montant et libelle, chacun dans des colonnes fixes.
       fd journal-file.
           05 filler       pic x(1).
           05 jnl-libelle  pic x(20).

      * Ecriture intragroupe : mois, societe, compte, sens, montant
      * et libelle deja au format du journal.
       fd intragroupe-file.
       01 intragroupe-record.
           05 eig-mois     pic 9(6).
           05 filler       pic x(1).
           05 eig-soc      pic x(3).
           05 filler       pic x(1).
           05 eig-compte   pic 9(6).
           05 filler       pic x(1).
           05 eig-sens     pic x(1).
           05 filler       pic x(1).
           05 eig-montant  pic 9(11)v99.
           05 filler       pic x(1).
           05 eig-libelle  pic x(20).

       fd plan-file.
       01 plan-record.
           COPY "compte-enreg.cpy" REPLACING ==:PFX:== BY ==pc-==.

      * Ligne du journal annuel : id a zero pour un total de nature.
       fd annuel-file.
       01 annuel-record.
           05 ja-mois      pic 9(6).
           05 filler       pic x(1).
           05 ja-nature    pic x(8).
           05 filler       pic x(1).
           05 ja-id        pic 9(5).
           05 filler       pic x(1).
           05 ja-montant   pic s9(11)v99 sign leading separate.

       working-storage section.
       01 ws_fs_extrait    pic xx value "00".
       01 ws_fs_primes     pic xx value "00".
       01 ws_fs_comptes    pic xx value "00".
       01 ws_fs_journal    pic xx value "00".
       01 ws_fs_cotisations pic xx value "00".
       01 ws_fs_comptes_cot pic xx value "00".
       01 ws_fs_frais      pic xx value "00".
       01 ws_fs_categories pic xx value "00".
       01 ws_fs_titres     pic xx value "00".
       01 fin_frais        pic x value 'N'.
       01 fin_titres       pic x value 'N'.
       01 ws_fs_sante      pic xx value "00".
       01 fin_sante        pic x value 'N'.
       01 ws_fs_annuel     pic xx value "00".
       01 ws_fs_intragroupe pic xx value "00".
       01 fin_intragroupe  pic x value 'N'.
       01 ws_societe       pic x(3) value spaces.
       01 ws_nb_intragroupe pic 9(5) value 0.
       01 fin_annuel       pic x value 'N'.

      * Journal annuel : lignes des autres mois reprises a chaque
      * passage [annee courante et precedente], totaux passes du mois
      * par nature, part patronale du mois par id.
       01 ws_ann_table.
           05 ws_ann_entry occurs 20000 times.
               10 ws_a_ligne   pic x(36).
       01 ws_ann_count     pic 9(5) value 0.
       01 ws_ann_idx       pic 9(5) value 0.
       01 ws_an_paie       pic s9(11)v99 value 0.
       01 ws_an_charges    pic s9(11)v99 value 0.
       01 ws_an_frais      pic s9(11)v99 value 0.
       01 ws_an_titres     pic s9(11)v99 value 0.
       01 ws_an_sante      pic s9(11)v99 value 0.
       01 ws_an_annee_min  pic 9(4) value 0.
       01 ws_pcot_table.
           05 ws_pcot_entry occurs 5000 times.
               10 ws_c_id      pic 9(5).
               10 ws_c_total   pic s9(11)v99.
       01 ws_pcot_count    pic 9(5) value 0.
       01 ws_pcot_idx      pic 9(5) value 0.
       01 ws_pcot_trouve   pic 9(5) value 0.
       01 fin_categories   pic x value 'N'.
       01 fin_cotisations  pic x value 'N'.
       01 fin_comptes_cot  pic x value 'N'.
       01 fin_extrait      pic x value 'N'.
       01 fin_primes       pic x value 'N'.
       01 fin_comptes      pic x value 'N'.

      * Plan comptable : chaque compte du journal y est controle
      * avant ecriture [present, actif, societe].
       01 ws_fs_plan       pic xx value "00".
       01 fin_plan         pic x value 'N'.
       01 ws_pc_table.
           05 ws_pc_entry occurs 500 times.
               COPY "compte-enreg.cpy" REPLACING
                   ==05== BY ==10== ==:PFX:== BY ==ws_p_==.
       01 ws_pc_count      pic 9(3) value 0.
       01 ws_pc_idx        pic 9(3) value 0.
       01 ws_pc_trouve     pic 9(3) value 0.
       01 ws_compte_ctl    pic 9(6) value 0.
       01 ws_soc_ctl       pic x(3) value spaces.
       01 ws_nb_hors_plan  pic 9(5) value 0.

      * Correspondance departement -> compte de cout [ligne ATTENTE
      * = compte d'attente du credit].
       01 ws_cpt_table.
       01 ws_dep_idx       pic 9(3) value 0.
       01 ws_found_idx     pic 9(3) value 0.

      * Correspondance code cotisation -> compte de charges, puis
      * cumul des parts patronales par compte [en euros].
       01 ws_cpc_table.
           05 ws_cpc_entry occurs 50 times.
               10 ws_k_code    pic x(8).
               10 ws_k_compte  pic 9(6).
       01 ws_cpc_count     pic 9(3) value 0.
       01 ws_chg_table.
           05 ws_chg_entry occurs 50 times.
               10 ws_g_compte  pic 9(6).
               10 ws_g_total   pic s9(11)v99.
       01 ws_chg_count     pic 9(3) value 0.
       01 ws_chg_idx       pic 9(3) value 0.
       01 ws_compte_courant pic 9(6) value 0.

      * Correspondance categorie de frais -> compte, puis cumul des
      * notes payees du mois par compte [deja en euros].
       01 ws_cfr_table.
           05 ws_cfr_entry occurs 50 times.
               10 ws_r_code    pic x(8).
               10 ws_r_compte  pic 9(6).
       01 ws_cfr_count     pic 9(3) value 0.
       01 ws_frs_table.
           05 ws_frs_entry occurs 50 times.
               10 ws_f_compte  pic 9(6).
               10 ws_f_total   pic s9(11)v99.
       01 ws_frs_count     pic 9(3) value 0.
       01 ws_frs_idx       pic 9(3) value 0.

      * Cumul des parts patronales de titres-restaurant par compte.
       01 ws_tit_table.
           05 ws_tit_entry occurs 20 times.
               10 ws_t_compte  pic 9(6).
               10 ws_t_total   pic s9(11)v99.
       01 ws_tit_count     pic 9(3) value 0.
       01 ws_tit_idx       pic 9(3) value 0.

      * Cumul des parts patronales du regime de sante par compte.
       01 ws_mut_table.
           05 ws_mut_entry occurs 20 times.
               10 ws_u_compte  pic 9(6).
               10 ws_u_total   pic s9(11)v99.
       01 ws_mut_count     pic 9(3) value 0.
       01 ws_mut_idx       pic 9(3) value 0.

      * Conversion en euros des montants de l'extrait [SPDEVISE,
      * taux dates de src/taux-change.txt].
       01 ws_taux_path     pic x(100)
                   ws_joblog_operator

           perform 0010-date-de-traitement
           accept ws_societe from environment "SOCIETE"
           perform 0100-charger-les-comptes

           if ws_attente_vu = 'N'
           else
               perform 0200-cumuler-l-extrait
               perform 0300-cumuler-les-primes
               perform 0400-cumuler-les-cotisations
               perform 0500-cumuler-les-frais
               perform 0600-cumuler-les-titres
               perform 0700-cumuler-la-mutuelle
               perform 1900-controler-les-comptes
               if ws_nb_hors_plan = 0
                   perform 2000-ecrire-le-journal
               else
                   display "Journal non emis : " ws_nb_hors_plan
                       " compte(s) hors plan comptable."
                   move 'E' to ws_msglog_grav
                   move spaces to ws_msglog_texte
                   string "Journal comptable non emis : "
                              delimited by size
                          ws_nb_hors_plan delimited by size
                          " compte(s) hors plan comptable"
                              delimited by size
                          into ws_msglog_texte
                   end-string
                   perform 9900-consigner-message
                   move 12 to ws_joblog_rc
               end-if
           end-if

           move ws_nb_ecritures to ws_joblog_count

       0200-cumuler-l-extrait.
      * Le cout employeur par departement : salaire courant ['S'],
      * heures supplementaires ['H'], rappels ['R'] et soldes de
      * tout compte ['T'] de l'extrait,
      * convertis en euros. Les retenues et le net sont des
      * repartitions du meme cout, pas un cout de plus.
           open input extrait-file
                       if extrait-record(1:3) not = "ENT"
                          and extrait-record(1:3) not = "FIN"
                          and (extr-type = 'S' or extr-type = 'R'
                               or extr-type = 'T' or extr-type = 'H')
                           perform 0250-cumuler-une-ligne
                       end-if
               end-read
           end-perform
           .

       0400-cumuler-les-cotisations.
      * Les parts patronales du detail des cotisations, converties en
      * euros et cumulees par compte de charges. Fichier absent :
      * pas de charges patronales ce mois-ci [extrait produit avant
      * l'introduction des cotisations].
           open input comptes-cot-file
           if ws_fs_comptes_cot = "00"
               perform until fin_comptes_cot = 'Y'
                   read comptes-cot-file
                       at end
                           move 'Y' to fin_comptes_cot
                       not at end
                           if ws_cpc_count < 50
                               add 1 to ws_cpc_count
                               move cpc-code
                                   to ws_k_code(ws_cpc_count)
                               move cpc-compte
                                   to ws_k_compte(ws_cpc_count)
                           end-if
                   end-read
               end-perform
               close comptes-cot-file
           end-if
           open input cotisations-file
           if ws_fs_cotisations not = "00"
               exit paragraph
           end-if
           perform until fin_cotisations = 'Y'
               read cotisations-file
                   at end
                       move 'Y' to fin_cotisations
                   not at end
                       if cpa-employeur > 0
                           perform 0450-cumuler-une-cotisation
                       end-if
               end-read
           end-perform
           close cotisations-file
           .

       0450-cumuler-une-cotisation.
           move 0 to ws_compte_courant
           perform varying ws_cpt_idx from 1 by 1
               until ws_cpt_idx > ws_cpc_count
               if ws_k_code(ws_cpt_idx) = cpa-code
                   move ws_k_compte(ws_cpt_idx) to ws_compte_courant
               end-if
           end-perform
           if ws_compte_courant = 0
               add 1 to ws_nb_rejets
               display "Cotisation sans compte de charges : "
                   cpa-code " [id " cpa-id "] - montant rejete du"
                   " journal."
               exit paragraph
           end-if
           move cpa-devise to ws_conv_devise
           move cpa-employeur to ws_conv_montant
           call "SPDEVISE" using ws_taux_path ws_conv_devise
               ws_today ws_conv_montant ws_conv_eur ws_conv_trouve
           if ws_conv_trouve = 'N'
               add 1 to ws_nb_rejets
               display "Devise sans taux de change : " cpa-devise
                   " [id " cpa-id "] - cotisation rejetee du"
                   " journal."
               exit paragraph
           end-if
           move 0 to ws_found_idx
           perform varying ws_chg_idx from 1 by 1
               until ws_chg_idx > ws_chg_count
               if ws_g_compte(ws_chg_idx) = ws_compte_courant
                   move ws_chg_idx to ws_found_idx
               end-if
           end-perform
           if ws_found_idx = 0
               if ws_chg_count >= 50
                   exit paragraph
               end-if
               add 1 to ws_chg_count
               move ws_chg_count to ws_found_idx
               move ws_compte_courant to ws_g_compte(ws_found_idx)
               move 0 to ws_g_total(ws_found_idx)
           end-if
           add ws_conv_eur to ws_g_total(ws_found_idx)
           perform 0460-cumuler-par-employe
           .

       0460-cumuler-par-employe.
      * Part patronale passee, par id, pour le journal annuel.
           move 0 to ws_pcot_trouve
           perform varying ws_pcot_idx from 1 by 1
               until ws_pcot_idx > ws_pcot_count
               if ws_c_id(ws_pcot_idx) = cpa-id
                   move ws_pcot_idx to ws_pcot_trouve
               end-if
           end-perform
           if ws_pcot_trouve = 0
               if ws_pcot_count >= 5000
                   exit paragraph
               end-if
               add 1 to ws_pcot_count
               move ws_pcot_count to ws_pcot_trouve
               move cpa-id to ws_c_id(ws_pcot_trouve)
               move 0 to ws_c_total(ws_pcot_trouve)
           end-if
           add ws_conv_eur to ws_c_total(ws_pcot_trouve)
           .

       0500-cumuler-les-frais.
      * Les notes de frais payees ['P'] dans le mois de traitement,
      * avec la paie ou par virement, cumulees par compte de frais de
      * leur categorie. Fichier absent : aucune note ce mois-ci.
           open input categories-file
           if ws_fs_categories = "00"
               perform until fin_categories = 'Y'
                   read categories-file
                       at end
                           move 'Y' to fin_categories
                       not at end
                           if ws_cfr_count < 50
                               add 1 to ws_cfr_count
                               move cat-code
                                   to ws_r_code(ws_cfr_count)
                               move cat-compte
                                   to ws_r_compte(ws_cfr_count)
                           end-if
                   end-read
               end-perform
               close categories-file
           end-if
           open input frais-file
           if ws_fs_frais not = "00"
               exit paragraph
           end-if
           perform until fin_frais = 'Y'
               read frais-file
                   at end
                       move 'Y' to fin_frais
                   not at end
                       if nf-statut = 'P'
                          and nf-date-statut(1:6) = ws_today(1:6)
                           perform 0550-cumuler-une-note
                       end-if
               end-read
           end-perform
           close frais-file
           .

       0550-cumuler-une-note.
           move 0 to ws_compte_courant
           perform varying ws_cpt_idx from 1 by 1
               until ws_cpt_idx > ws_cfr_count
               if ws_r_code(ws_cpt_idx) = nf-cat
                   move ws_r_compte(ws_cpt_idx) to ws_compte_courant
               end-if
           end-perform
           if ws_compte_courant = 0
               add 1 to ws_nb_rejets
               display "Categorie de frais sans compte : " nf-cat
                   " [note " nf-num "] - montant rejete du"
                   " journal."
               exit paragraph
           end-if
           move 0 to ws_found_idx
           perform varying ws_frs_idx from 1 by 1
               until ws_frs_idx > ws_frs_count
               if ws_f_compte(ws_frs_idx) = ws_compte_courant
                   move ws_frs_idx to ws_found_idx
               end-if
           end-perform
           if ws_found_idx = 0
               if ws_frs_count >= 50
                   exit paragraph
               end-if
               add 1 to ws_frs_count
               move ws_frs_count to ws_found_idx
               move ws_compte_courant to ws_f_compte(ws_found_idx)
               move 0 to ws_f_total(ws_found_idx)
           end-if
           add nf-eur to ws_f_total(ws_found_idx)
           .

       0600-cumuler-les-titres.
      * Parts patronales des titres-restaurant retenus sur la paie
      * du mois de traitement, cumulees par compte de charges
      * [fichier absent : aucun titre].
           open input titres-file
           if ws_fs_titres not = "00"
               exit paragraph
           end-if
           perform until fin_titres = 'Y'
               read titres-file
                   at end
                       move 'Y' to fin_titres
                   not at end
                       if tpa-mois-paie = ws_today(1:6)
                          and tpa-employeur > 0
                           perform 0650-cumuler-une-part
                       end-if
               end-read
           end-perform
           close titres-file
           .

       0650-cumuler-une-part.
           move 0 to ws_found_idx
           perform varying ws_tit_idx from 1 by 1
               until ws_tit_idx > ws_tit_count
               if ws_t_compte(ws_tit_idx) = tpa-compte
                   move ws_tit_idx to ws_found_idx
               end-if
           end-perform
           if ws_found_idx = 0
               if ws_tit_count >= 20
                   exit paragraph
               end-if
               add 1 to ws_tit_count
               move ws_tit_count to ws_found_idx
               move tpa-compte to ws_t_compte(ws_found_idx)
               move 0 to ws_t_total(ws_found_idx)
           end-if
           add tpa-employeur to ws_t_total(ws_found_idx)
           .

       0700-cumuler-la-mutuelle.
      * Parts patronales du regime de sante du mois de traitement,
      * cumulees par compte de charges [fichier absent : aucun
      * adherent].
           open input sante-file
           if ws_fs_sante not = "00"
               exit paragraph
           end-if
           perform until fin_sante = 'Y'
               read sante-file
                   at end
                       move 'Y' to fin_sante
                   not at end
                       if mut-mois = ws_today(1:6)
                          and mut-employeur > 0
                           perform 0750-cumuler-une-cotisation
                       end-if
               end-read
           end-perform
           close sante-file
           .

       0750-cumuler-une-cotisation.
           move 0 to ws_found_idx
           perform varying ws_mut_idx from 1 by 1
               until ws_mut_idx > ws_mut_count
               if ws_u_compte(ws_mut_idx) = mut-compte
                   move ws_mut_idx to ws_found_idx
               end-if
           end-perform
           if ws_found_idx = 0
               if ws_mut_count >= 20
                   exit paragraph
               end-if
               add 1 to ws_mut_count
               move ws_mut_count to ws_found_idx
               move mut-compte to ws_u_compte(ws_found_idx)
               move 0 to ws_u_total(ws_found_idx)
           end-if
           add mut-employeur to ws_u_total(ws_found_idx)
           .

       1000-cumuler-par-departement.
           move 0 to ws_found_idx
           perform varying ws_dep_idx from 1 by 1
           add ws_montant_eur to ws_d_total(ws_found_idx)
           .

       1900-controler-les-comptes.
      * Tous les comptes que le journal va mouvementer passent au
      * plan comptable avant la premiere ecriture : le journal part
      * entier ou ne part pas. Pas de plan : aucun compte ne se
      * verifie, le journal ne part pas.
           open input plan-file
           if ws_fs_plan not = "00"
               display "Plan comptable absent : comptes du journal"
                   " non controlables."
               move 1 to ws_nb_hors_plan
               exit paragraph
           end-if
           perform until fin_plan = 'Y'
               read plan-file
                   at end
                       move 'Y' to fin_plan
                   not at end
                       if ws_pc_count < 500
                           add 1 to ws_pc_count
                           move plan-record
                               to ws_pc_entry(ws_pc_count)
                       end-if
               end-read
           end-perform
           close plan-file

           move ws_societe to ws_soc_ctl
           move ws_compte_attente to ws_compte_ctl
           perform 1950-controler-un-compte
           perform varying ws_dep_idx from 1 by 1
               until ws_dep_idx > ws_dep_count
               perform varying ws_cpt_idx from 1 by 1
                   until ws_cpt_idx > ws_cpt_count
                   if ws_m_dep(ws_cpt_idx) = ws_d_code(ws_dep_idx)
                       move ws_m_compte(ws_cpt_idx) to ws_compte_ctl
                       perform 1950-controler-un-compte
                   end-if
               end-perform
           end-perform
           perform varying ws_chg_idx from 1 by 1
               until ws_chg_idx > ws_chg_count
               move ws_g_compte(ws_chg_idx) to ws_compte_ctl
               perform 1950-controler-un-compte
           end-perform
           perform varying ws_frs_idx from 1 by 1
               until ws_frs_idx > ws_frs_count
               move ws_f_compte(ws_frs_idx) to ws_compte_ctl
               perform 1950-controler-un-compte
           end-perform
           perform varying ws_tit_idx from 1 by 1
               until ws_tit_idx > ws_tit_count
               move ws_t_compte(ws_tit_idx) to ws_compte_ctl
               perform 1950-controler-un-compte
           end-perform
           perform varying ws_mut_idx from 1 by 1
               until ws_mut_idx > ws_mut_count
               move ws_u_compte(ws_mut_idx) to ws_compte_ctl
               perform 1950-controler-un-compte
           end-perform

      * Les ecritures intragroupe du mois, chacune pour sa societe.
           open input intragroupe-file
           if ws_fs_intragroupe not = "00"
               exit paragraph
           end-if
           perform until fin_intragroupe = 'Y'
               read intragroupe-file
                   at end
                       move 'Y' to fin_intragroupe
                   not at end
                       if eig-mois = ws_today(1:6)
                          and (ws_societe = spaces
                               or eig-soc = ws_societe)
                           move eig-compte to ws_compte_ctl
                           move eig-soc to ws_soc_ctl
                           perform 1950-controler-un-compte
                       end-if
               end-read
           end-perform
           close intragroupe-file
           move 'N' to fin_intragroupe
           .

       1950-controler-un-compte.
      * ws_compte_ctl au plan, actif, et de la societe ws_soc_ctl
      * ou commun a toutes [a blanc] ; SOCIETE non posee, tout
      * compte de societe est admis.
           move 0 to ws_pc_trouve
           perform varying ws_pc_idx from 1 by 1
               until ws_pc_idx > ws_pc_count
               if ws_p_compte(ws_pc_idx) = ws_compte_ctl
                   move ws_pc_idx to ws_pc_trouve
               end-if
           end-perform
           if ws_pc_trouve = 0
               add 1 to ws_nb_hors_plan
               display "Compte absent du plan comptable : "
                   ws_compte_ctl
               exit paragraph
           end-if
           if ws_p_statut(ws_pc_trouve) not = 'A'
               add 1 to ws_nb_hors_plan
               display "Compte inactif au plan comptable : "
                   ws_compte_ctl
               exit paragraph
           end-if
           if ws_p_soc(ws_pc_trouve) not = spaces
              and ws_soc_ctl not = spaces
              and ws_p_soc(ws_pc_trouve) not = ws_soc_ctl
               add 1 to ws_nb_hors_plan
               display "Compte " ws_compte_ctl " reserve a la"
                   " societe " ws_p_soc(ws_pc_trouve) "."
           end-if
           .

       2000-ecrire-le-journal.
      * Une ecriture par compte de cout departemental - debit pour
      * un cout positif, credit pour un mois qui rend [gros rappel a
               until ws_dep_idx > ws_dep_count
               perform 2100-ecrire-un-debit
           end-perform
           perform varying ws_chg_idx from 1 by 1
               until ws_chg_idx > ws_chg_count
               perform 2200-ecrire-une-charge
           end-perform
           perform varying ws_frs_idx from 1 by 1
               until ws_frs_idx > ws_frs_count
               perform 2300-ecrire-des-frais
           end-perform
           perform varying ws_tit_idx from 1 by 1
               until ws_tit_idx > ws_tit_count
               perform 2400-ecrire-des-titres
           end-perform
           perform varying ws_mut_idx from 1 by 1
               until ws_mut_idx > ws_mut_count
               perform 2500-ecrire-la-mutuelle
           end-perform
           perform 2700-passer-l-intragroupe

           compute ws_solde_net =
               ws_total_debits - ws_total_credits
           move spaces to journal-record
           move ws_today to jnl-date
           move ws_compte_attente to jnl-compte
           if ws_solde_net < 0
           write journal-record
           add 1 to ws_nb_ecritures
           close journal-file
           perform 2600-tenir-le-journal-annuel

           move ws_solde_net to ws_total_aff
           display "Journal comptable ecrit :"
                   " - montant rejete du journal."
               exit paragraph
           end-if
           move spaces to journal-record
           move ws_today to jnl-date
           move ws_m_compte(ws_found_idx) to jnl-compte
           if ws_d_total(ws_dep_idx) < 0
               move ws_d_total(ws_dep_idx) to ws_montant_abs
               add ws_montant_abs to ws_total_debits
           end-if
           add ws_d_total(ws_dep_idx) to ws_an_paie
           move ws_montant_abs to jnl-montant
           move ws_d_code(ws_dep_idx) to jnl-libelle
           write journal-record
           add 1 to ws_nb_ecritures
           .

       2200-ecrire-une-charge.
      * Charges patronales : une ecriture par compte de charges,
      * equilibree avec le reste par le compte d'attente.
           move spaces to journal-record
           move ws_today to jnl-date
           move ws_g_compte(ws_chg_idx) to jnl-compte
           move 'D' to jnl-sens
           move ws_g_total(ws_chg_idx) to ws_montant_abs
           add ws_montant_abs to ws_total_debits
           add ws_montant_abs to ws_an_charges
           move ws_montant_abs to jnl-montant
           move "CHARGES PATRONALES" to jnl-libelle
           write journal-record
           add 1 to ws_nb_ecritures
           .

       2300-ecrire-des-frais.
      * Notes de frais : une ecriture par compte de frais, equilibree
      * avec le reste par le compte d'attente.
           move spaces to journal-record
           move ws_today to jnl-date
           move ws_f_compte(ws_frs_idx) to jnl-compte
           move 'D' to jnl-sens
           move ws_f_total(ws_frs_idx) to ws_montant_abs
           add ws_montant_abs to ws_total_debits
           add ws_montant_abs to ws_an_frais
           move ws_montant_abs to jnl-montant
           move "NOTES DE FRAIS" to jnl-libelle
           write journal-record
           add 1 to ws_nb_ecritures
           .

       2400-ecrire-des-titres.
      * Titres-restaurant : une ecriture par compte de charges pour
      * la part patronale, equilibree par le compte d'attente.
           move spaces to journal-record
           move ws_today to jnl-date
           move ws_t_compte(ws_tit_idx) to jnl-compte
           move 'D' to jnl-sens
           move ws_t_total(ws_tit_idx) to ws_montant_abs
           add ws_montant_abs to ws_total_debits
           add ws_montant_abs to ws_an_titres
           move ws_montant_abs to jnl-montant
           move "TITRES RESTAURANT" to jnl-libelle
           write journal-record
           add 1 to ws_nb_ecritures
           .

       2500-ecrire-la-mutuelle.
      * Regime de sante : une ecriture par compte de charges pour la
      * part patronale, equilibree par le compte d'attente.
           move spaces to journal-record
           move ws_today to jnl-date
           move ws_u_compte(ws_mut_idx) to jnl-compte
           move 'D' to jnl-sens
           move ws_u_total(ws_mut_idx) to ws_montant_abs
           add ws_montant_abs to ws_total_debits
           add ws_montant_abs to ws_an_sante
           move ws_montant_abs to jnl-montant
           move "MUTUELLE PATRONALE" to jnl-libelle
           write journal-record
           add 1 to ws_nb_ecritures
           .

       2600-tenir-le-journal-annuel.
      * Les lignes des autres mois [annee courante et precedente]
      * restent ; celles du mois traite sont remplacees par ce
      * passage : les totaux effectivement passes par nature, puis la
      * part patronale par id.
           move ws_today(1:4) to ws_an_annee_min
           subtract 1 from ws_an_annee_min
           open input annuel-file
           if ws_fs_annuel = "00"
               perform until fin_annuel = 'Y'
                   read annuel-file
                       at end
                           move 'Y' to fin_annuel
                       not at end
                           if ja-mois not = ws_today(1:6)
                              and ja-mois(1:4) >= ws_an_annee_min
                              and ws_ann_count < 20000
                               add 1 to ws_ann_count
                               move annuel-record
                                   to ws_a_ligne(ws_ann_count)
                           end-if
                   end-read
               end-perform
               close annuel-file
           end-if
           open output annuel-file
           perform varying ws_ann_idx from 1 by 1
               until ws_ann_idx > ws_ann_count
               move ws_a_ligne(ws_ann_idx) to annuel-record
               write annuel-record
           end-perform
           move spaces to annuel-record
           move ws_today(1:6) to ja-mois
           move 0 to ja-id
           move "PAIE" to ja-nature
           move ws_an_paie to ja-montant
           write annuel-record
           move "CHARGES" to ja-nature
           move ws_an_charges to ja-montant
           write annuel-record
           move "FRAIS" to ja-nature
           move ws_an_frais to ja-montant
           write annuel-record
           move "TITRES" to ja-nature
           move ws_an_titres to ja-montant
           write annuel-record
           move "SANTE" to ja-nature
           move ws_an_sante to ja-montant
           write annuel-record
           move "COTIS" to ja-nature
           perform varying ws_pcot_idx from 1 by 1
               until ws_pcot_idx > ws_pcot_count
               move ws_c_id(ws_pcot_idx) to ja-id
               move ws_c_total(ws_pcot_idx) to ja-montant
               write annuel-record
           end-perform
           close annuel-file
           .

       2700-passer-l-intragroupe.
      * Refacturation intragroupe du mois : chaque couple arrive
      * equilibre [creance = produit, charge = dette], les lignes
      * passent telles quelles et n'ecartent pas le compte
      * d'attente. Fichier absent ou d'un autre mois : rien a passer.
           open input intragroupe-file
           if ws_fs_intragroupe not = "00"
               exit paragraph
           end-if
           perform until fin_intragroupe = 'Y'
               read intragroupe-file
                   at end
                       move 'Y' to fin_intragroupe
                   not at end
                       if eig-mois = ws_today(1:6)
                          and (ws_societe = spaces
                               or eig-soc = ws_societe)
                           perform 2750-ecrire-une-refacturation
                       end-if
               end-read
           end-perform
           close intragroupe-file
           if ws_nb_intragroupe > 0
               display ws_nb_intragroupe " ecriture(s) de"
                   " refacturation intragroupe reprise(s)."
           end-if
           .

       2750-ecrire-une-refacturation.
           move spaces to journal-record
           move ws_today to jnl-date
           move eig-compte to jnl-compte
           move eig-sens to jnl-sens
           move eig-montant to jnl-montant
           move eig-libelle to jnl-libelle
           if eig-sens = 'D'
               add eig-montant to ws_total_debits
           else
               add eig-montant to ws_total_credits
           end-if
           write journal-record
           add 1 to ws_nb_ecritures
           add 1 to ws_nb_intragroupe
           .

       9900-consigner-message.
      * Double le DISPLAY d'un incident d'une ligne dans le fichier
      * de messages du jour, pour les nuits sans operateur devant la
