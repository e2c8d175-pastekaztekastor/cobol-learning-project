      ******************************************************************
      * Nom du Projet   : Releve annuel de remuneration globale
      * Description     : Le bulletin mensuel [34_bulletins-paie.cob]
      *    ne montre pas tout ce que l'entreprise consacre a chacun.
      *    Ce releve annuel, pour l'annee ANNEE_RELEVE [AAAA, a
      *    defaut l'annee precedant la date de traitement], reunit
      *    par personne, en euros :
      *    - salaire de l'annee [brut du registre des cumuls
      *      src/cumuls-paie.txt, 64_cumuls-paie.cob], rappels
      *      d'arrieres et solde de tout compte ;
      *    - prime du cycle de l'annee [src/primes-employes.txt,
      *      entete datee de l'annee] ;
      *    - cotisations patronales [part patronale par id du journal
      *      annuel src/journal-comptable-annuel.txt,
      *      36_journal-comptable.cob] ;
      *    - part patronale du regime de sante [src/sante-paie.txt]
      *      et des titres-restaurant [src/titres-resto-paie.txt, au
      *      mois de paie qui les retient] ;
      *    - conges acquis, pris et restants [src/conges-soldes.dat] ;
      *    - certifications obtenues dans l'annee, financees par
      *      l'entreprise [src/certifications.txt].
      *    Un releve par personne presente dans l'annee, une page
      *    chacune [src/releves-remuneration-AAAA.txt], dans la
      *    tradition des bulletins ; un sorti de l'annee a son releve
      *    arrete a sa date de sortie. ID_EMPLOYE restreint l'edition
      *    a un seul id. Edition complete : une derniere page
      *    rapproche les totaux des releves des totaux passes au
      *    journal annuel [PAIE, CHARGES, SANTE, TITRES] - un ecart
      *    au-dela de TOLERANCE_RELEVE centimes [9 chiffres, defaut
      *    000000100 = 1.00 EUR] part en avertissement rc 4.
      *    Manifeste [SPMANIF].
      *
      * Date de création: 15/10/2026
      * Auteur          : Champémont Mathurin
      ******************************************************************
       identification division.
       program-id. 86_remun-globale.

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

           select cumuls-file assign to "src/cumuls-paie.txt"
               organization is line sequential
               file status is ws_fs_cumuls.

           select primes-file assign to "src/primes-employes.txt"
               organization is line sequential
               file status is ws_fs_primes.

           select annuel-file
               assign to "src/journal-comptable-annuel.txt"
               organization is line sequential
               file status is ws_fs_annuel.

           select sante-file assign to "src/sante-paie.txt"
               organization is line sequential
               file status is ws_fs_sante.

           select titres-file assign to "src/titres-resto-paie.txt"
               organization is line sequential
               file status is ws_fs_titres.

           select soldes-file assign to "src/conges-soldes.dat"
               organization is indexed
               access mode is dynamic
               record key is sol-id
               file status is ws_fs_soldes.

           select certifs-file assign to "src/certifications.txt"
               organization is line sequential
               file status is ws_fs_certifs.

           select releve-file assign to dynamic ws_releve_path
               organization is line sequential
               file status is ws_fs_releve.

       data division.
       file section.
       fd employee-master.
       01 employee-master-record.
           COPY "employe-enreg.cpy" REPLACING ==:PFX:== BY ==em-==.

       fd cumuls-file.
       01 cumul-record.
           COPY "cumul-enreg.cpy" REPLACING ==:PFX:== BY ==cum-==.

       fd primes-file.
       01 prime-record     pic x(110).

      * Journal annuel [disposition de 36_journal-comptable.cob] :
      * id a zero pour un total de nature.
       fd annuel-file.
       01 annuel-record.
           05 ja-mois      pic 9(6).
           05 filler       pic x(1).
           05 ja-nature    pic x(8).
           05 filler       pic x(1).
           05 ja-id        pic 9(5).
           05 filler       pic x(1).
           05 ja-montant   pic s9(11)v99 sign leading separate.

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

       fd soldes-file.
       01 solde-record.
           05 sol-id       pic 9(5).
           05 filler       pic x.
           05 sol-droits   pic 9(3)v99.
           05 filler       pic x.
           05 sol-pris     pic 9(3)v99.
           05 filler       pic x.
           05 sol-solde    pic s9(3)v99 sign leading separate.

       fd certifs-file.
       01 certif-record.
           05 cer-id       pic 9(5).
           05 filler       pic x.
           05 cer-code     pic x(10).
           05 filler       pic x.
           05 cer-obtenue  pic 9(8).
           05 filler       pic x.
           05 cer-expire   pic 9(8).

       fd releve-file.
       01 releve-record    pic x(100).

       working-storage section.
       01 ws_fs_master     pic xx value "00".
       01 ws_fs_cumuls     pic xx value "00".
       01 ws_fs_primes     pic xx value "00".
       01 ws_fs_annuel     pic xx value "00".
       01 ws_fs_sante      pic xx value "00".
       01 ws_fs_titres     pic xx value "00".
       01 ws_fs_soldes     pic xx value "00".
       01 ws_fs_certifs    pic xx value "00".
       01 ws_fs_releve     pic xx value "00".
       01 fin_master       pic x value 'N'.
       01 fin_fichier      pic x value 'N'.
       01 ws_today         pic 9(8) value 0.
       01 ws_date_param    pic x(8) value spaces.

       01 ws_annee_param   pic x(4) value spaces.
       01 ws_annee         pic 9(4) value 0.
       01 ws_debut_annee   pic 9(8) value 0.
       01 ws_fin_annee     pic 9(8) value 0.
       01 ws_debut_periode pic 9(8) value 0.
       01 ws_fin_periode   pic 9(8) value 0.
       01 ws_mois_fin      pic 9(6) value 0.
       01 ws_releve_path   pic x(100) value spaces.
       01 ws_pri_date      pic x(8) value spaces.
       01 ws_pri_annee_ok  pic x(1) value 'N'.

      * Montants de l'annee par id, en euros, reunis depuis chaque
      * source.
       01 ws_rem_table.
           05 ws_rem_entry occurs 5000 times.
               10 ws_r_id       pic 9(5).
               10 ws_r_brut     pic s9(9)v99.
               10 ws_r_rappels  pic s9(9)v99.
               10 ws_r_soldes   pic s9(9)v99.
               10 ws_r_prime    pic s9(9)v99.
               10 ws_r_cotis    pic s9(9)v99.
               10 ws_r_sante    pic s9(9)v99.
               10 ws_r_titres   pic s9(9)v99.
               10 ws_r_droits   pic 9(3)v99.
               10 ws_r_pris     pic 9(3)v99.
               10 ws_r_solde_cp pic s9(3)v99.
               10 ws_r_cp_vu    pic x(1).
       01 ws_rem_count     pic 9(5) value 0.
       01 ws_rem_idx       pic 9(5) value 0.
       01 ws_rem_trouve    pic 9(5) value 0.
       01 ws_id_cherche    pic 9(5) value 0.

      * Certifications obtenues dans l'annee.
       01 ws_cer_table.
           05 ws_cer_entry occurs 2000 times.
               10 ws_c_id      pic 9(5).
               10 ws_c_code    pic x(10).
               10 ws_c_date    pic 9(8).
       01 ws_cer_count     pic 9(5) value 0.
       01 ws_cer_idx       pic 9(5) value 0.
       01 ws_nb_certifs    pic 9(3) value 0.

      * Totaux passes au journal annuel dans l'annee, par nature, et
      * totaux des releves edites.
       01 ws_jnl_paie      pic s9(11)v99 value 0.
       01 ws_jnl_charges   pic s9(11)v99 value 0.
       01 ws_jnl_sante     pic s9(11)v99 value 0.
       01 ws_jnl_titres    pic s9(11)v99 value 0.
       01 ws_tot_paie      pic s9(11)v99 value 0.
       01 ws_tot_charges   pic s9(11)v99 value 0.
       01 ws_tot_sante     pic s9(11)v99 value 0.
       01 ws_tot_titres    pic s9(11)v99 value 0.
       01 ws_ecart         pic s9(11)v99 value 0.
       01 ws_ecart_abs     pic 9(11)v99 value 0.
       01 ws_tol_param     pic x(9) value spaces.
       01 ws_tolerance     pic 9(7)v99 value 1.
       01 ws_nb_ecarts     pic 9(3) value 0.
       01 ws_total_pers    pic s9(9)v99 value 0.

       01 ws_id_param      pic x(5) value spaces.
       01 ws_id_demande    pic 9(5) value 0.
       01 ws_releve_count  pic 9(5) value 0.
       01 ws_page_num      pic 9(4) value 0.
       01 ws_date_aff      pic x(10) value spaces.
       01 ws_date_fmt      pic 9(8) value 0.
       01 ws_date_fmt_dec redefines ws_date_fmt.
           05 ws_fmt_aaaa  pic 9(4).
           05 ws_fmt_mm    pic 9(2).
           05 ws_fmt_jj    pic 9(2).
       01 ws_debut_aff     pic x(10) value spaces.
       01 ws_jours_aff     pic -(3)9.99.

       01 ws_ligne_montant.
           05 filler        pic x(2) value spaces.
           05 ws_l_libelle  pic x(36).
           05 filler        pic x(2) value spaces.
           05 ws_l_montant  pic -(9)9.99.
           05 filler        pic x(1) value space.
           05 ws_l_devise   pic x(3) value "EUR".

       01 ws_ligne_rappro.
           05 filler        pic x(2) value spaces.
           05 ws_rp_nature  pic x(10).
           05 ws_rp_releves pic -(11)9.99.
           05 filler        pic x(2) value spaces.
           05 ws_rp_journal pic -(11)9.99.
           05 filler        pic x(2) value spaces.
           05 ws_rp_ecart   pic -(11)9.99.
           05 filler        pic x(2) value spaces.
           05 ws_rp_marque  pic x(5).

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
       01 ws_joblog_name   pic x(20) value "86_remun-globale".
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
           perform 0020-parametres-du-releve

           perform 0100-charger-les-cumuls
           perform 0200-charger-les-primes
           perform 0300-charger-le-journal-annuel
           perform 0400-charger-la-sante
           perform 0500-charger-les-titres
           perform 0600-charger-les-conges
           perform 0700-charger-les-certifications

           open input employee-master
           if ws_fs_master not = "00"
               display "Erreur ouverture EMPLOYEE-MASTER : "
                   ws_fs_master
               move 16 to ws_joblog_rc
               perform 9800-terminer
           end-if
           open output releve-file
           if ws_id_demande > 0
               perform 1000-releve-d-un-id
           else
               perform until fin_master = 'Y'
                   read employee-master next record
                       at end
                           move 'Y' to fin_master
                       not at end
                           perform 2000-editer-un-releve
                   end-read
               end-perform
               perform 3000-rapprocher-du-journal
           end-if
           close employee-master
           close releve-file
           move ws_releve_path to ws_manif_fichier
           move ws_releve_path(5:40) to ws_manif_nom
           call "SPMANIF" using ws_manif_path
               ws_manif_fichier ws_manif_nom ws_manif_res

           display "Releves de remuneration " ws_annee " ecrits : "
               function trim(ws_releve_path) " [" ws_releve_count
               " releve(s)]"
           move ws_releve_count to ws_joblog_count
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

       0020-parametres-du-releve.
      * ANNEE_RELEVE, sinon l'annee precedant la date de traitement.
           move ws_today(1:4) to ws_annee
           subtract 1 from ws_annee
           move spaces to ws_annee_param
           accept ws_annee_param from environment "ANNEE_RELEVE"
           if ws_annee_param is numeric
               move ws_annee_param to ws_annee
           end-if
           compute ws_debut_annee = ws_annee * 10000 + 101
           compute ws_fin_annee = ws_annee * 10000 + 1231

           move spaces to ws_id_param
           accept ws_id_param from environment "ID_EMPLOYE"
           if ws_id_param is numeric
               move function numval(ws_id_param) to ws_id_demande
           else
               move 0 to ws_id_demande
           end-if

           move spaces to ws_tol_param
           accept ws_tol_param from environment "TOLERANCE_RELEVE"
           if ws_tol_param is numeric
               compute ws_tolerance =
                   function numval(ws_tol_param) / 100
           end-if

           move spaces to ws_releve_path
           string "src/releves-remuneration-" delimited by size
                  ws_annee delimited by size
                  ".txt" delimited by size
                  into ws_releve_path
           end-string
           .

       0100-charger-les-cumuls.
      * Brut, rappels et soldes de l'annee, toutes societes, en
      * euros au taux du 31/12. Registre absent : releves sans
      * salaire.
           move 'N' to fin_fichier
           open input cumuls-file
           if ws_fs_cumuls not = "00"
               exit paragraph
           end-if
           perform until fin_fichier = 'Y'
               read cumuls-file
                   at end
                       move 'Y' to fin_fichier
                   not at end
                       if cum-annee = ws_annee
                           move cum-id to ws_id_cherche
                           perform 0900-trouver-l-id
                           if ws_rem_trouve > 0
                               perform 0150-convertir-un-cumul
                           end-if
                       end-if
               end-read
           end-perform
           close cumuls-file
           .

       0150-convertir-un-cumul.
           move cum-devise to ws_conv_devise
           move cum-brut to ws_conv_montant
           perform 0950-convertir
           add ws_conv_eur to ws_r_brut(ws_rem_trouve)
           move cum-rappels to ws_conv_montant
           perform 0950-convertir
           add ws_conv_eur to ws_r_rappels(ws_rem_trouve)
           move cum-soldes to ws_conv_montant
           perform 0950-convertir
           add ws_conv_eur to ws_r_soldes(ws_rem_trouve)
           .

       0200-charger-les-primes.
      * Le fichier ne garde que le dernier cycle calcule : ses primes
      * [contre-valeur euro en colonnes 87-98] ne comptent que si
      * son entete est datee de l'annee du releve.
           move 'N' to fin_fichier
           move 'N' to ws_pri_annee_ok
           open input primes-file
           if ws_fs_primes not = "00"
               exit paragraph
           end-if
           perform until fin_fichier = 'Y'
               read primes-file
                   at end
                       move 'Y' to fin_fichier
                   not at end
                       if prime-record(1:18) = "Primes par role - "
                          and prime-record(19:8) is numeric
                           move prime-record(19:8) to ws_pri_date
                           if ws_pri_date(1:4) = ws_annee
                               move 'O' to ws_pri_annee_ok
                           end-if
                       end-if
                       if prime-record(1:5) is numeric
                          and ws_pri_annee_ok = 'O'
                           move prime-record(1:5) to ws_id_cherche
                           perform 0900-trouver-l-id
                           if ws_rem_trouve > 0
                               compute ws_r_prime(ws_rem_trouve) =
                                   ws_r_prime(ws_rem_trouve)
                                   + function numval(
                                       prime-record(87:12))
                           end-if
                       end-if
               end-read
           end-perform
           close primes-file
           .

       0300-charger-le-journal-annuel.
      * Totaux passes de l'annee par nature, part patronale par id.
           move 'N' to fin_fichier
           open input annuel-file
           if ws_fs_annuel not = "00"
               display "Pas de journal annuel"
                   " [src/journal-comptable-annuel.txt absent] :"
                   " cotisations patronales a zero, pas de"
                   " rapprochement."
               exit paragraph
           end-if
           perform until fin_fichier = 'Y'
               read annuel-file
                   at end
                       move 'Y' to fin_fichier
                   not at end
                       if ja-mois(1:4) = ws_annee
                           perform 0350-retenir-une-ligne
                       end-if
               end-read
           end-perform
           close annuel-file
           .

       0350-retenir-une-ligne.
           if ja-id > 0
               if ja-nature = "COTIS"
                   move ja-id to ws_id_cherche
                   perform 0900-trouver-l-id
                   if ws_rem_trouve > 0
                       add ja-montant to ws_r_cotis(ws_rem_trouve)
                   end-if
               end-if
               exit paragraph
           end-if
           evaluate ja-nature
               when "PAIE"
                   add ja-montant to ws_jnl_paie
               when "CHARGES"
                   add ja-montant to ws_jnl_charges
               when "SANTE"
                   add ja-montant to ws_jnl_sante
               when "TITRES"
                   add ja-montant to ws_jnl_titres
               when other
                   continue
           end-evaluate
           .

       0400-charger-la-sante.
           move 'N' to fin_fichier
           open input sante-file
           if ws_fs_sante not = "00"
               exit paragraph
           end-if
           perform until fin_fichier = 'Y'
               read sante-file
                   at end
                       move 'Y' to fin_fichier
                   not at end
                       if mut-mois(1:4) = ws_annee
                          and mut-employeur > 0
                           move mut-id to ws_id_cherche
                           perform 0900-trouver-l-id
                           if ws_rem_trouve > 0
                               add mut-employeur
                                   to ws_r_sante(ws_rem_trouve)
                           end-if
                       end-if
               end-read
           end-perform
           close sante-file
           .

       0500-charger-les-titres.
      * Au mois de paie qui retient les titres, comme le journal.
           move 'N' to fin_fichier
           open input titres-file
           if ws_fs_titres not = "00"
               exit paragraph
           end-if
           perform until fin_fichier = 'Y'
               read titres-file
                   at end
                       move 'Y' to fin_fichier
                   not at end
                       if tpa-mois-paie(1:4) = ws_annee
                          and tpa-employeur > 0
                           move tpa-id to ws_id_cherche
                           perform 0900-trouver-l-id
                           if ws_rem_trouve > 0
                               add tpa-employeur
                                   to ws_r_titres(ws_rem_trouve)
                           end-if
                       end-if
               end-read
           end-perform
           close titres-file
           .

       0600-charger-les-conges.
      * Le fichier des soldes ne tient que l'etat courant de 28 ; il
      * se parcourt en entier dans l'ordre des ids.
           move 'N' to fin_fichier
           open input soldes-file
           if ws_fs_soldes not = "00"
               exit paragraph
           end-if
           perform until fin_fichier = 'Y'
               read soldes-file next record
                   at end
                       move 'Y' to fin_fichier
                   not at end
                       move sol-id to ws_id_cherche
                       perform 0900-trouver-l-id
                       if ws_rem_trouve > 0
                           move sol-droits
                               to ws_r_droits(ws_rem_trouve)
                           move sol-pris to ws_r_pris(ws_rem_trouve)
                           move sol-solde
                               to ws_r_solde_cp(ws_rem_trouve)
                           move 'O' to ws_r_cp_vu(ws_rem_trouve)
                       end-if
               end-read
           end-perform
           close soldes-file
           .

       0700-charger-les-certifications.
           move 'N' to fin_fichier
           open input certifs-file
           if ws_fs_certifs not = "00"
               exit paragraph
           end-if
           perform until fin_fichier = 'Y'
               read certifs-file
                   at end
                       move 'Y' to fin_fichier
                   not at end
                       if cer-obtenue >= ws_debut_annee
                          and cer-obtenue <= ws_fin_annee
                          and ws_cer_count < 2000
                           add 1 to ws_cer_count
                           move cer-id to ws_c_id(ws_cer_count)
                           move cer-code to ws_c_code(ws_cer_count)
                           move cer-obtenue
                               to ws_c_date(ws_cer_count)
                       end-if
               end-read
           end-perform
           close certifs-file
           .

       0900-trouver-l-id.
      * Rend l'entree de ws_id_cherche, creee au besoin [0 si la
      * table est pleine].
           move 0 to ws_rem_trouve
           perform varying ws_rem_idx from 1 by 1
               until ws_rem_idx > ws_rem_count
               if ws_r_id(ws_rem_idx) = ws_id_cherche
                   move ws_rem_idx to ws_rem_trouve
               end-if
           end-perform
           if ws_rem_trouve > 0 or ws_rem_count >= 5000
               exit paragraph
           end-if
           add 1 to ws_rem_count
           move ws_rem_count to ws_rem_trouve
           initialize ws_rem_entry(ws_rem_trouve)
           move ws_id_cherche to ws_r_id(ws_rem_trouve)
           move 'N' to ws_r_cp_vu(ws_rem_trouve)
           .

       0950-convertir.
           call "SPDEVISE" using ws_taux_path ws_conv_devise
               ws_fin_annee ws_conv_montant ws_conv_eur ws_conv_trouve
           if ws_conv_trouve = 'N'
               display "Pas de taux de change " ws_conv_devise
                   " [id " cum-id "] - montant pris sans conversion."
               move ws_conv_montant to ws_conv_eur
           end-if
           .

       1000-releve-d-un-id.
      * Edition restreinte a un seul id [ID_EMPLOYE], lecture par
      * cle.
           move ws_id_demande to em-id
           read employee-master
               invalid key
                   display "Id inconnu du fichier maître : "
                       ws_id_demande
                   move 8 to ws_joblog_rc
               not invalid key
                   perform 2000-editer-un-releve
           end-read
           .

       2000-editer-un-releve.
      * Present dans l'annee : entre au plus tard le 31/12, et actif
      * ou sorti au plus tot le 01/01. Le releve d'un sorti s'arrete
      * a sa date de sortie.
           if em-dateemb is numeric
              and em-dateemb > ws_fin_annee
               exit paragraph
           end-if
           move ws_fin_annee to ws_fin_periode
           if em-statut = 'T'
               if em-datefin not numeric
                   exit paragraph
               end-if
               if em-datefin < ws_debut_annee
                   exit paragraph
               end-if
               if em-datefin < ws_fin_annee
                   move em-datefin to ws_fin_periode
               end-if
           end-if
           move ws_debut_annee to ws_debut_periode
           if em-dateemb is numeric
              and em-dateemb > ws_debut_annee
               move em-dateemb to ws_debut_periode
           end-if

           move em-id to ws_id_cherche
           perform 0900-trouver-l-id
           if ws_rem_trouve = 0
               exit paragraph
           end-if

           add 1 to ws_page_num
           move spaces to releve-record
           write releve-record
           move spaces to releve-record
           string "Releve annuel de remuneration globale "
                      delimited by size
                  ws_annee delimited by size
                  " - Page " delimited by size
                  ws_page_num delimited by size
                  into releve-record
           end-string
           write releve-record
           move spaces to releve-record
           string "Id " delimited by size
                  em-id delimited by size
                  "  " delimited by size
                  function trim(em-prenom) delimited by size
                  " " delimited by size
                  function trim(em-nom) delimited by size
                  into releve-record
           end-string
           write releve-record
           move spaces to releve-record
           string "Departement " delimited by size
                  em-dep delimited by size
                  " Role " delimited by size
                  em-rol delimited by size
                  into releve-record
           end-string
           write releve-record
           move ws_debut_periode to ws_date_fmt
           perform 8000-formater-une-date
           move ws_date_aff to ws_debut_aff
           move ws_fin_periode to ws_date_fmt
           perform 8000-formater-une-date
           move spaces to releve-record
           string "Periode du " delimited by size
                  ws_debut_aff delimited by size
                  " au " delimited by size
                  ws_date_aff delimited by size
                  into releve-record
           end-string
           if ws_fin_periode < ws_fin_annee
               move "[sortie]" to releve-record(36:8)
           end-if
           write releve-record

           move spaces to releve-record
           write releve-record
           move "Remuneration directe" to releve-record
           write releve-record
           move "Salaire de l'annee" to ws_l_libelle
           move ws_r_brut(ws_rem_trouve) to ws_l_montant
           write releve-record from ws_ligne_montant
           move "Rappels d'arrieres" to ws_l_libelle
           move ws_r_rappels(ws_rem_trouve) to ws_l_montant
           write releve-record from ws_ligne_montant
           if ws_r_soldes(ws_rem_trouve) not = 0
               move "Solde de tout compte" to ws_l_libelle
               move ws_r_soldes(ws_rem_trouve) to ws_l_montant
               write releve-record from ws_ligne_montant
           end-if
           move "Prime" to ws_l_libelle
           move ws_r_prime(ws_rem_trouve) to ws_l_montant
           write releve-record from ws_ligne_montant

           move spaces to releve-record
           write releve-record
           move "Avantages finances par l'entreprise" to releve-record
           write releve-record
           move "Cotisations patronales" to ws_l_libelle
           move ws_r_cotis(ws_rem_trouve) to ws_l_montant
           write releve-record from ws_ligne_montant
           move "Regime de sante, part patronale" to ws_l_libelle
           move ws_r_sante(ws_rem_trouve) to ws_l_montant
           write releve-record from ws_ligne_montant
           move "Titres-restaurant, part patronale" to ws_l_libelle
           move ws_r_titres(ws_rem_trouve) to ws_l_montant
           write releve-record from ws_ligne_montant

           compute ws_total_pers =
               ws_r_brut(ws_rem_trouve) + ws_r_rappels(ws_rem_trouve)
               + ws_r_soldes(ws_rem_trouve)
               + ws_r_prime(ws_rem_trouve)
               + ws_r_cotis(ws_rem_trouve)
               + ws_r_sante(ws_rem_trouve)
               + ws_r_titres(ws_rem_trouve)
           move spaces to releve-record
           write releve-record
           move "REMUNERATION GLOBALE" to ws_l_libelle
           move ws_total_pers to ws_l_montant
           write releve-record from ws_ligne_montant

           perform 2100-editer-conges-et-certifs

           compute ws_tot_paie = ws_tot_paie
               + ws_r_brut(ws_rem_trouve) + ws_r_rappels(ws_rem_trouve)
               + ws_r_soldes(ws_rem_trouve)
               + ws_r_prime(ws_rem_trouve)
           add ws_r_cotis(ws_rem_trouve) to ws_tot_charges
           add ws_r_sante(ws_rem_trouve) to ws_tot_sante
           add ws_r_titres(ws_rem_trouve) to ws_tot_titres
           add 1 to ws_releve_count
           .

       2100-editer-conges-et-certifs.
           move spaces to releve-record
           write releve-record
           if ws_r_cp_vu(ws_rem_trouve) = 'O'
               move ws_today to ws_date_fmt
               perform 8000-formater-une-date
               move spaces to releve-record
               string "Conges payes [etat au " delimited by size
                      ws_date_aff delimited by size
                      "]" delimited by size
                      into releve-record
               end-string
               write releve-record
               move ws_r_droits(ws_rem_trouve) to ws_jours_aff
               move spaces to releve-record
               string "  Jours acquis   " delimited by size
                      ws_jours_aff delimited by size
                      into releve-record
               end-string
               write releve-record
               move ws_r_pris(ws_rem_trouve) to ws_jours_aff
               move spaces to releve-record
               string "  Jours pris     " delimited by size
                      ws_jours_aff delimited by size
                      into releve-record
               end-string
               write releve-record
               move ws_r_solde_cp(ws_rem_trouve) to ws_jours_aff
               move spaces to releve-record
               string "  Jours restants " delimited by size
                      ws_jours_aff delimited by size
                      into releve-record
               end-string
               write releve-record
           else
               move "Conges payes : pas de solde tenu" to releve-record
               write releve-record
           end-if

           move spaces to releve-record
           write releve-record
           move "Certifications financees dans l'annee"
               to releve-record
           write releve-record
           move 0 to ws_nb_certifs
           perform varying ws_cer_idx from 1 by 1
               until ws_cer_idx > ws_cer_count
               if ws_c_id(ws_cer_idx) = em-id
                  and ws_c_date(ws_cer_idx) <= ws_fin_periode
                   add 1 to ws_nb_certifs
                   move ws_c_date(ws_cer_idx) to ws_date_fmt
                   perform 8000-formater-une-date
                   move spaces to releve-record
                   string "  " delimited by size
                          ws_c_code(ws_cer_idx) delimited by size
                          " obtenue le " delimited by size
                          ws_date_aff delimited by size
                          into releve-record
                   end-string
                   write releve-record
               end-if
           end-perform
           if ws_nb_certifs = 0
               move "  Aucune" to releve-record
               write releve-record
           end-if
           .

       3000-rapprocher-du-journal.
      * Derniere page de l'edition complete : totaux des releves face
      * aux totaux passes au journal annuel, par nature.
           add 1 to ws_page_num
           move spaces to releve-record
           write releve-record
           move spaces to releve-record
           string "Rapprochement des releves " delimited by size
                  ws_annee delimited by size
                  " avec le journal comptable annuel - Page "
                      delimited by size
                  ws_page_num delimited by size
                  into releve-record
           end-string
           write releve-record
           move spaces to releve-record
           string "  NATURE         RELEVES EUR      JOURNAL EUR"
                      delimited by size
                  "          ECART EUR" delimited by size
                  into releve-record
           end-string
           write releve-record

           move "PAIE" to ws_rp_nature
           move ws_tot_paie to ws_rp_releves
           move ws_jnl_paie to ws_rp_journal
           compute ws_ecart = ws_tot_paie - ws_jnl_paie
           perform 3100-ecrire-une-nature
           move "CHARGES" to ws_rp_nature
           move ws_tot_charges to ws_rp_releves
           move ws_jnl_charges to ws_rp_journal
           compute ws_ecart = ws_tot_charges - ws_jnl_charges
           perform 3100-ecrire-une-nature
           move "SANTE" to ws_rp_nature
           move ws_tot_sante to ws_rp_releves
           move ws_jnl_sante to ws_rp_journal
           compute ws_ecart = ws_tot_sante - ws_jnl_sante
           perform 3100-ecrire-une-nature
           move "TITRES" to ws_rp_nature
           move ws_tot_titres to ws_rp_releves
           move ws_jnl_titres to ws_rp_journal
           compute ws_ecart = ws_tot_titres - ws_jnl_titres
           perform 3100-ecrire-une-nature

           move spaces to releve-record
           write releve-record
           if ws_nb_ecarts = 0
               move "Releves rapproches du journal : aucun ecart."
                   to releve-record
               write releve-record
           else
               move spaces to releve-record
               string ws_nb_ecarts delimited by size
                      " nature(s) en ecart - releves a ne pas"
                          delimited by size
                      " diffuser avant explication." delimited by size
                      into releve-record
               end-string
               write releve-record
               display "Releves " ws_annee " : " ws_nb_ecarts
                   " nature(s) en ecart avec le journal annuel."
               move 'W' to ws_msglog_grav
               move spaces to ws_msglog_texte
               string "Releves de remuneration " delimited by size
                      ws_annee delimited by size
                      " : " delimited by size
                      ws_nb_ecarts delimited by size
                      " nature(s) en ecart avec le journal"
                          delimited by size
                      into ws_msglog_texte
               end-string
               perform 9900-consigner-message
               move 4 to ws_joblog_rc
           end-if
           .

       3100-ecrire-une-nature.
           move ws_ecart to ws_rp_ecart
           move spaces to ws_rp_marque
           move ws_ecart to ws_ecart_abs
           if ws_ecart < 0
               compute ws_ecart_abs = 0 - ws_ecart
           end-if
           if ws_ecart_abs > ws_tolerance
               move "ECART" to ws_rp_marque
               add 1 to ws_nb_ecarts
           end-if
           write releve-record from ws_ligne_rappro
           .

       8000-formater-une-date.
      * AAAAMMJJ -> JJ/MM/AAAA.
           move spaces to ws_date_aff
           string ws_fmt_jj delimited by size
                  "/" delimited by size
                  ws_fmt_mm delimited by size
                  "/" delimited by size
                  ws_fmt_aaaa delimited by size
                  into ws_date_aff
           end-string
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
