      *    stagiaires 'S' : demi-droit, 12.50 jours], debite les
      *    absences enregistrees [src/absences.txt : id, date de debut
      *    AAAAMMJJ, nombre de jours], entretient le fichier des soldes
      *    par id [src/conges-soldes.dat] et imprime un releve de solde
      *    par employe [src/rapport-conges.txt]. Une absence pour un id
      *    inconnu ou sorti part en exception. Les employes marques
      *    sortis [statut 'T'] des annees passees n'acquierent plus ;
      *
      * Date de création: 02/09/2026
      * Auteur          : Champémont Mathurin
      *
      * Historique des modifications :
      *  - 15/10/2026 : absences typees [colonne type de
      *    src/absences.txt, codes de src/types-absence.txt] : seuls
      *    les conges payes ['CP', ou type a blanc des lignes
      *    anterieures] se debitent du solde ; maladie, sans solde et
      *    les autres types sont la pour l'absenteisme.
      *  - 15/10/2026 : annee de conges : seules les absences de
      *    l'annee traitee se debitent, et le report de l'annee
      *    precedente [src/conges-reports.txt] s'ajoute au droit.
      *    CONGES_CLOTURE=AAAA clot l'annee AAAA au lieu du passage
      *    courant : solde au 31/12, report plafonne a CONGES_PLAFOND
      *    [jours 99V99, defaut 0500 = 5 jours] credite sur AAAA+1,
      *    le surplus expire, releve src/cloture-conges-AAAA.txt.
      *    Lance par la bascule annuelle [89_bascule-annuelle.cob].
      *  - 15/10/2026 : le fichier des soldes devient indexe sur l'id
      *    [src/conges-soldes.dat] pour la lecture par cle des
      *    soldes, de la paie de sortie aux demandes de conges ; il
      *    se regenere toujours en entier a chaque passage.
      *  - 15/10/2026 : src/absences.txt passe au registre des flux
      *    entrants [SPENTRE] avant le debit : un compte qui ne
      *    correspond pas au chiffre de controle de l'emetteur
      *    [src/absences-controle.txt] refuse le fichier en
      *    quarantaine, code retour 12. Le fichier est cumulatif et
      *    se redebite en entier a chaque passage : le repasser tel
      *    quel n'est pas un rejeu.
      *  - 15/10/2026 : le chiffre de controle est reecrit a chaque
      *    ecriture de src/absences.txt par 71_demandes-conges.cob et
      *    108_accidents.cob. Cloture : table des reports pleine a la
      *    lecture, arret rc 16 avant de recreer
      *    src/conges-reports.txt.
      ******************************************************************
       identification division.
       program-id. 28_conges.
               file status is ws_fs_master.

      * Une absence par ligne : id employe, date de debut AAAAMMJJ,
      * nombre de jours ouvres pris [99V9, ex 005 = 0.5 jour], type
      * d'absence [blanc = conges payes].
           select absences-file assign to "src/absences.txt"
               organization is line sequential
               file status is ws_fs_absences.

      * Soldes de conges par id employe, reecrits a chaque passage :
      * droit acquis, jours pris, solde restant [en jours, 2 dec.].
      * Indexe sur l'id : les lecteurs y vont par cle.
           select soldes-file assign to "src/conges-soldes.dat"
               organization is indexed
               access mode is dynamic
               record key is sol-id
               file status is ws_fs_soldes.

           select report-file
               organization is line sequential
               file status is ws_fs_except.

      * Reports de conges d'une annee sur l'autre : annee creditee,
      * id, jours reportes, jours expires, date de cloture.
           select reports-file assign to "src/conges-reports.txt"
               organization is line sequential
               file status is ws_fs_reports.

           select cloture-file assign to dynamic ws_cloture_path
               organization is line sequential
               file status is ws_fs_cloture.

       data division.
       file section.
       fd employee-master.
           05 abs-date     pic 9(8).
           05 filler       pic x.
           05 abs-jours    pic 9(2)v9.
           05 filler       pic x.
           05 abs-type     pic x(2).

       fd soldes-file.
       01 solde-record.
       fd exceptions-file.
       01 exception-record pic x(150).

       fd reports-file.
       01 report-conges-record.
           05 rpt-annee    pic 9(4).
           05 filler       pic x.
           05 rpt-id       pic 9(5).
           05 filler       pic x.
           05 rpt-report   pic 9(3)v99.
           05 filler       pic x.
           05 rpt-expire   pic 9(3)v99.
           05 filler       pic x.
           05 rpt-date     pic 9(8).

       fd cloture-file.
       01 cloture-record   pic x(100).

       working-storage section.
       01 ws_fs_master     pic xx value "00".
       01 ws_fs_absences   pic xx value "00".
       01 ws_annees        pic 9(3) value 0.
       01 ws_actif_count   pic 9(5) value 0.
       01 ws_except_count  pic 9(5) value 0.
       01 ws_fs_reports    pic xx value "00".
       01 ws_fs_cloture    pic xx value "00".
       01 fin_reports      pic x value 'N'.

      * Cloture de l'annee de conges [CONGES_CLOTURE=AAAA] : le
      * passage se fait au 31/12 de l'annee close, le solde de chacun
      * se reporte sur l'annee suivante jusqu'au plafond.
       01 ws_cloture_param pic x(4) value spaces.
       01 ws_annee_cloture pic 9(4) value 0.
       01 ws_annee_report  pic 9(4) value 0.
       01 ws_plafond_param pic x(4) value spaces.
       01 ws_plafond_num redefines ws_plafond_param pic 9(2)v99.
       01 ws_plafond       pic 9(2)v99 value 5.00.
       01 ws_cloture_path  pic x(60) value spaces.
       01 ws_report        pic 9(3)v99 value 0.
       01 ws_expire        pic 9(3)v99 value 0.
       01 ws_tot_report    pic 9(7)v99 value 0.
       01 ws_tot_expire    pic 9(7)v99 value 0.
       01 ws_nb_negatifs   pic 9(5) value 0.
       01 ws_report_aff    pic zz9.99.
       01 ws_expire_aff    pic zz9.99.
       01 ws_tot_aff       pic z(6)9.99.
       01 ws_tot_aff2      pic z(6)9.99.
       01 ws_rpt_table.
           05 ws_rpt_ligne occurs 5000 times pic x(40).
       01 ws_rpt_count     pic 9(5) value 0.
       01 ws_rpt_idx       pic 9(5) value 0.
       01 ws_rpt_plein     pic x value 'N'.

      * Table des soldes construite en memoire puis reecrite en
      * entier dans le fichier des soldes [regeneration complete a
      * chaque passage].
       01 ws_solde_table.
           05 ws_solde_entry occurs 1000 times.
               10 ws_so_id     pic 9(5).
       01 ws_aff_master    pic x(100)
           value "src/employee-master.dat".

      * Registre des flux entrants [SPENTRE, voir 99 - Utilitaires
      * partages/src/SPENTRE.cob] : empreinte, rejeu et chiffre de
      * controle de l'emetteur avant traitement.
       01 ws_ent_registre  pic x(100)
           value "src/registre-entrants.txt".
       01 ws_ent_quarantaine pic x(100) value "src/quarantaines.txt".
       01 ws_ent_fichier   pic x(100) value "src/absences.txt".
       01 ws_ent_nom       pic x(30) value "absences.txt".
       01 ws_ent_controle  pic x(100)
           value "src/absences-controle.txt".
       01 ws_ent_action    pic x(1) value 'C'.
       01 ws_ent_nb        pic 9(7) value 0.
       01 ws_ent_resultat  pic x(1) value 'N'.
       01 ws_ent_motif     pic x(60) value spaces.

      * Champs d'appel au journal central des executions (JOB-LOG,
      * voir 99 - Utilitaires partages/src/JOBLOG.cob).
       01 ws_joblog_name   pic x(20) value "28_conges".
                   ws_joblog_operator

           perform 0010-date-de-traitement
           accept ws_cloture_param from environment "CONGES_CLOTURE"
           if ws_cloture_param is numeric
               move ws_cloture_param to ws_annee_cloture
               compute ws_today = ws_annee_cloture * 10000 + 1231
               accept ws_plafond_param
                   from environment "CONGES_PLAFOND"
               if ws_plafond_param is numeric
                   move ws_plafond_num to ws_plafond
               end-if
               display "Cloture de l'annee de conges "
                   ws_annee_cloture
           end-if
           move ws_today to ws_today_dec

      * Flux refuse au registre des flux entrants : rien n'est
      * traite, le fichier attend la revue des quarantaines.
           perform 0050-controler-le-flux-entrant
           if ws_ent_resultat = 'R'
               move 12 to ws_joblog_rc
               move 'E' to ws_joblog_action
               call "JOBLOG" using ws_joblog_path ws_joblog_name
                   ws_joblog_action ws_joblog_count ws_joblog_rc
                       ws_joblog_operator
               move ws_joblog_rc to return-code
               goback
           end-if

           open input employee-master
           if ws_fs_master not = "00"
               display "Erreur ouverture EMPLOYEE-MASTER : "
               end-perform
               close employee-master

               perform 1500-reprendre-les-reports
               perform 2000-debiter-les-absences
               if ws_annee_cloture > 0
                   perform 5000-clore-l-annee
               else
                   perform 3000-ecrire-les-soldes
                   perform 4000-imprimer-le-releve
                   display "Soldes de conges ecrits :"
                       " conges-soldes.dat [" ws_solde_count
                       " employe(s), " ws_except_count
                       " exception(s)]"
               end-if
               close exceptions-file
               if ws_except_count > 0 and ws_joblog_rc < 4
                   move 4 to ws_joblog_rc
               end-if
           end-if
           move em-dep to ws_so_dep(ws_solde_count)
           .

       1500-reprendre-les-reports.
      * Le report de l'annee precedente, credite a la cloture de
      * celle-ci sur l'annee traitee, s'ajoute au droit acquis.
           open input reports-file
           if ws_fs_reports not = "00"
               exit paragraph
           end-if
           perform until fin_reports = 'Y'
               read reports-file
                   at end
                       move 'Y' to fin_reports
                   not at end
                       if rpt-annee = ws_today_aaaa
                           perform varying ws_idx from 1 by 1
                               until ws_idx > ws_solde_count
                               if ws_so_id(ws_idx) = rpt-id
                                   add rpt-report
                                       to ws_so_droits(ws_idx)
                               end-if
                           end-perform
                       end-if
               end-read
           end-perform
           close reports-file
           .

       2000-debiter-les-absences.
      * Debite chaque conge paye de l'annee traitee du droit de son
      * employe [les annees precedentes sont soldees par leur
      * cloture]. Fichier absent : aucune absence saisie, les soldes
      * restent aux droits acquis.
           open input absences-file
           if ws_fs_absences not = "00"
               exit paragraph
                   at end
                       move 'Y' to fin_absences
                   not at end
                       if (abs-type = spaces or abs-type = "CP")
                          and abs-date(1:4) = ws_today(1:4)
                           perform 2100-debiter-une-absence
                       end-if
               end-read
           end-perform
           close absences-file
           .

       3000-ecrire-les-soldes.
      * Regeneration complete du fichier indexe ; la table suit
      * l'ordre des ids du fichier maître, les cles arrivent donc
      * croissantes.
           open output soldes-file
           perform varying ws_idx from 1 by 1
               until ws_idx > ws_solde_count
               move spaces to solde-record
               move ws_so_id(ws_idx) to sol-id
               move ws_so_droits(ws_idx) to sol-droits
               move ws_so_pris(ws_idx) to sol-pris
           display "Releve de conges ecrit : rapport-conges.txt"
           .

       5000-clore-l-annee.
      * Solde au 31/12 de l'annee close : la part positive se
      * reporte sur l'annee suivante jusqu'au plafond, le reste
      * expire ; un solde negatif ne se reporte pas et se signale.
      * Les reports deja credites sur l'annee suivante par une
      * cloture precedente sont remplaces [cloture rejouable].
           compute ws_annee_report = ws_annee_cloture + 1
           move 'N' to fin_reports
           open input reports-file
           if ws_fs_reports = "00"
               perform until fin_reports = 'Y'
                   read reports-file
                       at end
                           move 'Y' to fin_reports
                       not at end
                           if rpt-annee not = ws_annee_report
                               if ws_rpt_count >= 5000
                                   move 'O' to ws_rpt_plein
                                   move 'Y' to fin_reports
                               else
                                   add 1 to ws_rpt_count
                                   move report-conges-record
                                       to ws_rpt_ligne(ws_rpt_count)
                               end-if
                           end-if
                   end-read
               end-perform
               close reports-file
           end-if
      * Un fichier des reports tronque perdrait les reports des
      * autres annees a la reecriture : la cloture ne se fait pas.
           if ws_rpt_plein = 'O'
               display "Table des reports pleine (5000 max) :"
                   " src/conges-reports.txt non reecrit, annee "
                   ws_annee_cloture " non close."
               move 16 to ws_joblog_rc
               exit paragraph
           end-if

           move spaces to ws_cloture_path
           string "src/cloture-conges-" delimited by size
                  ws_annee_cloture delimited by size
                  ".txt" delimited by size
                  into ws_cloture_path
           end-string
           open output cloture-file
           move spaces to cloture-record
           move ws_plafond to ws_report_aff
           string "Cloture de l'annee de conges " delimited by size
                  ws_annee_cloture delimited by size
                  " - plafond de report " delimited by size
                  ws_report_aff delimited by size
                  " jour(s)" delimited by size
                  into cloture-record
           end-string
           write cloture-record
           move spaces to cloture-record
           write cloture-record

           open output reports-file
           perform varying ws_rpt_idx from 1 by 1
               until ws_rpt_idx > ws_rpt_count
               move ws_rpt_ligne(ws_rpt_idx) to report-conges-record
               write report-conges-record
           end-perform
           perform varying ws_idx from 1 by 1
               until ws_idx > ws_solde_count
               perform 5100-reporter-un-solde
           end-perform
           close reports-file

           move spaces to cloture-record
           write cloture-record
           move ws_tot_report to ws_tot_aff
           move ws_tot_expire to ws_tot_aff2
           move spaces to cloture-record
           string "Total reporte sur " delimited by size
                  ws_annee_report delimited by size
                  " : " delimited by size
                  ws_tot_aff delimited by size
                  " jour(s) - total expire : " delimited by size
                  ws_tot_aff2 delimited by size
                  " jour(s)" delimited by size
                  into cloture-record
           end-string
           write cloture-record
           close cloture-file
           display "Annee de conges " ws_annee_cloture " close : "
               ws_solde_count " solde(s), releve "
               function trim(ws_cloture_path)
           if ws_nb_negatifs > 0
               display ws_nb_negatifs " solde(s) negatif(s) non"
                   " reporte(s) - a regulariser."
               move 4 to ws_joblog_rc
           end-if
           .

       5100-reporter-un-solde.
           compute ws_solde =
               ws_so_droits(ws_idx) - ws_so_pris(ws_idx)
           move 0 to ws_report
           move 0 to ws_expire
           if ws_solde < 0
               add 1 to ws_nb_negatifs
           else
               if ws_solde > ws_plafond
                   move ws_plafond to ws_report
                   compute ws_expire = ws_solde - ws_plafond
               else
                   move ws_solde to ws_report
               end-if
           end-if
           add ws_report to ws_tot_report
           add ws_expire to ws_tot_expire

           move spaces to report-conges-record
           move ws_annee_report to rpt-annee
           move ws_so_id(ws_idx) to rpt-id
           move ws_report to rpt-report
           move ws_expire to rpt-expire
           move ws_today to rpt-date
           write report-conges-record

           move ws_solde to ws_solde_aff
           move ws_report to ws_report_aff
           move ws_expire to ws_expire_aff
           move spaces to cloture-record
           string ws_so_id(ws_idx) delimited by size
                  "  " delimited by size
                  ws_so_nom(ws_idx) delimited by size
                  " solde " delimited by size
                  ws_solde_aff delimited by size
                  "  reporte " delimited by size
                  ws_report_aff delimited by size
                  "  expire " delimited by size
                  ws_expire_aff delimited by size
                  into cloture-record
           end-string
           if ws_solde < 0
               move "NEGATIF" to cloture-record(90:7)
           end-if
           write cloture-record
           .

       0050-controler-le-flux-entrant.
      * Le flux depose passe au registre des flux entrants avant tout
      * traitement [SPENTRE] : un fichier refuse [rejeu, compte
      * different du chiffre de controle de l'emetteur] reste en
      * place et part en quarantaine, pour la revue
      * 12_revue-quarantaines.cob.
           call "SPENTRE" using ws_ent_registre ws_ent_quarantaine
               ws_ent_fichier ws_ent_nom ws_ent_controle ws_ent_action
               ws_ent_nb ws_ent_resultat ws_ent_motif
           if ws_ent_resultat = 'R'
               display "*** FLUX REFUSE *** " function trim(ws_ent_nom)
                   " : " function trim(ws_ent_motif)
               display "Fichier laisse en place, en quarantaine - non"
                   " traite."
           end-if
           if ws_ent_resultat = 'O' and ws_ent_motif not = spaces
               display function trim(ws_ent_nom) " : "
                   function trim(ws_ent_motif)
           end-if
           .

       0010-date-de-traitement.
      * La date metier du passage : DATE_TRAITEMENT si posee par
      * l'exploitation [rejeu d'un jour precedent], sinon la date du
