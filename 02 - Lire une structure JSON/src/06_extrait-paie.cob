
      * Fichier des salaires par id employe, maintenu par le guichet
      * restreint 23_saisie-salaires.cob : la remuneration part avec
      * l'extrait au lieu d'un courriel a re-saisir. Indexe sur l'id :
      * la ligne de chaque employe extrait se lit par cle.
           SELECT salaires-file ASSIGN TO "src/salaires.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS sal-id
               FILE STATUS IS ws_fs_salaires.

      * Rappels de salaire calcules par 29_retro-paie.cob [saisies
      * cantine...], maintenues par le guichet restreint
      * 30_saisie-retenues.cob : chaque retenue active a la date de
      * traitement part en ligne 'D' de l'extrait et le net calcule
      * part en ligne 'N', au lieu d'un courriel a cote. Indexe sur
      * id + code : les retenues d'un employe se lisent a la suite.
           SELECT retenues-file ASSIGN TO "src/retenues.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ret-cle
               FILE STATUS IS ws_fs_retenues.

      * Heures supplementaires valorisees du mois par
      * 62_valo-heures-sup.cob [taux horaire majore par tranche] :
      * chaque part de semaine part en ligne 'H' juste apres la ligne
      * 'S' de la personne et s'ajoute a son brut - le net, les
      * virements et les bulletins la comprennent. Les primes de nuit
      * et de week-end du meme fichier [nature N ou W en colonne
      * finale] partent de meme, libellees HN ou HW au lieu de HS.
           SELECT hsupval-file
               ASSIGN TO "src/heures-sup-valorisees.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws_fs_hsupval.

      * Detail des cotisations sociales du mois [SPCOTIS, taux dates
      * maintenus par 65_gestion-cotisations.cob] : une ligne par
      * employe et code, assiette, part salariale et part patronale.
      * La part salariale part aussi en ligne 'D' de l'extrait ; la
      * part patronale, qui n'est pas dans le net, est reprise par le
      * journal comptable, les centres de cout et le budget.
           SELECT cotisations-file
               ASSIGN TO "src/cotisations-paie.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws_fs_cotisations.

      * Echeancier des avances et prets au personnel
      * [67_saisie-prets.cob] : l'echeance du mois part en ligne 'D'
      * a code propre [PRET nnnnn] et se debite du net.
           SELECT echeancier-file
               ASSIGN TO "src/echeancier-prets.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws_fs_echeancier.

      * Notes de frais approuvees [70_notes-frais.cob] a rembourser
      * avec la paie : chacune part en ligne 'F' [non imposable, hors
      * brut et hors net] et la note passe payee.
           SELECT frais-file ASSIGN TO "src/notes-frais.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws_fs_frais.

      * Parts des titres-restaurant [73_titres-restaurant.cob] : la
      * part salariale du mois travaille precedent part en ligne 'D'
      * [TITRES RESTO] et se debite du net.
           SELECT titres-file ASSIGN TO "src/titres-resto-paie.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws_fs_titres.

      * Cotisations du regime de sante [75_cotisations-sante.cob] :
      * la part salariale du mois part en ligne 'D' [MUTUELLE] et se
      * debite du net.
           SELECT sante-file ASSIGN TO "src/sante-paie.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws_fs_sante.

      * Saisies sur salaire en cours [107_saisies-salaire.cob] : la
      * part saisissable du net [SPSAISIE] part en lignes 'D' a code
      * propre [SAISIE nnnnn], partagee entre les saisies par ordre
      * de priorite, et chaque retenue s'inscrit dans
      * src/saisies-paie.txt pour le virement au creancier.
           SELECT saisies-file ASSIGN TO "src/saisies-salaire.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws_fs_saisies.

           SELECT saisies-paie-file ASSIGN TO "src/saisies-paie.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws_fs_saisies_paie.

           SELECT charges-file ASSIGN TO "src/personnes-charge.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws_fs_charges.

       DATA DIVISION.
       FILE SECTION.
       FD employee-master.
           COPY "employe-enreg.cpy" REPLACING ==:PFX:== BY ==em-==.

      * Extrait a largeur fixe pour l'interface de paie : un type de
      * ligne ['S' salaire courant, 'H' heures supplementaires, 'R'
      * rappel retroactif, 'D' retenue, 'N' net, 'T' solde de tout
      * compte, 'F' note de frais remboursee], puis id,
      * nom complet, departement, role, libelle de la ligne, montant
      * [signe : un rappel a la baisse part negatif] et devise, chacun
      * dans des colonnes fixes.

       FD retenues-file.
       01 retenue-record.
           05 ret-cle.
               10 ret-id   PIC 9(5).
               10 FILLER   PIC X.
               10 ret-code PIC X(12).
           05 FILLER       PIC X.
           05 ret-mode     PIC X(1).
           05 FILLER       PIC X.
           05 FILLER       PIC X.
           05 ret-fin      PIC 9(8).

       FD hsupval-file.
       01 hsupval-record.
           05 hsv-id       PIC 9(5).
           05 FILLER       PIC X.
           05 hsv-semaine  PIC 9(8).
           05 FILLER       PIC X.
           05 hsv-mois     PIC 9(6).
           05 FILLER       PIC X.
           05 hsv-heures   PIC 9(3)V99.
           05 FILLER       PIC X.
           05 hsv-montant  PIC 9(7)V99.
           05 FILLER       PIC X.
           05 hsv-devise   PIC X(3).
           05 FILLER       PIC X.
           05 hsv-nature   PIC X(1).
           05 FILLER       PIC X.
           05 hsv-soc      PIC X(3).

       FD retro-file.
       01 retro-record.
           05 rtr-id       PIC 9(5).
           05 FILLER       PIC X.
           05 sld-datefin  PIC 9(8).

       FD cotisations-file.
       01 cotisation-record.
           05 cpa-periode  PIC 9(6).
           05 FILLER       PIC X.
           05 cpa-id       PIC 9(5).
           05 FILLER       PIC X.
           05 cpa-soc      PIC X(3).
           05 FILLER       PIC X.
           05 cpa-dep      PIC X(20).
           05 FILLER       PIC X.
           05 cpa-code     PIC X(8).
           05 FILLER       PIC X.
           05 cpa-base     PIC 9(7)V99.
           05 FILLER       PIC X.
           05 cpa-salarie  PIC 9(7)V99.
           05 FILLER       PIC X.
           05 cpa-employeur PIC 9(7)V99.
           05 FILLER       PIC X.
           05 cpa-devise   PIC X(3).

       FD echeancier-file.
       01 echeance-record.
           05 ech-num      PIC 9(5).
           05 FILLER       PIC X.
           05 ech-id       PIC 9(5).
           05 FILLER       PIC X.
           05 ech-rang     PIC 9(3).
           05 FILLER       PIC X.
           05 ech-mois     PIC 9(6).
           05 FILLER       PIC X.
           05 ech-montant  PIC 9(7)V99.
           05 FILLER       PIC X.
           05 ech-statut   PIC X(1).
           05 FILLER       PIC X.
           05 ech-date     PIC 9(8).

       FD frais-file.
       01 frais-record.
           05 nf-num       PIC 9(5).
           05 FILLER       PIC X.
           05 nf-id        PIC 9(5).
           05 FILLER       PIC X.
           05 nf-soc       PIC X(3).
           05 FILLER       PIC X.
           05 nf-nom       PIC X(30).
           05 FILLER       PIC X.
           05 nf-date      PIC 9(8).
           05 FILLER       PIC X.
           05 nf-cat       PIC X(8).
           05 FILLER       PIC X.
           05 nf-montant   PIC 9(7)V99.
           05 FILLER       PIC X.
           05 nf-devise    PIC X(3).
           05 FILLER       PIC X.
           05 nf-eur       PIC 9(7)V99.
           05 FILLER       PIC X.
           05 nf-justif    PIC X(12).
           05 FILLER       PIC X.
           05 nf-mode      PIC X(1).
           05 FILLER       PIC X.
           05 nf-mgr       PIC 9(5).
           05 FILLER       PIC X.
           05 nf-statut    PIC X(1).
           05 FILLER       PIC X.
           05 nf-date-statut PIC 9(8).
           05 FILLER       PIC X.
           05 nf-operateur PIC X(8).

       FD titres-file.
       01 titres-record.
           05 tpa-mois     PIC 9(6).
           05 FILLER       PIC X.
           05 tpa-mois-paie PIC 9(6).
           05 FILLER       PIC X.
           05 tpa-id       PIC 9(5).
           05 FILLER       PIC X.
           05 tpa-nombre   PIC 9(3).
           05 FILLER       PIC X.
           05 tpa-salarie  PIC 9(5)V99.
           05 FILLER       PIC X.
           05 tpa-employeur PIC 9(5)V99.
           05 FILLER       PIC X.
           05 tpa-compte   PIC 9(6).

       FD sante-file.
       01 sante-record.
           05 mut-mois     PIC 9(6).
           05 FILLER       PIC X.
           05 mut-id       PIC 9(5).
           05 FILLER       PIC X.
           05 mut-regime   PIC X(8).
           05 FILLER       PIC X.
           05 mut-niveau   PIC X(2).
           05 FILLER       PIC X.
           05 mut-salarie  PIC 9(5)V99.
           05 FILLER       PIC X.
           05 mut-employeur PIC 9(5)V99.
           05 FILLER       PIC X.
           05 mut-compte   PIC 9(6).

       FD saisies-file.
       01 saisie-record.
           COPY "saisie-enreg.cpy" REPLACING ==:PFX:== BY ==sai-==.

       FD saisies-paie-file.
       01 saisie-paie-record.
           COPY "saisie-paie-enreg.cpy" REPLACING ==:PFX:== BY ==spa-==.

       FD charges-file.
       01 charge-record.
           05 chg-id       PIC 9(5).
           05 FILLER       PIC X.
           05 chg-nombre   PIC 9(2).
           05 FILLER       PIC X.
           05 chg-date     PIC 9(8).
           05 FILLER       PIC X.
           05 chg-operateur PIC X(8).

       working-storage section.
       01 ws_fs_master     PIC XX VALUE "00".
       01 ws_fs_extrait    PIC XX VALUE "00".
      * une ligne de salaire sans employe actif est orpheline.
       01 ws_fs_salaires   PIC XX VALUE "00".
       01 ws_fin_salaires  PIC X VALUE 'N'.
       01 ws_sal_ouvert    PIC X VALUE 'N'.
       01 ws_sal_trouve    PIC X VALUE 'N'.
       01 ws_sal_devise    PIC X(3) VALUE SPACES.
       01 ws_sans_salaire  PIC 9(5) VALUE 0.
       01 ws_orphelins     PIC 9(5) VALUE 0.

       01 ws_rappel_count  PIC 9(5) VALUE 0.
       01 ws_rappel_rejets PIC 9(5) VALUE 0.

      * Retenues recurrentes relues par cle ; pour chaque employe
      * extrait, les lignes actives a la date de traitement partent en
      * 'D' et le net [brut moins retenues] en 'N'.
       01 ws_fs_retenues   PIC XX VALUE "00".
       01 ws_fin_retenues  PIC X VALUE 'N'.
       01 ws_ret_ouvert    PIC X VALUE 'N'.
       01 ws_retenue       PIC 9(7)V99 VALUE 0.
       01 ws_brut          PIC S9(7)V99 VALUE 0.
       01 ws_net           PIC S9(7)V99 VALUE 0.
       01 ws_retenue_count PIC 9(5) VALUE 0.

      * Echeances de prets du mois de traitement encore a retenir
      * [statut 'A'] ; une echeance recouvree au solde de tout compte
      * ou partie en recouvrement manuel ne se retient plus.
       01 ws_fs_echeancier PIC XX VALUE "00".
       01 ws_fin_echeancier PIC X VALUE 'N'.
       01 ws_ech_table.
           05 ws_ech_entry OCCURS 2000 TIMES.
               10 ws_e_num     PIC 9(5).
               10 ws_e_id      PIC 9(5).
               10 ws_e_montant PIC 9(7)V99.
       01 ws_ech_count     PIC 9(5) VALUE 0.
       01 ws_ech_idx       PIC 9(5) VALUE 0.
       01 ws_pret_count    PIC 9(5) VALUE 0.

      * Parts salariales de titres-restaurant retenues ce mois-ci.
       01 ws_fs_titres     PIC XX VALUE "00".
       01 ws_fin_titres    PIC X VALUE 'N'.
       01 ws_tit_table.
           05 ws_tit_entry OCCURS 2000 TIMES.
               10 ws_t_id      PIC 9(5).
               10 ws_t_montant PIC 9(5)V99.
       01 ws_tit_count     PIC 9(5) VALUE 0.
       01 ws_tit_idx       PIC 9(5) VALUE 0.
       01 ws_titres_count  PIC 9(5) VALUE 0.

      * Parts salariales du regime de sante du mois.
       01 ws_fs_sante      PIC XX VALUE "00".
       01 ws_fin_sante     PIC X VALUE 'N'.
       01 ws_mut_table.
           05 ws_mut_entry OCCURS 3000 TIMES.
               10 ws_u_id      PIC 9(5).
               10 ws_u_montant PIC 9(5)V99.
       01 ws_mut_count     PIC 9(5) VALUE 0.
       01 ws_mut_idx       PIC 9(5) VALUE 0.
       01 ws_sante_count   PIC 9(5) VALUE 0.

      * Saisies sur salaire en cours a la date de traitement, avec
      * ce qui en a deja ete retenu les autres mois ; retenues des
      * autres mois [et des autres societes] conservees pour la
      * reecriture de src/saisies-paie.txt.
       01 ws_fs_saisies    PIC XX VALUE "00".
       01 ws_fs_saisies_paie PIC XX VALUE "00".
       01 ws_fs_charges    PIC XX VALUE "00".
       01 ws_fin_saisies   PIC X VALUE 'N'.
       01 ws_spa_lu        PIC X VALUE 'N'.
       01 ws_sai_table.
           05 ws_sai_entry OCCURS 500 TIMES.
               10 ws_s_num      PIC 9(5).
               10 ws_s_id       PIC 9(5).
               10 ws_s_montant  PIC 9(7)V99.
               10 ws_s_devise   PIC X(3).
               10 ws_s_priorite PIC 9(2).
               10 ws_s_debut    PIC 9(8).
               10 ws_s_deja     PIC 9(9)V99.
               10 ws_s_servi    PIC X.
       01 ws_sai_count     PIC 9(3) VALUE 0.
       01 ws_sai_idx       PIC 9(3) VALUE 0.
       01 ws_sai_choisi    PIC 9(3) VALUE 0.
       01 ws_spa_table.
           05 ws_spa_entry OCCURS 5000 TIMES.
               10 ws_a_ligne    PIC X(40).
       01 ws_spa_count     PIC 9(4) VALUE 0.
       01 ws_spa_idx       PIC 9(4) VALUE 0.
       01 ws_chg_table.
           05 ws_chg_entry OCCURS 2000 TIMES.
               10 ws_g_id       PIC 9(5).
               10 ws_g_nombre   PIC 9(2).
       01 ws_chg_count     PIC 9(4) VALUE 0.
       01 ws_chg_idx       PIC 9(4) VALUE 0.
       01 ws_saisie_path   PIC X(100)
           VALUE "src/bareme-saisies.txt".
       01 ws_saisie_net    PIC 9(7)V99 VALUE 0.
       01 ws_saisie_charges PIC 9(2) VALUE 0.
       01 ws_saisissable   PIC 9(7)V99 VALUE 0.
       01 ws_saisie_trouve PIC X(1) VALUE 'N'.
       01 ws_saisie_retenue PIC 9(7)V99 VALUE 0.
       01 ws_saisie_reste  PIC S9(9)V99 VALUE 0.
       01 ws_saisie_count  PIC 9(5) VALUE 0.
       01 ws_sans_bareme_saisie PIC 9(5) VALUE 0.

      * Notes de frais a rembourser avec la paie : approuvees ['A'],
      * ou deja payees dans le mois par un passage precedent [un
      * nouveau passage remplace l'extrait, la note doit y rester].
      * Le fichier est reecrit en entier avec les notes passees 'P'.
       01 ws_fs_frais      PIC XX VALUE "00".
       01 ws_fin_frais     PIC X VALUE 'N'.
       01 ws_nf_table.
           05 ws_nf_entry OCCURS 2000 TIMES.
               10 ws_n_ligne   PIC X(129).
       01 ws_nf_count      PIC 9(4) VALUE 0.
       01 ws_nf_idx        PIC 9(4) VALUE 0.
       01 ws_frais_count   PIC 9(5) VALUE 0.
       01 ws_frais_rejets  PIC 9(5) VALUE 0.

      * Heures sup valorisees chargees en table ; une part non servie
      * par un employe extrait [sorti entre-temps, autre societe]
      * part en alerte au lieu d'etre perdue sans bruit.
       01 ws_fs_hsupval    PIC XX VALUE "00".
       01 ws_fin_hsupval   PIC X VALUE 'N'.
       01 ws_hsv_table.
           05 ws_hsv_entry OCCURS 4000 TIMES.
               10 ws_h_id      PIC 9(5).
               10 ws_h_semaine PIC 9(8).
               10 ws_h_montant PIC 9(7)V99.
               10 ws_h_devise  PIC X(3).
               10 ws_h_servi   PIC X.
               10 ws_h_nature  PIC X.
       01 ws_hsv_count     PIC 9(5) VALUE 0.
       01 ws_hsv_idx       PIC 9(5) VALUE 0.
       01 ws_hsup_count    PIC 9(5) VALUE 0.
       01 ws_hsup_orphelins PIC 9(5) VALUE 0.
       01 ws_hsv_filtre    PIC X VALUE 'N'.

      * Retenue a la source par bareme progressif [SPBAREME, tranches
      * maintenues par 31_gestion-bareme.cob] : une ligne 'D' IMPOT
      * par employe, debitee du net comme les autres retenues. Annee
       01 ws_bareme_trouve PIC X(1) VALUE 'N'.
       01 ws_sans_bareme   PIC 9(5) VALUE 0.

      * Cotisations sociales [SPCOTIS] sur le meme brut que l'impot :
      * une ligne 'D' par part salariale, une ligne de detail par
      * cotisation. Table des taux illisible = alerte, pas de
      * cotisation calculee.
       01 ws_fs_cotisations PIC XX VALUE "00".
       01 ws_cotis_path    PIC X(100)
           VALUE "src/taux-cotisations.txt".
       01 ws_cotis_brut    PIC 9(7)V99 VALUE 0.
       01 ws_cotisations.
           05 ws_cot_nb        PIC 9(2).
           05 ws_cot_entry OCCURS 30 TIMES.
               10 ws_c_code    PIC X(8).
               10 ws_c_base    PIC 9(7)V99.
               10 ws_c_sal     PIC 9(7)V99.
               10 ws_c_pat     PIC 9(7)V99.
       01 ws_cotis_trouve  PIC X(1) VALUE 'N'.
       01 ws_cot_idx       PIC 9(2) VALUE 0.
       01 ws_sans_cotis    PIC 9(5) VALUE 0.
       01 ws_cotis_count   PIC 9(5) VALUE 0.

      * Totaux par devise et contre-valeur euro [SPDEVISE, taux dates
      * de src/taux-change.txt] : les montants ne s'additionnent plus
      * comme s'il n'y avait qu'une devise. Une devise extraite sans
       01 ws_verrou_action pic x(1) value space.
       01 ws_verrou_res    pic x(1) value 'N'.

      * Calendrier des periodes de paie [SPPERIOD] : une periode
      * close ne se re-extrait pas.
       01 ws_periode_path  pic x(100) value "src/periodes-paie.txt".
       01 ws_periode_statut pic x(1) value 'O'.
       01 ws_periode_ouverte pic 9(8) value 0.
       01 ws_periode_trouve pic x(1) value 'N'.


      * Consignation des messages d'erreur dans le fichier de
      * messages date [MSGLOG] : la chaine tourne sans surveillance,
               goback
           end-if

      * Periode de paie close [63_cloture-periode.cob] : l'extrait,
      * les virements et les bulletins du mois sont arretes, un
      * nouveau passage les contredirait. Rien n'est traite, simple
      * avertissement [rc 4, comme 29_retro-paie.cob] : la chaine de
      * nuit continue jusqu'a la fin du mois.
           perform 0010-date-de-traitement
           call "SPPERIOD" using ws_periode_path ws_today
               ws_periode_statut ws_periode_ouverte ws_periode_trouve
           if ws_periode_statut = 'C'
               display "Periode de paie " ws_today(1:6) " close :"
                   " extrait fige, pas de nouveau passage."
               move 'W' to ws_msglog_grav
               move spaces to ws_msglog_texte
               string "Extrait refuse : periode de paie "
                          delimited by size
                      ws_today(1:6) delimited by size
                      " close" delimited by size
                      into ws_msglog_texte
               end-string
               perform 9900-consigner-message
               move 4 to ws_joblog_rc
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
           else
               perform 0050-charger-les-salaires
               perform 0060-charger-les-retenues
               perform 0070-charger-les-heures-sup
               perform 0080-charger-les-echeances
               perform 0085-charger-les-titres
               perform 0087-charger-la-mutuelle
               perform 0090-charger-les-saisies
               open output extrait-file
               open output cotisations-file
               move ws_today to ws_ent_date
               write extrait-record from ws_entete_ligne
               perform until fin_master = 'Y'
               end-perform
               perform 1500-reprendre-les-rappels
               perform 1700-reprendre-les-soldes
               perform 1900-reprendre-les-frais
      * L'enregistrement de fin reprend le compte tenu par
      * ws_extrait_count tout au long du traitement.
               move ws_extrait_count to ws_fin_nb_details
               write extrait-record from ws_fin_ligne
               close employee-master
               close extrait-file
               close cotisations-file
               perform 2390-ecrire-les-saisies
               move "src/extrait-paie.txt" to ws_manif_fichier
               move "extrait-paie.txt" to ws_manif_nom
               call "SPMANIF" using ws_manif_path
                   ws_manif_fichier ws_manif_nom ws_manif_res
               move "src/cotisations-paie.txt" to ws_manif_fichier
               move "cotisations-paie.txt" to ws_manif_nom
               call "SPMANIF" using ws_manif_path
                   ws_manif_fichier ws_manif_nom ws_manif_res
               perform 8000-signaler-les-orphelins
                       move 4 to ws_joblog_rc
                   end-if
               end-if
               if ws_sans_bareme_saisie > 0
                   display "Bareme des saisies sans version au "
                       ws_today " : " ws_sans_bareme_saisie
                       " employe(s) saisi(s) sans retenue SAISIE."
                   move 'W' to ws_msglog_grav
                   move spaces to ws_msglog_texte
                   string "Bareme des saisies absent - "
                              delimited by size
                          ws_sans_bareme_saisie delimited by size
                          " saisie(s) non retenue(s)" delimited by size
                          into ws_msglog_texte
                   end-string
                   perform 9900-consigner-message
                   if ws_joblog_rc = 0
                       move 4 to ws_joblog_rc
                   end-if
               end-if
               if ws_sans_cotis > 0
                   display "Table des cotisations illisible : "
                       ws_sans_cotis " employe(s) extraits sans"
                       " cotisations."
                   move 'W' to ws_msglog_grav
                   move spaces to ws_msglog_texte
                   string "Taux de cotisations illisibles - "
                              delimited by size
                          ws_sans_cotis delimited by size
                          " employe(s) sans cotisations"
                              delimited by size
                          into ws_msglog_texte
                   end-string
                   perform 9900-consigner-message
                   if ws_joblog_rc = 0
                       move 4 to ws_joblog_rc
                   end-if
               end-if
               if ws_sans_salaire > 0 or ws_orphelins > 0
                  or ws_rappel_rejets > 0 or ws_hsup_orphelins > 0
                   display "Croisement salaires : " ws_sans_salaire
                       " actif(s) sans salaire, " ws_orphelins
                       " ligne(s) orpheline(s)."
                          ws_sans_salaire delimited by size
                          " sans salaire, " delimited by size
                          ws_orphelins delimited by size
                          " orphelin(s), " delimited by size
                          ws_hsup_orphelins delimited by size
                          " heure(s) sup non servie(s)"
                              delimited by size
                          into ws_msglog_texte
                   end-string
                   perform 9900-consigner-message
           goback.

       0050-charger-les-salaires.
      * Ouvre le fichier des salaires pour la lecture par cle
      * [absent : extrait sans colonnes de paie, chaque actif sortira
      * en alerte].
           open input salaires-file
           if ws_fs_salaires = "00"
               move 'O' to ws_sal_ouvert
           end-if
           .

       0060-charger-les-retenues.
      * Ouvre les retenues recurrentes pour la lecture par cle
      * [absent : extrait sans lignes 'D', le net egale le brut].
           open input retenues-file
           if ws_fs_retenues = "00"
               move 'O' to ws_ret_ouvert
           end-if
           .

       0070-charger-les-heures-sup.
      * Charge les heures sup valorisees du mois [absent : aucune
      * ligne 'H' ce mois-ci].
           open input hsupval-file
           if ws_fs_hsupval = "00"
               perform until ws_fin_hsupval = 'Y'
                   read hsupval-file
                       at end
                           move 'Y' to ws_fin_hsupval
                       not at end
                           if ws_hsv_count >= 4000
                               display "HEURES SUP : table pleine"
                                   " (4000 max) - entree ignoree"
                           else
                               add 1 to ws_hsv_count
                               move hsv-id
                                   to ws_h_id(ws_hsv_count)
                               move hsv-semaine
                                   to ws_h_semaine(ws_hsv_count)
                               move hsv-montant
                                   to ws_h_montant(ws_hsv_count)
                               move hsv-devise
                                   to ws_h_devise(ws_hsv_count)
                               move 'N'
                                   to ws_h_servi(ws_hsv_count)
                               move hsv-nature
                                   to ws_h_nature(ws_hsv_count)
                           end-if
                   end-read
               end-perform
               close hsupval-file
           end-if
           .

       0080-charger-les-echeances.
      * Charge les echeances de prets du mois [absent : aucun pret
      * en cours]. La date de traitement est deja posee.
           open input echeancier-file
           if ws_fs_echeancier = "00"
               perform until ws_fin_echeancier = 'Y'
                   read echeancier-file
                       at end
                           move 'Y' to ws_fin_echeancier
                       not at end
                           if ech-mois = ws_today(1:6)
                              and ech-statut = 'A'
                               if ws_ech_count >= 2000
                                   display "ECHEANCES : table pleine"
                                       " (2000 max) - entree ignoree"
                               else
                                   add 1 to ws_ech_count
                                   move ech-num
                                       to ws_e_num(ws_ech_count)
                                   move ech-id
                                       to ws_e_id(ws_ech_count)
                                   move ech-montant
                                       to ws_e_montant(ws_ech_count)
                               end-if
                           end-if
                   end-read
               end-perform
               close echeancier-file
           end-if
           .

       0085-charger-les-titres.
      * Charge les parts salariales de titres-restaurant retenues sur
      * la paie du mois [absent : aucun titre commande].
           open input titres-file
           if ws_fs_titres = "00"
               perform until ws_fin_titres = 'Y'
                   read titres-file
                       at end
                           move 'Y' to ws_fin_titres
                       not at end
                           if tpa-mois-paie = ws_today(1:6)
                              and tpa-salarie > 0
                               if ws_tit_count >= 2000
                                   display "TITRES : table pleine"
                                       " (2000 max) - entree ignoree"
                               else
                                   add 1 to ws_tit_count
                                   move tpa-id
                                       to ws_t_id(ws_tit_count)
                                   move tpa-salarie
                                       to ws_t_montant(ws_tit_count)
                               end-if
                           end-if
                   end-read
               end-perform
               close titres-file
           end-if
           .

       0087-charger-la-mutuelle.
      * Charge les parts salariales du regime de sante du mois
      * [absent : aucun adherent].
           open input sante-file
           if ws_fs_sante = "00"
               perform until ws_fin_sante = 'Y'
                   read sante-file
                       at end
                           move 'Y' to ws_fin_sante
                       not at end
                           if mut-mois = ws_today(1:6)
                              and mut-salarie > 0
                               if ws_mut_count >= 3000
                                   display "MUTUELLE : table pleine"
                                       " (3000 max) - entree ignoree"
                               else
                                   add 1 to ws_mut_count
                                   move mut-id
                                       to ws_u_id(ws_mut_count)
                                   move mut-salarie
                                       to ws_u_montant(ws_mut_count)
                               end-if
                           end-if
                   end-read
               end-perform
               close sante-file
           end-if
           .

       0090-charger-les-saisies.
      * Saisies en cours ['O'] commencees a la date de traitement
      * [absent : aucune saisie], retenues deja inscrites et
      * personnes a charge. Les retenues du mois pour la societe du
      * passage seront recalculees : elles ne se reprennent pas.
           open input saisies-file
           if ws_fs_saisies = "00"
               perform until ws_fin_saisies = 'Y'
                   read saisies-file
                       at end
                           move 'Y' to ws_fin_saisies
                       not at end
                           if sai-statut = 'O'
                              and sai-debut not > ws_today
                              and ws_sai_count < 500
                               add 1 to ws_sai_count
                               move sai-num to ws_s_num(ws_sai_count)
                               move sai-id to ws_s_id(ws_sai_count)
                               move sai-montant
                                   to ws_s_montant(ws_sai_count)
                               move sai-devise
                                   to ws_s_devise(ws_sai_count)
                               move sai-priorite
                                   to ws_s_priorite(ws_sai_count)
                               move sai-debut
                                   to ws_s_debut(ws_sai_count)
                               move 0 to ws_s_deja(ws_sai_count)
                               move 'N' to ws_s_servi(ws_sai_count)
                           end-if
                   end-read
               end-perform
               close saisies-file
           end-if
           move 'N' to ws_fin_saisies
           open input saisies-paie-file
           if ws_fs_saisies_paie = "00"
               move 'O' to ws_spa_lu
               perform until ws_fin_saisies = 'Y'
                   read saisies-paie-file
                       at end
                           move 'Y' to ws_fin_saisies
                       not at end
                           if spa-mois = ws_today(1:6)
                              and (ws_societe_param = spaces
                                   or spa-soc = ws_societe_param)
                               continue
                           else
                               perform 0095-garder-une-retenue
                           end-if
                   end-read
               end-perform
               close saisies-paie-file
           end-if
           move 'N' to ws_fin_saisies
           open input charges-file
           if ws_fs_charges = "00"
               perform until ws_fin_saisies = 'Y'
                   read charges-file
                       at end
                           move 'Y' to ws_fin_saisies
                       not at end
                           if chg-id is numeric
                              and chg-nombre is numeric
                              and ws_chg_count < 2000
                               add 1 to ws_chg_count
                               move chg-id to ws_g_id(ws_chg_count)
                               move chg-nombre
                                   to ws_g_nombre(ws_chg_count)
                           end-if
                   end-read
               end-perform
               close charges-file
           end-if
           .

       0095-garder-une-retenue.
           if ws_spa_count >= 5000
               display "SAISIES : table des retenues pleine (5000"
                   " max) - retenue " spa-num " " spa-mois " perdue"
               exit paragraph
           end-if
           add 1 to ws_spa_count
           move saisie-paie-record to ws_a_ligne(ws_spa_count)
           perform varying ws_sai_idx from 1 by 1
               until ws_sai_idx > ws_sai_count
               if ws_s_num(ws_sai_idx) = spa-num
                  and spa-montant is numeric
                   add spa-montant to ws_s_deja(ws_sai_idx)
               end-if
           end-perform
           .

       8000-signaler-les-orphelins.
      * Les lignes de salaire jamais servies par un employe actif
      * sont orphelines [depart non purge ou id errone] : chaque
      * ligne se confronte par cle au fichier maître, avec les memes
      * regles de selection que l'extrait.
           if ws_sal_ouvert = 'O'
               open input employee-master
               move 0 to sal-id
               start salaires-file key is not less than sal-id
                   invalid key
                       move 'Y' to ws_fin_salaires
               end-start
               perform until ws_fin_salaires = 'Y'
                   read salaires-file next record
                       at end
                           move 'Y' to ws_fin_salaires
                       not at end
                           perform 8010-controler-une-ligne
                   end-read
               end-perform
               close employee-master
               close salaires-file
           end-if
           if ws_ret_ouvert = 'O'
               close retenues-file
           end-if
      * Meme controle pour les heures sup valorisees : une part sans
      * employe extrait n'a pas ete payee. Extrait d'une seule
      * societe [SOCIETE] : les parts des employes des autres
      * societes ne sont pas de ce passage.
           move 'N' to ws_hsv_filtre
           if ws_societe_param not = spaces
               open input employee-master
               if ws_fs_master = "00"
                   move 'O' to ws_hsv_filtre
               end-if
           end-if
           perform varying ws_hsv_idx from 1 by 1
               until ws_hsv_idx > ws_hsv_count
               if ws_h_servi(ws_hsv_idx) = 'N'
                   perform 8020-controler-une-part
               end-if
           end-perform
           if ws_hsv_filtre = 'O'
               close employee-master
           end-if
           .

       8010-controler-une-ligne.
           move 'N' to ws_sal_trouve
           move sal-id to em-id
           read employee-master
               invalid key
                   move 'N' to ws_sal_trouve
               not invalid key
                   if em-statut not = 'T'
                      and em-type not = 'S'
                      and (ws_societe_param = spaces
                           or em-soc = ws_societe_param)
                       move 'O' to ws_sal_trouve
                   end-if
           end-read
           if ws_sal_trouve = 'N'
               add 1 to ws_orphelins
               display "Ligne de salaire orpheline : id " sal-id
           end-if
           .

       8020-controler-une-part.
           if ws_hsv_filtre = 'O'
               move ws_h_id(ws_hsv_idx) to em-id
               read employee-master
                   invalid key
                       continue
                   not invalid key
                       if em-soc not = ws_societe_param
                           exit paragraph
                       end-if
               end-read
           end-if
           add 1 to ws_hsup_orphelins
           display "Heures sup valorisees non servies : id "
               ws_h_id(ws_hsv_idx) " semaine "
               ws_h_semaine(ws_hsv_idx)
           .

       1500-reprendre-les-rappels.
           end-read
           .

       1900-reprendre-les-frais.
      * Chaque note de frais approuvee a rembourser avec la paie
      * [mode 'P'] part comme ligne 'F' de l'extrait, en euros,
      * marquee FRAIS et le numero de la note. Fichier absent : aucune
      * note ce mois-ci.
           open input frais-file
           if ws_fs_frais not = "00"
               exit paragraph
           end-if
           perform until ws_fin_frais = 'Y'
               read frais-file
                   at end
                       move 'Y' to ws_fin_frais
                   not at end
                       if ws_nf_count >= 2000
                           display "NOTES DE FRAIS : table pleine"
                               " (2000 max) - fichier non traite"
                           close frais-file
                           exit paragraph
                       end-if
                       add 1 to ws_nf_count
                       move frais-record to ws_n_ligne(ws_nf_count)
               end-read
           end-perform
           close frais-file
           perform varying ws_nf_idx from 1 by 1
               until ws_nf_idx > ws_nf_count
               move ws_n_ligne(ws_nf_idx) to frais-record
               if nf-mode = 'P'
                  and (nf-statut = 'A'
                       or (nf-statut = 'P'
                           and nf-date-statut(1:6) = ws_today(1:6)))
                   perform 1950-ecrire-une-note
                   move frais-record to ws_n_ligne(ws_nf_idx)
               end-if
           end-perform
           if ws_frais_count > 0
               open output frais-file
               perform varying ws_nf_idx from 1 by 1
                   until ws_nf_idx > ws_nf_count
                   move ws_n_ligne(ws_nf_idx) to frais-record
                   write frais-record
               end-perform
               close frais-file
               display ws_frais_count " note(s) de frais reprise(s)"
                   " dans l'extrait."
           end-if
           .

       1950-ecrire-une-note.
           move nf-id to em-id
           read employee-master
               invalid key
                   add 1 to ws_frais_rejets
                   display "Note de frais pour un id inconnu du"
                       " fichier maître : " nf-id " - ignoree."
               not invalid key
      * Perimetre societe : meme regle que les rappels.
                   if ws_societe_param not = spaces
                      and em-soc not = ws_societe_param
                       exit paragraph
                   end-if
                   add 1 to ws_extrait_count
                   add em-id to ws_total_ids
                   move 'F' to extr-type
                   move em-id to extr-id
                   move spaces to extr-nom-complet
                   string function trim(em-prenom) delimited by size
                          " " delimited by size
                          function trim(em-nom) delimited by size
                          into extr-nom-complet
                   end-string
                   move em-dep to extr-dep
                   move em-rol to extr-rol
                   move spaces to extr-libelle
                   string "FRAIS " delimited by size
                          nf-num delimited by size
                          into extr-libelle
                   end-string
                   move nf-eur to extr-salaire
                   move "EUR" to extr-devise
                   write extrait-record
                   perform 7000-cumuler-la-devise
                   add 1 to ws_frais_count
                   move 'P' to nf-statut
                   move ws_today to nf-date-statut
           end-read
           .

       1000-ecrire-extrait.
           add 1 to ws_extrait_count
           add em-id to ws_total_ids

      * Colonnes de remuneration depuis le fichier des salaires ; un
      * actif sans ligne de salaire part a zero et en alerte.
           move 'N' to ws_sal_trouve
           if ws_sal_ouvert = 'O'
               move em-id to sal-id
               read salaires-file
                   invalid key
                       move 'N' to ws_sal_trouve
                   not invalid key
                       move 'O' to ws_sal_trouve
                       move sal-devise to ws_sal_devise
               end-read
           end-if
           if ws_sal_trouve = 'O'
      * Temps partiel : le salaire mensuel se proratise par la
      * quotite de travail de la personne [em-quotite, 100 = temps
      * plein ; une quotite illisible ou a zero vaut temps plein].
               if em-quotite is numeric and em-quotite > 0
                  and em-quotite < 100
                   compute extr-salaire rounded =
                       sal-montant * em-quotite / 100
               else
                   move sal-montant to extr-salaire
               end-if
               move sal-devise to extr-devise
           else
               move 0 to extr-salaire
               move "EUR" to extr-devise
           end-if
           write extrait-record
           perform 7000-cumuler-la-devise
           move extr-salaire to ws_brut
           perform 1100-ecrire-les-heures-sup
           perform 2000-derouler-les-retenues
           .

       1100-ecrire-les-heures-sup.
      * Une ligne 'H' par part de semaine valorisee de l'employe, a
      * la suite de sa ligne 'S' ; le montant s'ajoute au brut qui
      * porte les retenues, l'impot et le net. Une part dans une
      * autre devise que le salaire ne peut pas s'additionner : elle
      * part seule et en alerte.
           perform varying ws_hsv_idx from 1 by 1
               until ws_hsv_idx > ws_hsv_count
               if ws_h_id(ws_hsv_idx) = em-id
                  and ws_h_servi(ws_hsv_idx) = 'N'
                   add 1 to ws_extrait_count
                   add em-id to ws_total_ids
                   move 'H' to extr-type
                   move spaces to extr-libelle
                   evaluate ws_h_nature(ws_hsv_idx)
                       when 'N'
                           move "HN " to extr-libelle
                       when 'W'
                           move "HW " to extr-libelle
                       when other
                           move "HS " to extr-libelle
                   end-evaluate
                   move ws_h_semaine(ws_hsv_idx) to extr-libelle(4:8)
                   move ws_h_montant(ws_hsv_idx) to extr-salaire
                   move ws_h_devise(ws_hsv_idx) to extr-devise
                   write extrait-record
                   perform 7000-cumuler-la-devise
                   move 'O' to ws_h_servi(ws_hsv_idx)
                   add 1 to ws_hsup_count
                   if ws_sal_trouve = 'O'
                      and ws_h_devise(ws_hsv_idx) not =
                          ws_sal_devise
                       display "Heures sup en " extr-devise
                           " hors devise du salaire : id " em-id
                           " - hors brut."
                   else
                       add ws_h_montant(ws_hsv_idx) to ws_brut
                   end-if
               end-if
           end-perform
           .

       7000-cumuler-la-devise.
      * Cumule le montant qui vient de partir [encore dans
      * extr-salaire/extr-devise] dans le total de sa devise et sa

       2000-derouler-les-retenues.
      * Deroule les retenues recurrentes actives de l'employe qui
      * vient d'etre extrait [brut de sa ligne 'S' augmente de ses
      * lignes 'H', pose dans ws_brut par 1000-ecrire-extrait] : une
      * ligne 'D' par retenue, puis la ligne 'N' du net.
           move ws_brut to ws_net
           if ws_ret_ouvert = 'O'
               perform 2050-lire-les-retenues
           end-if
           perform varying ws_ech_idx from 1 by 1
               until ws_ech_idx > ws_ech_count
               if ws_e_id(ws_ech_idx) = em-id
                   perform 2120-retenir-une-echeance
               end-if
           end-perform
           perform varying ws_tit_idx from 1 by 1
               until ws_tit_idx > ws_tit_count
               if ws_t_id(ws_tit_idx) = em-id
                   perform 2130-retenir-des-titres
               end-if
           end-perform
           perform varying ws_mut_idx from 1 by 1
               until ws_mut_idx > ws_mut_count
               if ws_u_id(ws_mut_idx) = em-id
                   perform 2140-retenir-la-mutuelle
               end-if
           end-perform

           perform 2150-calculer-les-cotisations
           perform 2200-retenir-l-impot
           perform 2300-retenir-les-saisies

           add 1 to ws_extrait_count
           add em-id to ws_total_ids
           write extrait-record
           .

       2050-lire-les-retenues.
      * Positionnement sur la premiere retenue de l'employe [id +
      * code bas], puis lecture a la suite tant que l'id ne change
      * pas.
           move 'N' to ws_fin_retenues
           move em-id to ret-id
           move low-values to ret-code
           start retenues-file key is not less than ret-cle
               invalid key
                   move 'Y' to ws_fin_retenues
           end-start
           perform until ws_fin_retenues = 'Y'
               read retenues-file next record
                   at end
                       move 'Y' to ws_fin_retenues
                   not at end
                       if ret-id not = em-id
                           move 'Y' to ws_fin_retenues
                       else
                           if ret-debut not > ws_today
                              and (ret-fin = 0
                                   or ret-fin not < ws_today)
                               perform 2100-ecrire-une-retenue
                           end-if
                       end-if
               end-read
           end-perform
           .

       2100-ecrire-une-retenue.
      * Montant de la retenue : valeur fixe [mode 'M'] ou pourcentage
      * du brut de la ligne 'S' [mode 'P', valeur en pourcent].
           if ret-mode = 'P'
               compute ws_retenue rounded =
                   ws_brut * ret-valeur / 100
           else
               move ret-valeur to ws_retenue
           end-if
      * La zone extrait-record garde le brut dans extr-salaire tant
      * que la ligne 'D' n'est pas construite : le net se debite
           add em-id to ws_total_ids
           add 1 to ws_retenue_count
           move 'D' to extr-type
           move ret-code to extr-libelle
           compute extr-salaire = 0 - ws_retenue
           write extrait-record
           .

       2120-retenir-une-echeance.
      * Echeance du mois d'une avance ou d'un pret : ligne 'D' a code
      * propre, debitee du net comme une retenue recurrente.
           subtract ws_e_montant(ws_ech_idx) from ws_net
           add 1 to ws_extrait_count
           add em-id to ws_total_ids
           add 1 to ws_pret_count
           move 'D' to extr-type
           move spaces to extr-libelle
           string "PRET " delimited by size
                  ws_e_num(ws_ech_idx) delimited by size
                  into extr-libelle
           end-string
           compute extr-salaire = 0 - ws_e_montant(ws_ech_idx)
           write extrait-record
           .

       2130-retenir-des-titres.
      * Part salariale des titres-restaurant du mois travaille
      * precedent : ligne 'D' a code propre, debitee du net.
           subtract ws_t_montant(ws_tit_idx) from ws_net
           add 1 to ws_extrait_count
           add em-id to ws_total_ids
           add 1 to ws_titres_count
           move 'D' to extr-type
           move "TITRES RESTO" to extr-libelle
           compute extr-salaire = 0 - ws_t_montant(ws_tit_idx)
           write extrait-record
           .

       2140-retenir-la-mutuelle.
      * Part salariale du regime de sante du mois : ligne 'D' a code
      * propre, debitee du net.
           subtract ws_u_montant(ws_mut_idx) from ws_net
           add 1 to ws_extrait_count
           add em-id to ws_total_ids
           add 1 to ws_sante_count
           move 'D' to extr-type
           move "MUTUELLE" to extr-libelle
           compute extr-salaire = 0 - ws_u_montant(ws_mut_idx)
           write extrait-record
           .

       2150-calculer-les-cotisations.
      * Cotisations sociales de l'employe sur son brut [ligne 'S' et
      * lignes 'H'], aux taux en vigueur a la date de traitement pour
      * sa societe. La part salariale se debite du net en ligne 'D'
      * [libelle = code de la cotisation] ; chaque cotisation, parts
      * salariale et patronale, part au fichier de detail.
           if ws_brut not > 0
               exit paragraph
           end-if
           move ws_brut to ws_cotis_brut
           call "SPCOTIS" using ws_cotis_path ws_today em-soc
               ws_cotis_brut ws_cotisations ws_cotis_trouve
           if ws_cotis_trouve = 'N'
               add 1 to ws_sans_cotis
               exit paragraph
           end-if
           perform varying ws_cot_idx from 1 by 1
               until ws_cot_idx > ws_cot_nb
               move spaces to cotisation-record
               move ws_today(1:6) to cpa-periode
               move em-id to cpa-id
               move em-soc to cpa-soc
               move em-dep to cpa-dep
               move ws_c_code(ws_cot_idx) to cpa-code
               move ws_c_base(ws_cot_idx) to cpa-base
               move ws_c_sal(ws_cot_idx) to cpa-salarie
               move ws_c_pat(ws_cot_idx) to cpa-employeur
               if ws_sal_trouve = 'O'
                   move ws_sal_devise to cpa-devise
               else
                   move extr-devise to cpa-devise
               end-if
               write cotisation-record
               add 1 to ws_cotis_count
               if ws_c_sal(ws_cot_idx) > 0
                   subtract ws_c_sal(ws_cot_idx) from ws_net
                   add 1 to ws_extrait_count
                   add em-id to ws_total_ids
                   move 'D' to extr-type
                   move ws_c_code(ws_cot_idx) to extr-libelle
                   compute extr-salaire = 0 - ws_c_sal(ws_cot_idx)
                   write extrait-record
               end-if
           end-perform
           .

       2200-retenir-l-impot.
      * Retenue a la source calculee par le sous-programme partage
      * SPBAREME sur le brut de la ligne 'S', pour l'annee de la date
           end-if
           .

       2300-retenir-les-saisies.
      * Part saisissable du net restant apres toutes les autres
      * retenues, au bareme legal en vigueur a la date de traitement
      * releve des personnes a charge ; elle sert les saisies de
      * l'employe par priorite [puis date de debut], chacune pour au
      * plus son restant du.
           move 0 to ws_sai_choisi
           perform varying ws_sai_idx from 1 by 1
               until ws_sai_idx > ws_sai_count or ws_sai_choisi > 0
               if ws_s_id(ws_sai_idx) = em-id
                   move ws_sai_idx to ws_sai_choisi
               end-if
           end-perform
           if ws_sai_choisi = 0 or ws_net not > 0
               exit paragraph
           end-if
           move 0 to ws_saisie_charges
           perform varying ws_chg_idx from 1 by 1
               until ws_chg_idx > ws_chg_count
               if ws_g_id(ws_chg_idx) = em-id
                   move ws_g_nombre(ws_chg_idx) to ws_saisie_charges
               end-if
           end-perform
           move ws_net to ws_saisie_net
           call "SPSAISIE" using ws_saisie_path ws_today
               ws_saisie_net ws_saisie_charges ws_saisissable
               ws_saisie_trouve
           if ws_saisie_trouve = 'N'
               add 1 to ws_sans_bareme_saisie
               exit paragraph
           end-if
           perform 2310-choisir-une-saisie
           perform until ws_sai_choisi = 0 or ws_saisissable = 0
               perform 2320-retenir-une-saisie
               perform 2310-choisir-une-saisie
           end-perform
           .

       2310-choisir-une-saisie.
           move 0 to ws_sai_choisi
           perform varying ws_sai_idx from 1 by 1
               until ws_sai_idx > ws_sai_count
               if ws_s_id(ws_sai_idx) = em-id
                  and ws_s_servi(ws_sai_idx) = 'N'
                   if ws_sai_choisi = 0
                       move ws_sai_idx to ws_sai_choisi
                   else
                       if ws_s_priorite(ws_sai_idx)
                              < ws_s_priorite(ws_sai_choisi)
                          or (ws_s_priorite(ws_sai_idx)
                              = ws_s_priorite(ws_sai_choisi)
                              and ws_s_debut(ws_sai_idx)
                                  < ws_s_debut(ws_sai_choisi))
                           move ws_sai_idx to ws_sai_choisi
                       end-if
                   end-if
               end-if
           end-perform
           .

       2320-retenir-une-saisie.
      * Une saisie dans une autre devise que le salaire ne peut pas
      * se retenir sur cette ligne de paie : elle part en alerte.
           move 'O' to ws_s_servi(ws_sai_choisi)
           if ws_sal_trouve = 'O'
              and ws_s_devise(ws_sai_choisi) not = ws_sal_devise
               display "Saisie " ws_s_num(ws_sai_choisi) " en "
                   ws_s_devise(ws_sai_choisi)
                   " hors devise du salaire : id " em-id
                   " - non retenue."
               exit paragraph
           end-if
           compute ws_saisie_reste = ws_s_montant(ws_sai_choisi)
               - ws_s_deja(ws_sai_choisi)
           if ws_saisie_reste not > 0
               exit paragraph
           end-if
           if ws_saisie_reste < ws_saisissable
               move ws_saisie_reste to ws_saisie_retenue
           else
               move ws_saisissable to ws_saisie_retenue
           end-if
           subtract ws_saisie_retenue from ws_saisissable
           subtract ws_saisie_retenue from ws_net
           add 1 to ws_extrait_count
           add em-id to ws_total_ids
           add 1 to ws_saisie_count
           move 'D' to extr-type
           move spaces to extr-libelle
           string "SAISIE " delimited by size
                  ws_s_num(ws_sai_choisi) delimited by size
                  into extr-libelle
           end-string
           compute extr-salaire = 0 - ws_saisie_retenue
           write extrait-record

           if ws_spa_count >= 5000
               display "SAISIES : table des retenues pleine (5000"
                   " max) - retenue " ws_s_num(ws_sai_choisi)
                   " non inscrite"
               exit paragraph
           end-if
           move spaces to saisie-paie-record
           move ws_today(1:6) to spa-mois
           move ws_s_num(ws_sai_choisi) to spa-num
           move em-id to spa-id
           move em-soc to spa-soc
           move ws_saisie_retenue to spa-montant
           if ws_sal_trouve = 'O'
               move ws_sal_devise to spa-devise
           else
               move extr-devise to spa-devise
           end-if
           add 1 to ws_spa_count
           move saisie-paie-record to ws_a_ligne(ws_spa_count)
           .

       2390-ecrire-les-saisies.
      * Reecrit les retenues : celles des autres mois et des autres
      * societes, puis celles de ce passage.
           if ws_spa_lu = 'N' and ws_spa_count = 0
               exit paragraph
           end-if
           open output saisies-paie-file
           perform varying ws_spa_idx from 1 by 1
               until ws_spa_idx > ws_spa_count
               move ws_a_ligne(ws_spa_idx) to saisie-paie-record
               write saisie-paie-record
           end-perform
           close saisies-paie-file
           if ws_saisie_count > 0
               display ws_saisie_count " retenue(s) de saisie sur"
                   " salaire inscrite(s) : saisies-paie.txt"
           end-if
           .

       9900-consigner-message.
      * Double le DISPLAY d'un incident d'une ligne dans le fichier
      * de messages du jour, pour les nuits sans operateur devant la
