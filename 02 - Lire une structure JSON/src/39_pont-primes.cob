      *
      * Date de création: 02/09/2026
      * Auteur          : Champémont Mathurin
      *
      * Historique des modifications :
      *  - 15/10/2026 : le debit ne porte plus le nom du departement
      *    mais son compte de cout [src/comptes-departements.txt,
      *    comme 36_journal-comptable.cob] et le credit va au compte
      *    d'attente de la meme correspondance au lieu de PRIMES.
      *    Les comptes sont controles au plan comptable
      *    [src/plan-comptable.txt, 90_plan-comptable.cob] avant
      *    toute ecriture : une prime dont le compte est absent,
      *    inactif ou d'une autre societe est ecartee [rc 4] ; un
      *    compte d'attente invalide, ou pas de plan, arrete le pont
      *    sans lot emis [rc 12].
      ******************************************************************
       identification division.
       program-id. 39_pont-primes.
               organization is line sequential
               file status is ws_fs_trans.

           select comptes-file
               assign to "src/comptes-departements.txt"
               organization is line sequential
               file status is ws_fs_comptes.

           select plan-file assign to "src/plan-comptable.txt"
               organization is line sequential
               file status is ws_fs_plan.

      * Marque du dernier cycle ponte [entete date du fichier des
      * primes] : un cycle inchange ne se re-poste pas, sinon chaque
      * nuit regonflerait les soldes persistants du totalisateur.
       fd traite-file.
       01 traite-record    pic x(60).

      * Correspondance departement -> compte [disposition de
      * 36_journal-comptable.cob, ligne ATTENTE = compte d'attente].
       fd comptes-file.
       01 compte-record.
           05 cpt-dep      pic x(20).
           05 filler       pic x.
           05 cpt-compte   pic 9(6).

       fd plan-file.
       01 plan-record.
           COPY "compte-enreg.cpy" REPLACING ==:PFX:== BY ==pc-==.

      * Format d'ecriture du totalisateur [02_calcul-de-la-somm.cob,
      * mode BATCH] : date AAAAMMJJ, compte x(10), sens D/C, montant
      * 9(7)V99 sans point decimal.
       01 ws_nb_ecritures  pic 9(5) value 0.
       01 ws_nb_ecartees   pic 9(5) value 0.

      * Correspondance departement -> compte et plan comptable, pour
      * controler chaque compte avant de l'ecrire.
       01 ws_fs_comptes    pic xx value "00".
       01 ws_fs_plan       pic xx value "00".
       01 fin_fichier      pic x value 'N'.
       01 ws_cpt_table.
           05 ws_cpt_entry occurs 20 times.
               10 ws_m_dep     pic x(20).
               10 ws_m_compte  pic 9(6).
       01 ws_cpt_count     pic 9(3) value 0.
       01 ws_cpt_idx       pic 9(3) value 0.
       01 ws_cpt_trouve    pic 9(3) value 0.
       01 ws_compte_attente pic 9(6) value 0.
       01 ws_attente_vu    pic x value 'N'.
       01 ws_pc_table.
           05 ws_pc_entry occurs 500 times.
               COPY "compte-enreg.cpy" REPLACING
                   ==05== BY ==10== ==:PFX:== BY ==ws_p_==.
       01 ws_pc_count      pic 9(3) value 0.
       01 ws_pc_idx        pic 9(3) value 0.
       01 ws_pc_trouve     pic 9(3) value 0.
       01 ws_compte_ctl    pic x(10) value spaces.
       01 ws_soc_ctl       pic x(3) value spaces.
       01 ws_compte_ok     pic x value 'N'.
       01 ws_comptes_ok    pic x value 'N'.

      * Consignation des incidents dans le fichier de messages date
      * [MSGLOG] : la chaine tourne sans surveillance.
       01 ws_msglog_prefix pic x(100) value "..".
                   ws_joblog_operator

           perform 0010-date-de-traitement
           perform 0700-charger-les-comptes

           if ws_comptes_ok = 'N'
               move 'E' to ws_msglog_grav
               move "Pont des primes : compte d'attente ou plan"
                   & " comptable invalide, aucun lot emis"
                   to ws_msglog_texte
               perform 9900-consigner-message
               move 12 to ws_joblog_rc
           else
           open input employee-master
           if ws_fs_master not = "00"
               display "Erreur ouverture EMPLOYEE-MASTER : "
                       string "Pont des primes : "
                                  delimited by size
                              ws_nb_ecartees delimited by size
                              " prime(s) ecartee(s) [id inconnu ou"
                                  delimited by size
                              " compte hors plan]" delimited by size
                              into ws_msglog_texte
                       end-string
                       perform 9900-consigner-message
               end-if
               close employee-master
           end-if
           end-if

           move ws_nb_ecritures to ws_joblog_count
           move 'E' to ws_joblog_action
           close traite-file
           .

       0700-charger-les-comptes.
      * Correspondance des departements et plan comptable en table.
      * Le compte d'attente du credit doit exister, actif et commun
      * a toutes les societes : sans lui le lot ne s'equilibre pas.
           open input comptes-file
           if ws_fs_comptes not = "00"
               display "Erreur ouverture COMPTES-DEPARTEMENTS : "
                   ws_fs_comptes
               exit paragraph
           end-if
           move 'N' to fin_fichier
           perform until fin_fichier = 'Y'
               read comptes-file
                   at end
                       move 'Y' to fin_fichier
                   not at end
                       if cpt-dep = "ATTENTE"
                           move cpt-compte to ws_compte_attente
                           move 'O' to ws_attente_vu
                       else
                           if ws_cpt_count < 20
                               add 1 to ws_cpt_count
                               move cpt-dep
                                   to ws_m_dep(ws_cpt_count)
                               move cpt-compte
                                   to ws_m_compte(ws_cpt_count)
                           end-if
                       end-if
               end-read
           end-perform
           close comptes-file

           open input plan-file
           if ws_fs_plan not = "00"
               display "Plan comptable absent : comptes du pont non"
                   " controlables."
               exit paragraph
           end-if
           move 'N' to fin_fichier
           perform until fin_fichier = 'Y'
               read plan-file
                   at end
                       move 'Y' to fin_fichier
                   not at end
                       if ws_pc_count < 500
                           add 1 to ws_pc_count
                           move plan-record
                               to ws_pc_entry(ws_pc_count)
                       end-if
               end-read
           end-perform
           close plan-file

           if ws_attente_vu = 'N'
               display "Pas de ligne ATTENTE dans"
                   " comptes-departements.txt : pas de compte de"
                   " credit."
               exit paragraph
           end-if
           move ws_compte_attente to ws_compte_ctl
           move spaces to ws_soc_ctl
           perform 0750-controler-un-compte
           if ws_compte_ok = 'N'
               display "Compte d'attente " ws_compte_attente
                   " absent, inactif ou propre a une societe au"
                   " plan comptable."
               exit paragraph
           end-if
           move 'O' to ws_comptes_ok
           .

       0750-controler-un-compte.
      * ws_compte_ctl au plan, actif, et de la societe ws_soc_ctl
      * ou commun a toutes [a blanc].
           move 'N' to ws_compte_ok
           move 0 to ws_pc_trouve
           perform varying ws_pc_idx from 1 by 1
               until ws_pc_idx > ws_pc_count
               if ws_p_compte(ws_pc_idx) = ws_compte_ctl
                   move ws_pc_idx to ws_pc_trouve
               end-if
           end-perform
           if ws_pc_trouve = 0
               exit paragraph
           end-if
           if ws_p_statut(ws_pc_trouve) not = 'A'
               exit paragraph
           end-if
           if ws_p_soc(ws_pc_trouve) not = spaces
              and ws_p_soc(ws_pc_trouve) not = ws_soc_ctl
               exit paragraph
           end-if
           move 'O' to ws_compte_ok
           .

       1000-ponter-les-primes.
           perform until fin_primes = 'Y'
               read primes-file
           .

       1100-ponter-une-prime.
      * Une ecriture de debit par employe, au compte de cout de son
      * departement, controle au plan pour la societe de l'employe.
           move function numval(prime-record(1:5)) to ws_prime_id
           compute ws_prime_eur =
               function numval(prime-record(87:12))
                       " maître : " ws_prime_id " - ecartee."
                   exit paragraph
           end-read
           move 0 to ws_cpt_trouve
           perform varying ws_cpt_idx from 1 by 1
               until ws_cpt_idx > ws_cpt_count
               if ws_m_dep(ws_cpt_idx) = em-dep
                   move ws_cpt_idx to ws_cpt_trouve
               end-if
           end-perform
           if ws_cpt_trouve = 0
               add 1 to ws_nb_ecartees
               display "Departement sans compte de cout : "
                   function trim(em-dep) " [id " ws_prime_id
                   "] - prime ecartee."
               exit paragraph
           end-if
           move ws_m_compte(ws_cpt_trouve) to ws_compte_ctl
           move em-soc to ws_soc_ctl
           perform 0750-controler-un-compte
           if ws_compte_ok = 'N'
               add 1 to ws_nb_ecartees
               display "Compte " ws_m_compte(ws_cpt_trouve)
                   " absent, inactif ou d'une autre societe au plan"
                   " comptable [id " ws_prime_id "] - prime ecartee."
               exit paragraph
           end-if
           move spaces to trans-record
           move ws_today to trans-date
           move ws_m_compte(ws_cpt_trouve) to trans-compte
           move 'D' to trans-sens
           move ws_prime_eur to trans-montant
           write trans-record
           if ws_nb_ecritures = 0
               exit paragraph
           end-if
           move spaces to trans-record
           move ws_today to trans-date
           move ws_compte_attente to trans-compte
           move 'C' to trans-sens
           move ws_total_credits to trans-montant
           write trans-record
