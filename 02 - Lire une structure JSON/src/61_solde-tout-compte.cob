      *
      * Date de création: 02/09/2026
      * Auteur          : Champémont Mathurin
      *
      * Historique des modifications :
      *  - 15/10/2026 : le restant du des avances et prets
      *    [src/echeancier-prets.txt, 67_saisie-prets.cob] se
      *    recupere sur le solde ; les echeances couvertes passent
      *    'T', la part que le solde ne couvre pas passe 'X' et part
      *    en exception pour recouvrement manuel
      *    [src/exceptions-prets.txt, rc 4].
      *  - 15/10/2026 : salaire et solde de conges du sortant relus
      *    par cle dans leurs fichiers indexes [src/salaires.dat,
      *    src/conges-soldes.dat] au lieu d'etre charges en table.
      *  - 15/10/2026 : le materiel que le sortant n'a pas rendu
      *    [src/materiels.txt, 100_materiels.cob : sans date de
      *    retour, ou declare non restitue a la sortie] est liste sur
      *    le releve ; sa valeur se retient sur le solde pour les
      *    types que la politique de l'entreprise designe [retenue O
      *    dans src/types-materiel.txt], dans la limite du solde.
      *  - 15/10/2026 : echeancier des prets en table de 6000 lignes,
      *    meme capacite que 67_saisie-prets.cob [qui n'accorde plus
      *    au-dela de 5000 : la reserve sert aux partages
      *    d'echeance]. Echeancier plus grand que la table, ou table
      *    pleine au partage : arret rc 16 sans reecriture, qui
      *    effacerait les echeances non chargees.
      ******************************************************************
       identification division.
       program-id. 61_solde-tout-compte.
                   with duplicates
               file status is ws_fs_master.

           select salaires-file assign to "src/salaires.dat"
               organization is indexed
               access mode is dynamic
               record key is sal-id
               file status is ws_fs_salaires.

           select soldes-conges-file
               assign to "src/conges-soldes.dat"
               organization is indexed
               access mode is dynamic
               record key is sol-id
               file status is ws_fs_conges.

           select tiers-file assign to "src/role-tiers.txt"
               organization is line sequential
               file status is ws_fs_paie.

           select echeancier-file
               assign to "src/echeancier-prets.txt"
               organization is line sequential
               file status is ws_fs_echeancier.

           select exceptions-prets-file
               assign to "src/exceptions-prets.txt"
               organization is line sequential
               file status is ws_fs_except.

           select materiels-file assign to "src/materiels.txt"
               organization is line sequential
               file status is ws_fs_materiels.

           select types-materiel-file
               assign to "src/types-materiel.txt"
               organization is line sequential
               file status is ws_fs_typmat.

       data division.
       file section.
       fd employee-master.
           05 filler       pic x value space.
           05 pai-datefin  pic 9(8).

      * Echeancier des prets [disposition de 67_saisie-prets.cob].
       fd echeancier-file.
       01 echeance-record.
           05 ech-num      pic 9(5).
           05 filler       pic x.
           05 ech-id       pic 9(5).
           05 filler       pic x.
           05 ech-rang     pic 9(3).
           05 filler       pic x.
           05 ech-mois     pic 9(6).
           05 filler       pic x.
           05 ech-montant  pic 9(7)v99.
           05 filler       pic x.
           05 ech-statut   pic x(1).
           05 filler       pic x.
           05 ech-date     pic 9(8).

       fd exceptions-prets-file.
       01 exception-pret-record pic x(120).

       fd materiels-file.
       01 materiel-record.
           COPY "materiel-enreg.cpy" REPLACING ==:PFX:== BY ==mat-==.

      * Type de materiel [referentiel de 100_materiels.cob] : code,
      * retenue sur le solde O/N, libelle.
       fd types-materiel-file.
       01 type-materiel-record.
           05 tym-code     pic x(2).
           05 filler       pic x.
           05 tym-retenue  pic x(1).
           05 filler       pic x.
           05 tym-libelle  pic x(20).

       working-storage section.
       01 ws_fs_master     pic xx value "00".
       01 ws_fs_salaires   pic xx value "00".
       01 ws_fs_traites    pic xx value "00".
       01 ws_fs_releve     pic xx value "00".
       01 ws_fs_paie       pic xx value "00".
       01 ws_fs_echeancier pic xx value "00".
       01 ws_fs_except     pic xx value "00".
       01 ws_fs_materiels  pic xx value "00".
       01 ws_fs_typmat     pic xx value "00".
       01 fin_master       pic x value 'N'.
       01 fin_fichier      pic x value 'N'.
       01 ws_today         pic 9(8) value 0.
       01 ws_date_param    pic x(8) value spaces.
       01 ws_mois_courant  pic 9(6) value 0.

      * Salaires et soldes de conges lus par cle [fichier absent :
      * salaire ou solde a zero].
       01 ws_sal_ouvert    pic x value 'N'.
       01 ws_cge_ouvert    pic x value 'N'.

      * Paliers de prime par role [SPTRIGL].
       01 ws_tier_table.
       01 ws_tra_idx       pic 9(5) value 0.
       01 ws_deja_traite   pic x(1) value 'N'.

      * Echeancier des prets charge en table, reecrit si un sortant
      * a rembourse. Une echeance 'A' dont la periode de paie n'est
      * pas close n'a pas ete retenue : elle est due. Capacite
      * commune avec 67_saisie-prets.cob.
       01 ws_ech_table.
           05 ws_ech_entry occurs 6000 times.
               10 ws_e_num      pic 9(5).
               10 ws_e_id       pic 9(5).
               10 ws_e_rang     pic 9(3).
               10 ws_e_mois     pic 9(6).
               10 ws_e_montant  pic 9(7)v99.
               10 ws_e_statut   pic x(1).
               10 ws_e_date     pic 9(8).
       01 ws_ech_count     pic 9(5) value 0.
       01 ws_ech_idx       pic 9(5) value 0.
       01 ws_ech_nb_init   pic 9(5) value 0.
       01 ws_ech_modifie   pic x(1) value 'N'.
       01 ws_ech_plein     pic x(1) value 'N'.
       01 ws_restant_du    pic 9(9)v99 value 0.
       01 ws_recuperation  pic 9(9)v99 value 0.
       01 ws_reste_a_couvrir pic 9(9)v99 value 0.
       01 ws_non_couvert   pic 9(9)v99 value 0.
       01 ws_nb_exceptions pic 9(5) value 0.
       01 ws_periode_path  pic x(100) value "src/periodes-paie.txt".
       01 ws_periode_date  pic 9(8) value 0.
       01 ws_periode_statut pic x(1) value 'O'.
       01 ws_periode_ouverte pic 9(8) value 0.
       01 ws_periode_trouve pic x(1) value 'N'.

      * Registre du materiel et politique de retenue par type.
       01 ws_mat_table.
           05 ws_mat_entry occurs 5000 times.
               COPY "materiel-enreg.cpy" REPLACING
                   ==05== BY ==10== ==:PFX:== BY ==ws_m_==.
       01 ws_mat_count     pic 9(4) value 0.
       01 ws_mat_idx       pic 9(4) value 0.
       01 ws_tym_table.
           05 ws_tym_entry occurs 30 times.
               10 ws_y_code    pic x(2).
               10 ws_y_retenue pic x(1).
               10 ws_y_libelle pic x(20).
       01 ws_tym_count     pic 9(2) value 0.
       01 ws_tym_idx       pic 9(2) value 0.
       01 ws_mat_non_rendus pic 9(3) value 0.
       01 ws_mat_a_retenir pic 9(9)v99 value 0.
       01 ws_retenue_materiel pic 9(9)v99 value 0.
       01 ws_mat_retenu    pic x(1) value 'N'.

      * Composantes du solde.
       01 ws_salaire_mens  pic 9(7)v99 value 0.
       01 ws_devise        pic x(3) value "EUR".
           perform 0200-charger-les-conges
           perform 0300-charger-les-tiers
           perform 0400-charger-les-traites
           perform 0500-charger-l-echeancier
           if ws_ech_plein = 'O'
               if ws_sal_ouvert = 'O'
                   close salaires-file
               end-if
               if ws_cge_ouvert = 'O'
                   close soldes-conges-file
               end-if
               move 'E' to ws_joblog_action
               call "JOBLOG" using ws_joblog_path ws_joblog_name
                   ws_joblog_action ws_joblog_count ws_joblog_rc
                       ws_joblog_operator
               move ws_joblog_rc to return-code
               goback
           end-if
           perform 0600-charger-le-materiel

           open input employee-master
           if ws_fs_master not = "00"
               end-perform

               close traites-file
               if ws_ech_modifie = 'O' and ws_ech_plein = 'N'
                   perform 9000-reecrire-l-echeancier
               end-if
               close paie-file
               close releve-file
               close employee-master
               if ws_sal_ouvert = 'O'
                   close salaires-file
               end-if
               if ws_cge_ouvert = 'O'
                   close soldes-conges-file
               end-if
               display ws_nb_soldes " solde(s) de tout compte"
                   " calcule(s) [releves : soldes-tout-compte.txt,"
                   " lignes de paie : soldes-paie.txt]."
               if ws_nb_exceptions > 0
                   display ws_nb_exceptions " pret(s) non couvert(s)"
                       " par le solde : voir exceptions-prets.txt."
                   if ws_joblog_rc < 4
                       move 4 to ws_joblog_rc
                   end-if
               end-if
           end-if

           move ws_nb_soldes to ws_joblog_count
       0100-charger-les-salaires.
           open input salaires-file
           if ws_fs_salaires = "00"
               move 'O' to ws_sal_ouvert
           end-if
           .

       0200-charger-les-conges.
           open input soldes-conges-file
           if ws_fs_conges = "00"
               move 'O' to ws_cge_ouvert
           end-if
           .

           end-if
           .

       0500-charger-l-echeancier.
           move 'N' to fin_fichier
           open input echeancier-file
           if ws_fs_echeancier = "00"
               perform until fin_fichier = 'Y'
                   read echeancier-file
                       at end
                           move 'Y' to fin_fichier
                       not at end
      * Echeancier plus grand que la table : rien ne se solde, la
      * reecriture perdrait les lignes non chargees.
                           if ws_ech_count >= 6000
                               display "Echeancier des prets plein"
                                   " (6000 max) : soldes non"
                                   " calcules, echeancier non"
                                   " reecrit."
                               move 16 to ws_joblog_rc
                               move 'O' to ws_ech_plein
                               move 'Y' to fin_fichier
                           else
                               add 1 to ws_ech_count
                               move ech-num to ws_e_num(ws_ech_count)
                               move ech-id to ws_e_id(ws_ech_count)
                               move ech-rang
                                   to ws_e_rang(ws_ech_count)
                               move ech-mois
                                   to ws_e_mois(ws_ech_count)
                               move ech-montant
                                   to ws_e_montant(ws_ech_count)
                               move ech-statut
                                   to ws_e_statut(ws_ech_count)
                               move ech-date
                                   to ws_e_date(ws_ech_count)
                           end-if
                   end-read
               end-perform
               close echeancier-file
           end-if
           .

       0600-charger-le-materiel.
      * Registre absent : aucun materiel a reclamer.
           move 'N' to fin_fichier
           open input materiels-file
           if ws_fs_materiels = "00"
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
           end-if
           move 'N' to fin_fichier
           open input types-materiel-file
           if ws_fs_typmat = "00"
               perform until fin_fichier = 'Y'
                   read types-materiel-file
                       at end
                           move 'Y' to fin_fichier
                       not at end
                           if ws_tym_count < 30
                               add 1 to ws_tym_count
                               move tym-code to ws_y_code(ws_tym_count)
                               move tym-retenue
                                   to ws_y_retenue(ws_tym_count)
                               move tym-libelle
                                   to ws_y_libelle(ws_tym_count)
                           end-if
                   end-read
               end-perform
               close types-materiel-file
           end-if
           .

       1000-solder-un-sortant.
           move 'N' to ws_deja_traite
           perform varying ws_tra_idx from 1 by 1
               exit paragraph
           end-if
           perform 1200-calculer-les-composantes
           perform 1250-recuperer-les-prets
           perform 1290-retenir-le-materiel
           perform 1300-ecrire-le-releve
           perform 1400-ecrire-la-ligne-de-paie
           perform 1500-marquer-traite
       1100-relever-le-salaire.
           move 0 to ws_salaire_mens
           move "EUR" to ws_devise
           if ws_sal_ouvert = 'O'
               move em-id to sal-id
               read salaires-file
                   invalid key
                       continue
                   not invalid key
                       move sal-montant to ws_salaire_mens
                       move sal-devise to ws_devise
               end-read
           end-if
      * Temps partiel : le mensuel se proratise par la quotite,
      * exactement comme la ligne 'S' de 06_extrait-paie.cob - le
      * prorata du dernier mois et le taux journalier des conges en
               ws_salaire_mens * ws_jour_sortie / 30

           move 0 to ws_conges_payes
           if ws_cge_ouvert = 'O'
               move em-id to sol-id
               read soldes-conges-file
                   invalid key
                       continue
                   not invalid key
                       if sol-solde > 0
                           compute ws_conges_payes rounded =
                               sol-solde * ws_salaire_mens / 30
                       end-if
               end-read
           end-if

           move 0 to ws_prime_prorata
           perform varying ws_tier_idx from 1 by 1
               + ws_prime_prorata
           .

       1250-recuperer-les-prets.
      * Restant du des prets du sortant : ses echeances a retenir
      * dont la periode de paie n'est pas close [calendrier sans la
      * periode : les mois passes sont reputes retenus]. Le solde le
      * rembourse dans la limite de son montant ; la premiere
      * echeance partiellement couverte se partage en une part 'T' et
      * une part 'X', les suivantes passent 'X'.
           move 0 to ws_restant_du
           move 0 to ws_recuperation
           move 0 to ws_non_couvert
           move ws_ech_count to ws_ech_nb_init
           perform varying ws_ech_idx from 1 by 1
               until ws_ech_idx > ws_ech_nb_init
               if ws_e_id(ws_ech_idx) = em-id
                  and ws_e_statut(ws_ech_idx) = 'A'
                   perform 1260-echeance-due
                   if ws_periode_statut not = 'C'
                       add ws_e_montant(ws_ech_idx) to ws_restant_du
                   end-if
               end-if
           end-perform
           if ws_restant_du = 0
               exit paragraph
           end-if
           if ws_restant_du > ws_total_solde
               move ws_total_solde to ws_recuperation
           else
               move ws_restant_du to ws_recuperation
           end-if
           subtract ws_recuperation from ws_total_solde
           compute ws_non_couvert = ws_restant_du - ws_recuperation
           move ws_recuperation to ws_reste_a_couvrir
           move 'O' to ws_ech_modifie

           perform varying ws_ech_idx from 1 by 1
               until ws_ech_idx > ws_ech_nb_init
               if ws_e_id(ws_ech_idx) = em-id
                  and ws_e_statut(ws_ech_idx) = 'A'
                   perform 1260-echeance-due
                   if ws_periode_statut not = 'C'
                       perform 1270-couvrir-une-echeance
                   end-if
               end-if
           end-perform

           if ws_non_couvert > 0
               perform 1280-signaler-le-non-couvert
           end-if
           .

       1290-retenir-le-materiel.
      * Materiel non rendu : ligne de detention du sortant sans date
      * de retour, ou close en 'P' [non restitue] a sa sortie ou
      * apres. Seuls les types a retenue 'O' se retiennent, dans la
      * limite de ce qui reste du solde apres les prets.
           move 0 to ws_mat_non_rendus
           move 0 to ws_mat_a_retenir
           move 0 to ws_retenue_materiel
           perform varying ws_mat_idx from 1 by 1
               until ws_mat_idx > ws_mat_count
               perform 1295-materiel-non-rendu
               if ws_mat_retenu not = 'N'
                   add 1 to ws_mat_non_rendus
                   if ws_mat_retenu = 'O'
                       add ws_m_valeur(ws_mat_idx) to ws_mat_a_retenir
                   end-if
               end-if
           end-perform
           if ws_mat_a_retenir > ws_total_solde
               move ws_total_solde to ws_retenue_materiel
           else
               move ws_mat_a_retenir to ws_retenue_materiel
           end-if
           subtract ws_retenue_materiel from ws_total_solde
           if ws_mat_non_rendus > 0
               display "Materiel non rendu : id " em-id " - "
                   ws_mat_non_rendus " element(s) sur le releve."
           end-if
           .

       1295-materiel-non-rendu.
      * ws_mat_retenu : 'N' pas concerne, 'S' non rendu sans
      * retenue, 'O' non rendu a retenir.
           move 'N' to ws_mat_retenu
           if ws_m_id(ws_mat_idx) not = em-id
               exit paragraph
           end-if
           if ws_m_retour(ws_mat_idx) not = 0
              and (ws_m_etat(ws_mat_idx) not = 'P'
                   or ws_m_retour(ws_mat_idx) < em-datefin)
               exit paragraph
           end-if
           move 'S' to ws_mat_retenu
           perform varying ws_tym_idx from 1 by 1
               until ws_tym_idx > ws_tym_count
               if ws_y_code(ws_tym_idx) = ws_m_type(ws_mat_idx)
                  and ws_y_retenue(ws_tym_idx) = 'O'
                   move 'O' to ws_mat_retenu
               end-if
           end-perform
           .

       1260-echeance-due.
           compute ws_periode_date = ws_e_mois(ws_ech_idx) * 100 + 1
           call "SPPERIOD" using ws_periode_path ws_periode_date
               ws_periode_statut ws_periode_ouverte ws_periode_trouve
           if ws_periode_trouve = 'N'
              and ws_e_mois(ws_ech_idx) < ws_mois_courant
               move 'C' to ws_periode_statut
           end-if
           .

       1270-couvrir-une-echeance.
           move ws_today to ws_e_date(ws_ech_idx)
           if ws_e_montant(ws_ech_idx) not > ws_reste_a_couvrir
               move 'T' to ws_e_statut(ws_ech_idx)
               subtract ws_e_montant(ws_ech_idx)
                   from ws_reste_a_couvrir
               exit paragraph
           end-if
           if ws_reste_a_couvrir > 0
      * Pas de place pour la part couverte : l'echeancier ne peut
      * plus dire ce qui a ete retenu, il n'est pas reecrit.
               if ws_ech_count >= 6000
                   display "Echeancier des prets plein (6000 max) :"
                       " echeance " ws_e_num(ws_ech_idx) " de l'id "
                       em-id " non partagee - echeancier non"
                       " reecrit, a mettre a jour a la main."
                   move 16 to ws_joblog_rc
                   move 'O' to ws_ech_plein
                   exit paragraph
               end-if
               add 1 to ws_ech_count
               move ws_ech_entry(ws_ech_idx)
                   to ws_ech_entry(ws_ech_count)
               move ws_reste_a_couvrir to ws_e_montant(ws_ech_count)
               move 'T' to ws_e_statut(ws_ech_count)
               subtract ws_reste_a_couvrir
                   from ws_e_montant(ws_ech_idx)
               move 0 to ws_reste_a_couvrir
           end-if
           move 'X' to ws_e_statut(ws_ech_idx)
           .

       1280-signaler-le-non-couvert.
           add 1 to ws_nb_exceptions
           display "Pret non couvert par le solde : id " em-id
               " - recouvrement manuel."
           open extend exceptions-prets-file
           if ws_fs_except not = "00"
               open output exceptions-prets-file
           end-if
           move ws_non_couvert to ws_montant_aff
           move spaces to exception-pret-record
           string ws_today delimited by size
                  " PRET NON COUVERT - id " delimited by size
                  em-id delimited by size
                  " " delimited by size
                  function trim(em-nom) delimited by size
                  " : " delimited by size
                  ws_montant_aff delimited by size
                  " " delimited by size
                  ws_devise delimited by size
                  " a recouvrer manuellement [sortie le "
                      delimited by size
                  em-datefin delimited by size
                  "]" delimited by size
                  into exception-pret-record
           end-string
           write exception-pret-record
           close exceptions-prets-file
           .

       1300-ecrire-le-releve.
           move spaces to releve-record
           string "SOLDE DE TOUT COMPTE - id " delimited by size
                  into releve-record
           end-string
           write releve-record
           if ws_recuperation > 0
               move ws_recuperation to ws_montant_aff
               move spaces to releve-record
               string "   remboursement prets     : -"
                          delimited by size
                      ws_montant_aff delimited by size
                      " " delimited by size
                      ws_devise delimited by size
                      into releve-record
               end-string
               write releve-record
           end-if
           if ws_non_couvert > 0
               move ws_non_couvert to ws_montant_aff
               move spaces to releve-record
               string "   pret non couvert        : "
                          delimited by size
                      ws_montant_aff delimited by size
                      " " delimited by size
                      ws_devise delimited by size
                      " [recouvrement manuel]" delimited by size
                      into releve-record
               end-string
               write releve-record
           end-if
           if ws_mat_non_rendus > 0
               perform 1350-lister-le-materiel
           end-if
           move ws_total_solde to ws_montant_aff
           move spaces to releve-record
           string "   TOTAL A VERSER          : "
           write releve-record
           .

       1350-lister-le-materiel.
           perform varying ws_mat_idx from 1 by 1
               until ws_mat_idx > ws_mat_count
               perform 1295-materiel-non-rendu
               if ws_mat_retenu not = 'N'
                   move ws_m_valeur(ws_mat_idx) to ws_montant_aff
                   move spaces to releve-record
                   string "   materiel non rendu      : "
                              delimited by size
                          ws_m_etiquette(ws_mat_idx) delimited by size
                          " " delimited by size
                          ws_m_type(ws_mat_idx) delimited by size
                          " serie " delimited by size
                          ws_m_serie(ws_mat_idx) delimited by size
                          " valeur " delimited by size
                          ws_montant_aff delimited by size
                          into releve-record
                   end-string
                   if ws_mat_retenu = 'S'
                       move "[sans retenue]" to releve-record(97:14)
                   end-if
                   write releve-record
               end-if
           end-perform
           if ws_retenue_materiel > 0
               move ws_retenue_materiel to ws_montant_aff
               move spaces to releve-record
               string "   retenue materiel        : -"
                          delimited by size
                      ws_montant_aff delimited by size
                      " " delimited by size
                      ws_devise delimited by size
                      into releve-record
               end-string
               write releve-record
           end-if
           .

       1400-ecrire-la-ligne-de-paie.
           move em-id to pai-id
           move ws_total_solde to pai-montant
               move em-id to ws_tra_entry(ws_tra_count)
           end-if
           .

       9000-reecrire-l-echeancier.
           open output echeancier-file
           perform varying ws_ech_idx from 1 by 1
               until ws_ech_idx > ws_ech_count
               move spaces to echeance-record
               move ws_e_num(ws_ech_idx) to ech-num
               move ws_e_id(ws_ech_idx) to ech-id
               move ws_e_rang(ws_ech_idx) to ech-rang
               move ws_e_mois(ws_ech_idx) to ech-mois
               move ws_e_montant(ws_ech_idx) to ech-montant
               move ws_e_statut(ws_ech_idx) to ech-statut
               move ws_e_date(ws_ech_idx) to ech-date
               write echeance-record
           end-perform
           close echeancier-file
           .
