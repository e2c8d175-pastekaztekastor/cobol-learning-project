      ******************************************************************
      * Nom du Projet   : Gestion des taux de cotisations sociales
      * Description     : Le journal comptable ne postait que le brut
      *    et les primes, et la finance ajoutait les charges
      *    patronales au tableur. Ce menu de maintenance [meme
      *    demarche charger/modifier/reecrire et meme protection
      *    REFERENTIEL que 31_gestion-bareme.cob] entretient la table
      *    datee des cotisations [src/taux-cotisations.txt : une ligne
      *    par taux publie - code cotisation, date d'effet, type
      *    d'assiette 'T' brut total / 'P' brut plafonne / 'D' part
      *    au-dela du plafond, plafond mensuel, taux salarial, taux
      *    patronal en pourcent, societe (a blanc = toutes)]. Le calcul
      *    lui-meme est fait par le sous-programme partage SPCOTIS,
      *    appele par 06_extrait-paie.cob : un nouveau taux se saisit
      *    ici avec sa date d'effet, l'ancien reste pour les rejeux.
      *    Chaque maintenance est journalisee dans
      *    src/journal-referentiels.txt comme le bareme.
      *
      * Date de création: 15/10/2026
      * Auteur          : Champémont Mathurin
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 65_gestion-cotisations.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT taux-file ASSIGN TO "src/taux-cotisations.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws_fs_taux.

      * Journal des maintenances de reference, partage avec
      * 07_gestion-referent.cob [meme disposition de ligne].
           SELECT journal-ref-file
               ASSIGN TO "src/journal-referentiels.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws_fs_journal.

       DATA DIVISION.
       FILE SECTION.
       FD taux-file.
       01 taux-record.
           05 cot-code     PIC X(8).
           05 FILLER       PIC X.
           05 cot-debut    PIC 9(8).
           05 FILLER       PIC X.
           05 cot-base     PIC X(1).
           05 FILLER       PIC X.
           05 cot-plafond  PIC 9(7)V99.
           05 FILLER       PIC X.
           05 cot-taux-sal PIC 9(2)V999.
           05 FILLER       PIC X.
           05 cot-taux-pat PIC 9(2)V999.
           05 FILLER       PIC X.
           05 cot-soc      PIC X(3).

       FD journal-ref-file.
       01 journal-ref-record.
           05 jr-date       PIC 9(8).
           05 FILLER        PIC X.
           05 jr-heure      PIC 9(6).
           05 FILLER        PIC X.
           05 jr-operateur  PIC X(8).
           05 FILLER        PIC X.
           05 jr-fichier    PIC X(10).
           05 FILLER        PIC X.
           05 jr-code       PIC X(20).
           05 FILLER        PIC X.
           05 jr-action     PIC X(12).
           05 FILLER        PIC X.
           05 jr-avant      PIC X(8).
           05 FILLER        PIC X(4).
           05 jr-apres      PIC X(8).

       WORKING-STORAGE SECTION.
       01 ws_fs_taux       PIC XX VALUE "00".
       01 ws_fs_journal    PIC XX VALUE "00".
       01 ws_eof           PIC X VALUE 'N'.

      * Table de travail des taux : chargee, modifiee puis reecrite en
      * entier [meme demarche que 31_gestion-bareme.cob].
       01 ws_cot_table.
           05 ws_cot_entry OCCURS 200 TIMES.
               10 ws_t_code     PIC X(8).
               10 ws_t_debut    PIC 9(8).
               10 ws_t_base     PIC X(1).
               10 ws_t_plafond  PIC 9(7)V99.
               10 ws_t_taux_sal PIC 9(2)V999.
               10 ws_t_taux_pat PIC 9(2)V999.
               10 ws_t_soc      PIC X(3).
       01 ws_cot_count     PIC 9(3) VALUE 0.
       01 ws_cot_idx       PIC 9(3) VALUE 0.

       01 ws_choix_sous    PIC 9 VALUE 9.
       01 ws_saisie_code   PIC X(8) VALUE SPACES.
       01 ws_saisie_date   PIC X(8) VALUE SPACES.
       01 ws_saisie_base   PIC X(1) VALUE SPACE.
       01 ws_saisie_montant PIC X(10) VALUE SPACES.
       01 ws_saisie_taux   PIC X(6) VALUE SPACES.
       01 ws_saisie_soc    PIC X(3) VALUE SPACES.
       01 ws_date          PIC 9(8) VALUE 0.
       01 ws_sup_count     PIC 9(3) VALUE 0.

       01 ws_ligne_affich.
           05 FILLER            PIC X(3) VALUE SPACES.
           05 ws_affich_code    PIC X(8).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 ws_affich_debut   PIC 9(8).
           05 FILLER            PIC X(3) VALUE SPACES.
           05 ws_affich_base    PIC X(1).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 ws_affich_plafond PIC Z(6)9.99.
           05 FILLER            PIC X(3) VALUE SPACES.
           05 ws_affich_sal     PIC Z9.999.
           05 FILLER            PIC X(3) VALUE SPACES.
           05 ws_affich_pat     PIC Z9.999.
           05 FILLER            PIC X(3) VALUE SPACES.
           05 ws_affich_soc     PIC X(3).

      * Journalisation des maintenances [voir 8000-journaliser].
       01 ws_today         PIC 9(8) VALUE 0.
       01 ws_heure         PIC 9(8) VALUE 0.
       01 ws_jr_code       PIC X(20) VALUE SPACES.
       01 ws_jr_action     PIC X(12) VALUE SPACES.
       01 ws_jr_avant      PIC X(8) VALUE SPACES.
       01 ws_jr_apres      PIC X(8) VALUE SPACES.
       01 ws_jr_taux       PIC Z9.999.

      * Controle des habilitations par fonction [SPAUTOR, table
      * ../permissions-operateurs.txt].
       01 ws_perm_path   PIC X(100)
           VALUE "../permissions-operateurs.txt".
       01 ws_fonction    PIC X(12) VALUE SPACES.
       01 ws_autorise    PIC X(1) VALUE 'N'.

      * Champs d'appel au journal central des executions (JOB-LOG,
      * voir 99 - Utilitaires partages/src/JOBLOG.cob).
       01 ws_joblog_name   PIC X(20) VALUE "65_gestion-cotisatio".
       01 ws_joblog_path   PIC X(100) VALUE "../job-log.txt".
       01 ws_joblog_action PIC X(1).
       01 ws_joblog_count  PIC 9(5) VALUE 0.
       01 ws_joblog_rc     PIC 9(2) VALUE 0.
       01 ws_joblog_operator PIC X(8) VALUE SPACES.

       PROCEDURE DIVISION.
           ACCEPT ws_joblog_operator FROM ENVIRONMENT "USER"
           MOVE 'S' TO ws_joblog_action
           CALL "JOBLOG" USING ws_joblog_path ws_joblog_name
               ws_joblog_action ws_joblog_count ws_joblog_rc
                   ws_joblog_operator

           MOVE "REFERENTIEL" TO ws_fonction
           CALL "SPAUTOR" USING ws_perm_path ws_joblog_operator
               ws_joblog_name ws_fonction ws_autorise
           IF ws_autorise = 'N'
               DISPLAY "Acces refuse : l'operateur '"
                   FUNCTION TRIM(ws_joblog_operator)
                   "' n'est pas habilite a la maintenance des"
                   " cotisations."
               MOVE 98 TO ws_joblog_rc
           ELSE
               PERFORM 2010-charger-les-taux
               PERFORM UNTIL ws_choix_sous = 0
                   PERFORM 2020-afficher-les-taux
                   DISPLAY "1. Ajouter un taux"
                   DISPLAY "2. Supprimer un taux"
                   DISPLAY "0. Quitter"
                   DISPLAY "Votre choix ?"
                   ACCEPT ws_choix_sous
                   EVALUATE ws_choix_sous
                       WHEN 1
                           PERFORM 2100-ajouter-un-taux
                           PERFORM 2900-sauvegarder-les-taux
                       WHEN 2
                           PERFORM 2200-supprimer-un-taux
                           PERFORM 2900-sauvegarder-les-taux
                       WHEN 0
                           CONTINUE
                       WHEN OTHER
                           DISPLAY "Choix invalide"
                   END-EVALUATE
               END-PERFORM
           END-IF

           MOVE 'E' TO ws_joblog_action
           CALL "JOBLOG" USING ws_joblog_path ws_joblog_name
               ws_joblog_action ws_joblog_count ws_joblog_rc
                   ws_joblog_operator
           STOP RUN RETURNING ws_joblog_rc.

       2010-charger-les-taux.
      * Fichier absent : premier passage, la table part vide et le
      * fichier sera cree a la sauvegarde.
           MOVE 0 TO ws_cot_count
           MOVE 'N' TO ws_eof
           OPEN INPUT taux-file
           IF ws_fs_taux NOT = "00"
               DISPLAY "Table des cotisations encore vide [status "
                   ws_fs_taux "] - elle sera creee au premier taux."
           ELSE
               PERFORM UNTIL ws_eof = 'Y'
                   READ taux-file
                       AT END
                           MOVE 'Y' TO ws_eof
                       NOT AT END
                           IF ws_cot_count < 200
                               ADD 1 TO ws_cot_count
                               MOVE cot-code
                                   TO ws_t_code(ws_cot_count)
                               MOVE cot-debut
                                   TO ws_t_debut(ws_cot_count)
                               MOVE cot-base
                                   TO ws_t_base(ws_cot_count)
                               MOVE cot-plafond
                                   TO ws_t_plafond(ws_cot_count)
                               MOVE cot-taux-sal
                                   TO ws_t_taux_sal(ws_cot_count)
                               MOVE cot-taux-pat
                                   TO ws_t_taux_pat(ws_cot_count)
                               MOVE cot-soc
                                   TO ws_t_soc(ws_cot_count)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE taux-file
           END-IF
           .

       2020-afficher-les-taux.
           DISPLAY " "
           DISPLAY "   Code      Effet     Ass.  Plafond    Sal.pct"
               "  Pat.pct  Soc"
           PERFORM VARYING ws_cot_idx FROM 1 BY 1
               UNTIL ws_cot_idx > ws_cot_count
               MOVE ws_t_code(ws_cot_idx) TO ws_affich_code
               MOVE ws_t_debut(ws_cot_idx) TO ws_affich_debut
               MOVE ws_t_base(ws_cot_idx) TO ws_affich_base
               MOVE ws_t_plafond(ws_cot_idx) TO ws_affich_plafond
               MOVE ws_t_taux_sal(ws_cot_idx) TO ws_affich_sal
               MOVE ws_t_taux_pat(ws_cot_idx) TO ws_affich_pat
               MOVE ws_t_soc(ws_cot_idx) TO ws_affich_soc
               DISPLAY ws_ligne_affich
           END-PERFORM
           .

       2100-ajouter-un-taux.
           DISPLAY "Code cotisation [8 caracteres] ?"
           MOVE SPACES TO ws_saisie_code
           ACCEPT ws_saisie_code
           IF ws_saisie_code = SPACES
               DISPLAY "Code vide."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Date d'effet (AAAAMMJJ) ?"
           MOVE SPACES TO ws_saisie_date
           ACCEPT ws_saisie_date
           IF ws_saisie_date NOT NUMERIC
               DISPLAY "Date illisible."
               EXIT PARAGRAPH
           END-IF
           IF ws_cot_count >= 200
               DISPLAY "Table pleine (200 max) - ajout refuse."
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO ws_cot_count
           MOVE ws_saisie_code TO ws_t_code(ws_cot_count)
           MOVE FUNCTION NUMVAL(ws_saisie_date)
               TO ws_t_debut(ws_cot_count)

           DISPLAY "Assiette [T brut total, P brut plafonne,"
               " D au-dela du plafond] ?"
           MOVE SPACE TO ws_saisie_base
           ACCEPT ws_saisie_base
           IF ws_saisie_base NOT = 'T' AND ws_saisie_base NOT = 'P'
              AND ws_saisie_base NOT = 'D'
               DISPLAY "Assiette inconnue - taux abandonne."
               SUBTRACT 1 FROM ws_cot_count
               EXIT PARAGRAPH
           END-IF
           MOVE ws_saisie_base TO ws_t_base(ws_cot_count)

           DISPLAY "Plafond mensuel en centimes [9 chiffres,"
               " 000000000 = sans plafond] ?"
           MOVE SPACES TO ws_saisie_montant
           ACCEPT ws_saisie_montant
           IF ws_saisie_montant(1:9) NOT NUMERIC
               DISPLAY "Plafond illisible - taux abandonne."
               SUBTRACT 1 FROM ws_cot_count
               EXIT PARAGRAPH
           END-IF
           COMPUTE ws_t_plafond(ws_cot_count) =
               FUNCTION NUMVAL(ws_saisie_montant(1:9)) / 100

           DISPLAY "Taux salarial en milliemes de pourcent [5"
               " chiffres, ex 06900 = 6.900 pct] ?"
           MOVE SPACES TO ws_saisie_taux
           ACCEPT ws_saisie_taux
           IF ws_saisie_taux(1:5) NOT NUMERIC
               DISPLAY "Taux illisible - taux abandonne."
               SUBTRACT 1 FROM ws_cot_count
               EXIT PARAGRAPH
           END-IF
           COMPUTE ws_t_taux_sal(ws_cot_count) =
               FUNCTION NUMVAL(ws_saisie_taux(1:5)) / 1000

           DISPLAY "Taux patronal en milliemes de pourcent [5"
               " chiffres] ?"
           MOVE SPACES TO ws_saisie_taux
           ACCEPT ws_saisie_taux
           IF ws_saisie_taux(1:5) NOT NUMERIC
               DISPLAY "Taux illisible - taux abandonne."
               SUBTRACT 1 FROM ws_cot_count
               EXIT PARAGRAPH
           END-IF
           COMPUTE ws_t_taux_pat(ws_cot_count) =
               FUNCTION NUMVAL(ws_saisie_taux(1:5)) / 1000

           DISPLAY "Societe [3 caracteres, vide = toutes] ?"
           MOVE SPACES TO ws_saisie_soc
           ACCEPT ws_saisie_soc
           MOVE ws_saisie_soc TO ws_t_soc(ws_cot_count)

           MOVE SPACES TO ws_jr_code
           STRING ws_saisie_code DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  ws_saisie_date DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  ws_saisie_soc DELIMITED BY SIZE
                  INTO ws_jr_code
           END-STRING
           MOVE "AJOUT" TO ws_jr_action
           MOVE "-" TO ws_jr_avant
           MOVE ws_t_taux_pat(ws_cot_count) TO ws_jr_taux
           MOVE ws_jr_taux TO ws_jr_apres
           PERFORM 8000-journaliser
           DISPLAY "Taux ajoute pour " ws_saisie_code " au "
               ws_saisie_date "."
           .

       2200-supprimer-un-taux.
      * Retire la ligne d'un code a une date d'effet [saisie
      * erronee] ; un taux remplace se garde pour les rejeux, on
      * saisit le nouveau avec sa propre date d'effet.
           DISPLAY "Code cotisation a supprimer ?"
           MOVE SPACES TO ws_saisie_code
           ACCEPT ws_saisie_code
           DISPLAY "Date d'effet (AAAAMMJJ) ?"
           MOVE SPACES TO ws_saisie_date
           ACCEPT ws_saisie_date
           IF ws_saisie_date NOT NUMERIC
               DISPLAY "Date illisible."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Societe [vide = ligne commune] ?"
           MOVE SPACES TO ws_saisie_soc
           ACCEPT ws_saisie_soc
           MOVE FUNCTION NUMVAL(ws_saisie_date) TO ws_date
           MOVE 0 TO ws_sup_count
           PERFORM VARYING ws_cot_idx FROM 1 BY 1
               UNTIL ws_cot_idx > ws_cot_count
               IF ws_t_code(ws_cot_idx) = ws_saisie_code
                  AND ws_t_debut(ws_cot_idx) = ws_date
                  AND ws_t_soc(ws_cot_idx) = ws_saisie_soc
                   ADD 1 TO ws_sup_count
               ELSE
                   IF ws_sup_count > 0
                       MOVE ws_cot_entry(ws_cot_idx) TO
                           ws_cot_entry(ws_cot_idx - ws_sup_count)
                   END-IF
               END-IF
           END-PERFORM
           SUBTRACT ws_sup_count FROM ws_cot_count
           IF ws_sup_count = 0
               DISPLAY "Aucun taux " ws_saisie_code " au "
                   ws_saisie_date "."
           ELSE
               MOVE SPACES TO ws_jr_code
               STRING ws_saisie_code DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      ws_saisie_date DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      ws_saisie_soc DELIMITED BY SIZE
                      INTO ws_jr_code
               END-STRING
               MOVE "SUPPRESSION" TO ws_jr_action
               MOVE ws_sup_count TO ws_jr_avant
               MOVE "-" TO ws_jr_apres
               PERFORM 8000-journaliser
               DISPLAY ws_sup_count " taux supprime(s)."
           END-IF
           .

       2900-sauvegarder-les-taux.
           OPEN OUTPUT taux-file
           PERFORM VARYING ws_cot_idx FROM 1 BY 1
               UNTIL ws_cot_idx > ws_cot_count
               MOVE SPACES TO taux-record
               MOVE ws_t_code(ws_cot_idx) TO cot-code
               MOVE ws_t_debut(ws_cot_idx) TO cot-debut
               MOVE ws_t_base(ws_cot_idx) TO cot-base
               MOVE ws_t_plafond(ws_cot_idx) TO cot-plafond
               MOVE ws_t_taux_sal(ws_cot_idx) TO cot-taux-sal
               MOVE ws_t_taux_pat(ws_cot_idx) TO cot-taux-pat
               MOVE ws_t_soc(ws_cot_idx) TO cot-soc
               WRITE taux-record
           END-PERFORM
           CLOSE taux-file
           .

       8000-journaliser.
      * Une ligne de journal par action de maintenance, en mode
      * ajout [creation automatique au premier passage, meme repli
      * que JOBLOG], dans le journal partage avec 07_gestion-referent.
           ACCEPT ws_today FROM DATE YYYYMMDD
           ACCEPT ws_heure FROM TIME
           OPEN EXTEND journal-ref-file
           IF ws_fs_journal NOT = "00"
               OPEN OUTPUT journal-ref-file
           END-IF
           MOVE SPACES TO journal-ref-record
           MOVE ws_today TO jr-date
           MOVE ws_heure(1:6) TO jr-heure
           MOVE ws_joblog_operator TO jr-operateur
           MOVE "COTISATION" TO jr-fichier
           MOVE ws_jr_code TO jr-code
           MOVE ws_jr_action TO jr-action
           MOVE ws_jr_avant TO jr-avant
           MOVE ws_jr_apres TO jr-apres
           WRITE journal-ref-record
           CLOSE journal-ref-file
           .
