      ******************************************************************
      * Nom du Projet   : Plan comptable
      * Description     : Les numeros de compte du totalisateur
      *    d'ecritures [../00 - manipulation de base/src/
      *    transactions.dat] arrivent de la saisie, du pont des
      *    primes [39_pont-primes.cob] et des correspondances du
      *    journal comptable [36_journal-comptable.cob] sans que rien
      *    ne verifie qu'ils existent : une faute de frappe ouvrait un
      *    compte neuf au maitre des soldes. Referentiel des comptes
      *    [src/plan-comptable.txt, disposition compte-enreg.cpy :
      *    numero, libelle, classe, type bilan/resultat, sens normal,
      *    statut, societe], relu par le totalisateur, le pont, le
      *    journal et la cloture d'exercice.
      *    Sans parametre : guichet [fonction REFERENTIEL, comme
      *    07_gestion-referent.cob, chaque maintenance journalisee
      *    dans src/journal-referentiels.txt] :
      *    - creer un compte ;
      *    - modifier un compte [libelle, type, sens, societe] ;
      *    - desactiver un compte [refuse tant que le maitre des
      *      soldes du totalisateur lui connait un solde] ou le
      *      reactiver.
      *    Parametre EDITION : liste du plan par classe
      *    [src/plan-comptable-liste.txt], enregistree au manifeste
      *    [SPMANIF].
      *
      * Date de création: 15/10/2026
      * Auteur          : Champémont Mathurin
      ******************************************************************
       identification division.
       program-id. 90_plan-comptable.

       environment division.
       input-output section.
       file-control.
           select plan-file assign to "src/plan-comptable.txt"
               organization is line sequential
               file status is ws_fs_plan.

      * Maitre des soldes du totalisateur [02_calcul-de-la-somm.cob].
           select solde-file
               assign to
               "../00 - manipulation de base/src/soldes-comptes.dat"
               organization is line sequential
               file status is ws_fs_solde.

           select journal-ref-file
               assign to "src/journal-referentiels.txt"
               organization is line sequential
               file status is ws_fs_journal.

           select rapport-file assign to dynamic ws_rapport_path
               organization is line sequential
               file status is ws_fs_rapport.

       data division.
       file section.
       fd plan-file.
       01 plan-record.
           COPY "compte-enreg.cpy" REPLACING ==:PFX:== BY ==pc-==.

      * Ligne du maitre des soldes [disposition de
      * 02_calcul-de-la-somm.cob] : date, compte, ouverture,
      * mouvement, cloture.
       fd solde-file.
       01 solde-record.
           05 sld-date       pic 9(8).
           05 filler         pic x.
           05 sld-compte     pic x(10).
           05 filler         pic x.
           05 sld-ouverture  pic s9(9)v99 sign leading separate.
           05 filler         pic x.
           05 sld-mouvement  pic s9(9)v99 sign leading separate.
           05 filler         pic x.
           05 sld-cloture    pic s9(9)v99 sign leading separate.

      * Journal des maintenances de reference [disposition de
      * 07_gestion-referent.cob].
       fd journal-ref-file.
       01 journal-ref-record.
           05 jr-date       pic 9(8).
           05 filler        pic x.
           05 jr-heure      pic 9(6).
           05 filler        pic x.
           05 jr-operateur  pic x(8).
           05 filler        pic x.
           05 jr-fichier    pic x(10).
           05 filler        pic x.
           05 jr-code       pic x(20).
           05 filler        pic x.
           05 jr-action     pic x(12).
           05 filler        pic x.
           05 jr-avant      pic x(8).
           05 filler        pic x(4).
           05 jr-apres      pic x(8).

       fd rapport-file.
       01 rapport-record   pic x(132).

       working-storage section.
       01 ws_fs_plan       pic xx value "00".
       01 ws_fs_solde      pic xx value "00".
       01 ws_fs_journal    pic xx value "00".
       01 ws_fs_rapport    pic xx value "00".
       01 fin_fichier      pic x value 'N'.
       01 ws_mode          pic x(12) value spaces.
       01 ws_choix         pic 9 value 9.
       01 ws_today         pic 9(8) value 0.
       01 ws_date_param    pic x(8) value spaces.
       01 ws_heure         pic 9(8) value 0.
       01 ws_rapport_path  pic x(100) value spaces.

      * Controle des habilitations [SPAUTOR] : le plan comptable est
      * un referentiel, meme fonction que les codes.
       01 ws_perm_path     pic x(100)
           value "../permissions-operateurs.txt".
       01 ws_fonction      pic x(12) value spaces.
       01 ws_autorise      pic x(1) value 'N'.

       01 ws_pc_table.
           05 ws_pc_entry occurs 500 times.
               COPY "compte-enreg.cpy" REPLACING
                   ==05== BY ==10== ==:PFX:== BY ==ws_p_==.
       01 ws_pc_count      pic 9(3) value 0.
       01 ws_pc_idx        pic 9(3) value 0.
       01 ws_pc_trouve     pic 9(3) value 0.

      * Saisies du guichet.
       01 ws_saisie_compte pic x(10) value spaces.
       01 ws_saisie_champ  pic x(40) value spaces.
       01 ws_saisie_code   pic x(1) value spaces.
       01 ws_solde_compte  pic s9(9)v99 value 0.
       01 ws_solde_aff     pic -(9)9.99.
       01 ws_maj_count     pic 9(5) value 0.
       01 ws_jr_action     pic x(12) value spaces.
       01 ws_jr_code       pic x(20) value spaces.
       01 ws_jr_avant      pic x(8) value spaces.
       01 ws_jr_apres      pic x(8) value spaces.

      * Edition par classe.
       01 ws_classe_num    pic 9(2) value 0.
       01 ws_classe_code   pic x(1) value spaces.
       01 ws_classe_nb     pic 9(3) value 0.
       01 ws_nb_edites     pic 9(5) value 0.
       01 ws_nb_inactifs   pic 9(3) value 0.

       01 ws_ligne_compte.
           05 filler        pic x(2) value spaces.
           05 ws_l_compte   pic x(10).
           05 filler        pic x(1) value space.
           05 ws_l_libelle  pic x(30).
           05 filler        pic x(2) value spaces.
           05 ws_l_type     pic x(1).
           05 filler        pic x(4) value spaces.
           05 ws_l_sens     pic x(1).
           05 filler        pic x(4) value spaces.
           05 ws_l_statut   pic x(1).
           05 filler        pic x(3) value spaces.
           05 ws_l_soc      pic x(3).
           05 filler        pic x(2) value spaces.
           05 ws_l_alerte   pic x(20).

      * Manifeste des sorties [SPMANIF].
       01 ws_manif_path    pic x(100)
           value "src/manifeste-sorties.txt".
       01 ws_manif_fichier pic x(100) value spaces.
       01 ws_manif_nom     pic x(40) value spaces.
       01 ws_manif_res     pic x(1) value 'N'.

      * Affectations de fichiers [SPAFFECT, cartes DD de la suite].
       01 ws_affect_config pic x(100) value "../affectations.cfg".
       01 ws_dd_joblog     pic x(20) value "JOB-LOG".

      * Champs d'appel au journal central des executions (JOB-LOG,
      * voir 99 - Utilitaires partages/src/JOBLOG.cob).
       01 ws_joblog_name   pic x(20) value "90_plan-comptable".
       01 ws_joblog_path   pic x(100) value "../job-log.txt".
       01 ws_joblog_action pic x(1).
       01 ws_joblog_count  pic 9(5) value 0.
       01 ws_joblog_rc     pic 9(2) value 0.
       01 ws_joblog_operator pic x(8) value spaces.

       procedure division.

           accept ws_joblog_operator from environment "USER"
           call "SPAFFECT" using ws_affect_config ws_dd_joblog
               ws_joblog_path
           move 'S' to ws_joblog_action
           call "JOBLOG" using ws_joblog_path ws_joblog_name
               ws_joblog_action ws_joblog_count ws_joblog_rc
                   ws_joblog_operator

           perform 0010-date-de-traitement
           accept ws_mode from command-line
           perform 0100-charger-le-plan

           if ws_mode = "EDITION"
               perform 5000-editer-le-plan
               move ws_nb_edites to ws_joblog_count
           else
               perform 1000-guichet-du-plan
               move ws_maj_count to ws_joblog_count
           end-if

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

       0100-charger-le-plan.
      * Fichier absent : premier passage, il sera cree au premier
      * compte.
           move 'N' to fin_fichier
           open input plan-file
           if ws_fs_plan not = "00"
               exit paragraph
           end-if
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
           .

       0400-trouver-le-compte.
      * Numero ws_saisie_compte -> rang du compte dans la table [0
      * si inconnu].
           move 0 to ws_pc_trouve
           perform varying ws_pc_idx from 1 by 1
               until ws_pc_idx > ws_pc_count
               if ws_p_compte(ws_pc_idx) = ws_saisie_compte
                   move ws_pc_idx to ws_pc_trouve
               end-if
           end-perform
           .

       0500-lire-le-solde.
      * Cloture du compte ws_saisie_compte au dernier lot reporte du
      * totalisateur [zero si le maitre des soldes ne le connait
      * pas ou n'existe pas encore].
           move 0 to ws_solde_compte
           move 'N' to fin_fichier
           open input solde-file
           if ws_fs_solde not = "00"
               exit paragraph
           end-if
           perform until fin_fichier = 'Y'
               read solde-file
                   at end
                       move 'Y' to fin_fichier
                   not at end
                       if sld-compte = ws_saisie_compte
                           move sld-cloture to ws_solde_compte
                       end-if
               end-read
           end-perform
           close solde-file
           .

       1000-guichet-du-plan.
           move "REFERENTIEL" to ws_fonction
           call "SPAUTOR" using ws_perm_path ws_joblog_operator
               ws_joblog_name ws_fonction ws_autorise
           if ws_autorise = 'N'
               display "Acces refuse : l'operateur '"
                   function trim(ws_joblog_operator)
                   "' n'est pas habilite aux referentiels."
               move 98 to ws_joblog_rc
               exit paragraph
           end-if

           perform until ws_choix = 0
               display " "
               display "1. Creer un compte"
               display "2. Modifier un compte"
               display "3. Desactiver ou reactiver un compte"
               display "0. Quitter"
               display "Votre choix ?"
               accept ws_choix
               evaluate ws_choix
                   when 1
                       perform 1100-creer-un-compte
                   when 2
                       perform 1200-modifier-un-compte
                   when 3
                       perform 1300-desactiver-ou-reactiver
                   when 0
                       continue
                   when other
                       display "Choix invalide"
               end-evaluate
           end-perform
           .

       1100-creer-un-compte.
      * La classe est le premier chiffre du numero ; le type et le
      * sens normal en decoulent par defaut [classes 6 et 7 au
      * resultat, 6 debiteur, 7 crediteur], l'operateur peut les
      * forcer a la saisie des zones.
           if ws_pc_count >= 500
               display "Table du plan comptable pleine - rien de cree."
               exit paragraph
           end-if
           display "Numero de compte [10 caracteres] ?"
           move spaces to ws_saisie_compte
           accept ws_saisie_compte
           if ws_saisie_compte(1:1) not numeric
              or ws_saisie_compte(1:1) = "0"
               display "Numero illisible [classe 1 a 9 en tete] -"
                   " rien de cree."
               exit paragraph
           end-if
           perform 0400-trouver-le-compte
           if ws_pc_trouve > 0
               display "Compte " ws_saisie_compte " deja au plan."
               exit paragraph
           end-if

           add 1 to ws_pc_count
           move ws_pc_count to ws_pc_trouve
           move spaces to ws_pc_entry(ws_pc_trouve)
           move ws_saisie_compte to ws_p_compte(ws_pc_trouve)
           move ws_saisie_compte(1:1) to ws_p_classe(ws_pc_trouve)
           move 'A' to ws_p_statut(ws_pc_trouve)
           evaluate ws_saisie_compte(1:1)
               when "6"
                   move 'R' to ws_p_type(ws_pc_trouve)
                   move 'D' to ws_p_sens(ws_pc_trouve)
               when "7"
                   move 'R' to ws_p_type(ws_pc_trouve)
                   move 'C' to ws_p_sens(ws_pc_trouve)
               when "1"
                   move 'B' to ws_p_type(ws_pc_trouve)
                   move 'C' to ws_p_sens(ws_pc_trouve)
               when other
                   move 'B' to ws_p_type(ws_pc_trouve)
                   move 'D' to ws_p_sens(ws_pc_trouve)
           end-evaluate
           perform 1500-saisir-les-zones
           if ws_p_libelle(ws_pc_trouve) = spaces
               display "Libelle obligatoire - rien de cree."
               subtract 1 from ws_pc_count
               exit paragraph
           end-if

           perform 9000-sauvegarder-le-plan
           move "CREATION" to ws_jr_action
           move ws_saisie_compte to ws_jr_code
           move spaces to ws_jr_avant
           move spaces to ws_jr_apres
           string ws_p_type(ws_pc_trouve) delimited by size
                  ws_p_sens(ws_pc_trouve) delimited by size
                  ws_p_soc(ws_pc_trouve) delimited by size
                  into ws_jr_apres
           end-string
           perform 9100-journaliser
           add 1 to ws_maj_count
           display "Compte " ws_saisie_compte " cree."
           .

       1200-modifier-un-compte.
           display "Numero de compte ?"
           move spaces to ws_saisie_compte
           accept ws_saisie_compte
           perform 0400-trouver-le-compte
           if ws_pc_trouve = 0
               display "Compte inconnu : " ws_saisie_compte
               exit paragraph
           end-if
           move spaces to ws_jr_avant
           string ws_p_type(ws_pc_trouve) delimited by size
                  ws_p_sens(ws_pc_trouve) delimited by size
                  ws_p_soc(ws_pc_trouve) delimited by size
                  into ws_jr_avant
           end-string
           perform 1500-saisir-les-zones
           perform 9000-sauvegarder-le-plan
           move "MODIFICATION" to ws_jr_action
           move ws_saisie_compte to ws_jr_code
           move spaces to ws_jr_apres
           string ws_p_type(ws_pc_trouve) delimited by size
                  ws_p_sens(ws_pc_trouve) delimited by size
                  ws_p_soc(ws_pc_trouve) delimited by size
                  into ws_jr_apres
           end-string
           perform 9100-journaliser
           add 1 to ws_maj_count
           display "Compte " ws_saisie_compte " modifie."
           .

       1300-desactiver-ou-reactiver.
      * Un compte qui porte encore un solde au maitre des soldes ne
      * se ferme pas : il doit d'abord etre solde par une ecriture.
           display "Numero de compte ?"
           move spaces to ws_saisie_compte
           accept ws_saisie_compte
           perform 0400-trouver-le-compte
           if ws_pc_trouve = 0
               display "Compte inconnu : " ws_saisie_compte
               exit paragraph
           end-if
           move ws_saisie_compte to ws_jr_code
           if ws_p_statut(ws_pc_trouve) = 'A'
               perform 0500-lire-le-solde
               if ws_solde_compte not = 0
                   move ws_solde_compte to ws_solde_aff
                   display "Desactivation refusee : solde de "
                       ws_solde_aff " au maitre des soldes."
                   exit paragraph
               end-if
               move 'I' to ws_p_statut(ws_pc_trouve)
               move "DESACTIVE" to ws_jr_action
               move "A" to ws_jr_avant
               move "I" to ws_jr_apres
           else
               move 'A' to ws_p_statut(ws_pc_trouve)
               move "REACTIVE" to ws_jr_action
               move "I" to ws_jr_avant
               move "A" to ws_jr_apres
           end-if
           perform 9000-sauvegarder-le-plan
           perform 9100-journaliser
           add 1 to ws_maj_count
           display "Compte " ws_saisie_compte " : statut "
               ws_p_statut(ws_pc_trouve)
           .

       1500-saisir-les-zones.
      * Zones modifiables d'un compte, vide = inchangee.
           display "Libelle [vide = inchange] ?"
           move spaces to ws_saisie_champ
           accept ws_saisie_champ
           if ws_saisie_champ not = spaces
               move ws_saisie_champ(1:30)
                   to ws_p_libelle(ws_pc_trouve)
           end-if
           display "Type B bilan / R resultat [vide = "
               ws_p_type(ws_pc_trouve) "] ?"
           move spaces to ws_saisie_code
           accept ws_saisie_code
           if ws_saisie_code = 'B' or ws_saisie_code = 'R'
               move ws_saisie_code to ws_p_type(ws_pc_trouve)
           else
               if ws_saisie_code not = spaces
                   display "Type illisible - inchange."
               end-if
           end-if
           display "Sens normal D debit / C credit [vide = "
               ws_p_sens(ws_pc_trouve) "] ?"
           move spaces to ws_saisie_code
           accept ws_saisie_code
           if ws_saisie_code = 'D' or ws_saisie_code = 'C'
               move ws_saisie_code to ws_p_sens(ws_pc_trouve)
           else
               if ws_saisie_code not = spaces
                   display "Sens illisible - inchange."
               end-if
           end-if
           display "Societe [vide = inchangee, * = toutes] ?"
           move spaces to ws_saisie_champ
           accept ws_saisie_champ
           if ws_saisie_champ = "*"
               move spaces to ws_p_soc(ws_pc_trouve)
           else
               if ws_saisie_champ not = spaces
                   move ws_saisie_champ(1:3)
                       to ws_p_soc(ws_pc_trouve)
               end-if
           end-if
           .

       5000-editer-le-plan.
      * Le plan par classe, comptes dans l'ordre du fichier ; un
      * compte dont le type ou le sens est illisible est signale
      * [avertissement rc 4].
           move "src/plan-comptable-liste.txt" to ws_rapport_path
           open output rapport-file
           move spaces to rapport-record
           string "Plan comptable - " delimited by size
                  ws_today delimited by size
                  into rapport-record
           end-string
           write rapport-record
           move spaces to rapport-record
           write rapport-record
           move "  COMPTE     LIBELLE                         TYPE SENS"
               & " STAT SOC" to rapport-record
           write rapport-record

           perform varying ws_classe_num from 1 by 1
               until ws_classe_num > 9
               move ws_classe_num(2:1) to ws_classe_code
               perform 5100-editer-une-classe
           end-perform

           move spaces to rapport-record
           write rapport-record
           move spaces to rapport-record
           string "Comptes au plan : " delimited by size
                  ws_pc_count delimited by size
                  "   dont inactifs : " delimited by size
                  ws_nb_inactifs delimited by size
                  into rapport-record
           end-string
           write rapport-record
           close rapport-file
           perform 9200-enregistrer-au-manifeste
           display "Plan comptable edite : "
               function trim(ws_rapport_path) " [" ws_nb_edites
               " compte(s)]"
           .

       5100-editer-une-classe.
           move 0 to ws_classe_nb
           perform varying ws_pc_idx from 1 by 1
               until ws_pc_idx > ws_pc_count
               if ws_p_classe(ws_pc_idx) = ws_classe_code
                   if ws_classe_nb = 0
                       move spaces to rapport-record
                       write rapport-record
                       move spaces to rapport-record
                       string "Classe " delimited by size
                              ws_classe_code delimited by size
                              into rapport-record
                       end-string
                       write rapport-record
                   end-if
                   add 1 to ws_classe_nb
                   perform 5110-editer-un-compte
               end-if
           end-perform
           .

       5110-editer-un-compte.
           move ws_p_compte(ws_pc_idx) to ws_l_compte
           move ws_p_libelle(ws_pc_idx) to ws_l_libelle
           move ws_p_type(ws_pc_idx) to ws_l_type
           move ws_p_sens(ws_pc_idx) to ws_l_sens
           move ws_p_statut(ws_pc_idx) to ws_l_statut
           move ws_p_soc(ws_pc_idx) to ws_l_soc
           move spaces to ws_l_alerte
           if ws_p_statut(ws_pc_idx) not = 'A'
               add 1 to ws_nb_inactifs
               move "[inactif]" to ws_l_alerte
           end-if
           if (ws_p_type(ws_pc_idx) not = 'B'
               and ws_p_type(ws_pc_idx) not = 'R')
              or (ws_p_sens(ws_pc_idx) not = 'D'
               and ws_p_sens(ws_pc_idx) not = 'C')
               move "*** TYPE/SENS ? ***" to ws_l_alerte
               move 4 to ws_joblog_rc
           end-if
           write rapport-record from ws_ligne_compte
           add 1 to ws_nb_edites
           .

       9000-sauvegarder-le-plan.
           open output plan-file
           perform varying ws_pc_idx from 1 by 1
               until ws_pc_idx > ws_pc_count
               move ws_pc_entry(ws_pc_idx) to plan-record
               write plan-record
           end-perform
           close plan-file
           .

       9100-journaliser.
           accept ws_heure from time
           open extend journal-ref-file
           if ws_fs_journal not = "00"
               open output journal-ref-file
           end-if
           move spaces to journal-ref-record
           move ws_today to jr-date
           move ws_heure(1:6) to jr-heure
           move ws_joblog_operator to jr-operateur
           move "PLAN-CPT" to jr-fichier
           move ws_jr_code to jr-code
           move ws_jr_action to jr-action
           move ws_jr_avant to jr-avant
           move ws_jr_apres to jr-apres
           write journal-ref-record
           close journal-ref-file
           .

       9200-enregistrer-au-manifeste.
           move ws_rapport_path to ws_manif_fichier
           move ws_rapport_path(5:40) to ws_manif_nom
           call "SPMANIF" using ws_manif_path
               ws_manif_fichier ws_manif_nom ws_manif_res
           .
