      *    depuis un courriel RH separe. Ce guichet restreint [fonction
      *    SALAIRES de la table des droits partagee, voir SPAUTOR]
      *    maintient le fichier des salaires par id employe
      *    [src/salaires.dat : id, montant mensuel en centimes,
      *    devise], consulte et corrige ligne a ligne ; l'extrait de
      *    paie [06_extrait-paie.cob] y puise les colonnes de
      *    remuneration et controle au passage que chaque employe actif
      *    l'operateur [avertissement seulement, la saisie reste
      *    valable : certains hors-bande sont assumes]. Le rapport
      *    periodique des hors-bande est 40_exceptions-bandes.cob.
      *  - 15/10/2026 : calendrier des periodes de paie [SPPERIOD,
      *    src/periodes-paie.txt, clotures par 63_cloture-periode.cob]
      *    - une date d'effet tombant dans une periode close ne
      *    s'applique plus telle quelle : l'operateur la garde en
      *    rappel [l'arriere part sur la periode ouverte suivante par
      *    29_retro-paie.cob, la periode close reste intacte], la
      *    reporte au premier jour de la periode ouverte suivante, ou
      *    abandonne la saisie. La saisie elle-meme se date du premier
      *    jour ouvert de paie [date de traitement si sa periode est
      *    ouverte] : c'est de la que part le calcul des rappels.
      *  - 15/10/2026 : le fichier des salaires devient indexe sur
      *    l'id [src/salaires.dat] - la ligne de l'employe se lit par
      *    cle et chaque saisie s'ecrit ou se reecrit sur le champ,
      *    au lieu de recharger puis reecrire tout le fichier.
      *  - 15/10/2026 : l'affichage du salaire actuel se trace au
      *    journal des consultations [SPACCES, src/journal-acces.txt].
      ******************************************************************
       identification division.
       program-id. 23_saisie-salaires.
       environment division.
       input-output section.
       file-control.
           select salaires-file assign to "src/salaires.dat"
               organization is indexed
               access mode is dynamic
               record key is sal-id
               file status is ws_fs_salaires.

      * Historique date des salaires : une ligne par saisie [id, date
       working-storage section.
       01 ws_fs_salaires   pic xx value "00".
       01 ws_fs_salhist    pic xx value "00".
       01 ws_continuer     pic x value 'O'.

      * Controle des habilitations [SPAUTOR] : la remuneration est la
       01 ws_fonction      pic x(12) value spaces.
       01 ws_autorise      pic x(1) value 'N'.

       01 ws_sal_ouvert    pic x(1) value 'N'.

       01 ws_saisie_id     pic x(5) value spaces.
       01 ws_saisie_montant pic x(10) value spaces.
       01 ws_mois_auj      pic 9(6) value 0.
       01 ws_date_param    pic x(8) value spaces.

      * Calendrier des periodes de paie [SPPERIOD] : premiere date
      * ouverte de paie a partir de la date de traitement [date de la
      * saisie a l'historique] et controle de la date d'effet.
       01 ws_periode_path  pic x(100) value "src/periodes-paie.txt".
       01 ws_periode_date  pic 9(8) value 0.
       01 ws_periode_statut pic x(1) value 'O'.
       01 ws_periode_ouverte pic 9(8) value 0.
       01 ws_periode_trouve pic x(1) value 'N'.
       01 ws_date_paie     pic 9(8) value 0.
       01 ws_date_paie_dec redefines ws_date_paie.
           05 ws_pai_aaaa  pic 9(4).
           05 ws_pai_mm    pic 9(2).
           05 ws_pai_jj    pic 9(2).
       01 ws_choix_periode pic x(1) value space.

      * Journal des consultations de donnees sensibles [SPACCES,
      * voir 99 - Utilitaires partages/src/SPACCES.cob].
       01 ws_acces_path    pic x(100) value "src/journal-acces.txt".
       01 ws_acces_id      pic 9(5) value 0.
       01 ws_acces_categorie pic x(10) value spaces.

      * Champs d'appel au journal central des executions (JOB-LOG,
      * voir 99 - Utilitaires partages/src/JOBLOG.cob).
       01 ws_joblog_name   pic x(20) value "23_saisie-salaires".
               move 98 to ws_joblog_rc
           else
               perform 0010-date-de-traitement
               perform 0020-premiere-date-ouverte
               call "SPAFFECT" using ws_affect_config ws_dd_master
                   ws_aff_master
               perform 0100-ouvrir-les-salaires
               perform 0150-charger-les-bandes
               move spaces to ws_seuil_param
               accept ws_seuil_param from environment
                       function numval(ws_seuil_param) / 100
               end-if
               perform until ws_continuer = "N" or ws_continuer = "n"
                      or ws_sal_ouvert = 'N'
                   perform 1000-saisir-un-salaire
                   display "Saisir un autre salaire ? [O/n]"
                   accept ws_continuer
               end-perform
               if ws_sal_ouvert = 'O'
                   perform 9000-fermer-les-salaires
               end-if
           end-if


           stop run returning ws_joblog_rc.

       0100-ouvrir-les-salaires.
      * Fichier absent : premier passage, le fichier indexe se cree
      * vide puis se rouvre en mise a jour.
           open i-o salaires-file
           if ws_fs_salaires = "35"
               open output salaires-file
               close salaires-file
               open i-o salaires-file
           end-if
           if ws_fs_salaires = "00"
               move 'O' to ws_sal_ouvert
           else
               display "Erreur ouverture SALAIRES : " ws_fs_salaires
               move 16 to ws_joblog_rc
           end-if
           .

           end-if
           move function numval(ws_saisie_id) to ws_id_demande

           move 'N' to ws_nouvelle_ligne
           move ws_id_demande to sal-id
           read salaires-file
               invalid key
                   move 'O' to ws_nouvelle_ligne
           end-read
           if ws_nouvelle_ligne = 'N'
               move sal-montant to ws_montant_aff
               display "Salaire actuel : " ws_montant_aff " "
                   sal-devise
               move ws_id_demande to ws_acces_id
               move "SALAIRE" to ws_acces_categorie
               perform 9600-tracer-la-consultation
           else
               display "Pas encore de ligne de salaire pour cet id."
           end-if
               exit paragraph
           end-if

           if ws_nouvelle_ligne = 'O'
               move spaces to salaire-record
               move ws_id_demande to sal-id
               move 0 to sal-montant
               move "EUR" to sal-devise
           end-if
      * Date d'effet de la ligne : vide = la date de traitement, une
      * date passee = augmentation retroactive dont 29_retro-paie.cob
           else
               move ws_today to ws_dateeff
           end-if
           perform 1200-controler-la-periode
           if ws_choix_periode = 'N'
               exit paragraph
           end-if

      * Regle des quatre yeux : au-dela du seuil, la saisie devient
      * une demande d'approbation [appliquee par 56_approbations a
               function numval(ws_saisie_montant(1:9)) / 100
           if ws_montant_candidat > ws_seuil_approb
               perform 1400-deposer-une-approbation
               exit paragraph
           end-if
           move ws_montant_candidat to sal-montant
           if ws_nouvelle_ligne = 'O'
               write salaire-record
           else
               rewrite salaire-record
           end-if
           if ws_fs_salaires not = "00"
               display "Ecriture SALAIRES en erreur : " ws_fs_salaires
                   " - ligne inchangee."
               exit paragraph
           end-if
           perform 1300-controler-la-bande
           add 1 to ws_maj_count
           perform 1500-journaliser-historique
           move sal-montant to ws_montant_aff
           display "Salaire enregistre : id " ws_id_demande " -> "
               ws_montant_aff " " sal-devise
               " [effet " ws_dateeff "]"
           .

       1200-controler-la-periode.
      * Date d'effet dans une periode de paie close : la periode ne
      * bouge plus [extrait, virements, bulletins arretes]. Trois
      * issues au choix de l'operateur : 'R' garder la date en
      * rappel [l'arriere se paie sur la periode ouverte suivante],
      * 'O' reporter l'effet au premier jour de cette periode, 'N'
      * abandonner la saisie.
           move space to ws_choix_periode
           move ws_dateeff to ws_periode_date
           call "SPPERIOD" using ws_periode_path ws_periode_date
               ws_periode_statut ws_periode_ouverte
               ws_periode_trouve
           if ws_periode_statut not = 'C'
               exit paragraph
           end-if
           display "Periode de paie " ws_dateeff(1:6) " close."
           display "[R] rappel sur la periode ouverte, [O] report de"
               " l'effet au " ws_periode_ouverte ", [N] abandon ?"
           accept ws_choix_periode
           evaluate ws_choix_periode
               when 'R'
               when 'r'
                   move 'R' to ws_choix_periode
               when 'O'
               when 'o'
                   move 'O' to ws_choix_periode
                   move ws_periode_ouverte to ws_dateeff
               when other
                   move 'N' to ws_choix_periode
                   display "Saisie abandonnee - ligne inchangee."
           end-evaluate
           .

       0150-charger-les-bandes.
      * Fichier absent : pas de bandes definies, la saisie se fait
      * sans controle comme avant.
               exit paragraph
           end-if

           if sal-montant < ws_b_min(ws_bande_trouvee)
              or sal-montant > ws_b_max(ws_bande_trouvee)
               move ws_b_min(ws_bande_trouvee) to ws_min_aff
               move ws_b_max(ws_bande_trouvee) to ws_max_aff
               display "ATTENTION : montant hors bande du role "
           move spaces to ws_approb_detail
           string ws_saisie_montant(1:9) delimited by size
                  " " delimited by size
                  sal-devise delimited by size
                  " " delimited by size
                  ws_dateeff delimited by size
                  into ws_approb_detail
           end-if
           move ws_id_demande to slh-id
           move ws_dateeff to slh-dateeff
           move sal-montant to slh-montant
           move sal-devise to slh-devise
           move ws_date_paie to slh-saisie
           compute ws_mois_eff = ws_eff_aaaa * 12 + ws_eff_mm
           compute ws_mois_auj = ws_pai_aaaa * 12 + ws_pai_mm
           if ws_mois_eff < ws_mois_auj
               move 'A' to slh-statut
               display "Saisie retroactive : l'arriere sera calcule"
           end-if
           .

       0020-premiere-date-ouverte.
      * Periode de la date de traitement deja close : les saisies du
      * jour n'entrent en paie qu'a la periode ouverte suivante.
           move ws_today to ws_periode_date
           call "SPPERIOD" using ws_periode_path ws_periode_date
               ws_periode_statut ws_periode_ouverte
               ws_periode_trouve
           move ws_periode_ouverte to ws_date_paie
           if ws_periode_statut = 'C'
               display "Periode de paie " ws_today(1:6) " close :"
                   " les saisies entrent en paie au "
                   ws_date_paie "."
           end-if
           .

       9000-fermer-les-salaires.
      * Chaque saisie est deja ecrite par cle : il ne reste qu'a
      * fermer le fichier.
           close salaires-file
           display ws_maj_count " ligne(s) de salaire mise(s) a jour."
           .

       9600-tracer-la-consultation.
      * Toute lecture d'une donnee sensible laisse sa trace : date,
      * heure, operateur, programme, id consulte, categorie.
           call "SPACCES" using ws_acces_path ws_joblog_operator
               ws_joblog_name ws_acces_id ws_acces_categorie
           .
