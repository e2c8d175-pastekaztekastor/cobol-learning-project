      *    paie. Ce guichet restreint [fonction SALAIRES de la table
      *    des droits partagee, voir SPAUTOR, meme protection que
      *    23_saisie-salaires.cob] maintient le fichier des retenues
      *    recurrentes par id employe [src/retenues.dat : id, code de
      *    retenue, mode 'M' montant fixe / 'P' pourcentage du brut,
      *    valeur, dates de debut et de fin de validite AAAAMMJJ, fin
      *    00000000 = sans terme]. 06_extrait-paie.cob deroule ces
      *
      * Date de création: 02/09/2026
      * Auteur          : Champémont Mathurin
      *
      * Historique des modifications :
      *  - 15/10/2026 : calendrier des periodes de paie [SPPERIOD,
      *    src/periodes-paie.txt, clotures par 63_cloture-periode.cob]
      *    - une date de debut ou de fin saisie dans une periode close
      *    se reporte, avec l'accord de l'operateur, sur la periode
      *    ouverte suivante [debut au premier jour de cette periode,
      *    fin a la veille : la retenue a couru sur la periode close],
      *    sinon la saisie est abandonnee et la ligne reste inchangee.
      *    Une nouvelle ligne sans date de debut part du premier jour
      *    ouvert de paie.
      *  - 15/10/2026 : le fichier des retenues devient indexe sur
      *    id + code [src/retenues.dat] - la ligne se lit par cle et
      *    chaque saisie s'ecrit ou se reecrit sur le champ, au lieu
      *    de recharger puis reecrire tout le fichier.
      ******************************************************************
       identification division.
       program-id. 30_saisie-retenues.
       environment division.
       input-output section.
       file-control.
           select retenues-file assign to "src/retenues.dat"
               organization is indexed
               access mode is dynamic
               record key is ret-cle
               file status is ws_fs_retenues.

       data division.
       file section.
       fd retenues-file.
       01 retenue-record.
           05 ret-cle.
               10 ret-id   pic 9(5).
               10 filler   pic x.
               10 ret-code pic x(12).
           05 filler       pic x.
           05 ret-mode     pic x(1).
           05 filler       pic x.

       working-storage section.
       01 ws_fs_retenues   pic xx value "00".
       01 ws_ret_ouvert    pic x value 'N'.
       01 ws_continuer     pic x value 'O'.

      * Controle des habilitations [SPAUTOR] : les retenues touchent
       01 ws_fonction      pic x(12) value spaces.
       01 ws_autorise      pic x(1) value 'N'.


       01 ws_saisie_id     pic x(5) value spaces.
       01 ws_saisie_code   pic x(12) value spaces.
       01 ws_today         pic 9(8) value 0.
       01 ws_date_param    pic x(8) value spaces.

      * Calendrier des periodes de paie [SPPERIOD] : premiere date
      * ouverte de paie a partir de la date de traitement, controle
      * des dates saisies. Une saisie abandonnee ne se reecrit pas :
      * la ligne du fichier reste celle d'avant.
       01 ws_periode_path  pic x(100) value "src/periodes-paie.txt".
       01 ws_periode_date  pic 9(8) value 0.
       01 ws_periode_statut pic x(1) value 'O'.
       01 ws_periode_ouverte pic 9(8) value 0.
       01 ws_periode_trouve pic x(1) value 'N'.
       01 ws_date_paie     pic 9(8) value 0.
       01 ws_choix_periode pic x(1) value space.
       01 ws_debut_saisi   pic x(1) value 'N'.
       01 ws_fin_saisie    pic x(1) value 'N'.
       01 ws_nouvelle_ligne pic x(1) value 'N'.

      * Champs d'appel au journal central des executions (JOB-LOG,
      * voir 99 - Utilitaires partages/src/JOBLOG.cob).
       01 ws_joblog_name   pic x(20) value "30_saisie-retenues".
               move 98 to ws_joblog_rc
           else
               perform 0010-date-de-traitement
               perform 0020-premiere-date-ouverte
               perform 0100-ouvrir-les-retenues
               perform until ws_continuer = "N" or ws_continuer = "n"
                      or ws_ret_ouvert = 'N'
                   perform 1000-saisir-une-retenue
                   display "Saisir une autre retenue ? [O/n]"
                   accept ws_continuer
               end-perform
               if ws_ret_ouvert = 'O'
                   perform 9000-fermer-les-retenues
               end-if
           end-if


           stop run returning ws_joblog_rc.

       0100-ouvrir-les-retenues.
      * Fichier absent : premier passage, le fichier indexe se cree
      * vide puis se rouvre en mise a jour.
           open i-o retenues-file
           if ws_fs_retenues = "35"
               open output retenues-file
               close retenues-file
               open i-o retenues-file
           end-if
           if ws_fs_retenues = "00"
               move 'O' to ws_ret_ouvert
           else
               display "Erreur ouverture RETENUES : " ws_fs_retenues
               move 16 to ws_joblog_rc
           end-if
           .


      * La ligne id + code existe-t-elle deja ? [mise a jour plutot
      * que doublon]
           move 'N' to ws_nouvelle_ligne
           move ws_id_demande to ret-id
           move ws_saisie_code to ret-code
           read retenues-file
               invalid key
                   move 'O' to ws_nouvelle_ligne
           end-read
           if ws_nouvelle_ligne = 'N'
               move ret-valeur to ws_valeur_aff
               display "Retenue actuelle : " ws_valeur_aff
                   " [mode " ret-mode "]"
           else
               display "Pas encore de ligne pour cet id et ce code."
           end-if
               exit paragraph
           end-if

           if ws_nouvelle_ligne = 'O'
               move spaces to retenue-record
               move ws_id_demande to ret-id
               move ws_saisie_code to ret-code
               move ws_date_paie to ret-debut
               move 0 to ret-fin
           end-if
           move ws_saisie_mode to ret-mode
           compute ret-valeur =
               function numval(ws_saisie_valeur(1:9)) / 100

           move ws_nouvelle_ligne to ws_debut_saisi
           move 'N' to ws_fin_saisie
           display "Date de debut AAAAMMJJ [vide = inchangee] ?"
           move spaces to ws_saisie_date
           accept ws_saisie_date
           if ws_saisie_date is numeric
               move function numval(ws_saisie_date) to ret-debut
               move 'O' to ws_debut_saisi
           end-if
           display "Date de fin AAAAMMJJ [vide = sans terme] ?"
           move spaces to ws_saisie_date
           accept ws_saisie_date
           if ws_saisie_date is numeric
               move function numval(ws_saisie_date) to ret-fin
               move 'O' to ws_fin_saisie
           end-if
           perform 1200-controler-les-periodes
           if ws_choix_periode = 'N'
               display "Saisie abandonnee - ligne inchangee."
               exit paragraph
           end-if

           if ws_nouvelle_ligne = 'O'
               write retenue-record
           else
               rewrite retenue-record
           end-if
           if ws_fs_retenues not = "00"
               display "Ecriture RETENUES en erreur : " ws_fs_retenues
                   " - ligne inchangee."
               exit paragraph
           end-if
           add 1 to ws_maj_count
           move ret-valeur to ws_valeur_aff
           display "Retenue enregistree : id " ws_id_demande " "
               function trim(ws_saisie_code) " -> " ws_valeur_aff
               " [mode " ws_saisie_mode "]"
           .

       1200-controler-les-periodes.
      * Une date saisie dans une periode de paie close ne peut plus
      * y produire d'effet [extrait, virements, bulletins arretes] :
      * le debut se reporte au premier jour de la periode ouverte
      * suivante, la fin a la veille de ce jour [la retenue a couru
      * sur la periode close]. L'operateur accepte le report ou
      * abandonne la saisie.
           move 'O' to ws_choix_periode
           if ws_debut_saisi = 'O'
               move ret-debut to ws_periode_date
               call "SPPERIOD" using ws_periode_path ws_periode_date
                   ws_periode_statut ws_periode_ouverte
                   ws_periode_trouve
               if ws_periode_statut = 'C'
                   display "Debut dans la periode de paie close "
                       ws_periode_date(1:6) " : reporter le debut au "
                       ws_periode_ouverte " ? [O/n]"
                   perform 1250-accord-du-report
                   if ws_choix_periode = 'N'
                       exit paragraph
                   end-if
                   move ws_periode_ouverte to ret-debut
               end-if
           end-if
           if ws_fin_saisie = 'O' and ret-fin not = 0
               move ret-fin to ws_periode_date
               call "SPPERIOD" using ws_periode_path ws_periode_date
                   ws_periode_statut ws_periode_ouverte
                   ws_periode_trouve
               if ws_periode_statut = 'C'
                   compute ws_periode_date = function date-of-integer(
                       function integer-of-date(ws_periode_ouverte)
                       - 1)
                   display "Fin dans la periode de paie close "
                       ret-fin(1:6)
                       " : reporter la fin au " ws_periode_date
                       " ? [O/n]"
                   perform 1250-accord-du-report
                   if ws_choix_periode = 'N'
                       exit paragraph
                   end-if
                   move ws_periode_date to ret-fin
               end-if
           end-if
           .

       1250-accord-du-report.
           move space to ws_choix_periode
           accept ws_choix_periode
           if ws_choix_periode = 'N' or ws_choix_periode = 'n'
               move 'N' to ws_choix_periode
           else
               move 'O' to ws_choix_periode
           end-if
           .

       0020-premiere-date-ouverte.
      * Periode de la date de traitement deja close : une nouvelle
      * retenue sans date de debut part de la periode ouverte
      * suivante.
           move ws_today to ws_periode_date
           call "SPPERIOD" using ws_periode_path ws_periode_date
               ws_periode_statut ws_periode_ouverte
               ws_periode_trouve
           move ws_periode_ouverte to ws_date_paie
           if ws_periode_statut = 'C'
               display "Periode de paie " ws_today(1:6) " close :"
                   " une nouvelle retenue part du " ws_date_paie "."
           end-if
           .

       9000-fermer-les-retenues.
      * Chaque saisie est deja ecrite par cle : il ne reste qu'a
      * fermer le fichier.
           close retenues-file
           display ws_maj_count " ligne(s) de retenue mise(s) a jour."
           .

       0010-date-de-traitement.
