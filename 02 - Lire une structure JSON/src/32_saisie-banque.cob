      *    [fonction SALAIRES de la table des droits partagee, voir
      *    SPAUTOR, meme protection que 23_saisie-salaires.cob]
      *    maintient les coordonnees bancaires par id employe
      *    [src/banque-employes.dat : id, code banque, numero de
      *    compte]. Le numero de compte porte sa cle en dernier
      *    chiffre et passe par le sous-programme partage SPMOD10 des
      *    la saisie : un compte a la cle fausse ne rentre pas dans
      *
      * Date de création: 02/09/2026
      * Auteur          : Champémont Mathurin
      *
      * Historique des modifications :
      *  - 15/10/2026 : calendrier des periodes de paie [SPPERIOD,
      *    src/periodes-paie.txt, clotures par 63_cloture-periode.cob]
      *    - le fichier ne porte pas de date d'effet et les ordres de
      *    virement de la periode le relisent : tant que la periode de
      *    la date de traitement est close, le guichet refuse toute
      *    modification [rc 8] et indique la date de reouverture de
      *    la saisie [premier jour de la periode ouverte suivante].
      *  - 15/10/2026 : statut des coordonnees [' ' valides, 'B'
      *    bloquees par un rejet de virement de la banque,
      *    68_rejets-virement.cob ; 'C' corrigees, en attente de
      *    reemission] - une nouvelle saisie sur des coordonnees
      *    bloquees les passe 'C', et le prochain passage de
      *    68_rejets-virement.cob reemet le virement rejete.
      *  - 15/10/2026 : saisie de l'IBAN et du BIC [controle complet
      *    par SPIBAN : pays, longueur, cle modulo 97, format du BIC],
      *    ranges en fin de ligne. Un IBAN laisse a blanc garde
      *    l'ancienne saisie banque/compte [cle SPMOD10] et efface
      *    l'IBAN devenu faux.
      *  - 15/10/2026 : le fichier des coordonnees devient indexe sur
      *    l'id [src/banque-employes.dat] - la ligne se lit par cle et
      *    chaque saisie s'ecrit ou se reecrit sur le champ, au lieu
      *    de recharger puis reecrire tout le fichier.
      *  - 15/10/2026 : l'affichage des coordonnees actuelles se
      *    trace au journal des consultations [SPACCES,
      *    src/journal-acces.txt].
      ******************************************************************
       identification division.
       program-id. 32_saisie-banque.
       environment division.
       input-output section.
       file-control.
           select banque-file assign to "src/banque-employes.dat"
               organization is indexed
               access mode is dynamic
               record key is ban-id
               file status is ws_fs_banque.

       data division.
           05 ban-banque   pic 9(5).
           05 filler       pic x.
           05 ban-compte   pic 9(5).
           05 filler       pic x.
           05 ban-statut   pic x(1).
           05 filler       pic x.
           05 ban-date     pic x(8).
           05 filler       pic x.
           05 ban-iban     pic x(34).
           05 filler       pic x.
           05 ban-bic      pic x(11).

       working-storage section.
       01 ws_fs_banque     pic xx value "00".
       01 ws_ban_ouvert    pic x value 'N'.
       01 ws_nouvelle_ligne pic x value 'N'.
       01 ws_continuer     pic x value 'O'.

      * Controle des habilitations [SPAUTOR] : les coordonnees
       01 ws_fonction      pic x(12) value spaces.
       01 ws_autorise      pic x(1) value 'N'.


       01 ws_saisie_id     pic x(5) value spaces.
       01 ws_saisie_compte pic x(5) value spaces.
       01 ws_mod10_param   pic 9(5) value 0.
       01 ws_mod10_res     pic 9 value 0.

      * Appel de SPIBAN : IBAN et BIC saisis, resultat 0 = bons.
       01 ws_saisie_iban   pic x(34) value spaces.
       01 ws_saisie_bic    pic x(11) value spaces.
       01 ws_iban_res      pic 9 value 0.

      * Calendrier des periodes de paie [SPPERIOD] : la periode de la
      * date de traitement doit etre ouverte.
       01 ws_today         pic 9(8) value 0.
       01 ws_date_param    pic x(8) value spaces.
       01 ws_periode_path  pic x(100) value "src/periodes-paie.txt".
       01 ws_periode_statut pic x(1) value 'O'.
       01 ws_periode_ouverte pic 9(8) value 0.
       01 ws_periode_trouve pic x(1) value 'N'.

      * Journal des consultations de donnees sensibles [SPACCES,
      * voir 99 - Utilitaires partages/src/SPACCES.cob].
       01 ws_acces_path    pic x(100) value "src/journal-acces.txt".
       01 ws_acces_id      pic 9(5) value 0.
       01 ws_acces_categorie pic x(10) value spaces.

      * Champs d'appel au journal central des executions (JOB-LOG,
      * voir 99 - Utilitaires partages/src/JOBLOG.cob).
       01 ws_joblog_name   pic x(20) value "32_saisie-banque".
                   " coordonnees bancaires."
               move 98 to ws_joblog_rc
           else
               perform 0010-date-de-traitement
               call "SPPERIOD" using ws_periode_path ws_today
                   ws_periode_statut ws_periode_ouverte
                   ws_periode_trouve
               if ws_periode_statut = 'C'
                   display "Periode de paie " ws_today(1:6) " close :"
                       " coordonnees bancaires figees, saisie"
                       " possible a partir du " ws_periode_ouverte "."
                   move 8 to ws_joblog_rc
               else
                   perform 0100-ouvrir-les-comptes
                   perform until ws_continuer = "N"
                       or ws_continuer = "n" or ws_ban_ouvert = 'N'
                       perform 1000-saisir-un-compte
                       display "Saisir un autre compte ? [O/n]"
                       accept ws_continuer
                   end-perform
                   if ws_ban_ouvert = 'O'
                       perform 9000-fermer-les-comptes
                   end-if
               end-if
           end-if


           stop run returning ws_joblog_rc.

       0100-ouvrir-les-comptes.
      * Fichier absent : premier passage, le fichier indexe se cree
      * vide puis se rouvre en mise a jour.
           open i-o banque-file
           if ws_fs_banque = "35"
               open output banque-file
               close banque-file
               open i-o banque-file
           end-if
           if ws_fs_banque = "00"
               move 'O' to ws_ban_ouvert
           else
               display "Erreur ouverture BANQUE : " ws_fs_banque
               move 16 to ws_joblog_rc
           end-if
           .

           end-if
           move function numval(ws_saisie_id) to ws_id_demande

           move 'N' to ws_nouvelle_ligne
           move ws_id_demande to ban-id
           read banque-file
               invalid key
                   move 'O' to ws_nouvelle_ligne
           end-read
           if ws_nouvelle_ligne = 'N'
               display "Compte actuel : banque "
                   ban-banque " compte " ban-compte
               if ban-iban not = spaces
                   display "IBAN actuel : "
                       function trim(ban-iban) " BIC " ban-bic
               end-if
               move ws_id_demande to ws_acces_id
               move "BANQUE" to ws_acces_categorie
               perform 9600-tracer-la-consultation
               if ban-statut = 'B'
                   display "Coordonnees BLOQUEES depuis le "
                       ban-date
                       " [virement rejete par la banque] - a"
                       " corriger."
               end-if
           else
               display "Pas encore de coordonnees pour cet id."
           end-if

           display "IBAN [sans espaces, blanc = saisie banque/"
               "compte] ? "
           move spaces to ws_saisie_iban
           accept ws_saisie_iban
           move function upper-case(ws_saisie_iban) to ws_saisie_iban
           if ws_saisie_iban not = spaces
               perform 1100-saisir-un-iban
               exit paragraph
           end-if

           display "Code banque [5 chiffres] ? "
           move spaces to ws_saisie_banque
           accept ws_saisie_banque
               exit paragraph
           end-if

           perform 1200-creer-la-ligne
           move ws_saisie_banque(1:5) to ban-banque
           move ws_mod10_param to ban-compte
           move spaces to ban-iban
           move spaces to ban-bic
           perform 1300-debloquer
           perform 1400-ecrire-la-ligne
           if ws_fs_banque not = "00"
               exit paragraph
           end-if

           add 1 to ws_maj_count
           display "Coordonnees enregistrees : id " ws_id_demande
               " banque " ban-banque " compte " ban-compte
           .

       1100-saisir-un-iban.
      * IBAN et BIC controles par le sous-programme partage SPIBAN ;
      * l'ancien couple banque/compte reste en place tant que des
      * societes paient au format domestique.
           display "BIC [8 ou 11 caracteres] ? "
           move spaces to ws_saisie_bic
           accept ws_saisie_bic
           move function upper-case(ws_saisie_bic) to ws_saisie_bic
           call "SPIBAN" using ws_saisie_iban ws_saisie_bic
               ws_iban_res
           evaluate ws_iban_res
               when 0
                   continue
               when 1
                   display "Pays de l'IBAN inconnu ou hors zone SEPA"
                       " - ligne inchangee."
               when 2
                   display "Longueur de l'IBAN fausse pour le pays"
                       " - ligne inchangee."
               when 3
                   display "Caractere interdit dans l'IBAN - ligne"
                       " inchangee."
               when 4
                   display "Cle de l'IBAN fausse [modulo 97] - ligne"
                       " inchangee."
               when other
                   display "BIC mal forme - ligne inchangee."
           end-evaluate
           if ws_iban_res not = 0
               exit paragraph
           end-if

           perform 1200-creer-la-ligne
           move ws_saisie_iban to ban-iban
           move ws_saisie_bic to ban-bic
           perform 1300-debloquer
           perform 1400-ecrire-la-ligne
           if ws_fs_banque not = "00"
               exit paragraph
           end-if

           add 1 to ws_maj_count
           display "Coordonnees enregistrees : id " ws_id_demande
               " IBAN " function trim(ban-iban) " BIC " ban-bic
           .

       1200-creer-la-ligne.
      * Premiere saisie pour cet id : nouvelle ligne, sans ancien
      * compte ni IBAN.
           if ws_nouvelle_ligne = 'O'
               move spaces to banque-record
               move ws_id_demande to ban-id
               move 0 to ban-banque
               move 0 to ban-compte
           end-if
           .

       1300-debloquer.
      * Coordonnees bloquees par un rejet : la correction les
      * debloque, le virement rejete attend sa reemission.
           if ban-statut = 'B'
               move 'C' to ban-statut
               move ws_today to ban-date
               display "Coordonnees corrigees : le virement rejete"
                   " sera reemis par 68_rejets-virement."
           end-if
           .

       1400-ecrire-la-ligne.
           if ws_nouvelle_ligne = 'O'
               write banque-record
           else
               rewrite banque-record
           end-if
           if ws_fs_banque not = "00"
               display "Ecriture BANQUE en erreur : " ws_fs_banque
                   " - ligne inchangee."
           end-if
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

       9000-fermer-les-comptes.
      * Chaque saisie est deja ecrite par cle : il ne reste qu'a
      * fermer le fichier.
           close banque-file
           display ws_maj_count " ligne(s) de coordonnees"
               " mise(s) a jour."
           .

       9600-tracer-la-consultation.
      * Toute lecture d'une donnee sensible laisse sa trace : date,
      * heure, operateur, programme, id consulte, categorie.
           call "SPACCES" using ws_acces_path ws_joblog_operator
               ws_joblog_name ws_acces_id ws_acces_categorie
           .
