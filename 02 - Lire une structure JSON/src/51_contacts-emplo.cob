      * Description     : L'enregistrement maître s'arrete au nom, au
      *    departement et au role : le jour de l'exercice incendie, la
      *    securite n'avait aucun contact d'urgence. Le fichier
      *    satellite src/contacts-employes.dat porte par em-id
      *    l'adresse, le telephone, le courriel personnel et le
      *    contact d'urgence [nom + telephone]. Sans parametre :
      *    guichet de maintenance protege [fonction CORRECTION,
      *
      * Date de création: 02/09/2026
      * Auteur          : Champémont Mathurin
      *
      * Historique des modifications :
      *  - 15/10/2026 : le fichier des contacts devient indexe sur
      *    l'id [src/contacts-employes.dat] - la ligne se lit par cle,
      *    au guichet comme a l'edition, et chaque saisie s'ecrit ou
      *    se reecrit sur le champ au lieu de recharger puis reecrire
      *    tout le fichier.
      ******************************************************************
       identification division.
       program-id. 51_contacts-emplo.
               file status is ws_fs_master.

           select contacts-file
               assign to "src/contacts-employes.dat"
               organization is indexed
               access mode is dynamic
               record key is cta-id
               file status is ws_fs_contacts.

           select journal-file assign to "src/journal-contacts.txt"
       01 ws_fs_journal    pic xx value "00".
       01 ws_fs_rapport    pic xx value "00".
       01 fin_master       pic x value 'N'.
       01 ws_cta_ouvert    pic x value 'N'.
       01 ws_cta_trouve    pic x value 'N'.
       01 ws_mode          pic x(12) value spaces.
       01 ws_continuer     pic x value 'O'.
       01 ws_today         pic 9(8) value 0.
       01 ws_date_param    pic x(8) value spaces.

       01 ws_maj_count     pic 9(5) value 0.

       01 ws_saisie_id     pic x(5) value spaces.

           perform 0010-date-de-traitement
           accept ws_mode from command-line

           if ws_mode = "EDITION"
               perform 3000-editer-la-liste-urgence
           end-if
           .

       0100-ouvrir-les-contacts.
      * Fichier absent : premier passage, le fichier indexe se cree
      * vide puis se rouvre en mise a jour.
           open i-o contacts-file
           if ws_fs_contacts = "35"
               open output contacts-file
               close contacts-file
               open i-o contacts-file
           end-if
           if ws_fs_contacts = "00"
               move 'O' to ws_cta_ouvert
           else
               display "Erreur ouverture CONTACTS : " ws_fs_contacts
               move 16 to ws_joblog_rc
           end-if
           .

               move 16 to ws_joblog_rc
               exit paragraph
           end-if
           perform 0100-ouvrir-les-contacts
           if ws_cta_ouvert = 'N'
               close employee-master
               exit paragraph
           end-if
           open extend journal-file
           if ws_fs_journal not = "00"
               open output journal-file

           close journal-file
           close employee-master
           perform 9000-fermer-les-contacts
           .

       1100-saisir-un-contact.
           end-read
           display "Employe : " em-nom " " em-prenom

           move 'O' to ws_cta_trouve
           move ws_id_demande to cta-id
           read contacts-file
               invalid key
                   move 'N' to ws_cta_trouve
           end-read
           if ws_cta_trouve = 'N'
               move spaces to contact-record
               move ws_id_demande to cta-id
           end-if

           display "Adresse [vide = inchangee] ?"
           move spaces to ws_saisie_champ
           accept ws_saisie_champ
           if ws_saisie_champ not = spaces
               move ws_saisie_champ to cta-adresse
           end-if
           display "Telephone [vide = inchange] ?"
           move spaces to ws_saisie_champ
           accept ws_saisie_champ
           if ws_saisie_champ not = spaces
               move ws_saisie_champ(1:15) to cta-tel
           end-if
           display "Courriel personnel [vide = inchange] ?"
           move spaces to ws_saisie_champ
           accept ws_saisie_champ
           if ws_saisie_champ not = spaces
               move ws_saisie_champ(1:30) to cta-email
           end-if
           display "Contact d'urgence - nom [vide = inchange] ?"
           move spaces to ws_saisie_champ
           accept ws_saisie_champ
           if ws_saisie_champ not = spaces
               move ws_saisie_champ(1:30) to cta-urg-nom
           end-if
           display "Contact d'urgence - telephone"
               " [vide = inchange] ?"
           move spaces to ws_saisie_champ
           accept ws_saisie_champ
           if ws_saisie_champ not = spaces
               move ws_saisie_champ(1:15) to cta-urg-tel
           end-if

           if ws_cta_trouve = 'N'
               write contact-record
           else
               rewrite contact-record
           end-if
           if ws_fs_contacts not = "00"
               display "Ecriture CONTACTS en erreur : " ws_fs_contacts
                   " - ligne inchangee."
               exit paragraph
           end-if
           add 1 to ws_maj_count
           perform 1500-journaliser-la-saisie
           display "Coordonnees enregistrees pour l'id "
               move 16 to ws_joblog_rc
               exit paragraph
           end-if
      * Fichier des contacts absent : chaque actif sort sans contact.
           open input contacts-file
           if ws_fs_contacts = "00"
               move 'O' to ws_cta_ouvert
           end-if
           open output rapport-file
           move spaces to rapport-record
           string "Contacts d'urgence par departement - "

           close rapport-file
           close employee-master
           if ws_cta_ouvert = 'O'
               close contacts-file
           end-if
           display "Liste d'urgence ecrite :"
               " rapport-urgences.txt [" ws_nb_listes
               " personne(s), " ws_sans_contact " sans contact]"
               write rapport-record
           end-if

           move 'N' to ws_cta_trouve
           if ws_cta_ouvert = 'O'
               move em-id to cta-id
               read contacts-file
                   invalid key
                       move 'N' to ws_cta_trouve
                   not invalid key
                       move 'O' to ws_cta_trouve
               end-read
           end-if

           add 1 to ws_nb_listes
           if ws_cta_trouve = 'N'
              or cta-urg-nom = spaces
               add 1 to ws_sans_contact
               move spaces to rapport-record
               string "   " delimited by size
                      " " delimited by size
                      em-nom delimited by size
                      " urgence : " delimited by size
                      function trim(cta-urg-nom)
                          delimited by size
                      " " delimited by size
                      cta-urg-tel delimited by size
                      into rapport-record
               end-string
               write rapport-record
           end-if
           .

       9000-fermer-les-contacts.
      * Chaque saisie est deja ecrite par cle : il ne reste qu'a
      * fermer le fichier.
           close contacts-file
           display ws_maj_count " ligne(s) de contact mise(s) a jour."
           .
