      *
      * Date de création: 02/09/2026
      * Auteur          : Champémont Mathurin
      *
      * Historique des modifications :
      *  - 15/10/2026 : un salaire approuve alors que la periode de
      *    paie du jour est close [SPPERIOD, src/periodes-paie.txt]
      *    s'historise sous la premiere date ouverte de paie : la
      *    periode close garde l'ancien montant et l'arriere part sur
      *    la periode suivante par 29_retro-paie.cob. Nouveau type de
      *    demande REOUVERTURE [reouverture d'une periode close,
      *    consommee par 63_cloture-periode.cob].
      *  - 15/10/2026 : le salaire approuve s'ecrit par cle dans
      *    src/salaires.dat [fichier indexe] au lieu de reecrire le
      *    fichier entier depuis une table de 500 lignes.
      ******************************************************************
       identification division.
       program-id. 56_approbations.
               organization is line sequential
               file status is ws_fs_approb.

           select salaires-file assign to "src/salaires.dat"
               organization is indexed
               access mode is dynamic
               record key is sal-id
               file status is ws_fs_salaires.

           select salhist-file
       01 ws_fs_salhist    pic xx value "00".
       01 ws_fs_journal    pic xx value "00".
       01 fin_approb       pic x value 'N'.
       01 ws_today         pic 9(8) value 0.
       01 ws_date_param    pic x(8) value spaces.

      * de la demande porte le montant en centimes, la devise et la
      * date d'effet saisie a l'origine : une augmentation
      * retroactive approuvee garde sa date et part en rattrapage].
       01 ws_sal_trouve    pic x value 'N'.
       01 ws_montant_approuve pic 9(7)v99 value 0.
       01 ws_devise_approuvee pic x(3) value "EUR".
      * Date d'effet approuvee et mois comparables [AAAA x 12 + MM],
       01 ws_mois_eff      pic 9(6) value 0.
       01 ws_mois_auj      pic 9(6) value 0.

      * Calendrier des periodes de paie [SPPERIOD] : premiere date
      * ouverte de paie a partir de la date de traitement.
       01 ws_periode_path  pic x(100) value "src/periodes-paie.txt".
       01 ws_periode_statut pic x(1) value 'O'.
       01 ws_date_paie     pic 9(8) value 0.
       01 ws_periode_trouve pic x(1) value 'N'.

      * Controle des habilitations [SPAUTOR].
       01 ws_perm_path     pic x(100)
           value "../permissions-operateurs.txt".
               move ws_today to ws_dateeff_approuvee
           end-if

           perform 3100-ouvrir-les-salaires
           if ws_fs_salaires not = "00"
               display "   Erreur ouverture SALAIRES : "
                   ws_fs_salaires " - salaire non applique,"
                   " demande laissee 'V'."
               exit paragraph
           end-if
           perform 3200-ecrire-le-salaire
           if ws_fs_salaires not = "00"
               close salaires-file
               exit paragraph
           end-if
           close salaires-file
           perform 3300-historiser-le-salaire
           move 'C' to ws_a_statut(ws_apr_idx)
           display "   Salaire applique : id "
               ws_a_id(ws_apr_idx)
           .

       3100-ouvrir-les-salaires.
      * Premier salaire de l'installation : le fichier se cree vide.
           open i-o salaires-file
           if ws_fs_salaires = "35"
               open output salaires-file
               close salaires-file
               open i-o salaires-file
           end-if
           .

       3200-ecrire-le-salaire.
           move 'O' to ws_sal_trouve
           move ws_a_id(ws_apr_idx) to sal-id
           read salaires-file
               invalid key
                   move 'N' to ws_sal_trouve
                   move spaces to salaire-record
                   move ws_a_id(ws_apr_idx) to sal-id
           end-read
           move ws_montant_approuve to sal-montant
           move ws_devise_approuvee to sal-devise
           if ws_sal_trouve = 'O'
               rewrite salaire-record
           else
               write salaire-record
           end-if
           if ws_fs_salaires not = "00"
               display "   Erreur ecriture SALAIRES : "
                   ws_fs_salaires " - salaire non applique,"
                   " demande laissee 'V'."
           end-if
           .

       3300-historiser-le-salaire.
      * La meme trace datee que la saisie directe : une date d'effet
      * anterieure au mois de paie part en statut 'A' [rattrapage a
      * calculer par 29_retro-paie.cob], sinon 'T' - la meme regle
      * que 1500-journaliser-historique de 23_saisie-salaires.cob.
           open extend salhist-file
           move ws_dateeff_approuvee to slh-dateeff
           move ws_montant_approuve to slh-montant
           move ws_devise_approuvee to slh-devise
           call "SPPERIOD" using ws_periode_path ws_today
               ws_periode_statut ws_date_paie ws_periode_trouve
           move ws_date_paie to slh-saisie
           move ws_date_paie to ws_today_dec
           compute ws_mois_eff = ws_eff_aaaa * 12 + ws_eff_mm
           compute ws_mois_auj = ws_auj_aaaa * 12 + ws_auj_mm
           if ws_mois_eff < ws_mois_auj
