      *
      * Date de création: 22/08/2026
      * Auteur          : Champémont Mathurin
      *
      * Historique des modifications :
      *  - 15/10/2026 : devise de paie relue par cle dans
      *    salaires.dat [fichier indexe], plus de table en memoire.
      ******************************************************************
       identification division.
       program-id. 24_calcul-primes.
      * Fichier des salaires : seule la devise de paie de chaque
      * employe est relue ici [la prime part dans la monnaie ou la
      * personne est payee, EUR par defaut].
           select salaires-file assign to "src/salaires.dat"
               organization is indexed
               access mode is dynamic
               record key is sal-id
               file status is ws_fs_salaires.

           select primes-file assign to "src/primes-employes.txt"
           05 filler        pic x(6) value "  EUR ".
           05 ws_l_eur      pic z(8)9.99.

      * Devise de paie par employe [relue de salaires.dat, EUR par
      * defaut] et conversion en euro des cumuls [SPDEVISE, taux
      * dates de src/taux-change.txt] : les totaux par departement ne
      * s'additionnent qu'en contre-valeur euro. Une devise sans taux
      * a la date de traitement est un arret ferme [rc 12].
       01 ws_fs_salaires   pic xx value "00".
       01 ws_sal_ouvert    pic x value 'N'.
       01 ws_taux_path     pic x(100)
           value "src/taux-change.txt".
       01 ws_prime_devise  pic x(3) value "EUR".
                   end-read
               end-perform
               close employee-master
               if ws_sal_ouvert = 'O'
                   close salaires-file
               end-if

               perform 2000-imprimer-le-recapitulatif
               close primes-file
           .

       0200-charger-les-devises.
      * La devise de paie se relit par id [fichier absent : tout le
      * monde en EUR, comme avant].
           open input salaires-file
           if ws_fs_salaires = "00"
               move 'O' to ws_sal_ouvert
           end-if
           .

      * La prime part dans la devise de paie de l'employe [EUR par
      * defaut] ; seuls les cumuls se font en contre-valeur euro.
           move "EUR" to ws_prime_devise
           if ws_sal_ouvert = 'O'
               move em-id to sal-id
               read salaires-file
                   invalid key
                       continue
                   not invalid key
                       move sal-devise to ws_prime_devise
               end-read
           end-if
           move ws_prime to ws_conv_montant
           call "SPDEVISE" using ws_taux_path ws_prime_devise
               ws_today ws_conv_montant ws_conv_eur ws_conv_trouve
