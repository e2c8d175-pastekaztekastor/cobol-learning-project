      *
      * Date de création: 02/09/2026
      * Auteur          : Champémont Mathurin
      *
      * Historique des modifications :
      *  - 15/10/2026 : les cotisations patronales du dernier extrait
      *    [src/cotisations-paie.txt, contre-valeur euro] entrent au
      *    cout de la personne et se ventilent avec le salaire
      *    [colonne charges du rapport].
      *  - 15/10/2026 : salaires lus dans src/salaires.dat [fichier
      *    indexe, parcouru dans l'ordre des ids].
      ******************************************************************
       identification division.
       program-id. 37_centres-cout.
               organization is line sequential
               file status is ws_fs_affect.

           select salaires-file assign to "src/salaires.dat"
               organization is indexed
               access mode is dynamic
               record key is sal-id
               file status is ws_fs_salaires.

           select primes-file assign to "src/primes-employes.txt"
               organization is line sequential
               file status is ws_fs_primes.

           select cotisations-file
               assign to "src/cotisations-paie.txt"
               organization is line sequential
               file status is ws_fs_cotisations.

           select rapport-file
               assign to "src/rapport-centres-cout.txt"
               organization is line sequential
       fd primes-file.
       01 prime-record     pic x(110).

       fd cotisations-file.
       01 cotisation-record.
           05 cpa-periode  pic 9(6).
           05 filler       pic x.
           05 cpa-id       pic 9(5).
           05 filler       pic x.
           05 cpa-soc      pic x(3).
           05 filler       pic x.
           05 cpa-dep      pic x(20).
           05 filler       pic x.
           05 cpa-code     pic x(8).
           05 filler       pic x.
           05 cpa-base     pic 9(7)v99.
           05 filler       pic x.
           05 cpa-salarie  pic 9(7)v99.
           05 filler       pic x.
           05 cpa-employeur pic 9(7)v99.
           05 filler       pic x.
           05 cpa-devise   pic x(3).

       fd rapport-file.
       01 rapport-record   pic x(132).

       working-storage section.
       01 ws_fs_master     pic xx value "00".
       01 ws_fs_salaires   pic xx value "00".
       01 ws_fs_primes     pic xx value "00".
       01 ws_fs_rapport    pic xx value "00".
       01 ws_fs_cotisations pic xx value "00".
       01 fin_cotisations  pic x value 'N'.
       01 fin_master       pic x value 'N'.
       01 fin_centres      pic x value 'N'.
       01 fin_affect       pic x value 'N'.
       01 ws_aff_idx       pic 9(5) value 0.
       01 ws_pct_total     pic 9(5) value 0.

      * Salaire par employe [montant et devise de salaires.dat],
      * prime en contre-valeur euro [lignes detail de
      * primes-employes.txt] et cotisations patronales en
      * contre-valeur euro [cotisations-paie.txt].
       01 ws_sal_table.
           05 ws_sal_entry occurs 5000 times.
               10 ws_s_id      pic 9(5).
               10 ws_s_montant pic 9(7)v99.
               10 ws_s_devise  pic x(3).
               10 ws_s_prime   pic 9(9)v99.
               10 ws_s_charges pic 9(9)v99.
       01 ws_sal_count     pic 9(5) value 0.
       01 ws_sal_idx       pic 9(5) value 0.
       01 ws_found_idx     pic 9(5) value 0.
       01 ws_prime_eur     pic 9(9)v99 value 0.
       01 ws_part_salaire  pic 9(9)v99 value 0.
       01 ws_part_prime    pic 9(9)v99 value 0.
       01 ws_charges_eur   pic 9(9)v99 value 0.
       01 ws_part_charges  pic 9(9)v99 value 0.
       01 ws_part_totale   pic 9(9)v99 value 0.
       01 ws_centre_courant pic x(20) value spaces.
       01 ws_total_general pic 9(13)v99 value 0.
           05 ws_l_salaire  pic z(8)9.99.
           05 filler        pic x(9) value "  prime  ".
           05 ws_l_prime    pic z(8)9.99.
           05 filler        pic x(9) value "  charg. ".
           05 ws_l_charges  pic z(8)9.99.

      * Consignation des incidents dans le fichier de messages date
      * [MSGLOG] : la chaine tourne sans surveillance.
           perform 0100-charger-les-centres
           perform 0200-charger-les-salaires
           perform 0300-charger-les-primes
           perform 0350-charger-les-cotisations
           perform 0400-charger-les-affectations

           open input employee-master
           open input salaires-file
           if ws_fs_salaires = "00"
               perform until fin_salaires = 'Y'
                   read salaires-file next record
                       at end
                           move 'Y' to fin_salaires
                       not at end
                               move sal-devise
                                   to ws_s_devise(ws_sal_count)
                               move 0 to ws_s_prime(ws_sal_count)
                               move 0 to ws_s_charges(ws_sal_count)
                           end-if
                   end-read
               end-perform
           end-perform
           .

       0350-charger-les-cotisations.
      * Les parts patronales du detail des cotisations, converties en
      * euros, se rattachent a la ligne de salaire du meme id.
      * Fichier absent : cout sans charges patronales.
           open input cotisations-file
           if ws_fs_cotisations not = "00"
               exit paragraph
           end-if
           perform until fin_cotisations = 'Y'
               read cotisations-file
                   at end
                       move 'Y' to fin_cotisations
                   not at end
                       if cpa-employeur > 0
                           perform 0360-rattacher-une-cotisation
                       end-if
               end-read
           end-perform
           close cotisations-file
           .

       0360-rattacher-une-cotisation.
           move cpa-devise to ws_conv_devise
           move cpa-employeur to ws_conv_montant
           call "SPDEVISE" using ws_taux_path ws_conv_devise
               ws_today ws_conv_montant ws_conv_eur ws_conv_trouve
           if ws_conv_trouve = 'N'
               add 1 to ws_nb_exceptions
               display "Pas de taux de change " ws_conv_devise
                   " au " ws_today " [id " cpa-id
                   "] - cotisation a zero."
               exit paragraph
           end-if
           perform varying ws_sal_idx from 1 by 1
               until ws_sal_idx > ws_sal_count
               if ws_s_id(ws_sal_idx) = cpa-id
                   add ws_conv_eur to ws_s_charges(ws_sal_idx)
               end-if
           end-perform
           .

       0400-charger-les-affectations.
           open input affect-file
           if ws_fs_affect not = "00"
       1100-relever-le-cout.
           move 0 to ws_salaire_eur
           move 0 to ws_prime_eur
           move 0 to ws_charges_eur
           perform varying ws_sal_idx from 1 by 1
               until ws_sal_idx > ws_sal_count
               if ws_s_id(ws_sal_idx) = em-id
                   end-if
                   move ws_conv_eur to ws_salaire_eur
                   move ws_s_prime(ws_sal_idx) to ws_prime_eur
                   move ws_s_charges(ws_sal_idx) to ws_charges_eur
               end-if
           end-perform
           .
               ws_salaire_eur * ws_a_pct(ws_aff_idx) / 100
           compute ws_part_prime rounded =
               ws_prime_eur * ws_a_pct(ws_aff_idx) / 100
           compute ws_part_charges rounded =
               ws_charges_eur * ws_a_pct(ws_aff_idx) / 100
           move em-id to ws_l_id
           move em-nom to ws_l_nom
           move ws_a_centre(ws_aff_idx) to ws_l_centre
           move ws_a_pct(ws_aff_idx) to ws_l_pct
           move ws_part_salaire to ws_l_salaire
           move ws_part_prime to ws_l_prime
           move ws_part_charges to ws_l_charges
           write rapport-record from ws_ligne_detail
           move ws_a_centre(ws_aff_idx) to ws_centre_courant
           perform 1250-cumuler-par-centre
       1250-cumuler-par-centre.
      * ws_centre_courant porte le code du centre a charger.
           compute ws_part_totale =
               ws_part_salaire + ws_part_prime + ws_part_charges
           add ws_part_totale to ws_total_general
           perform varying ws_idx from 1 by 1
               until ws_idx > ws_cen_count
      * centre NON VENTILE du referentiel].
           move ws_salaire_eur to ws_part_salaire
           move ws_prime_eur to ws_part_prime
           move ws_charges_eur to ws_part_charges
           move em-id to ws_l_id
           move em-nom to ws_l_nom
           move ws_centre_courant to ws_l_centre
           move 100 to ws_l_pct
           move ws_part_salaire to ws_l_salaire
           move ws_part_prime to ws_l_prime
           move ws_part_charges to ws_l_charges
           write rapport-record from ws_ligne_detail
           perform 1250-cumuler-par-centre
           .
