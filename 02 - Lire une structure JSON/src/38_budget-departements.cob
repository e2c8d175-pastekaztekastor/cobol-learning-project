      *
      * Date de création: 02/09/2026
      * Auteur          : Champémont Mathurin
      *
      * Historique des modifications :
      *  - 15/10/2026 : le cout reel comprend les cotisations
      *    patronales du dernier extrait [src/cotisations-paie.txt,
      *    contre-valeur euro], comme le budget de masse salariale
      *    charges comprises.
      *  - 15/10/2026 : salaires lus dans src/salaires.dat [fichier
      *    indexe, parcouru dans l'ordre des ids].
      ******************************************************************
       identification division.
       program-id. 38_budget-departements.
               organization is line sequential
               file status is ws_fs_budgets.

           select salaires-file assign to "src/salaires.dat"
               organization is indexed
               access mode is dynamic
               record key is sal-id
               file status is ws_fs_salaires.

           select cotisations-file
               assign to "src/cotisations-paie.txt"
               organization is line sequential
               file status is ws_fs_cotisations.

           select rapport-file assign to "src/rapport-budget.txt"
               organization is line sequential
               file status is ws_fs_rapport.
           05 filler       pic x.
           05 sal-devise   pic x(3).

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
       01 rapport-record   pic x(130).

       01 ws_fs_budgets    pic xx value "00".
       01 ws_fs_salaires   pic xx value "00".
       01 ws_fs_rapport    pic xx value "00".
       01 ws_fs_cotisations pic xx value "00".
       01 fin_cotisations  pic x value 'N'.
       01 fin_master       pic x value 'N'.
       01 fin_budgets      pic x value 'N'.
       01 fin_salaires     pic x value 'N'.
       01 ws_dep_idx       pic 9(3) value 0.
       01 ws_found_idx     pic 9(3) value 0.

      * Salaires par id [montant et devise] et cotisations
      * patronales en euros, pour rattacher le cout au departement
      * du fichier maître.
       01 ws_sal_table.
           05 ws_sal_entry occurs 5000 times.
               10 ws_s_id      pic 9(5).
               10 ws_s_montant pic 9(7)v99.
               10 ws_s_devise  pic x(3).
               10 ws_s_charges pic 9(9)v99.
       01 ws_sal_count     pic 9(5) value 0.
       01 ws_sal_idx       pic 9(5) value 0.

           move ws_today(1:4) to ws_annee
           perform 0100-charger-le-budget
           perform 0200-charger-les-salaires
           perform 0300-charger-les-cotisations

           open input employee-master
           if ws_fs_master not = "00"
           open input salaires-file
           if ws_fs_salaires = "00"
               perform until fin_salaires = 'Y'
                   read salaires-file next record
                       at end
                           move 'Y' to fin_salaires
                       not at end
                                   to ws_s_montant(ws_sal_count)
                               move sal-devise
                                   to ws_s_devise(ws_sal_count)
                               move 0 to ws_s_charges(ws_sal_count)
                           end-if
                   end-read
               end-perform
           end-if
           .

       0300-charger-les-cotisations.
      * Les parts patronales du detail des cotisations, converties en
      * euros, se rattachent a la ligne de salaire du meme id.
      * Fichier absent : cout reel sans charges patronales.
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
                           perform 0310-rattacher-une-cotisation
                       end-if
               end-read
           end-perform
           close cotisations-file
           .

       0310-rattacher-une-cotisation.
           move cpa-devise to ws_conv_devise
           move cpa-employeur to ws_conv_montant
           call "SPDEVISE" using ws_taux_path ws_conv_devise
               ws_today ws_conv_montant ws_conv_eur ws_conv_trouve
           if ws_conv_trouve = 'N'
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

       1000-cumuler-un-employe.
      * L'effectif reel compte les statuts 'A' [meme decompte que
      * 12_tendance-effectifs.cob] ; le cout reel additionne la
                   end-if
                   add ws_conv_eur
                       to ws_d_reel_cout(ws_found_idx)
                   add ws_s_charges(ws_sal_idx)
                       to ws_d_reel_cout(ws_found_idx)
               end-if
           end-perform
           .
