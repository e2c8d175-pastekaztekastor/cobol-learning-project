      *    motif] se retraite - chaque id rejete se re-emet, corrige
      *    depuis le fichier maître du jour, dans une declaration
      *    delta sous le numero de version suivant.
      *    Chaque personne porte ses montants annuels de paie - brut,
      *    imposable, impot retenu a la source - releves au registre
      *    des cumuls [src/cumuls-paie.txt, tenu par 64_cumuls-paie]
      *    et additionnes sur les societes de l'annee.
      *
      * Date de création: 02/09/2026
      * Auteur          : Champémont Mathurin
      *
      * Historique des modifications :
      *  - 15/10/2026 : donnees gelees de l'annee - une fois l'annee
      *    basculee [89_bascule-annuelle.cob], la population
      *    [src/declaration-gel-AAAA.txt, situation au 31/12] et les
      *    cumuls [src/cumuls-gel-AAAA.txt] se relisent du gel au lieu
      *    du fichier maître et du registre du jour : une sortie ou un
      *    rappel de janvier ne change plus la declaration de l'annee
      *    close. Le delta CORRIGER reste relu du fichier maître.
      ******************************************************************
       identification division.
       program-id. 55_declaration-annuelle.
               organization is line sequential
               file status is ws_fs_version.

           select cumuls-file assign to dynamic ws_cumuls_path
               organization is line sequential
               file status is ws_fs_cumuls.

      * Population gelee de l'annee a la bascule annuelle : meme
      * enregistrement que le fichier maître, situation au 31/12.
           select gel-file assign to dynamic ws_gel_path
               organization is line sequential
               file status is ws_fs_gel.

       data division.
       file section.
       fd employee-master.
           05 dcl-datefin  pic 9(8).
           05 filler       pic x.
           05 dcl-statut   pic x(1).
           05 filler       pic x.
           05 dcl-brut     pic s9(9)v99 sign leading separate.
           05 filler       pic x.
           05 dcl-imposable pic s9(9)v99 sign leading separate.
           05 filler       pic x.
           05 dcl-impot    pic s9(9)v99 sign leading separate.
           05 filler       pic x.
           05 dcl-devise   pic x(3).

       fd rejets-file.
       01 rejet-record.
           05 filler       pic x.
           05 ver-numero   pic 9(2).

       fd cumuls-file.
       01 cumul-record.
           COPY "cumul-enreg.cpy" REPLACING ==:PFX:== BY ==cum-==.

       fd gel-file.
       01 gel-record.
           COPY "employe-enreg.cpy" REPLACING ==:PFX:== BY ==gel-==.

       working-storage section.
       01 ws_fs_master     pic xx value "00".
       01 ws_fs_declaration pic xx value "00".
       01 ws_fs_rejets     pic xx value "00".
       01 ws_fs_version    pic xx value "00".
       01 ws_fs_cumuls     pic xx value "00".
       01 fin_master       pic x value 'N'.
       01 fin_rejets       pic x value 'N'.
       01 fin_cumuls       pic x value 'N'.
       01 ws_fs_gel        pic xx value "00".
       01 fin_gel          pic x value 'N'.
       01 ws_gel           pic x value 'N'.
       01 ws_gel_path      pic x(60) value spaces.
       01 ws_cumuls_path   pic x(60) value "src/cumuls-paie.txt".
       01 ws_mode          pic x(12) value spaces.
       01 ws_today         pic 9(8) value 0.
       01 ws_date_param    pic x(8) value spaces.
       01 ws_nb_corriges   pic 9(5) value 0.
       01 ws_nb_introuvables pic 9(5) value 0.

      * Montants annuels par id, toutes societes de l'annee
      * confondues [registre des cumuls de paie].
       01 ws_cum_table.
           05 ws_cum_entry occurs 5000 times.
               10 ws_k_id        pic 9(5).
               10 ws_k_devise    pic x(3).
               10 ws_k_brut      pic s9(9)v99.
               10 ws_k_imposable pic s9(9)v99.
               10 ws_k_impot     pic s9(9)v99.
       01 ws_cum_count     pic 9(5) value 0.
       01 ws_cum_idx       pic 9(5) value 0.
       01 ws_cum_trouve    pic 9(5) value 0.

      * Lignes d'entete et de pied a disposition fixe.
       01 ws_ligne_ent.
           05 filler       pic x(4) value "ENT ".

           perform 0100-numero-de-version
           perform 0200-nommer-le-fichier
           perform 0250-reperer-le-gel
           perform 0300-charger-les-cumuls

           if ws_mode = "CORRIGER"
               perform 3000-emettre-le-delta
           end-string
           .

       0250-reperer-le-gel.
      * Annee basculee : population et cumuls se relisent du gel.
           move spaces to ws_gel_path
           string "src/declaration-gel-" delimited by size
                  ws_annee delimited by size
                  ".txt" delimited by size
                  into ws_gel_path
           end-string
           open input gel-file
           if ws_fs_gel not = "00"
               exit paragraph
           end-if
           close gel-file
           move 'O' to ws_gel
           move spaces to ws_cumuls_path
           string "src/cumuls-gel-" delimited by size
                  ws_annee delimited by size
                  ".txt" delimited by size
                  into ws_cumuls_path
           end-string
           display "Annee " ws_annee " basculee : donnees gelees au"
               " 31/12 [" function trim(ws_gel_path) "]."
           .

       0300-charger-les-cumuls.
      * Registre absent : montants a zero [annee non postee].
           open input cumuls-file
           if ws_fs_cumuls not = "00"
               display "Registre des cumuls de paie absent -"
                   " montants annuels a zero."
               exit paragraph
           end-if
           perform until fin_cumuls = 'Y'
               read cumuls-file
                   at end
                       move 'Y' to fin_cumuls
                   not at end
                       if cum-annee = ws_annee
                           perform 0310-cumuler-une-ligne
                       end-if
               end-read
           end-perform
           close cumuls-file
           .

       0310-cumuler-une-ligne.
           move 0 to ws_cum_trouve
           perform varying ws_cum_idx from 1 by 1
               until ws_cum_idx > ws_cum_count
               if ws_k_id(ws_cum_idx) = cum-id
                   move ws_cum_idx to ws_cum_trouve
               end-if
           end-perform
           if ws_cum_trouve = 0
               if ws_cum_count >= 5000
                   display "CUMULS : table pleine (5000 max) - id "
                       cum-id " ignore"
                   exit paragraph
               end-if
               add 1 to ws_cum_count
               move ws_cum_count to ws_cum_trouve
               move cum-id to ws_k_id(ws_cum_trouve)
               move cum-devise to ws_k_devise(ws_cum_trouve)
               move 0 to ws_k_brut(ws_cum_trouve)
               move 0 to ws_k_imposable(ws_cum_trouve)
               move 0 to ws_k_impot(ws_cum_trouve)
           end-if
           add cum-brut to ws_k_brut(ws_cum_trouve)
           add cum-imposable to ws_k_imposable(ws_cum_trouve)
           add cum-impot to ws_k_impot(ws_cum_trouve)
           .

       1000-emettre-la-declaration.
      * Population de l'annee : les actifs, plus les sortis dont la
      * date de fin tombe dans l'annee declaree - ou la population
      * gelee a la bascule.
           if ws_gel = 'O'
               perform 1050-emettre-depuis-le-gel
               exit paragraph
           end-if
           open input employee-master
           if ws_fs_master not = "00"
               display "Erreur ouverture EMPLOYEE-MASTER : "
               " [" ws_nb_personnes " personne(s)]."
           .

       1050-emettre-depuis-le-gel.
           open input gel-file
           if ws_fs_gel not = "00"
               display "Erreur ouverture du gel : " ws_fs_gel
               move 16 to ws_joblog_rc
               exit paragraph
           end-if
           open output declaration-file
           perform 1100-ecrire-l-entete
           perform until fin_gel = 'Y'
               read gel-file
                   at end
                       move 'Y' to fin_gel
                   not at end
                       move gel-record to employee-master-record
                       perform 1200-declarer-une-personne
               end-read
           end-perform
           perform 1900-ecrire-le-pied
           close declaration-file
           close gel-file
           display "Declaration " ws_annee " v" ws_version
               " emise du gel : " function trim(ws_declaration_path)
               " [" ws_nb_personnes " personne(s)]."
           .

       1100-ecrire-l-entete.
           move ws_annee to ws_ent_annee
           move ws_version to ws_ent_version
           move em-dateemb to dcl-dateemb
           move em-datefin to dcl-datefin
           move em-statut to dcl-statut
           move 0 to dcl-brut dcl-imposable dcl-impot
           perform varying ws_cum_idx from 1 by 1
               until ws_cum_idx > ws_cum_count
               if ws_k_id(ws_cum_idx) = em-id
                   move ws_k_brut(ws_cum_idx) to dcl-brut
                   move ws_k_imposable(ws_cum_idx) to dcl-imposable
                   move ws_k_impot(ws_cum_idx) to dcl-impot
                   move ws_k_devise(ws_cum_idx) to dcl-devise
               end-if
           end-perform
           write declaration-record
           add 1 to ws_nb_personnes
           add em-id to ws_somme_ids
