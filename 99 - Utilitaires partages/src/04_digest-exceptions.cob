      *
      * Date de création: 22/08/2026
      * Auteur          : Champémont Mathurin
      *
      * Historique des modifications :
      *  - 15/10/2026 : suspens anciens du rapprochement bancaire
      *    [rapprochement-suspens.dat du dossier 00], motif SUSPENS-BQ.
      *  - 15/10/2026 : anomalies du controle croise des satellites
      *    [exceptions-integrite.txt du dossier 02], motif INTEGRITE.
      *  - 15/10/2026 : prets non couverts par le solde de tout compte
      *    [exceptions-prets.txt du dossier 02, 61_solde-tout-compte],
      *    motif PRET-NC.
      ******************************************************************
       identification division.
       program-id. 04_digest-exceptions.
      -    "ns.txt".
           05 filler pic x(80) value
              "../02 - Lire une structure JSON/src/exceptions-badge.txt
      -    "".
           05 filler pic x(80) value
           "../00 - manipulation de base/src/rapprochement-suspens.dat".
           05 filler pic x(80) value
           "../02 - Lire une structure JSON/src/exceptions-integrite.tx
      -    "t".
           05 filler pic x(80) value
           "../02 - Lire une structure JSON/src/exceptions-prets.txt
      -    "".
       01 ws_sources_table redefines ws_sources.
           05 ws_source_entry pic x(80) occurs 14 times.
       01 ws_source_idx    pic 9(2) value 0.

      * Classement par motif : libelle reconnu dans le texte du rejet,
      * code motif et gravite associes, compte cumule.
       01 ws_motif_table.
           05 ws_motif_entry occurs 12 times.
               10 ws_m_code    pic x(10).
               10 ws_m_gravite pic x.
               10 ws_m_nb      pic 9(5).
           write digest-record

           perform varying ws_source_idx from 1 by 1
               until ws_source_idx > 14
               perform 1000-balayer-un-fichier
           end-perform

           move 'A' to ws_m_gravite(8)
           move "CLE-FAUSSE" to ws_m_code(9)
           move 'A' to ws_m_gravite(9)
           move "SUSPENS-BQ" to ws_m_code(10)
           move 'A' to ws_m_gravite(10)
           move "INTEGRITE" to ws_m_code(11)
           move 'A' to ws_m_gravite(11)
           move "PRET-NC"   to ws_m_code(12)
           move 'A' to ws_m_gravite(12)
           perform varying ws_motif_idx from 1 by 1
               until ws_motif_idx > 12
               move 0 to ws_m_nb(ws_motif_idx)
           end-perform
           .
                   move 6 to ws_motif_trouve
               when source-record(7:22) = "cle modulo 10 invalide"
                   move 9 to ws_motif_trouve
               when source-record(1:21) = "Suspens rapprochement"
                   move 10 to ws_motif_trouve
               when source-record(1:19) = "Integrite satellite"
                   move 11 to ws_motif_trouve
      * Prets non couverts : la ligne commence par sa date AAAAMMJJ.
               when source-record(10:16) = "PRET NON COUVERT"
                   move 12 to ws_motif_trouve
               when other
                   move 0 to ws_motif_trouve
           end-evaluate
           move "Recapitulatif par motif :" to digest-record
           write digest-record
           perform varying ws_motif_idx from 1 by 1
               until ws_motif_idx > 12
               if ws_m_nb(ws_motif_idx) > 0
                   move ws_m_code(ws_motif_idx) to ws_c_motif
                   move ws_m_nb(ws_motif_idx) to ws_c_nb
