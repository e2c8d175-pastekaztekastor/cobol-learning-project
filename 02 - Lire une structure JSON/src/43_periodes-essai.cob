      *
      * Date de création: 02/09/2026
      * Auteur          : Champémont Mathurin
      *
      * Historique des modifications :
      *  - 15/10/2026 : la sortie emise vers 10_separations.cob
      *    porte le motif FE [fin de periode d'essai,
      *    src/motifs-sortie.txt].
      ******************************************************************
       identification division.
       program-id. 43_periodes-essai.
           05 sep-id       pic 9(5).
           05 filler       pic x.
           05 sep-datefin  pic 9(8).
           05 filler       pic x.
           05 sep-motif    pic x(2).

       working-storage section.
       01 ws_fs_master     pic xx value "00".
           if ws_fs_separ not = "00"
               open output separations-file
           end-if
           move spaces to separation-record
           move ws_id_demande to sep-id
           move ws_today to sep-datefin
           move "FE" to sep-motif
           write separation-record
           close separations-file
           .
