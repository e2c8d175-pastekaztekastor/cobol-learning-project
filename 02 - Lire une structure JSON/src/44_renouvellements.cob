      *
      * Date de création: 02/09/2026
      * Auteur          : Champémont Mathurin
      *
      * Historique des modifications :
      *  - 15/10/2026 : la sortie emise vers 10_separations.cob
      *    porte le motif FC [fin de contrat, src/motifs-sortie.txt].
      ******************************************************************
       identification division.
       program-id. 44_renouvellements.
           05 sep-id       pic 9(5).
           05 filler       pic x.
           05 sep-datefin  pic 9(8).
           05 filler       pic x.
           05 sep-motif    pic x(2).

       fd historique-file.
       01 historique-record.
           if ws_fs_separ not = "00"
               open output separations-file
           end-if
           move spaces to separation-record
           move dec-id to sep-id
           move em-datefin to sep-datefin
           move "FC" to sep-motif
           write separation-record
           close separations-file
           .
