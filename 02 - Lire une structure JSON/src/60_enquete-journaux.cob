      *
      * Date de création: 02/09/2026
      * Auteur          : Champémont Mathurin
      *
      * Historique des modifications :
      *  - 15/10/2026 : cinquieme source, le journal des
      *    consultations de donnees sensibles [src/journal-acces.txt,
      *    SPACCES] : "qui a consulte le salaire de l'id 00001 cette
      *    annee" se pose au meme guichet.
      ******************************************************************
       identification division.
       program-id. 60_enquete-journaux.
           05 filler pic x(60) value
               "src/historique-employes.txt".
           05 filler pic x(12) value "HISTORIQUE  ".
           05 filler pic x(60) value
               "src/journal-acces.txt".
           05 filler pic x(12) value "ACCES       ".
       01 ws_sources_table redefines ws_sources.
           05 ws_src_entry occurs 5 times.
               10 ws_src_path  pic x(60).
               10 ws_src_nom   pic x(12).
       01 ws_src_idx       pic 9(1) value 0.

       2000-fouiller-les-journaux.
           perform varying ws_src_idx from 1 by 1
               until ws_src_idx > 5
               move ws_src_path(ws_src_idx) to ws_source_path
               perform 2100-fouiller-un-journal
           end-perform
