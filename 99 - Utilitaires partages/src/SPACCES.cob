       identification division.
       program-id. SPACCES.

      * Sous-programme partage du journal des consultations
      * [appelable comme JOBLOG/MSGLOG]. Les modifications se
      * journalisent depuis longtemps [journal des corrections,
      * historique, approbations] ; la simple lecture d'une donnee
      * sensible ne laissait aucune trace. Chaque programme qui
      * affiche ou imprime un salaire, des coordonnees bancaires ou
      * la fiche d'un employe appelle SPACCES au moment de
      * l'affichage : le journal [chemin fourni par l'appelant]
      * recoit une ligne - date, heure, operateur, programme, id
      * employe consulte, categorie de donnee [SALAIRE, BANQUE,
      * FICHE]. Le journal est relu par le rapport mensuel des
      * consultations [97_rapport-acces.cob] et par l'enquete dans
      * les journaux [60_enquete-journaux.cob].

       environment division.
       input-output section.
       file-control.
           select journal-file assign to dynamic ws-journal-path
               organization is line sequential
               file status is ws-fs-journal.

       data division.
       file section.
       fd journal-file.
       01 journal-record.
           05 acc-date     pic 9(8).
           05 filler       pic x.
           05 acc-heure    pic 9(6).
           05 filler       pic x.
           05 acc-operateur pic x(8).
           05 filler       pic x.
           05 acc-programme pic x(20).
           05 filler       pic x.
           05 acc-id       pic 9(5).
           05 filler       pic x.
           05 acc-categorie pic x(10).

       working-storage section.
       01 ws-journal-path  pic x(100).
       01 ws-fs-journal    pic xx value "00".
       01 ws-date          pic 9(8) value 0.
       01 ws-heure         pic 9(8) value 0.

       linkage section.
       01 lnk-journal-path pic x(100).
       01 lnk-operateur    pic x(8).
       01 lnk-programme    pic x(20).
       01 lnk-id           pic 9(5).
       01 lnk-categorie    pic x(10).

       procedure division using lnk-journal-path lnk-operateur
               lnk-programme lnk-id lnk-categorie.

           move lnk-journal-path to ws-journal-path
           accept ws-date from date yyyymmdd
           accept ws-heure from time

           open extend journal-file
           if ws-fs-journal not = "00"
               open output journal-file
               if ws-fs-journal not = "00"
                   display "SPACCES : journal des consultations"
                       " inaccessible [" function trim(ws-journal-path)
                       "]"
                   goback
               end-if
           end-if
           move spaces to journal-record
           move ws-date to acc-date
           move ws-heure(1:6) to acc-heure
           move lnk-operateur to acc-operateur
           move lnk-programme to acc-programme
           move lnk-id to acc-id
           move lnk-categorie to acc-categorie
           write journal-record
           close journal-file
           goback.

       end program SPACCES.
