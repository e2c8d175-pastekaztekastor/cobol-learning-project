      *
      * Date de création: 02/09/2026
      * Auteur          : Champémont Mathurin
      *
      * Historique des modifications :
      *  - 15/10/2026 : l'archive porte aussi l'heure du releve
      *    [sans effet sur la tendance, qui reste journaliere].
      ******************************************************************
       identification division.
       program-id. 07_tendance-sondes.
           05 arc-date pic 9(8).
           05 filler pic x.
           05 arc-cel pic s99v99 sign leading separate.
           05 filler pic x.
           05 arc-heure pic 9(6).

       fd  tendance-report.
       01 report-enreg pic x(100).
