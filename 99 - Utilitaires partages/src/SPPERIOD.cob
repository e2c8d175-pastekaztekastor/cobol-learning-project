       identification division.
       program-id. SPPERIOD.

      * Sous-programme partage du calendrier des periodes de paie
      * [appelable comme SPBAREME/SPAPPROB]. Une periode est un mois
      * de paie [AAAAMM] ; le calendrier [une ligne par periode :
      * periode, date limite de saisie, date de paiement, statut 'O'
      * ouverte / 'C' close, date et operateur de la cloture] est
      * tenu par 63_cloture-periode.cob, qui ne ferme une periode
      * qu'une fois l'extrait du mois controle.
      *
      * Pour une date donnee, rend le statut de la periode qui la
      * contient et la premiere date ouverte a partir d'elle : la
      * date elle-meme si sa periode est ouverte, sinon le premier
      * jour de la premiere periode suivante non close. Les guichets
      * de saisie de la paie s'en servent pour refuser une
      * modification datee dans une periode close ou la reporter sur
      * la periode ouverte suivante. Une periode absente du
      * calendrier est ouverte [lnk-trouve = 'N'] : un calendrier
      * absent ne bloque rien. Le chemin du fichier est fourni par
      * l'appelant, comme pour JOBLOG et SPAUTOR.

       environment division.
       input-output section.
       file-control.
           select periode-file assign to dynamic ws-periode-path
               organization is line sequential
               file status is ws-fs-periode.

       data division.
       file section.
       fd periode-file.
       01 periode-record.
           05 per-periode  pic 9(6).
           05 filler       pic x.
           05 per-limite   pic 9(8).
           05 filler       pic x.
           05 per-paiement pic 9(8).
           05 filler       pic x.
           05 per-statut   pic x(1).
           05 filler       pic x.
           05 per-cloture  pic 9(8).
           05 filler       pic x.
           05 per-operateur pic x(8).

       working-storage section.
       01 ws-periode-path  pic x(100).
       01 ws-fs-periode    pic xx value "00".
       01 ws-fin-periode   pic x value 'N'.

      * Periodes closes du calendrier [les seules qui comptent : tout
      * le reste est ouvert].
       01 ws-close-table.
           05 ws-close-periode occurs 240 times pic 9(6).
       01 ws-close-count   pic 9(3) value 0.
       01 ws-idx           pic 9(3) value 0.
       01 ws-close         pic x value 'N'.

       01 ws-mois          pic 9(6) value 0.
       01 ws-mois-dec redefines ws-mois.
           05 ws-mois-aaaa pic 9(4).
           05 ws-mois-mm   pic 9(2).
       01 ws-nb-sauts      pic 9(3) value 0.

       linkage section.
       01 lnk-periode-path pic x(100).
       01 lnk-date         pic 9(8).
      * 'O' = periode de la date ouverte, 'C' = close.
       01 lnk-statut       pic x(1).
      * Premiere date ouverte a partir de lnk-date [AAAAMMJJ].
       01 lnk-date-ouverte pic 9(8).
      * 'O' = la periode de la date figure au calendrier.
       01 lnk-trouve       pic x(1).

       procedure division using lnk-periode-path lnk-date
               lnk-statut lnk-date-ouverte lnk-trouve.

           move 'O' to lnk-statut
           move 'N' to lnk-trouve
           move lnk-date to lnk-date-ouverte
           move 0 to ws-close-count
           move 'N' to ws-fin-periode
           move lnk-periode-path to ws-periode-path
           move lnk-date(1:6) to ws-mois

           open input periode-file
           if ws-fs-periode not = "00"
               goback
           end-if
           perform until ws-fin-periode = 'Y'
               read periode-file
                   at end
                       move 'Y' to ws-fin-periode
                   not at end
                       if per-periode = ws-mois
                           move 'O' to lnk-trouve
                       end-if
                       if per-statut = 'C' and ws-close-count < 240
                           add 1 to ws-close-count
                           move per-periode
                               to ws-close-periode(ws-close-count)
                       end-if
               end-read
           end-perform
           close periode-file

           perform 1000-tester-le-mois
           if ws-close = 'N'
               goback
           end-if
           move 'C' to lnk-statut
      * Periode close : on avance mois par mois jusqu'a la premiere
      * periode non close [borne au nombre de periodes closes].
           move 0 to ws-nb-sauts
           perform until ws-close = 'N' or ws-nb-sauts > 240
               add 1 to ws-nb-sauts
               if ws-mois-mm = 12
                   add 1 to ws-mois-aaaa
                   move 1 to ws-mois-mm
               else
                   add 1 to ws-mois-mm
               end-if
               perform 1000-tester-le-mois
           end-perform
           compute lnk-date-ouverte = ws-mois * 100 + 1
           goback.

       1000-tester-le-mois.
           move 'N' to ws-close
           perform varying ws-idx from 1 by 1
               until ws-idx > ws-close-count
               if ws-close-periode(ws-idx) = ws-mois
                   move 'O' to ws-close
               end-if
           end-perform
           .

       end program SPPERIOD.
