      ******************************************************************
      * Nom du Projet   : Surveillance des trous de releves
      * Description     : Une sonde qui cesse d'emettre ne se voyait
      *    nulle part : elle disparaissait du recapitulatif de
      *    03_conversion-celsiu.cob et la tendance hebdomadaire
      *    [07_tendance-sondes.cob] la comparait a rien. Ce programme
      *    connait l'intervalle de releve attendu de chaque sonde
      *    active [registre src/sondes.dat] et relit :
      *    - l'archive des releves [src/sensor-archive.dat] : trous
      *      plus longs que l'intervalle plus TOLERANCE_MINUTES
      *      [5 par defaut], horodatages en double ou en desordre,
      *      completude journaliere [releves recus / releves
      *      attendus] sur les JOURS_TROUS derniers jours [7 par
      *      defaut, 31 au plus] ;
      *    - les releves du passage [src/sensor-readings.dat] :
      *      sondes actives qui n'y ont rien envoye, doublons et
      *      desordres du passage.
      *    Rapport par sonde [src/trous-sondes.txt] : fenetres
      *    manquantes, anomalies d'horodatage, completude par jour.
      *    Une sonde muette depuis plus de SILENCE_HEURES heures
      *    [4 par defaut] part en file de notification du matin
      *    [MSGLOG 'W'] et le passage termine en avertissement
      *    [rc 4], comme une sonde muette dans le passage.
      *
      * Date de création: 15/10/2026
      * Auteur          : Champémont Mathurin
      ******************************************************************
       identification division.
       program-id. 14_trous-sondes.

       environment division.
       input-output section.
       file-control.
           select sonde-file assign to "src/sondes.dat"
               organization is line sequential
               file status is ws-fs-sonde.
           select sensor-archive
               assign to "src/sensor-archive.dat"
               organization is line sequential
               file status is ws-fs-archive.
           select sensor-readings assign to "src/sensor-readings.dat"
               organization is line sequential
               file status is ws-fs-readings.
           select rapport-file assign to "src/trous-sondes.txt"
               organization is line sequential
               file status is ws-fs-rapport.

       data division.
       file section.
      * Registre des sondes [tenu par 12_registre-sondes.cob].
       fd  sonde-file.
       01 sonde-enreg.
           05 snd-id pic x(4).
           05 filler pic x.
           05 snd-emplacement pic x(20).
           05 filler pic x.
           05 snd-type pic x(8).
           05 filler pic x.
           05 snd-min pic s99v99 sign leading separate.
           05 filler pic x.
           05 snd-max pic s99v99 sign leading separate.
           05 filler pic x.
           05 snd-decalage pic s9v99 sign leading separate.
           05 filler pic x.
           05 snd-etal-dernier pic 9(8).
           05 filler pic x.
           05 snd-etal-prochain pic 9(8).
           05 filler pic x.
           05 snd-statut pic x.
           05 filler pic x.
           05 snd-intervalle pic 9(4).

      * Archive datee des releves [ecrite par 03_conversion-celsiu].
       fd  sensor-archive.
       01 archive-enreg.
           05 arc-id pic x(4).
           05 filler pic x.
           05 arc-date pic 9(8).
           05 filler pic x.
           05 arc-cel pic s99v99 sign leading separate.
           05 filler pic x.
           05 arc-heure pic 9(6).

      * Releves du passage [entree de 03_conversion-celsiu].
       fd  sensor-readings.
       01 sensor-enreg.
           05 sensor-id pic x(4).
           05 filler pic x.
           05 sensor-horodatage pic 9(14).
           05 filler pic x.
           05 sensor-cel pic s99v99 sign leading separate.

       fd  rapport-file.
       01 rapport-enreg pic x(100).

       working-storage section.
       01 ws-fs-sonde pic xx value "00".
       01 ws-fs-archive pic xx value "00".
       01 ws-fs-readings pic xx value "00".
       01 ws-fs-rapport pic xx value "00".
       01 ws-fin-fichier pic x value "N".
       01 ws-today pic 9(8) value 0.
       01 ws-date-param pic x(8) value spaces.
       01 ws-heure pic 9(8) value 0.
       01 ws-param pic x(6) value spaces.

      * Parametres de la surveillance.
       01 ws-tolerance pic 9(4) value 5.
       01 ws-silence-heures pic 9(3) value 4.
       01 ws-jours-fenetre pic 9(2) value 7.
       01 ws-intervalle-defaut pic 9(4) value 15.

      * Instant de reference [maintenant, ou fin de la journee
      * DATE_TRAITEMENT en rejeu] et fenetre de completude, en
      * minutes et quantiemes INTEGER-OF-DATE.
       01 ws-ref-min pic 9(10) value 0.
       01 ws-ref-ts pic 9(14) value 0.
       01 ws-jour-today pic 9(8) value 0.
       01 ws-jour-debut pic 9(8) value 0.
       01 ws-jour pic 9(8) value 0.
       01 ws-jour-idx pic 9(2) value 0.
       01 ws-date-jour pic 9(8) value 0.

      * Sondes actives et leur suivi.
       01 ws-sonde-table.
           05 ws-sonde-entry occurs 100 times.
               10 ws-s-id pic x(4).
               10 ws-s-emplacement pic x(20).
               10 ws-s-intervalle pic 9(4).
               10 ws-s-dernier-ts pic 9(14).
               10 ws-s-dernier-min pic 9(10).
               10 ws-s-passage-ts pic 9(14).
               10 ws-s-nb-passage pic 9(6).
               10 ws-s-nb-anomalies pic 9(5).
               10 ws-s-jour-count pic 9(5) occurs 31 times.
       01 ws-sonde-count pic 9(3) value 0.
       01 ws-sonde-idx pic 9(3) value 0.
       01 ws-sonde-trouve pic 9(3) value 0.

      * Anomalies relevees, rangees par sonde pour le rapport.
       01 ws-anomalie-table.
           05 ws-anomalie-entry occurs 2000 times.
               10 ws-a-sonde pic 9(3).
               10 ws-a-ligne pic x(90).
       01 ws-anomalie-count pic 9(4) value 0.
       01 ws-anomalie-idx pic 9(4) value 0.
       01 ws-anomalie-texte pic x(90) value spaces.

      * Releve courant.
       01 ws-horodatage pic 9(14) value 0.
       01 ws-minutes pic 9(10) value 0.
       01 ws-heure-releve pic 9(6) value 0.
       01 ws-hh pic 99 value 0.
       01 ws-mm pic 99 value 0.
       01 ws-ecart pic 9(10) value 0.
       01 ws-manquants pic 9(6) value 0.
       01 ws-attendus pic 9(6) value 0.
       01 ws-pourcent pic 9(7)v9 value 0.
       01 ws-ecart-aff pic z(9)9.
       01 ws-manquants-aff pic z(5)9.
       01 ws-heures-aff pic z(6)9.
       01 ws-pourcent-aff pic zz9.9.
       01 ws-count-aff pic z(4)9.
       01 ws-attendus-aff pic z(4)9.

      * Compteurs du passage.
       01 ws-passage-present pic x value "N".
       01 ws-trou-ouvert pic x value "N".
       01 ws-trou-libelle pic x(11) value spaces.
       01 ws-nb-trous pic 9(5) value 0.
       01 ws-nb-doublons pic 9(5) value 0.
       01 ws-nb-desordres pic 9(5) value 0.
       01 ws-nb-muettes pic 9(3) value 0.
       01 ws-nb-silences pic 9(3) value 0.

      * Champs d'appel au journal central des executions (JOB-LOG,
      * voir 99 - Utilitaires partages/src/JOBLOG.cob).
       01 ws-joblog-name pic x(20) value "14_trous-sondes".
       01 ws-joblog-path pic x(100)
           value "../job-log.txt".
       01 ws-joblog-action pic x(1).
       01 ws-joblog-count pic 9(5) value 0.
       01 ws-joblog-rc pic 9(2) value 0.
       01 ws-joblog-operator pic x(8) value spaces.

      * File de notification de l'exploitation [MSGLOG].
       01 ws-msglog-prefix pic x(100) value "..".
       01 ws-msglog-grav pic x(1) value 'W'.
       01 ws-msglog-texte pic x(100) value spaces.

       procedure division.
           accept ws-joblog-operator from environment "USER"
           move 'S' to ws-joblog-action
           call "JOBLOG" using ws-joblog-path ws-joblog-name
               ws-joblog-action
               ws-joblog-count ws-joblog-rc ws-joblog-operator

           perform 0010-date-de-traitement
           perform 0020-parametres
           perform 0100-charger-les-sondes
           if ws-sonde-count = 0
               display "Aucune sonde active au registre : rien a"
                   " surveiller."
           else
               perform 2000-relire-l-archive
               perform 3000-relire-le-passage
               perform 4000-controler-les-silences
               perform 5000-editer-le-rapport
           end-if
           compute ws-joblog-count =
               ws-nb-trous + ws-nb-doublons + ws-nb-desordres
               + ws-nb-muettes + ws-nb-silences

           move 'E' to ws-joblog-action
           call "JOBLOG" using ws-joblog-path ws-joblog-name
               ws-joblog-action
               ws-joblog-count ws-joblog-rc ws-joblog-operator
           move ws-joblog-rc to return-code
           goback.

       0010-date-de-traitement.
      * La date metier du passage : DATE_TRAITEMENT si posee par
      * l'exploitation [rejeu d'un jour precedent, reference en fin
      * de journee], sinon maintenant.
           move spaces to ws-date-param
           accept ws-date-param from environment "DATE_TRAITEMENT"
           if ws-date-param is numeric
               move function numval(ws-date-param) to ws-today
               move 235900 to ws-heure-releve
           else
               accept ws-today from date yyyymmdd
               accept ws-heure from time
               move ws-heure(1:6) to ws-heure-releve
           end-if
           compute ws-jour-today = function integer-of-date(ws-today)
           compute ws-ref-ts = ws-today * 1000000 + ws-heure-releve
           move ws-heure-releve(1:2) to ws-hh
           move ws-heure-releve(3:2) to ws-mm
           compute ws-ref-min = ws-jour-today * 1440
               + ws-hh * 60 + ws-mm
           .

       0020-parametres.
           move spaces to ws-param
           accept ws-param from environment "TOLERANCE_MINUTES"
           if ws-param not = spaces
               move function numval(ws-param) to ws-tolerance
           end-if
           move spaces to ws-param
           accept ws-param from environment "SILENCE_HEURES"
           if ws-param not = spaces
               move function numval(ws-param) to ws-silence-heures
           end-if
           move spaces to ws-param
           accept ws-param from environment "JOURS_TROUS"
           if ws-param not = spaces
               move function numval(ws-param) to ws-jours-fenetre
           end-if
           if ws-jours-fenetre = 0 or ws-jours-fenetre > 31
               move 7 to ws-jours-fenetre
           end-if
           compute ws-jour-debut = ws-jour-today - ws-jours-fenetre + 1
           .

       0100-charger-les-sondes.
      * Sondes actives seulement : une sonde desactivee n'a plus a
      * emettre.
           open input sonde-file
           if ws-fs-sonde not = "00"
               exit paragraph
           end-if
           move "N" to ws-fin-fichier
           perform until ws-fin-fichier = "Y"
               read sonde-file
                   at end
                       move "Y" to ws-fin-fichier
                   not at end
                       if snd-statut = "A" and ws-sonde-count < 100
                           add 1 to ws-sonde-count
                           perform 0110-ranger-une-sonde
                       end-if
               end-read
           end-perform
           close sonde-file
           .

       0110-ranger-une-sonde.
           initialize ws-sonde-entry(ws-sonde-count)
           move snd-id to ws-s-id(ws-sonde-count)
           move snd-emplacement to ws-s-emplacement(ws-sonde-count)
           if snd-intervalle is numeric and snd-intervalle > 0
               move snd-intervalle to ws-s-intervalle(ws-sonde-count)
           else
               move ws-intervalle-defaut
                   to ws-s-intervalle(ws-sonde-count)
           end-if
           .

       0400-trouver-la-sonde.
      * Identifiant dans ws-anomalie-texte(1:4) -> rang de la sonde
      * active [0 si inconnue ou inactive].
           move 0 to ws-sonde-trouve
           perform varying ws-sonde-idx from 1 by 1
               until ws-sonde-idx > ws-sonde-count
               if ws-s-id(ws-sonde-idx) = ws-anomalie-texte(1:4)
                   move ws-sonde-idx to ws-sonde-trouve
               end-if
           end-perform
           .

       2000-relire-l-archive.
           open input sensor-archive
           if ws-fs-archive not = "00"
               display "Archive des releves absente : trous non"
                   " controles."
               exit paragraph
           end-if
           move "N" to ws-fin-fichier
           perform until ws-fin-fichier = "Y"
               read sensor-archive
                   at end
                       move "Y" to ws-fin-fichier
                   not at end
                       perform 2100-controler-un-releve
               end-read
           end-perform
           close sensor-archive
           .

       2100-controler-un-releve.
      * Releve d'une sonde inactive, inconnue ou mal date : hors
      * surveillance. Archive anterieure a l'heure du releve :
      * minuit.
           move arc-id to ws-anomalie-texte(1:4)
           perform 0400-trouver-la-sonde
           if ws-sonde-trouve = 0 or arc-date not numeric
               exit paragraph
           end-if
           move ws-sonde-trouve to ws-sonde-idx
           if arc-heure is numeric
               move arc-heure to ws-heure-releve
           else
               move 0 to ws-heure-releve
           end-if
           compute ws-horodatage =
               arc-date * 1000000 + ws-heure-releve
           move ws-heure-releve(1:2) to ws-hh
           move ws-heure-releve(3:2) to ws-mm
           compute ws-jour = function integer-of-date(arc-date)
           compute ws-minutes = ws-jour * 1440 + ws-hh * 60 + ws-mm

      * Premier releve de la sonde : rien a comparer.
           if ws-s-dernier-ts(ws-sonde-idx) = 0
               move ws-horodatage to ws-s-dernier-ts(ws-sonde-idx)
               move ws-minutes to ws-s-dernier-min(ws-sonde-idx)
               perform 2200-compter-le-jour
               exit paragraph
           end-if

           if ws-horodatage = ws-s-dernier-ts(ws-sonde-idx)
               if ws-jour >= ws-jour-debut
                   move spaces to ws-anomalie-texte
                   string "DOUBLON    horodatage " delimited by size
                          ws-horodatage delimited by size
                          " deja recu" delimited by size
                          into ws-anomalie-texte
                   end-string
                   add 1 to ws-nb-doublons
                   perform 2900-ranger-l-anomalie
               end-if
               exit paragraph
           end-if

      * Releve plus ancien que le dernier recu : compte pour sa
      * journee, mais le dernier releve connu reste le plus recent.
           if ws-horodatage < ws-s-dernier-ts(ws-sonde-idx)
               if ws-jour >= ws-jour-debut
                   move spaces to ws-anomalie-texte
                   string "DESORDRE   horodatage " delimited by size
                          ws-horodatage delimited by size
                          " recu apres " delimited by size
                          ws-s-dernier-ts(ws-sonde-idx)
                              delimited by size
                          into ws-anomalie-texte
                   end-string
                   add 1 to ws-nb-desordres
                   perform 2900-ranger-l-anomalie
               end-if
               perform 2200-compter-le-jour
               exit paragraph
           end-if

           compute ws-ecart =
               ws-minutes - ws-s-dernier-min(ws-sonde-idx)
           if ws-ecart > ws-s-intervalle(ws-sonde-idx) + ws-tolerance
              and ws-jour >= ws-jour-debut
               perform 2300-ranger-le-trou
           end-if
           move ws-horodatage to ws-s-dernier-ts(ws-sonde-idx)
           move ws-minutes to ws-s-dernier-min(ws-sonde-idx)
           perform 2200-compter-le-jour
           .

       2200-compter-le-jour.
           if ws-jour >= ws-jour-debut and ws-jour <= ws-jour-today
               compute ws-jour-idx = ws-jour - ws-jour-debut + 1
               add 1 to ws-s-jour-count(ws-sonde-idx, ws-jour-idx)
           end-if
           .

       2300-ranger-le-trou.
      * Fenetre manquante entre le dernier releve recu et celui-ci
      * [ou maintenant, trou encore ouvert].
           compute ws-manquants =
               ws-ecart / ws-s-intervalle(ws-sonde-idx) - 1
           move ws-ecart to ws-ecart-aff
           move ws-manquants to ws-manquants-aff
           if ws-trou-ouvert = "Y"
               move "TROU OUVERT" to ws-trou-libelle
           else
               move "TROU" to ws-trou-libelle
           end-if
           move spaces to ws-anomalie-texte
           string ws-trou-libelle delimited by size
                  " de " delimited by size
                  ws-s-dernier-ts(ws-sonde-idx) delimited by size
                  " a " delimited by size
                  ws-horodatage delimited by size
                  " : " delimited by size
                  function trim(ws-ecart-aff) delimited by size
                  " min, ~" delimited by size
                  function trim(ws-manquants-aff) delimited by size
                  " releve(s) manquant(s)" delimited by size
                  into ws-anomalie-texte
           end-string
           add 1 to ws-nb-trous
           perform 2900-ranger-l-anomalie
           .

       2900-ranger-l-anomalie.
           add 1 to ws-s-nb-anomalies(ws-sonde-idx)
           if ws-anomalie-count < 2000
               add 1 to ws-anomalie-count
               move ws-sonde-idx to ws-a-sonde(ws-anomalie-count)
               move ws-anomalie-texte to ws-a-ligne(ws-anomalie-count)
           end-if
           .

       3000-relire-le-passage.
      * Releves du passage : qui a emis, et dans quel ordre.
           open input sensor-readings
           if ws-fs-readings not = "00"
               display "Releves du passage absents : sondes muettes"
                   " du passage non controlees."
               exit paragraph
           end-if
           move "Y" to ws-passage-present
           move "N" to ws-fin-fichier
           perform until ws-fin-fichier = "Y"
               read sensor-readings
                   at end
                       move "Y" to ws-fin-fichier
                   not at end
                       perform 3100-controler-un-releve-du-passage
               end-read
           end-perform
           close sensor-readings
           .

       3100-controler-un-releve-du-passage.
           move sensor-id to ws-anomalie-texte(1:4)
           perform 0400-trouver-la-sonde
           if ws-sonde-trouve = 0
               exit paragraph
           end-if
           move ws-sonde-trouve to ws-sonde-idx
           add 1 to ws-s-nb-passage(ws-sonde-idx)
           if ws-s-nb-passage(ws-sonde-idx) = 1
               move sensor-horodatage to ws-s-passage-ts(ws-sonde-idx)
               exit paragraph
           end-if
           move spaces to ws-anomalie-texte
           evaluate true
               when sensor-horodatage = ws-s-passage-ts(ws-sonde-idx)
                   string "DOUBLON    horodatage " delimited by size
                          sensor-horodatage delimited by size
                          " dans le passage" delimited by size
                          into ws-anomalie-texte
                   end-string
                   add 1 to ws-nb-doublons
                   perform 2900-ranger-l-anomalie
               when sensor-horodatage < ws-s-passage-ts(ws-sonde-idx)
                   string "DESORDRE   horodatage " delimited by size
                          sensor-horodatage delimited by size
                          " apres " delimited by size
                          ws-s-passage-ts(ws-sonde-idx)
                              delimited by size
                          " dans le passage" delimited by size
                          into ws-anomalie-texte
                   end-string
                   add 1 to ws-nb-desordres
                   perform 2900-ranger-l-anomalie
               when other
                   move sensor-horodatage
                       to ws-s-passage-ts(ws-sonde-idx)
           end-evaluate
           .

       4000-controler-les-silences.
           perform varying ws-sonde-idx from 1 by 1
               until ws-sonde-idx > ws-sonde-count
               perform 4100-controler-une-sonde
           end-perform
           .

       4100-controler-une-sonde.
      * Sonde active muette dans le passage.
           if ws-passage-present = "Y"
              and ws-s-nb-passage(ws-sonde-idx) = 0
               move "MUETTE     aucun releve dans le passage"
                   to ws-anomalie-texte
               add 1 to ws-nb-muettes
               move 4 to ws-joblog-rc
               perform 2900-ranger-l-anomalie
           end-if

      * Trou encore ouvert depuis le dernier releve connu.
           if ws-s-dernier-ts(ws-sonde-idx) = 0
               move "SILENCE    aucun releve a l'archive"
                   to ws-anomalie-texte
               perform 2900-ranger-l-anomalie
               move ws-ref-min to ws-ecart
           else
               if ws-ref-min > ws-s-dernier-min(ws-sonde-idx)
                   compute ws-ecart =
                       ws-ref-min - ws-s-dernier-min(ws-sonde-idx)
               else
                   move 0 to ws-ecart
               end-if
               if ws-ecart > ws-s-intervalle(ws-sonde-idx)
                             + ws-tolerance
                   move ws-ref-ts to ws-horodatage
                   move "Y" to ws-trou-ouvert
                   perform 2300-ranger-le-trou
                   move "N" to ws-trou-ouvert
               end-if
           end-if

           if ws-ecart > ws-silence-heures * 60
               perform 4200-notifier-le-silence
           end-if
           .

       4200-notifier-le-silence.
           add 1 to ws-nb-silences
           move 4 to ws-joblog-rc
           move spaces to ws-msglog-texte
           if ws-s-dernier-ts(ws-sonde-idx) = 0
               string "Sonde " delimited by size
                      ws-s-id(ws-sonde-idx) delimited by size
                      " " delimited by size
                      function trim(ws-s-emplacement(ws-sonde-idx))
                          delimited by size
                      " : aucun releve recu" delimited by size
                      into ws-msglog-texte
               end-string
           else
               compute ws-heures-aff = ws-ecart / 60
               string "Sonde " delimited by size
                      ws-s-id(ws-sonde-idx) delimited by size
                      " " delimited by size
                      function trim(ws-s-emplacement(ws-sonde-idx))
                          delimited by size
                      " muette depuis " delimited by size
                      ws-s-dernier-ts(ws-sonde-idx) delimited by size
                      " [" delimited by size
                      function trim(ws-heures-aff) delimited by size
                      " h]" delimited by size
                      into ws-msglog-texte
               end-string
           end-if
           call "MSGLOG" using ws-msglog-prefix ws-joblog-name
               ws-msglog-grav ws-msglog-texte
           .

       5000-editer-le-rapport.
           open output rapport-file
           move spaces to rapport-enreg
           string "Trous de releves au " delimited by size
                  ws-ref-ts delimited by size
                  " - completude sur " delimited by size
                  ws-jours-fenetre delimited by size
                  " jour(s), tolerance " delimited by size
                  ws-tolerance delimited by size
                  " min" delimited by size
                  into rapport-enreg
           end-string
           write rapport-enreg
           perform varying ws-sonde-idx from 1 by 1
               until ws-sonde-idx > ws-sonde-count
               perform 5100-editer-une-sonde
           end-perform
           move spaces to rapport-enreg
           write rapport-enreg
           move spaces to rapport-enreg
           string "Trous : " delimited by size
                  ws-nb-trous delimited by size
                  "  Doublons : " delimited by size
                  ws-nb-doublons delimited by size
                  "  Desordres : " delimited by size
                  ws-nb-desordres delimited by size
                  "  Muettes du passage : " delimited by size
                  ws-nb-muettes delimited by size
                  "  Silences > " delimited by size
                  ws-silence-heures delimited by size
                  " h : " delimited by size
                  ws-nb-silences delimited by size
                  into rapport-enreg
           end-string
           write rapport-enreg
           close rapport-file
           display "Rapport des trous ecrit : trous-sondes.txt ["
               ws-nb-trous " trou(s), " ws-nb-silences
               " sonde(s) muette(s) au-dela du seuil]"
           .

       5100-editer-une-sonde.
           move spaces to rapport-enreg
           write rapport-enreg
           move spaces to rapport-enreg
           string "Sonde " delimited by size
                  ws-s-id(ws-sonde-idx) delimited by size
                  "  " delimited by size
                  ws-s-emplacement(ws-sonde-idx) delimited by size
                  "  intervalle " delimited by size
                  ws-s-intervalle(ws-sonde-idx) delimited by size
                  " min  releves du passage : " delimited by size
                  ws-s-nb-passage(ws-sonde-idx) delimited by size
                  into rapport-enreg
           end-string
           write rapport-enreg
           perform varying ws-anomalie-idx from 1 by 1
               until ws-anomalie-idx > ws-anomalie-count
               if ws-a-sonde(ws-anomalie-idx) = ws-sonde-idx
                   move spaces to rapport-enreg
                   move ws-a-ligne(ws-anomalie-idx)
                       to rapport-enreg(5:90)
                   write rapport-enreg
               end-if
           end-perform
           perform varying ws-jour-idx from 1 by 1
               until ws-jour-idx > ws-jours-fenetre
               perform 5110-completude-du-jour
           end-perform
           .

       5110-completude-du-jour.
      * Releves attendus : la journee entiere, ou la part deja
      * ecoulee pour le jour de reference.
           compute ws-jour = ws-jour-debut + ws-jour-idx - 1
           compute ws-date-jour = function date-of-integer(ws-jour)
           if ws-jour = ws-jour-today
               compute ws-attendus =
                   (ws-ref-min - ws-jour * 1440)
                   / ws-s-intervalle(ws-sonde-idx)
           else
               compute ws-attendus =
                   1440 / ws-s-intervalle(ws-sonde-idx)
           end-if
           if ws-attendus = 0
               move 1 to ws-attendus
           end-if
           compute ws-pourcent rounded =
               ws-s-jour-count(ws-sonde-idx, ws-jour-idx) * 100
               / ws-attendus
           if ws-pourcent > 100
               move 100 to ws-pourcent
           end-if
           move ws-s-jour-count(ws-sonde-idx, ws-jour-idx)
               to ws-count-aff
           move ws-attendus to ws-attendus-aff
           move ws-pourcent to ws-pourcent-aff
           move spaces to rapport-enreg
           string "    Completude " delimited by size
                  ws-date-jour delimited by size
                  " : " delimited by size
                  ws-count-aff delimited by size
                  " /" delimited by size
                  ws-attendus-aff delimited by size
                  " releves  " delimited by size
                  ws-pourcent-aff delimited by size
                  " %" delimited by size
                  into rapport-enreg
           end-string
           write rapport-enreg
           .
