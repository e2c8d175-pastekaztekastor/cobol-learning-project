      *    releves ne disparaissent plus apres le recapitulatif, et
      *    07_tendance-sondes.cob en tire la tendance hebdomadaire
      *    par sonde [SPSTATS].
      *  - 15/10/2026 : registre des sondes [src/sondes.dat, tenu par
      *    12_registre-sondes.cob] : le decalage d'etalonnage de la
      *    sonde s'ajoute au releve brut avant toute conversion [le
      *    rapport et l'archive portent la valeur corrigee] et
      *    l'alerte se juge contre la plage propre a la sonde. Un
      *    releve d'une sonde inconnue du registre ou inactive est
      *    rejete [ligne REJETE au rapport, ni cumule ni archive,
      *    avertissement rc 4]. Registre absent : plage globale
      *    PLAGE_MIN/PLAGE_MAX et aucun rejet, comme avant.
      *    L'enregistrement d'archive est blanchi avant
      *    remplissage [les separateurs restaient indetermines].
      *  - 15/10/2026 : l'archive porte aussi l'heure du releve
      *    [excursions datees a la minute par
      *    13_excursions-sondes.cob].
      *  - 15/10/2026 : registre des sondes porte l'intervalle de
      *    releve attendu [surveillance des trous,
      *    14_trous-sondes.cob].
      ******************************************************************
       identification division.
       program-id. 03_conversion-celsiu.
               assign to "src/sensor-archive.dat"
               organization is line sequential
               file status is ws-fs-archive.
           select sonde-file assign to "src/sondes.dat"
               organization is line sequential
               file status is ws-fs-sonde.

       data division.
       file section.
           05 arc-date pic 9(8).
           05 filler pic x.
           05 arc-cel pic s99v99 sign leading separate.
           05 filler pic x.
           05 arc-heure pic 9(6).

      * Registre des sondes [tenu par 12_registre-sondes.cob] :
      * emplacement, type, plage acceptable, decalage d'etalonnage,
      * dates d'etalonnage, statut A actif / I inactif, intervalle
      * de releve attendu.
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

      * Premier enregistrement : cumuls globaux ; enregistrements
      * suivants : un par sonde [memes cumuls], pour que la reprise
       01 ws-plage-env pic x(6) value spaces.
       01 ws-nb-alertes pic 9(6) value 0.

      * Registre des sondes en table ; plage et decalage de la sonde
      * du releve courant [plage globale si pas de registre].
       01 ws-fs-sonde pic xx value "00".
       01 ws-fin-sondes pic x value "N".
       01 ws-registre-charge pic x value "N".
       01 ws-registre-table.
           05 ws-registre-entry occurs 100 times.
               10 ws-rg-id pic x(4).
               10 ws-rg-min pic s99v99.
               10 ws-rg-max pic s99v99.
               10 ws-rg-decalage pic s9v99.
               10 ws-rg-statut pic x.
       01 ws-registre-count pic 9(3) value 0.
       01 ws-registre-idx pic 9(3) value 0.
       01 ws-registre-found-idx pic 9(3) value 0.
       01 ws-releve-rejete pic x value "N".
       01 ws-releve-min pic s99v99 value 0.
       01 ws-releve-max pic s99v99 value 0.
       01 ws-nb-rejets pic 9(6) value 0.

       01 ws-rejet-ligne.
           05 filler pic x(13) value "*** REJETE : ".
           05 ws-rejet-sonde pic x(4).
           05 filler pic x(3) value " a ".
           05 ws-rejet-horo pic 9(14).
           05 filler pic x(3) value " : ".
           05 ws-rejet-motif pic x(30).

       01 ws-detail-ligne.
           05 ws-detail-sonde pic x(4).
           05 filler pic x(1) value space.
           .

       2000-traiter-batch.
           perform 2010-charger-les-sondes
           perform 2050-lire-point-de-reprise
           open input sensor-readings
           if ws-reprise = "Y"
                           move "Y" to ws-fin-lecture
                       not at end
                           add 1 to ws-record-num
                           perform 2090-controler-la-sonde
                           if ws-releve-rejete = "N"
                               perform 2100-traiter-une-lecture
                               perform 2120-archiver-la-lecture
                           end-if
                           perform 2150-ecrire-point-de-reprise
                   end-read
               end-perform
               perform 2200-ecrire-trailer
               perform 2250-purger-point-de-reprise
               if ws-nb-rejets > 0
                   display ws-nb-rejets " releve(s) rejete(s) :"
                       " sonde inconnue du registre ou inactive."
                   move 4 to ws-joblog-rc
               end-if
               close sensor-archive
               close sensor-readings
               close conversion-report
      * Verse le releve courant dans l'archive datee par sonde [le
      * jour vient de l'horodatage du releve lui-meme].
       2120-archiver-la-lecture.
           move spaces to archive-enreg
           move sensor-id to arc-id
           move sensor-horodatage(1:8) to arc-date
           move ws-cel to arc-cel
           move sensor-horodatage(9:6) to arc-heure
           write archive-enreg
           .

       2010-charger-les-sondes.
      * Registre des sondes en table. Fichier absent : pas de
      * controle des sondes, plage globale pour toutes.
           open input sonde-file
           if ws-fs-sonde not = "00"
               display "Registre des sondes absent : plage globale,"
                   " sondes non controlees."
               exit paragraph
           end-if
           move "Y" to ws-registre-charge
           perform until ws-fin-sondes = "Y"
               read sonde-file
                   at end
                       move "Y" to ws-fin-sondes
                   not at end
                       if ws-registre-count < 100
                           add 1 to ws-registre-count
                           move snd-id
                               to ws-rg-id(ws-registre-count)
                           move snd-min
                               to ws-rg-min(ws-registre-count)
                           move snd-max
                               to ws-rg-max(ws-registre-count)
                           move snd-decalage
                               to ws-rg-decalage(ws-registre-count)
                           move snd-statut
                               to ws-rg-statut(ws-registre-count)
                       end-if
               end-read
           end-perform
           close sonde-file
           .

       2090-controler-la-sonde.
      * Sonde du releve au registre : inconnue ou inactive, le
      * releve est rejete ; sinon son decalage corrige le releve et
      * sa plage sert a l'alerte.
           move "N" to ws-releve-rejete
           move sensor-cel to ws-cel
           move ws-plage-min to ws-releve-min
           move ws-plage-max to ws-releve-max
           if ws-registre-charge = "N"
               exit paragraph
           end-if
           move 0 to ws-registre-found-idx
           perform varying ws-registre-idx from 1 by 1
               until ws-registre-idx > ws-registre-count
               if ws-rg-id(ws-registre-idx) = sensor-id
                   move ws-registre-idx to ws-registre-found-idx
               end-if
           end-perform
           if ws-registre-found-idx = 0
               move "sonde inconnue du registre" to ws-rejet-motif
               perform 2095-rejeter-le-releve
               exit paragraph
           end-if
           if ws-rg-statut(ws-registre-found-idx) not = "A"
               move "sonde inactive au registre" to ws-rejet-motif
               perform 2095-rejeter-le-releve
               exit paragraph
           end-if
           compute ws-cel =
               sensor-cel + ws-rg-decalage(ws-registre-found-idx)
               on size error
                   move "correction hors capacite" to ws-rejet-motif
                   perform 2095-rejeter-le-releve
           end-compute
           move ws-rg-min(ws-registre-found-idx) to ws-releve-min
           move ws-rg-max(ws-registre-found-idx) to ws-releve-max
           .

       2095-rejeter-le-releve.
           move "Y" to ws-releve-rejete
           add 1 to ws-nb-rejets
           move sensor-id to ws-rejet-sonde
           move sensor-horodatage to ws-rejet-horo
           write report-enreg from ws-rejet-ligne
           .

      * Relit le dernier point de reprise (0 si aucune reprise en cours)
      * et restaure les cumuls du rapport pour poursuivre le traitement.
       2050-lire-point-de-reprise.
           .

       2120-controler-la-plage.
      * Un releve hors de la plage de sa sonde [plage globale sans
      * registre] sort en alerte avec
      * sa sonde et son horodatage : on sait QUELLE sonde a chauffe
      * et QUAND, pas seulement que quelque chose a chauffe.
           if ws-cel < ws-releve-min or ws-cel > ws-releve-max
               add 1 to ws-nb-alertes
               move sensor-id to ws-alerte-sonde
               move sensor-horodatage to ws-alerte-horo
