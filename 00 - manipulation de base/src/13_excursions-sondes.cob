      ******************************************************************
      * Nom du Projet   : Excursions de temperature des sondes
      * Description     : Le traitement multi-sondes
      *    [03_conversion-celsiu.cob] sort une ligne d'alerte par
      *    releve hors plage ; la qualite raisonne en excursions :
      *    quand la sonde est sortie de sa plage, quand elle y est
      *    revenue, combien de temps, a quel pic, et combien de
      *    temps hors plage au total sur la vie de la sonde.
      *    Ce programme relit toute l'archive des releves
      *    [src/sensor-archive.dat, releves corriges de leur
      *    decalage] contre la plage de chaque sonde du registre
      *    [src/sondes.dat] et reconstruit les excursions : releves
      *    hors plage consecutifs d'une meme sonde, de la premiere
      *    sortie au premier retour dans la plage.
      *    - Registre des excursions [src/excursions.dat, reecrit a
      *      chaque passage] : sonde, emplacement, type, debut, fin,
      *      duree en minutes, pic, gravite, etat [C close, O
      *      ouverte a la fin de l'archive], cumul hors plage de la
      *      sonde a la fin de l'excursion.
      *    - Gravite selon la duree et les seuils du type de sonde
      *      [src/seuils-excursion.dat : type, seuil MAJEURE, seuil
      *      CRITIQUE en minutes ; ligne DEFAUT pour les autres
      *      types ; 60 et 240 minutes sans ligne DEFAUT].
      *    - Rapport mensuel par sonde et emplacement
      *      [src/excursions-rapport.txt] des excursions commencees
      *      dans le mois passe en parametre [AAAAMM, mois de la
      *      date de traitement par defaut].
      *    - Toute nouvelle excursion CRITIQUE part en file de
      *      notification [MSGLOG 'E'] une seule fois : les
      *      critiques deja au registre precedent ne sont pas
      *      renotifiees. Une notification termine le passage en
      *      avertissement [rc 4].
      *    Les releves d'une sonde sont supposes chronologiques dans
      *    l'archive [chaque passage BATCH y ajoute les siens].
      *
      * Date de création: 15/10/2026
      * Auteur          : Champémont Mathurin
      ******************************************************************
       identification division.
       program-id. 13_excursions-sondes.

       environment division.
       input-output section.
       file-control.
           select sonde-file assign to "src/sondes.dat"
               organization is line sequential
               file status is ws-fs-sonde.
           select seuil-file assign to "src/seuils-excursion.dat"
               organization is line sequential
               file status is ws-fs-seuil.
           select sensor-archive
               assign to "src/sensor-archive.dat"
               organization is line sequential
               file status is ws-fs-archive.
           select excursion-file assign to "src/excursions.dat"
               organization is line sequential
               file status is ws-fs-excursion.
           select rapport-file
               assign to "src/excursions-rapport.txt"
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

      * Seuils de gravite par type de sonde, en minutes.
       fd  seuil-file.
       01 seuil-enreg.
           05 se-type pic x(8).
           05 filler pic x.
           05 se-majeur pic 9(5).
           05 filler pic x.
           05 se-critique pic 9(5).

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

      * Registre des excursions.
       fd  excursion-file.
       01 excursion-enreg.
           05 exc-id pic x(4).
           05 filler pic x.
           05 exc-emplacement pic x(20).
           05 filler pic x.
           05 exc-type pic x(8).
           05 filler pic x.
           05 exc-debut pic 9(14).
           05 filler pic x.
           05 exc-fin pic 9(14).
           05 filler pic x.
           05 exc-duree pic 9(6).
           05 filler pic x.
           05 exc-pic pic s99v99 sign leading separate.
           05 filler pic x.
           05 exc-gravite pic x(8).
           05 filler pic x.
           05 exc-etat pic x.
           05 filler pic x.
           05 exc-cumul pic 9(8).

       fd  rapport-file.
       01 rapport-enreg pic x(100).

       working-storage section.
       01 ws-fs-sonde pic xx value "00".
       01 ws-fs-seuil pic xx value "00".
       01 ws-fs-archive pic xx value "00".
       01 ws-fs-excursion pic xx value "00".
       01 ws-fs-rapport pic xx value "00".
       01 ws-fin-fichier pic x value "N".
       01 ws-today pic 9(8) value 0.
       01 ws-date-param pic x(8) value spaces.
       01 ws-param pic x(20) value spaces.
       01 ws-mois pic 9(6) value 0.

      * Sondes du registre et etat de l'excursion en cours de
      * chacune pendant la relecture de l'archive.
       01 ws-sonde-table.
           05 ws-sonde-entry occurs 100 times.
               10 ws-s-id pic x(4).
               10 ws-s-emplacement pic x(20).
               10 ws-s-type pic x(8).
               10 ws-s-min pic s99v99.
               10 ws-s-max pic s99v99.
               10 ws-s-majeur pic 9(5).
               10 ws-s-critique pic 9(5).
               10 ws-s-en-cours pic x.
               10 ws-s-debut pic 9(14).
               10 ws-s-debut-min pic 9(10).
               10 ws-s-dernier pic 9(14).
               10 ws-s-dernier-min pic 9(10).
               10 ws-s-pic pic s99v99.
               10 ws-s-cumul pic 9(8).
       01 ws-sonde-count pic 9(3) value 0.
       01 ws-sonde-idx pic 9(3) value 0.
       01 ws-sonde-trouve pic 9(3) value 0.

      * Seuils par type [ligne DEFAUT pour les types absents].
       01 ws-seuil-table.
           05 ws-seuil-entry occurs 20 times.
               10 ws-se-type pic x(8).
               10 ws-se-majeur pic 9(5).
               10 ws-se-critique pic 9(5).
       01 ws-seuil-count pic 9(2) value 0.
       01 ws-seuil-idx pic 9(2) value 0.
       01 ws-defaut-majeur pic 9(5) value 60.
       01 ws-defaut-critique pic 9(5) value 240.

      * Excursions reconstruites [lignes du registre] et critiques
      * du registre precedent, deja notifiees.
       01 ws-excursion-table.
           05 ws-excursion-entry occurs 2000 times.
               10 ws-x-ligne pic x(97).
       01 ws-excursion-count pic 9(4) value 0.
       01 ws-excursion-idx pic 9(4) value 0.
       01 ws-notifie-table.
           05 ws-notifie-entry occurs 2000 times.
               10 ws-n-cle pic x(18).
       01 ws-notifie-count pic 9(4) value 0.
       01 ws-notifie-idx pic 9(4) value 0.
       01 ws-deja-notifie pic x value "N".
       01 ws-etat-excursion pic x value space.
       01 ws-cle pic x(18) value spaces.

      * Releve courant.
       01 ws-horodatage pic 9(14) value 0.
       01 ws-minutes pic 9(10) value 0.
       01 ws-heure-releve pic 9(6) value 0.
       01 ws-hh pic 99 value 0.
       01 ws-mm pic 99 value 0.
       01 ws-nb-releves pic 9(7) value 0.
       01 ws-nb-ignores pic 9(7) value 0.
       01 ws-nb-notifiees pic 9(4) value 0.

      * Rapport mensuel.
       01 ws-nb-mois-sonde pic 9(4) value 0.
       01 ws-duree-mois-sonde pic 9(8) value 0.
       01 ws-nb-mois pic 9(4) value 0.
       01 ws-nb-critiques-mois pic 9(4) value 0.
       01 ws-rapport-ligne.
           05 filler pic x(4) value spaces.
           05 ws-rl-debut pic 9(14).
           05 filler pic x(2) value spaces.
           05 ws-rl-fin pic 9(14).
           05 filler pic x(2) value spaces.
           05 ws-rl-duree pic z(5)9.
           05 filler pic x(2) value spaces.
           05 ws-rl-pic pic -99.99.
           05 filler pic x(2) value spaces.
           05 ws-rl-gravite pic x(8).
           05 filler pic x(2) value spaces.
           05 ws-rl-etat pic x(8).
       01 ws-pic-aff pic -99.99.
       01 ws-min-aff pic -99.99.
       01 ws-duree-aff pic z(5)9.

      * Champs d'appel au journal central des executions (JOB-LOG,
      * voir 99 - Utilitaires partages/src/JOBLOG.cob).
       01 ws-joblog-name pic x(20) value "13_excursions-sondes".
       01 ws-joblog-path pic x(100)
           value "../job-log.txt".
       01 ws-joblog-action pic x(1).
       01 ws-joblog-count pic 9(5) value 0.
       01 ws-joblog-rc pic 9(2) value 0.
       01 ws-joblog-operator pic x(8) value spaces.

      * File de notification de l'exploitation [MSGLOG].
       01 ws-msglog-prefix pic x(100) value "..".
       01 ws-msglog-grav pic x(1) value 'E'.
       01 ws-msglog-texte pic x(100) value spaces.

       procedure division.
           accept ws-joblog-operator from environment "USER"
           move 'S' to ws-joblog-action
           call "JOBLOG" using ws-joblog-path ws-joblog-name
               ws-joblog-action
               ws-joblog-count ws-joblog-rc ws-joblog-operator

           perform 0010-date-de-traitement
           accept ws-param from command-line
           if ws-param(1:6) is numeric and ws-param(7:1) = space
               move ws-param(1:6) to ws-mois
           else
               move ws-today(1:6) to ws-mois
           end-if

           perform 0100-charger-les-seuils
           perform 0200-charger-les-sondes
           if ws-sonde-count = 0
               display "Registre des sondes absent ou vide :"
                   " aucune plage pour juger les releves."
               move 12 to ws-joblog-rc
           else
               perform 0300-charger-les-notifiees
               perform 2000-relire-l-archive
               perform 3000-ecrire-le-registre
               perform 4000-editer-le-rapport
               move ws-excursion-count to ws-joblog-count
           end-if

           move 'E' to ws-joblog-action
           call "JOBLOG" using ws-joblog-path ws-joblog-name
               ws-joblog-action
               ws-joblog-count ws-joblog-rc ws-joblog-operator
           move ws-joblog-rc to return-code
           goback.

       0010-date-de-traitement.
      * La date metier du passage : DATE_TRAITEMENT si posee par
      * l'exploitation [rejeu d'un jour precedent], sinon la date du
      * jour.
           move spaces to ws-date-param
           accept ws-date-param from environment "DATE_TRAITEMENT"
           if ws-date-param is numeric
               move function numval(ws-date-param) to ws-today
           else
               accept ws-today from date yyyymmdd
           end-if
           .

       0100-charger-les-seuils.
      * Fichier absent : seuils par defaut pour tous les types.
           open input seuil-file
           if ws-fs-seuil not = "00"
               display "Seuils d'excursion absents : "
                   ws-defaut-majeur " / " ws-defaut-critique
                   " minutes pour tous les types."
               exit paragraph
           end-if
           move "N" to ws-fin-fichier
           perform until ws-fin-fichier = "Y"
               read seuil-file
                   at end
                       move "Y" to ws-fin-fichier
                   not at end
                       if se-type = "DEFAUT"
                           move se-majeur to ws-defaut-majeur
                           move se-critique to ws-defaut-critique
                       else
                           if ws-seuil-count < 20
                               add 1 to ws-seuil-count
                               move se-type
                                   to ws-se-type(ws-seuil-count)
                               move se-majeur
                                   to ws-se-majeur(ws-seuil-count)
                               move se-critique
                                   to ws-se-critique(ws-seuil-count)
                           end-if
                       end-if
               end-read
           end-perform
           close seuil-file
           .

       0200-charger-les-sondes.
      * Toutes les sondes, inactives comprises : leurs releves
      * d'avant la desactivation restent dans l'archive.
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
                       if ws-sonde-count < 100
                           add 1 to ws-sonde-count
                           perform 0210-ranger-une-sonde
                       end-if
               end-read
           end-perform
           close sonde-file
           .

       0210-ranger-une-sonde.
           move snd-id to ws-s-id(ws-sonde-count)
           move snd-emplacement to ws-s-emplacement(ws-sonde-count)
           move snd-type to ws-s-type(ws-sonde-count)
           move snd-min to ws-s-min(ws-sonde-count)
           move snd-max to ws-s-max(ws-sonde-count)
           move "N" to ws-s-en-cours(ws-sonde-count)
           move 0 to ws-s-cumul(ws-sonde-count)
           move ws-defaut-majeur to ws-s-majeur(ws-sonde-count)
           move ws-defaut-critique to ws-s-critique(ws-sonde-count)
           perform varying ws-seuil-idx from 1 by 1
               until ws-seuil-idx > ws-seuil-count
               if ws-se-type(ws-seuil-idx) = snd-type
                   move ws-se-majeur(ws-seuil-idx)
                       to ws-s-majeur(ws-sonde-count)
                   move ws-se-critique(ws-seuil-idx)
                       to ws-s-critique(ws-sonde-count)
               end-if
           end-perform
           .

       0300-charger-les-notifiees.
      * Critiques du registre precedent : deja parties en file de
      * notification, elles ne le sont pas une seconde fois.
           open input excursion-file
           if ws-fs-excursion not = "00"
               exit paragraph
           end-if
           move "N" to ws-fin-fichier
           perform until ws-fin-fichier = "Y"
               read excursion-file
                   at end
                       move "Y" to ws-fin-fichier
                   not at end
                       if exc-gravite = "CRITIQUE"
                          and ws-notifie-count < 2000
                           add 1 to ws-notifie-count
                           move exc-id
                               to ws-n-cle(ws-notifie-count)(1:4)
                           move exc-debut
                               to ws-n-cle(ws-notifie-count)(5:14)
                       end-if
               end-read
           end-perform
           close excursion-file
           .

       2000-relire-l-archive.
      * Releves hors de la plage de leur sonde : le premier ouvre
      * l'excursion, les suivants la prolongent et relevent le pic,
      * le premier releve revenu dans la plage la ferme.
           open input sensor-archive
           if ws-fs-archive not = "00"
               display "Archive des releves absente : aucune"
                   " excursion."
               exit paragraph
           end-if
           move "N" to ws-fin-fichier
           perform until ws-fin-fichier = "Y"
               read sensor-archive
                   at end
                       move "Y" to ws-fin-fichier
                   not at end
                       perform 2100-traiter-un-releve
               end-read
           end-perform
           close sensor-archive

      * Excursions encore ouvertes a la fin de l'archive : elles
      * courent jusqu'au dernier releve hors plage connu.
           perform varying ws-sonde-idx from 1 by 1
               until ws-sonde-idx > ws-sonde-count
               if ws-s-en-cours(ws-sonde-idx) = "Y"
                   move ws-s-dernier(ws-sonde-idx) to ws-horodatage
                   move ws-s-dernier-min(ws-sonde-idx) to ws-minutes
                   move "O" to ws-etat-excursion
                   perform 2200-clore-l-excursion
               end-if
           end-perform
           display ws-nb-releves " releve(s) relu(s), "
               ws-excursion-count " excursion(s), "
               ws-nb-ignores " releve(s) ignore(s)."
           .

       2100-traiter-un-releve.
      * Releve d'une sonde hors registre ou mal date : ignore.
           move 0 to ws-sonde-trouve
           perform varying ws-sonde-idx from 1 by 1
               until ws-sonde-idx > ws-sonde-count
               if ws-s-id(ws-sonde-idx) = arc-id
                   move ws-sonde-idx to ws-sonde-trouve
               end-if
           end-perform
           if ws-sonde-trouve = 0 or arc-date not numeric
               add 1 to ws-nb-ignores
               exit paragraph
           end-if
           add 1 to ws-nb-releves
           move ws-sonde-trouve to ws-sonde-idx

      * Archive anterieure a l'heure du releve : minuit.
           if arc-heure is numeric
               move arc-heure to ws-heure-releve
           else
               move 0 to ws-heure-releve
           end-if
           compute ws-horodatage =
               arc-date * 1000000 + ws-heure-releve
           move ws-heure-releve(1:2) to ws-hh
           move ws-heure-releve(3:2) to ws-mm
           compute ws-minutes =
               function integer-of-date(arc-date) * 1440
               + ws-hh * 60 + ws-mm

           if arc-cel < ws-s-min(ws-sonde-idx)
              or arc-cel > ws-s-max(ws-sonde-idx)
               if ws-s-en-cours(ws-sonde-idx) = "N"
                   move "Y" to ws-s-en-cours(ws-sonde-idx)
                   move ws-horodatage to ws-s-debut(ws-sonde-idx)
                   move ws-minutes to ws-s-debut-min(ws-sonde-idx)
                   move arc-cel to ws-s-pic(ws-sonde-idx)
               end-if
               move ws-horodatage to ws-s-dernier(ws-sonde-idx)
               move ws-minutes to ws-s-dernier-min(ws-sonde-idx)
      * Le pic est l'ecart le plus fort : le plus chaud au-dessus
      * de la plage, le plus froid en dessous.
               if arc-cel > ws-s-max(ws-sonde-idx)
                  and arc-cel > ws-s-pic(ws-sonde-idx)
                   move arc-cel to ws-s-pic(ws-sonde-idx)
               end-if
               if arc-cel < ws-s-min(ws-sonde-idx)
                  and arc-cel < ws-s-pic(ws-sonde-idx)
                   move arc-cel to ws-s-pic(ws-sonde-idx)
               end-if
           else
               if ws-s-en-cours(ws-sonde-idx) = "Y"
                   move "C" to ws-etat-excursion
                   perform 2200-clore-l-excursion
               end-if
           end-if
           .

       2200-clore-l-excursion.
      * Excursion de la sonde ws-sonde-idx terminee a ws-horodatage
      * [etat C ou O dans ws-etat-excursion] : duree, gravite,
      * cumul de la sonde, ligne du registre.
           move "N" to ws-s-en-cours(ws-sonde-idx)
           move spaces to excursion-enreg
           move ws-etat-excursion to exc-etat
           move ws-s-id(ws-sonde-idx) to exc-id
           move ws-s-emplacement(ws-sonde-idx) to exc-emplacement
           move ws-s-type(ws-sonde-idx) to exc-type
           move ws-s-debut(ws-sonde-idx) to exc-debut
           move ws-horodatage to exc-fin
           compute exc-duree =
               ws-minutes - ws-s-debut-min(ws-sonde-idx)
           move ws-s-pic(ws-sonde-idx) to exc-pic
           evaluate true
               when exc-duree >= ws-s-critique(ws-sonde-idx)
                   move "CRITIQUE" to exc-gravite
               when exc-duree >= ws-s-majeur(ws-sonde-idx)
                   move "MAJEURE" to exc-gravite
               when other
                   move "MINEURE" to exc-gravite
           end-evaluate
           add exc-duree to ws-s-cumul(ws-sonde-idx)
           move ws-s-cumul(ws-sonde-idx) to exc-cumul
           if ws-excursion-count < 2000
               add 1 to ws-excursion-count
               move excursion-enreg to ws-x-ligne(ws-excursion-count)
           end-if
           if exc-gravite = "CRITIQUE"
               perform 2300-notifier-la-critique
           end-if
           .

       2300-notifier-la-critique.
           move exc-id to ws-cle(1:4)
           move exc-debut to ws-cle(5:14)
           move "N" to ws-deja-notifie
           perform varying ws-notifie-idx from 1 by 1
               until ws-notifie-idx > ws-notifie-count
               if ws-n-cle(ws-notifie-idx) = ws-cle
                   move "Y" to ws-deja-notifie
               end-if
           end-perform
           if ws-deja-notifie = "Y"
               exit paragraph
           end-if
           move exc-pic to ws-pic-aff
           move exc-duree to ws-duree-aff
           move spaces to ws-msglog-texte
           string "Excursion CRITIQUE sonde " delimited by size
                  exc-id delimited by size
                  " " delimited by size
                  function trim(exc-emplacement) delimited by size
                  " depuis " delimited by size
                  exc-debut delimited by size
                  " : " delimited by size
                  function trim(ws-duree-aff) delimited by size
                  " min, pic " delimited by size
                  function trim(ws-pic-aff) delimited by size
                  " C" delimited by size
                  into ws-msglog-texte
           end-string
           call "MSGLOG" using ws-msglog-prefix ws-joblog-name
               ws-msglog-grav ws-msglog-texte
           add 1 to ws-nb-notifiees
           move 4 to ws-joblog-rc
           .

       3000-ecrire-le-registre.
           open output excursion-file
           perform varying ws-excursion-idx from 1 by 1
               until ws-excursion-idx > ws-excursion-count
               move ws-x-ligne(ws-excursion-idx) to excursion-enreg
               write excursion-enreg
           end-perform
           close excursion-file
           if ws-nb-notifiees > 0
               display ws-nb-notifiees " nouvelle(s) excursion(s)"
                   " critique(s) notifiee(s)."
           end-if
           .

       4000-editer-le-rapport.
      * Excursions commencees dans le mois, regroupees par sonde
      * [donc par emplacement], avec le cumul hors plage de la
      * sonde depuis le debut de l'archive.
           open output rapport-file
           move spaces to rapport-enreg
           string "Excursions de temperature - mois " delimited by size
                  ws-mois delimited by size
                  " [au " delimited by size
                  ws-today delimited by size
                  "]" delimited by size
                  into rapport-enreg
           end-string
           write rapport-enreg
           perform varying ws-sonde-idx from 1 by 1
               until ws-sonde-idx > ws-sonde-count
               perform 4100-editer-une-sonde
           end-perform
           move spaces to rapport-enreg
           write rapport-enreg
           move spaces to rapport-enreg
           string "Excursions du mois : " delimited by size
                  ws-nb-mois delimited by size
                  "   dont critiques : " delimited by size
                  ws-nb-critiques-mois delimited by size
                  into rapport-enreg
           end-string
           write rapport-enreg
           close rapport-file
           display "Rapport des excursions ecrit :"
               " excursions-rapport.txt [mois " ws-mois "]"
           .

       4100-editer-une-sonde.
           move 0 to ws-nb-mois-sonde
           move 0 to ws-duree-mois-sonde
           perform varying ws-excursion-idx from 1 by 1
               until ws-excursion-idx > ws-excursion-count
               move ws-x-ligne(ws-excursion-idx) to excursion-enreg
               if exc-id = ws-s-id(ws-sonde-idx)
                  and exc-debut(1:6) = ws-mois
                   if ws-nb-mois-sonde = 0
                       perform 4110-entete-de-sonde
                   end-if
                   add 1 to ws-nb-mois-sonde
                   add exc-duree to ws-duree-mois-sonde
                   add 1 to ws-nb-mois
                   if exc-gravite = "CRITIQUE"
                       add 1 to ws-nb-critiques-mois
                   end-if
                   move exc-debut to ws-rl-debut
                   move exc-fin to ws-rl-fin
                   move exc-duree to ws-rl-duree
                   move exc-pic to ws-rl-pic
                   move exc-gravite to ws-rl-gravite
                   if exc-etat = "O"
                       move "EN COURS" to ws-rl-etat
                   else
                       move "CLOSE" to ws-rl-etat
                   end-if
                   write rapport-enreg from ws-rapport-ligne
               end-if
           end-perform
           if ws-nb-mois-sonde = 0
               exit paragraph
           end-if
           move ws-duree-mois-sonde to ws-duree-aff
           move spaces to rapport-enreg
           string "    Mois : " delimited by size
                  ws-nb-mois-sonde delimited by size
                  " excursion(s), " delimited by size
                  function trim(ws-duree-aff) delimited by size
                  " min hors plage" delimited by size
                  into rapport-enreg
           end-string
           write rapport-enreg
           move ws-s-cumul(ws-sonde-idx) to ws-duree-aff
           move spaces to rapport-enreg
           string "    Cumul hors plage de la sonde : "
                      delimited by size
                  function trim(ws-duree-aff) delimited by size
                  " min" delimited by size
                  into rapport-enreg
           end-string
           write rapport-enreg
           .

       4110-entete-de-sonde.
           move spaces to rapport-enreg
           write rapport-enreg
           move ws-s-min(ws-sonde-idx) to ws-min-aff
           move ws-s-max(ws-sonde-idx) to ws-pic-aff
           move spaces to rapport-enreg
           string "Sonde " delimited by size
                  ws-s-id(ws-sonde-idx) delimited by size
                  "  " delimited by size
                  ws-s-emplacement(ws-sonde-idx) delimited by size
                  "  " delimited by size
                  ws-s-type(ws-sonde-idx) delimited by size
                  "  plage " delimited by size
                  ws-min-aff delimited by size
                  " /" delimited by size
                  ws-pic-aff delimited by size
                  into rapport-enreg
           end-string
           write rapport-enreg
           move "    DEBUT           FIN               DUREE     PIC"
               & "  GRAVITE   ETAT" to rapport-enreg
           write rapport-enreg
           .
