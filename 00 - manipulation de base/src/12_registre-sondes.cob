      ******************************************************************
      * Nom du Projet   : Registre des sondes de temperature
      * Description     : Le traitement multi-sondes
      *    [03_conversion-celsiu.cob] prenait pour sure toute sonde
      *    de SENSOR-READINGS et jugeait tous les releves contre une
      *    seule plage PLAGE_MIN/PLAGE_MAX. Chaque sonde a pourtant
      *    son decalage d'etalonnage [dernier certificat], sa plage
      *    acceptable [congelateur, chambre froide, ambiant] et une
      *    date d'etalonnage a ne pas depasser. Registre des sondes
      *    [src/sondes.dat : sonde, emplacement, type, plage min/max,
      *    decalage, dernier et prochain etalonnage, statut,
      *    intervalle de releve attendu en minutes], relu par
      *    03_conversion-celsiu.cob, 13_excursions-sondes.cob et
      *    14_trous-sondes.cob.
      *    Sans parametre : guichet [fonction REFERENTIEL, chaque
      *    maintenance journalisee dans le journal des referentiels
      *    de ../02 - Lire une structure JSON/src] :
      *    - creer une sonde ;
      *    - modifier une sonde [emplacement, type, plage,
      *      intervalle de releve] ;
      *    - enregistrer un etalonnage [decalage du certificat, date,
      *      prochaine echeance] ;
      *    - desactiver ou reactiver une sonde.
      *    Parametre ECHEANCES [mensuel] : etalonnages en retard ou
      *    dus dans les ECHEANCE_JOURS jours [30 par defaut]
      *    [src/etalonnages-echeances.dat] ; une sonde active en
      *    retard termine en avertissement [rc 4].
      *
      * Date de création: 15/10/2026
      * Auteur          : Champémont Mathurin
      ******************************************************************
       identification division.
       program-id. 12_registre-sondes.

       environment division.
       input-output section.
       file-control.
           select sonde-file assign to "src/sondes.dat"
               organization is line sequential
               file status is ws-fs-sonde.
           select journal-ref-file
               assign to
               "../02 - Lire une structure JSON/src/journal-referentiels
      -    ".txt"
               organization is line sequential
               file status is ws-fs-journal.
           select echeance-file
               assign to "src/etalonnages-echeances.dat"
               organization is line sequential
               file status is ws-fs-echeance.

       data division.
       file section.
      * Sonde : identifiant, emplacement, type [CONGEL, FROID,
      * AMBIANT...], plage acceptable en Celsius, decalage
      * d'etalonnage a ajouter au releve brut, dates du dernier et
      * du prochain etalonnage, statut A actif / I inactif,
      * intervalle attendu entre deux releves en minutes.
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

      * Journal des maintenances de reference [disposition de
      * 07_gestion-referent.cob].
       fd  journal-ref-file.
       01 journal-ref-enreg.
           05 jr-date pic 9(8).
           05 filler pic x.
           05 jr-heure pic 9(6).
           05 filler pic x.
           05 jr-operateur pic x(8).
           05 filler pic x.
           05 jr-fichier pic x(10).
           05 filler pic x.
           05 jr-code pic x(20).
           05 filler pic x.
           05 jr-action pic x(12).
           05 filler pic x.
           05 jr-avant pic x(8).
           05 filler pic x(4).
           05 jr-apres pic x(8).

       fd  echeance-file.
       01 echeance-enreg pic x(100).

       working-storage section.
       01 ws-fs-sonde pic xx value "00".
       01 ws-fs-journal pic xx value "00".
       01 ws-fs-echeance pic xx value "00".
       01 ws-fin-fichier pic x value "N".
       01 ws-mode pic x(12) value spaces.
       01 ws-choix pic 9 value 9.
       01 ws-today pic 9(8) value 0.
       01 ws-date-param pic x(8) value spaces.
       01 ws-heure pic 9(8) value 0.
       01 ws-param pic x(6) value spaces.

      * Controle des habilitations [SPAUTOR] : le registre des
      * sondes est un referentiel.
       01 ws-perm-path pic x(100)
           value "../permissions-operateurs.txt".
       01 ws-fonction pic x(12) value spaces.
       01 ws-autorise pic x(1) value 'N'.

      * Registre en memoire, dans l'ordre du fichier.
       01 ws-sonde-table.
           05 ws-sonde-entry occurs 100 times.
               10 ws-s-ligne pic x(76).
       01 ws-sonde-count pic 9(3) value 0.
       01 ws-sonde-idx pic 9(3) value 0.
       01 ws-sonde-trouve pic 9(3) value 0.

      * Saisies du guichet.
       01 ws-saisie-id pic x(4) value spaces.
       01 ws-saisie-champ pic x(20) value spaces.
       01 ws-saisie-date pic x(8) value spaces.
       01 ws-valeur pic s9(5)v99 value 0.
       01 ws-maj-count pic 9(5) value 0.
       01 ws-jr-action pic x(12) value spaces.
       01 ws-jr-avant pic x(8) value spaces.
       01 ws-jr-apres pic x(8) value spaces.
       01 ws-decalage-aff pic -9.99.
       01 ws-temp-aff pic -99.99.
      * Intervalle de releve d'une sonde creee ou d'une ligne qui
      * n'en porte pas encore.
       01 ws-intervalle-defaut pic 9(4) value 15.

      * Echeances d'etalonnage.
       01 ws-delai-echeance pic 9(3) value 30.
       01 ws-jours pic s9(5) value 0.
       01 ws-nb-retard pic 9(3) value 0.
       01 ws-nb-a-echeance pic 9(3) value 0.
       01 ws-echeance-ligne.
           05 filler pic x(2) value spaces.
           05 ws-ec-id pic x(4).
           05 filler pic x(1) value space.
           05 ws-ec-emplacement pic x(20).
           05 filler pic x(1) value space.
           05 ws-ec-type pic x(8).
           05 filler pic x(1) value space.
           05 ws-ec-dernier pic 9(8).
           05 filler pic x(2) value spaces.
           05 ws-ec-prochain pic 9(8).
           05 filler pic x(2) value spaces.
           05 ws-ec-jours pic -(4)9.
           05 filler pic x(2) value spaces.
           05 ws-ec-etat pic x(20).

      * Champs d'appel au journal central des executions (JOB-LOG,
      * voir 99 - Utilitaires partages/src/JOBLOG.cob).
       01 ws-joblog-name pic x(20) value "12_registre-sondes".
       01 ws-joblog-path pic x(100)
           value "../job-log.txt".
       01 ws-joblog-action pic x(1).
       01 ws-joblog-count pic 9(5) value 0.
       01 ws-joblog-rc pic 9(2) value 0.
       01 ws-joblog-operator pic x(8) value spaces.

       procedure division.
           accept ws-joblog-operator from environment "USER"
           move 'S' to ws-joblog-action
           call "JOBLOG" using ws-joblog-path ws-joblog-name
               ws-joblog-action
               ws-joblog-count ws-joblog-rc ws-joblog-operator

           perform 0010-date-de-traitement
           accept ws-mode from command-line
           perform 0100-charger-les-sondes

           if ws-mode = "ECHEANCES"
               perform 5000-editer-les-echeances
               compute ws-joblog-count =
                   ws-nb-retard + ws-nb-a-echeance
           else
               perform 1000-guichet-des-sondes
               move ws-maj-count to ws-joblog-count
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

       0100-charger-les-sondes.
      * Fichier absent : premier passage, il sera cree a la premiere
      * sonde.
           open input sonde-file
           if ws-fs-sonde not = "00"
               exit paragraph
           end-if
           perform until ws-fin-fichier = "Y"
               read sonde-file
                   at end
                       move "Y" to ws-fin-fichier
                   not at end
                       if ws-sonde-count < 100
                           add 1 to ws-sonde-count
                           if snd-intervalle not numeric
                               move ws-intervalle-defaut
                                   to snd-intervalle
                           end-if
                           move sonde-enreg
                               to ws-s-ligne(ws-sonde-count)
                       end-if
               end-read
           end-perform
           close sonde-file
           .

       0400-trouver-la-sonde.
      * Identifiant ws-saisie-id -> rang de la sonde [0 si
      * inconnue] ; la sonde trouvee est chargee dans sonde-enreg.
           move 0 to ws-sonde-trouve
           perform varying ws-sonde-idx from 1 by 1
               until ws-sonde-idx > ws-sonde-count
               if ws-s-ligne(ws-sonde-idx)(1:4) = ws-saisie-id
                   move ws-sonde-idx to ws-sonde-trouve
               end-if
           end-perform
           if ws-sonde-trouve > 0
               move ws-s-ligne(ws-sonde-trouve) to sonde-enreg
           end-if
           .

       1000-guichet-des-sondes.
           move "REFERENTIEL" to ws-fonction
           call "SPAUTOR" using ws-perm-path ws-joblog-operator
               ws-joblog-name ws-fonction ws-autorise
           if ws-autorise = 'N'
               display "Acces refuse : l'operateur '"
                   function trim(ws-joblog-operator)
                   "' n'est pas habilite aux referentiels."
               move 98 to ws-joblog-rc
               exit paragraph
           end-if

           perform until ws-choix = 0
               display " "
               display "1. Creer une sonde"
               display "2. Modifier une sonde"
               display "3. Enregistrer un etalonnage"
               display "4. Desactiver ou reactiver une sonde"
               display "0. Quitter"
               display "Votre choix ?"
               accept ws-choix
               evaluate ws-choix
                   when 1
                       perform 1100-creer-une-sonde
                   when 2
                       perform 1200-modifier-une-sonde
                   when 3
                       perform 1300-enregistrer-un-etalonnage
                   when 4
                       perform 1400-desactiver-ou-reactiver
                   when 0
                       continue
                   when other
                       display "Choix invalide"
               end-evaluate
           end-perform
           .

       1100-creer-une-sonde.
      * Une sonde nait active, sans decalage ni etalonnage : le
      * premier certificat s'enregistre par le choix 3, et d'ici la
      * elle sort en retard a l'edition des echeances.
           if ws-sonde-count >= 100
               display "Registre des sondes plein - rien de cree."
               exit paragraph
           end-if
           display "Identifiant de la sonde [4 caracteres] ?"
           move spaces to ws-saisie-id
           accept ws-saisie-id
           if ws-saisie-id = spaces
               display "Identifiant obligatoire - rien de cree."
               exit paragraph
           end-if
           perform 0400-trouver-la-sonde
           if ws-sonde-trouve > 0
               display "Sonde " ws-saisie-id " deja au registre."
               exit paragraph
           end-if

           move spaces to sonde-enreg
           move ws-saisie-id to snd-id
           move 0 to snd-min
           move 0 to snd-max
           move 0 to snd-decalage
           move 0 to snd-etal-dernier
           move 0 to snd-etal-prochain
           move "A" to snd-statut
           move ws-intervalle-defaut to snd-intervalle
           perform 1500-saisir-les-zones
           if snd-emplacement = spaces or snd-type = spaces
               display "Emplacement et type obligatoires - rien de"
                   " cree."
               exit paragraph
           end-if
           if snd-min not < snd-max
               display "Plage incoherente [min >= max] - rien de"
                   " cree."
               exit paragraph
           end-if

           add 1 to ws-sonde-count
           move ws-sonde-count to ws-sonde-trouve
           move sonde-enreg to ws-s-ligne(ws-sonde-trouve)
           perform 9000-sauvegarder-les-sondes
           move "CREATION" to ws-jr-action
           move spaces to ws-jr-avant
           move snd-type to ws-jr-apres
           perform 9100-journaliser
           add 1 to ws-maj-count
           display "Sonde " ws-saisie-id " creee."
           .

       1200-modifier-une-sonde.
           display "Identifiant de la sonde ?"
           move spaces to ws-saisie-id
           accept ws-saisie-id
           perform 0400-trouver-la-sonde
           if ws-sonde-trouve = 0
               display "Sonde inconnue : " ws-saisie-id
               exit paragraph
           end-if
           move snd-type to ws-jr-avant
           perform 1500-saisir-les-zones
           if snd-min not < snd-max
               display "Plage incoherente [min >= max] - rien de"
                   " modifie."
               exit paragraph
           end-if
           move sonde-enreg to ws-s-ligne(ws-sonde-trouve)
           perform 9000-sauvegarder-les-sondes
           move "MODIFICATION" to ws-jr-action
           move snd-type to ws-jr-apres
           perform 9100-journaliser
           add 1 to ws-maj-count
           display "Sonde " ws-saisie-id " modifiee."
           .

       1300-enregistrer-un-etalonnage.
      * Nouveau certificat : le decalage remplace le precedent,
      * prochaine echeance un an apres le certificat si elle n'est
      * pas saisie.
           display "Identifiant de la sonde ?"
           move spaces to ws-saisie-id
           accept ws-saisie-id
           perform 0400-trouver-la-sonde
           if ws-sonde-trouve = 0
               display "Sonde inconnue : " ws-saisie-id
               exit paragraph
           end-if
           move snd-decalage to ws-decalage-aff
           display "Decalage actuel : " ws-decalage-aff " C"
           display "Decalage du certificat en centiemes, signe en"
               " tete [ex : -0015 pour -0.15] ?"
           move spaces to ws-saisie-champ
           accept ws-saisie-champ
           if ws-saisie-champ = spaces
              or function test-numval(ws-saisie-champ) not = 0
               display "Decalage illisible - rien d'enregistre."
               exit paragraph
           end-if
           compute ws-valeur = function numval(ws-saisie-champ) / 100
           if ws-valeur > 9.99 or ws-valeur < -9.99
               display "Decalage hors limites [+/- 9.99] - rien"
                   " d'enregistre."
               exit paragraph
           end-if
           display "Date du certificat AAAAMMJJ [vide = aujourd'hui]"
               " ?"
           move spaces to ws-saisie-date
           accept ws-saisie-date
           if ws-saisie-date = spaces
               move ws-today to ws-saisie-date
           end-if
           if ws-saisie-date not numeric
               display "Date illisible - rien d'enregistre."
               exit paragraph
           end-if
           move ws-decalage-aff to ws-jr-avant
           move ws-valeur to snd-decalage
           move ws-saisie-date to snd-etal-dernier
           display "Prochain etalonnage AAAAMMJJ [vide = un an] ?"
           move spaces to ws-saisie-date
           accept ws-saisie-date
           if ws-saisie-date = spaces
               compute snd-etal-prochain = snd-etal-dernier + 10000
               if snd-etal-prochain(5:4) = "0229"
                   move "0228" to snd-etal-prochain(5:4)
               end-if
           else
               if ws-saisie-date not numeric
                  or ws-saisie-date not > snd-etal-dernier
                   display "Echeance illisible ou anterieure au"
                       " certificat - rien d'enregistre."
                   exit paragraph
               end-if
               move ws-saisie-date to snd-etal-prochain
           end-if
           move sonde-enreg to ws-s-ligne(ws-sonde-trouve)
           perform 9000-sauvegarder-les-sondes
           move "ETALONNAGE" to ws-jr-action
           move snd-decalage to ws-decalage-aff
           move ws-decalage-aff to ws-jr-apres
           perform 9100-journaliser
           add 1 to ws-maj-count
           display "Sonde " ws-saisie-id " etalonnee, prochaine"
               " echeance " snd-etal-prochain "."
           .

       1400-desactiver-ou-reactiver.
      * Une sonde inactive ne fait plus foi : ses releves sont
      * rejetes par le traitement multi-sondes.
           display "Identifiant de la sonde ?"
           move spaces to ws-saisie-id
           accept ws-saisie-id
           perform 0400-trouver-la-sonde
           if ws-sonde-trouve = 0
               display "Sonde inconnue : " ws-saisie-id
               exit paragraph
           end-if
           if snd-statut = "A"
               move "I" to snd-statut
               move "DESACTIVE" to ws-jr-action
               move "A" to ws-jr-avant
               move "I" to ws-jr-apres
           else
               move "A" to snd-statut
               move "REACTIVE" to ws-jr-action
               move "I" to ws-jr-avant
               move "A" to ws-jr-apres
           end-if
           move sonde-enreg to ws-s-ligne(ws-sonde-trouve)
           perform 9000-sauvegarder-les-sondes
           perform 9100-journaliser
           add 1 to ws-maj-count
           display "Sonde " ws-saisie-id " : statut " snd-statut
           .

       1500-saisir-les-zones.
      * Zones modifiables d'une sonde, vide = inchangee ; plage en
      * centiemes de degre, signe en tete [meme saisie que
      * PLAGE_MIN/PLAGE_MAX].
           display "Emplacement [vide = inchange] ?"
           move spaces to ws-saisie-champ
           accept ws-saisie-champ
           if ws-saisie-champ not = spaces
               move ws-saisie-champ to snd-emplacement
           end-if
           display "Type [CONGEL, FROID, AMBIANT... vide = inchange]"
               " ?"
           move spaces to ws-saisie-champ
           accept ws-saisie-champ
           if ws-saisie-champ not = spaces
               move ws-saisie-champ(1:8) to snd-type
           end-if
           move snd-min to ws-temp-aff
           display "Plage min en centiemes [actuel " ws-temp-aff
               ", vide = inchange] ?"
           move spaces to ws-saisie-champ
           accept ws-saisie-champ
           if ws-saisie-champ not = spaces
               if function test-numval(ws-saisie-champ) = 0
                   compute snd-min =
                       function numval(ws-saisie-champ) / 100
               else
                   display "Plage min illisible - inchangee."
               end-if
           end-if
           move snd-max to ws-temp-aff
           display "Plage max en centiemes [actuel " ws-temp-aff
               ", vide = inchange] ?"
           move spaces to ws-saisie-champ
           accept ws-saisie-champ
           if ws-saisie-champ not = spaces
               if function test-numval(ws-saisie-champ) = 0
                   compute snd-max =
                       function numval(ws-saisie-champ) / 100
               else
                   display "Plage max illisible - inchangee."
               end-if
           end-if
           display "Intervalle de releve en minutes [actuel "
               snd-intervalle ", vide = inchange] ?"
           move spaces to ws-saisie-champ
           accept ws-saisie-champ
           if ws-saisie-champ not = spaces
               if function test-numval(ws-saisie-champ) = 0
                  and function numval(ws-saisie-champ) > 0
                  and function numval(ws-saisie-champ) < 10000
                   move function numval(ws-saisie-champ)
                       to snd-intervalle
               else
                   display "Intervalle illisible - inchange."
               end-if
           end-if
           .

       5000-editer-les-echeances.
      * Sondes actives dont l'etalonnage est depasse [ou n'a jamais
      * eu lieu] ou tombe dans les ECHEANCE_JOURS prochains jours.
           move spaces to ws-param
           accept ws-param from environment "ECHEANCE_JOURS"
           if ws-param not = spaces
               move function numval(ws-param) to ws-delai-echeance
           end-if
           open output echeance-file
           move spaces to echeance-enreg
           string "Etalonnages des sondes au " delimited by size
                  ws-today delimited by size
                  " - en retard ou dus sous " delimited by size
                  ws-delai-echeance delimited by size
                  " jours" delimited by size
                  into echeance-enreg
           end-string
           write echeance-enreg
           move spaces to echeance-enreg
           write echeance-enreg
           move "  SOND EMPLACEMENT          TYPE     DERNIER   "
               & " PROCHAIN   JOURS  ETAT" to echeance-enreg
           write echeance-enreg

           perform varying ws-sonde-idx from 1 by 1
               until ws-sonde-idx > ws-sonde-count
               move ws-s-ligne(ws-sonde-idx) to sonde-enreg
               if snd-statut = "A"
                   perform 5100-controler-une-echeance
               end-if
           end-perform

           move spaces to echeance-enreg
           write echeance-enreg
           move spaces to echeance-enreg
           string "En retard : " delimited by size
                  ws-nb-retard delimited by size
                  "   A echeance : " delimited by size
                  ws-nb-a-echeance delimited by size
                  into echeance-enreg
           end-string
           write echeance-enreg
           close echeance-file
           display "Echeances d'etalonnage ecrites :"
               " etalonnages-echeances.dat [" ws-nb-retard
               " en retard, " ws-nb-a-echeance " a echeance]"
           if ws-nb-retard > 0
               move 4 to ws-joblog-rc
           end-if
           .

       5100-controler-une-echeance.
           if snd-etal-prochain = 0
               move 0 to ws-jours
               move "*** JAMAIS ETALONNEE" to ws-ec-etat
               add 1 to ws-nb-retard
           else
               compute ws-jours =
                   function integer-of-date(snd-etal-prochain)
                   - function integer-of-date(ws-today)
               if ws-jours > ws-delai-echeance
                   exit paragraph
               end-if
               if ws-jours < 0
                   move "*** EN RETARD ***" to ws-ec-etat
                   add 1 to ws-nb-retard
               else
                   move "a echeance" to ws-ec-etat
                   add 1 to ws-nb-a-echeance
               end-if
           end-if
           move snd-id to ws-ec-id
           move snd-emplacement to ws-ec-emplacement
           move snd-type to ws-ec-type
           move snd-etal-dernier to ws-ec-dernier
           move snd-etal-prochain to ws-ec-prochain
           move ws-jours to ws-ec-jours
           write echeance-enreg from ws-echeance-ligne
           .

       9000-sauvegarder-les-sondes.
           open output sonde-file
           perform varying ws-sonde-idx from 1 by 1
               until ws-sonde-idx > ws-sonde-count
               move ws-s-ligne(ws-sonde-idx) to sonde-enreg
               write sonde-enreg
           end-perform
           close sonde-file
           .

       9100-journaliser.
           accept ws-heure from time
           open extend journal-ref-file
           if ws-fs-journal not = "00"
               open output journal-ref-file
           end-if
           move spaces to journal-ref-enreg
           move ws-today to jr-date
           move ws-heure(1:6) to jr-heure
           move ws-joblog-operator to jr-operateur
           move "SONDES" to jr-fichier
           move ws-saisie-id to jr-code
           move ws-jr-action to jr-action
           move ws-jr-avant to jr-avant
           move ws-jr-apres to jr-apres
           write journal-ref-enreg
           close journal-ref-file
           .
