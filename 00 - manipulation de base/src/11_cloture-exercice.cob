      ******************************************************************
      * Nom du Projet   : Cloture de l'exercice comptable
      * Description     : Le maitre des soldes du totalisateur
      *    [src/soldes-comptes.dat, 02_calcul-de-la-somm.cob] roulait
      *    de jour en jour sans notion d'exercice : charges et
      *    produits grossissaient indefiniment et une ecriture datee
      *    d'une annee terminee passait sans remarque. Ce programme
      *    clot un exercice [CLOTURE_MODE] :
      *    - CLOTURE [defaut] : les comptes de resultat [classes 6
      *      charges et 7 produits] sont soldes par des ecritures de
      *      cloture datees du 31/12 vers le compte de resultat
      *      [COMPTE_RESULTAT, 120000 par defaut], les comptes de
      *      bilan sont reportes tels quels comme ouverture du nouvel
      *      exercice. Les soldes finaux de l'exercice sont gardes
      *      dans src/soldes-exercices.dat, les ecritures de cloture
      *      dans src/ecritures-cloture-AAAA.dat et dans
      *      l'historique des mouvements, l'exercice est inscrit clos
      *      dans src/exercices-comptables.dat : le totalisateur
      *      refuse desormais toute ecriture datee de cet exercice.
      *    - AJUSTEMENT : ouvre jusqu'a FIN_AJUSTEMENT une periode
      *      d'ecritures tardives sur le dernier exercice clos, sous
      *      approbation a quatre yeux [SPAPPROB, type AJUST-EXERC,
      *      id = exercice].
      *    - FIN-AJUSTEMENT : solde au compte de resultat les
      *      ecritures tardives passees sur les comptes de resultat
      *      [src/ajustements-exercice.dat] et referme l'exercice.
      *    EXERCICE donne l'annee [defaut : annee precedant la date
      *    de traitement pour la cloture, dernier exercice clos pour
      *    l'ajustement]. Compte rendu : src/cloture-exercice-AAAA.dat.
      *
      * Date de création: 15/10/2026
      * Auteur          : Champémont Mathurin
      *
      * Historique des modifications :
      *  - 15/10/2026 : la nature resultat/bilan d'un compte vient du
      *    type porte au plan comptable [../02 - Lire une structure
      *    JSON/src/plan-comptable.txt, 90_plan-comptable.cob] ; le
      *    premier chiffre du numero [classes 6 et 7] ne sert plus
      *    qu'aux comptes absents du plan ou si le plan manque.
      ******************************************************************
       identification division.
       program-id. 11_cloture-exercice.

       environment division.
       input-output section.
       file-control.
           select solde-file assign to "src/soldes-comptes.dat"
               organization is line sequential
               file status is ws-fs-solde.
           select exercice-file
               assign to "src/exercices-comptables.dat"
               organization is line sequential
               file status is ws-fs-exercice.
           select ajustement-file
               assign to "src/ajustements-exercice.dat"
               organization is line sequential
               file status is ws-fs-ajust.
           select historique-file
               assign to "src/mouvements-comptes.dat"
               organization is line sequential
               file status is ws-fs-histo.
           select annuel-file assign to "src/soldes-exercices.dat"
               organization is line sequential
               file status is ws-fs-annuel.
           select cloture-file assign to dynamic ws-cloture-path
               organization is line sequential
               file status is ws-fs-cloture.
           select rapport-file assign to dynamic ws-rapport-path
               organization is line sequential
               file status is ws-fs-rapport.
           select plan-file
               assign to
               "../02 - Lire une structure JSON/src/plan-comptable.txt"
               organization is line sequential
               file status is ws-fs-plan.

       data division.
       file section.
       fd  solde-file.
       01 solde-enreg.
           05 solde-date pic 9(8).
           05 filler pic x.
           05 solde-compte pic x(10).
           05 filler pic x.
           05 solde-ouverture pic s9(9)v99 sign leading separate.
           05 filler pic x.
           05 solde-mouvement pic s9(9)v99 sign leading separate.
           05 filler pic x.
           05 solde-cloture pic s9(9)v99 sign leading separate.

      * Exercices clos : statut C clos / A periode d'ajustement
      * ouverte jusqu'a la date de fin, approbateur de l'ouverture.
       fd  exercice-file.
       01 exercice-enreg.
           05 exo-annee pic 9(4).
           05 filler pic x.
           05 exo-statut pic x.
           05 filler pic x.
           05 exo-date-cloture pic 9(8).
           05 filler pic x.
           05 exo-fin-ajustement pic 9(8).
           05 filler pic x.
           05 exo-operateur pic x(8).
           05 filler pic x.
           05 exo-approbateur pic x(8).

      * Meme disposition que les ecritures tardives retenues par le
      * totalisateur.
       fd  ajustement-file.
       01 ajust-enreg.
           05 ajust-annee pic 9(4).
           05 filler pic x.
           05 ajust-date pic 9(8).
           05 filler pic x.
           05 ajust-compte pic x(10).
           05 filler pic x.
           05 ajust-sens pic x.
           05 filler pic x.
           05 ajust-montant pic 9(7)v99.
           05 filler pic x.
           05 ajust-reference pic x(12).
           05 filler pic x.
           05 ajust-traitement pic 9(8).
           05 filler pic x.
           05 ajust-statut pic x.

       fd  historique-file.
       01 histo-enreg.
           05 histo-date pic 9(8).
           05 filler pic x.
           05 histo-compte pic x(10).
           05 filler pic x.
           05 histo-sens pic x.
           05 filler pic x.
           05 histo-montant pic 9(7)v99.
           05 filler pic x.
           05 histo-reference pic x(12).
           05 filler pic x.
           05 histo-lot pic 9(8).

      * Soldes d'exercice : nature R resultat / B bilan, solde final
      * de l'exercice, solde reporte au suivant, origine C cloture /
      * A solde des ecritures d'ajustement.
       fd  annuel-file.
       01 annuel-enreg.
           05 an-annee pic 9(4).
           05 filler pic x.
           05 an-compte pic x(10).
           05 filler pic x.
           05 an-nature pic x.
           05 filler pic x.
           05 an-solde-final pic s9(9)v99 sign leading separate.
           05 filler pic x.
           05 an-report pic s9(9)v99 sign leading separate.
           05 filler pic x.
           05 an-origine pic x.

      * Ecritures de cloture, disposition des ecritures du lot.
       fd  cloture-file.
       01 cloture-enreg.
           05 clo-date pic 9(8).
           05 filler pic x.
           05 clo-compte pic x(10).
           05 filler pic x.
           05 clo-sens pic x.
           05 filler pic x.
           05 clo-montant pic 9(7)v99.
           05 filler pic x.
           05 clo-reference pic x(12).

       fd  rapport-file.
       01 rapport-enreg pic x(100).

      * Plan comptable [disposition de compte-enreg.cpy, tenu par
      * 90_plan-comptable.cob] : numero, libelle, classe, type B/R,
      * sens normal D/C, statut A actif / I inactif, societe.
       fd  plan-file.
       01 plan-enreg.
           05 plan-compte pic x(10).
           05 filler pic x.
           05 plan-libelle pic x(30).
           05 filler pic x.
           05 plan-classe pic x.
           05 filler pic x.
           05 plan-type pic x.
           05 filler pic x.
           05 plan-sens pic x.
           05 filler pic x.
           05 plan-statut pic x.
           05 filler pic x.
           05 plan-soc pic x(3).

       working-storage section.
       01 ws-fs-solde pic xx value "00".
       01 ws-fs-exercice pic xx value "00".
       01 ws-fs-ajust pic xx value "00".
       01 ws-fs-histo pic xx value "00".
       01 ws-fs-annuel pic xx value "00".
       01 ws-fs-cloture pic xx value "00".
       01 ws-fs-rapport pic xx value "00".
       01 ws-fin-fichier pic x value "N".
       01 ws-today pic 9(8) value 0.
       01 ws-date-param pic x(8) value spaces.
       01 ws-param pic x(14) value spaces.
       01 ws-mode pic x(14) value "CLOTURE".
       01 ws-exercice pic 9(4) value 0.
       01 ws-fin-ajustement pic 9(8) value 0.
       01 ws-compte-resultat pic x(10) value "120000".
       01 ws-date-cloture pic 9(8) value 0.
       01 ws-reference pic x(12) value spaces.
       01 ws-cloture-path pic x(60) value spaces.
       01 ws-rapport-path pic x(60) value spaces.

      * Exercices deja clos.
       01 ws-exo-table.
           05 ws-exo-entry occurs 100 times.
               10 ws-e-annee pic 9(4).
               10 ws-e-statut pic x.
               10 ws-e-date-cloture pic 9(8).
               10 ws-e-fin pic 9(8).
               10 ws-e-operateur pic x(8).
               10 ws-e-approbateur pic x(8).
       01 ws-exo-count pic 9(3) value 0.
       01 ws-exo-idx pic 9(3) value 0.
       01 ws-exo-trouve pic 9(3) value 0.
       01 ws-exo-dernier pic 9(3) value 0.

      * Maitre des soldes en memoire [50 comptes, comme le
      * totalisateur] avec le mouvement de cloture de chaque compte.
       01 ws-solde-table.
           05 ws-solde-entry occurs 50 times.
               10 ws-s-compte pic x(10).
               10 ws-s-date pic 9(8).
               10 ws-s-cloture pic s9(9)v99.
               10 ws-s-mouvement pic s9(9)v99.
               10 ws-s-nature pic x.
       01 ws-solde-count pic 9(3) value 0.
       01 ws-solde-idx pic 9(3) value 0.
       01 ws-resultat-idx pic 9(3) value 0.
       01 ws-date-maitre pic 9(8) value 0.
       01 ws-solde-altere pic x value "N".
       01 ws-controle pic s9(9)v99 value 0.

      * Type de chaque compte au plan comptable : R resultat, solde a
      * la cloture, B bilan, reporte.
       01 ws-fs-plan pic xx value "00".
       01 ws-plan-table.
           05 ws-plan-entry occurs 500 times.
               10 ws-pln-compte pic x(10).
               10 ws-pln-type pic x.
       01 ws-plan-count pic 9(3) value 0.
       01 ws-plan-idx pic 9(3) value 0.
       01 ws-nature-compte pic x(10) value spaces.
       01 ws-nature pic x value space.

      * Ecritures tardives en memoire, reecrites soldees.
       01 ws-ajust-table.
           05 ws-ajust-entry occurs 2000 times.
               10 ws-a-enreg pic x(70).
       01 ws-ajust-count pic 9(4) value 0.
       01 ws-ajust-idx pic 9(4) value 0.
       01 ws-nb-ajust-soldees pic 9(4) value 0.

       01 ws-resultat pic s9(9)v99 value 0.
       01 ws-montant pic s9(9)v99 value 0.
       01 ws-nb-resultat pic 9(3) value 0.
       01 ws-nb-bilan pic 9(3) value 0.
       01 ws-nb-ecritures pic 9(4) value 0.
       01 ws-refus pic x value "N".

      * Approbation a quatre yeux [SPAPPROB], au guichet commun
      * 56_approbations du dossier 02.
       01 ws-approb-path pic x(100) value
           "../02 - Lire une structure JSON/src/approbations-attente.txt
      -    "".
       01 ws-approb-action pic x(1).
       01 ws-approb-type pic x(12) value "AJUST-EXERC".
       01 ws-approb-id pic 9(5) value 0.
       01 ws-approb-detail pic x(40).
       01 ws-approb-demandeur pic x(8).
       01 ws-approb-approbateur pic x(8) value spaces.
       01 ws-approb-res pic x(1).

       01 ws-entete-compte.
           05 filler pic x(22) value "  Compte      Nature".
           05 filler pic x(15) value "  Solde final".
           05 filler pic x(15) value "     Ecriture".
           05 filler pic x(13) value "Solde reporte".
       01 ws-ligne-compte.
           05 filler pic x(2) value spaces.
           05 ws-lc-compte pic x(10).
           05 filler pic x(2) value spaces.
           05 ws-lc-nature pic x(8).
           05 ws-lc-final pic -(9)9.99.
           05 filler pic x(2) value spaces.
           05 ws-lc-ecriture pic -(9)9.99.
           05 filler pic x(2) value spaces.
           05 ws-lc-report pic -(9)9.99.
       01 ws-montant-aff pic -(9)9.99.

      * Champs d'appel au journal central des executions (JOB-LOG,
      * voir 99 - Utilitaires partages/src/JOBLOG.cob).
       01 ws-joblog-name pic x(20) value "11_cloture-exercice".
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
           perform 0020-parametres
           perform 1000-charger-les-exercices
           perform 1050-charger-le-plan
           perform 1100-charger-les-soldes
           if ws-solde-altere = "Y"
               display "*** MAITRE DES SOLDES ALTERE *** cloture"
                   " refusee."
               move 16 to ws-joblog-rc
           else
               evaluate ws-mode
                   when "CLOTURE"
                       perform 3000-clore-l-exercice
                   when "AJUSTEMENT"
                       perform 4000-ouvrir-l-ajustement
                   when "FIN-AJUSTEMENT"
                       perform 5000-solder-l-ajustement
                   when other
                       display "CLOTURE_MODE inconnu : " ws-mode
                       move 12 to ws-joblog-rc
               end-evaluate
           end-if

           move ws-nb-ecritures to ws-joblog-count
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

       0020-parametres.
           move spaces to ws-param
           accept ws-param from environment "CLOTURE_MODE"
           if ws-param not = spaces
               move ws-param to ws-mode
           end-if
           move spaces to ws-param
           accept ws-param from environment "EXERCICE"
           if ws-param(1:4) is numeric
               move ws-param(1:4) to ws-exercice
           end-if
           move spaces to ws-param
           accept ws-param from environment "FIN_AJUSTEMENT"
           if ws-param(1:8) is numeric
               move ws-param(1:8) to ws-fin-ajustement
           end-if
           move spaces to ws-param
           accept ws-param from environment "COMPTE_RESULTAT"
           if ws-param not = spaces
               move ws-param to ws-compte-resultat
           end-if
           .

       1000-charger-les-exercices.
      * Fichier absent : aucun exercice encore clos.
           move "N" to ws-fin-fichier
           open input exercice-file
           if ws-fs-exercice not = "00"
               exit paragraph
           end-if
           perform until ws-fin-fichier = "Y"
               read exercice-file
                   at end
                       move "Y" to ws-fin-fichier
                   not at end
                       if ws-exo-count < 100
                           add 1 to ws-exo-count
                           move exo-annee to ws-e-annee(ws-exo-count)
                           move exo-statut
                               to ws-e-statut(ws-exo-count)
                           move exo-date-cloture
                               to ws-e-date-cloture(ws-exo-count)
                           move exo-fin-ajustement
                               to ws-e-fin(ws-exo-count)
                           move exo-operateur
                               to ws-e-operateur(ws-exo-count)
                           move exo-approbateur
                               to ws-e-approbateur(ws-exo-count)
                       end-if
               end-read
           end-perform
           close exercice-file
      * Le dernier exercice clos est le seul qui puisse s'ajuster.
           perform varying ws-exo-idx from 1 by 1
               until ws-exo-idx > ws-exo-count
               if ws-exo-dernier = 0
                   move ws-exo-idx to ws-exo-dernier
               else
                   if ws-e-annee(ws-exo-idx)
                      > ws-e-annee(ws-exo-dernier)
                       move ws-exo-idx to ws-exo-dernier
                   end-if
               end-if
           end-perform
           .

       1050-charger-le-plan.
      * Fichier absent : la nature se deduit de la classe du numero.
           move "N" to ws-fin-fichier
           open input plan-file
           if ws-fs-plan not = "00"
               exit paragraph
           end-if
           perform until ws-fin-fichier = "Y"
               read plan-file
                   at end
                       move "Y" to ws-fin-fichier
                   not at end
                       if ws-plan-count < 500
                           add 1 to ws-plan-count
                           move plan-compte
                               to ws-pln-compte(ws-plan-count)
                           move plan-type
                               to ws-pln-type(ws-plan-count)
                       end-if
               end-read
           end-perform
           close plan-file
           .

       1100-charger-les-soldes.
      * Meme reverification que le totalisateur : une ligne dont
      * ouverture + mouvement ne redonne pas la cloture a ete
      * modifiee hors traitement.
           move "N" to ws-fin-fichier
           open input solde-file
           if ws-fs-solde not = "00"
               exit paragraph
           end-if
           perform until ws-fin-fichier = "Y"
               read solde-file
                   at end
                       move "Y" to ws-fin-fichier
                   not at end
                       perform 1110-retenir-un-solde
               end-read
           end-perform
           close solde-file
           .

       1110-retenir-un-solde.
           compute ws-controle = solde-ouverture + solde-mouvement
           if ws-controle not = solde-cloture
               display "Solde altere au compte " solde-compte
               move "Y" to ws-solde-altere
               exit paragraph
           end-if
           if ws-solde-count >= 50
               display "Table des soldes pleine (50 max) - compte "
                   solde-compte " ignore."
               move "Y" to ws-solde-altere
               exit paragraph
           end-if
           add 1 to ws-solde-count
           move solde-compte to ws-s-compte(ws-solde-count)
           move solde-date to ws-s-date(ws-solde-count)
           move solde-cloture to ws-s-cloture(ws-solde-count)
           move 0 to ws-s-mouvement(ws-solde-count)
           move solde-compte to ws-nature-compte
           perform 1120-nature-du-compte
           move ws-nature to ws-s-nature(ws-solde-count)
           if solde-date > ws-date-maitre
               move solde-date to ws-date-maitre
           end-if
           if solde-compte = ws-compte-resultat
               move ws-solde-count to ws-resultat-idx
           end-if
           .

       1120-nature-du-compte.
      * Type du compte ws-nature-compte au plan comptable ; absent
      * du plan : classes 6 et 7 au resultat, le reste au bilan.
           move space to ws-nature
           perform varying ws-plan-idx from 1 by 1
               until ws-plan-idx > ws-plan-count
               if ws-pln-compte(ws-plan-idx) = ws-nature-compte
                   move ws-pln-type(ws-plan-idx) to ws-nature
               end-if
           end-perform
           if ws-nature = "R" or ws-nature = "B"
               exit paragraph
           end-if
           if ws-nature-compte(1:1) = "6"
              or ws-nature-compte(1:1) = "7"
               move "R" to ws-nature
           else
               move "B" to ws-nature
           end-if
           .

       3000-clore-l-exercice.
           if ws-exercice = 0
               compute ws-exercice = ws-today / 10000 - 1
           end-if
           perform 3010-controler-la-cloture
           if ws-refus = "Y"
               move 12 to ws-joblog-rc
               exit paragraph
           end-if
           perform 3100-calculer-les-ecritures
           if ws-refus = "Y"
               move 12 to ws-joblog-rc
               exit paragraph
           end-if

           move spaces to ws-reference
           string "CLOTURE-" delimited by size
                  ws-exercice delimited by size
                  into ws-reference
           end-string
           perform 6000-ouvrir-les-sorties
           open output cloture-file
           open output rapport-file
           move spaces to rapport-enreg
           string "Cloture de l'exercice " delimited by size
                  ws-exercice delimited by size
                  " - edite le " delimited by size
                  ws-today delimited by size
                  " par " delimited by size
                  ws-joblog-operator delimited by space
                  into rapport-enreg
           end-string
           write rapport-enreg
           move spaces to rapport-enreg
           write rapport-enreg
           write rapport-enreg from ws-entete-compte

           perform varying ws-solde-idx from 1 by 1
               until ws-solde-idx > ws-solde-count
               perform 3200-clore-un-compte
           end-perform
           perform 6100-passer-au-resultat
           close cloture-file
           close historique-file
           close annuel-file

           move spaces to rapport-enreg
           write rapport-enreg
           move ws-resultat to ws-montant-aff
           move spaces to rapport-enreg
           if ws-resultat > 0
               string "Perte de l'exercice : " delimited by size
                      ws-montant-aff delimited by size
                      into rapport-enreg
               end-string
           else
               compute ws-montant-aff = 0 - ws-resultat
               string "Benefice de l'exercice : " delimited by size
                      ws-montant-aff delimited by size
                      into rapport-enreg
               end-string
           end-if
           write rapport-enreg
           move spaces to rapport-enreg
           string "Porte au compte " delimited by size
                  ws-compte-resultat delimited by space
                  " ; " delimited by size
                  ws-nb-resultat delimited by size
                  " compte(s) de resultat solde(s), " delimited by size
                  ws-nb-bilan delimited by size
                  " compte(s) de bilan reporte(s)" delimited by size
                  into rapport-enreg
           end-string
           write rapport-enreg
           close rapport-file

           perform 6200-reecrire-les-soldes
           if ws-exo-count < 100
               add 1 to ws-exo-count
               move ws-exercice to ws-e-annee(ws-exo-count)
               move "C" to ws-e-statut(ws-exo-count)
               move ws-today to ws-e-date-cloture(ws-exo-count)
               move 0 to ws-e-fin(ws-exo-count)
               move ws-joblog-operator
                   to ws-e-operateur(ws-exo-count)
               move spaces to ws-e-approbateur(ws-exo-count)
           end-if
           perform 6300-reecrire-les-exercices
           move ws-resultat to ws-montant-aff
           display "Exercice " ws-exercice " clos : "
               ws-nb-ecritures " ecriture(s) de cloture, resultat "
               ws-montant-aff " [" function trim(ws-rapport-path) "]"
           .

       3010-controler-la-cloture.
      * Un exercice ne se clot qu'une fois, apres le precedent
      * [periode d'ajustement refermee] et avant le premier lot de
      * l'exercice suivant : passe ce lot, le maitre melange deux
      * exercices.
           move "N" to ws-refus
           compute ws-date-cloture = ws-exercice * 10000 + 1231
           perform varying ws-exo-idx from 1 by 1
               until ws-exo-idx > ws-exo-count
               if ws-e-annee(ws-exo-idx) >= ws-exercice
                   display "Exercice " ws-e-annee(ws-exo-idx)
                       " deja clos : cloture de " ws-exercice
                       " refusee."
                   move "Y" to ws-refus
               end-if
               if ws-e-statut(ws-exo-idx) = "A"
                   display "Periode d'ajustement de l'exercice "
                       ws-e-annee(ws-exo-idx) " encore ouverte :"
                       " passer FIN-AJUSTEMENT d'abord."
                   move "Y" to ws-refus
               end-if
           end-perform
           if ws-solde-count = 0
               display "Maitre des soldes vide : rien a clore."
               move "Y" to ws-refus
           end-if
           if ws-date-maitre > ws-date-cloture
               display "Le maitre des soldes porte deja un lot du "
                   ws-date-maitre " : cloture de " ws-exercice
                   " refusee."
               move "Y" to ws-refus
           end-if
           move ws-compte-resultat to ws-nature-compte
           perform 1120-nature-du-compte
           if ws-nature = "R"
               display "Le compte de resultat " ws-compte-resultat
                   " ne peut pas etre un compte de charges ou de"
                   " produits."
               move "Y" to ws-refus
           end-if
           .

       3100-calculer-les-ecritures.
      * Mouvement de cloture de chaque compte de resultat = - son
      * solde ; le total passe au compte de resultat. Une ecriture
      * au-dela du montant d'une ecriture du lot est refusee avant
      * toute ecriture.
           move 0 to ws-resultat
           perform varying ws-solde-idx from 1 by 1
               until ws-solde-idx > ws-solde-count
               if ws-s-nature(ws-solde-idx) = "R"
                   compute ws-s-mouvement(ws-solde-idx) =
                       0 - ws-s-cloture(ws-solde-idx)
                   add ws-s-cloture(ws-solde-idx) to ws-resultat
                   move ws-s-cloture(ws-solde-idx) to ws-montant
                   perform 3110-controler-le-montant
               end-if
           end-perform
           move ws-resultat to ws-montant
           perform 3110-controler-le-montant
           .

       3110-controler-le-montant.
           if ws-montant > 9999999.99 or ws-montant < -9999999.99
               display "Montant de cloture hors capacite : "
                   ws-montant
               move "Y" to ws-refus
           end-if
           .

       3200-clore-un-compte.
           move ws-s-compte(ws-solde-idx) to ws-lc-compte
           move ws-s-cloture(ws-solde-idx) to ws-lc-final
           move ws-s-mouvement(ws-solde-idx) to ws-lc-ecriture
           move spaces to annuel-enreg
           move ws-exercice to an-annee
           move ws-s-compte(ws-solde-idx) to an-compte
           move ws-s-nature(ws-solde-idx) to an-nature
           move ws-s-cloture(ws-solde-idx) to an-solde-final
           move "C" to an-origine
           if ws-s-nature(ws-solde-idx) = "R"
               move "resultat" to ws-lc-nature
               add 1 to ws-nb-resultat
               move 0 to an-report
               move 0 to ws-lc-report
               if ws-s-mouvement(ws-solde-idx) not = 0
                   move ws-s-mouvement(ws-solde-idx) to ws-montant
                   perform 6010-ecrire-une-ecriture
               end-if
           else
               move "bilan" to ws-lc-nature
               add 1 to ws-nb-bilan
      * Le compte de resultat recoit le resultat de l'exercice.
               if ws-solde-idx = ws-resultat-idx
                   move ws-resultat to ws-s-mouvement(ws-solde-idx)
                   move ws-resultat to ws-lc-ecriture
               end-if
               compute an-report = ws-s-cloture(ws-solde-idx)
                   + ws-s-mouvement(ws-solde-idx)
               move an-report to ws-lc-report
           end-if
           write annuel-enreg
           write rapport-enreg from ws-ligne-compte
           .

       4000-ouvrir-l-ajustement.
      * Seul le dernier exercice clos peut recevoir des ecritures
      * tardives, jusqu'a une date de fin posee par l'exploitation et
      * sous approbation d'un second operateur.
           if ws-exo-dernier = 0
               display "Aucun exercice clos : pas d'ajustement."
               move 12 to ws-joblog-rc
               exit paragraph
           end-if
           if ws-exercice = 0
               move ws-e-annee(ws-exo-dernier) to ws-exercice
           end-if
           if ws-exercice not = ws-e-annee(ws-exo-dernier)
               display "Seul le dernier exercice clos ["
                   ws-e-annee(ws-exo-dernier) "] peut s'ajuster."
               move 12 to ws-joblog-rc
               exit paragraph
           end-if
           if ws-fin-ajustement <= ws-today
               display "FIN_AJUSTEMENT absente ou deja passee : "
                   ws-fin-ajustement
               move 12 to ws-joblog-rc
               exit paragraph
           end-if

           move 'V' to ws-approb-action
           move ws-exercice to ws-approb-id
           move spaces to ws-approb-detail
           move ws-joblog-operator to ws-approb-demandeur
           call "SPAPPROB" using ws-approb-path ws-approb-action
               ws-approb-type ws-approb-id ws-approb-detail
               ws-today ws-approb-demandeur
               ws-approb-approbateur ws-approb-res
           if ws-approb-res = 'N'
               move 'D' to ws-approb-action
               string "ajustement exercice " delimited by size
                      ws-exercice delimited by size
                      " au " delimited by size
                      ws-fin-ajustement delimited by size
                      into ws-approb-detail
               end-string
               call "SPAPPROB" using ws-approb-path
                   ws-approb-action ws-approb-type ws-approb-id
                   ws-approb-detail ws-today
                   ws-approb-demandeur ws-approb-approbateur
                   ws-approb-res
               display "Pas d'approbation disponible : demande"
                   " deposee dans approbations-attente.txt - un"
                   " second operateur doit l'approuver"
                   " [56_approbations] avant de relancer."
               move 8 to ws-joblog-rc
               exit paragraph
           end-if

           move "A" to ws-e-statut(ws-exo-dernier)
           move ws-fin-ajustement to ws-e-fin(ws-exo-dernier)
           move ws-approb-approbateur
               to ws-e-approbateur(ws-exo-dernier)
           perform 6300-reecrire-les-exercices
           display "Periode d'ajustement de l'exercice " ws-exercice
               " ouverte jusqu'au " ws-fin-ajustement
               ", approuvee par "
               function trim(ws-approb-approbateur) "."
           .

       5000-solder-l-ajustement.
      * Les ecritures tardives passees sur les comptes de resultat
      * sont soldees au compte de resultat, datees du 31/12 de
      * l'exercice ; celles des comptes de bilan sont deja dans les
      * soldes reportes.
           if ws-exo-dernier = 0
               display "Aucun exercice clos : pas d'ajustement."
               move 12 to ws-joblog-rc
               exit paragraph
           end-if
           if ws-e-statut(ws-exo-dernier) not = "A"
               display "Pas de periode d'ajustement ouverte sur "
                   "l'exercice " ws-e-annee(ws-exo-dernier)
               move 12 to ws-joblog-rc
               exit paragraph
           end-if
           move ws-e-annee(ws-exo-dernier) to ws-exercice
           compute ws-date-cloture = ws-exercice * 10000 + 1231
           perform 5100-charger-les-ajustements
           move 0 to ws-resultat
           move "N" to ws-refus
           perform varying ws-solde-idx from 1 by 1
               until ws-solde-idx > ws-solde-count
               if ws-s-nature(ws-solde-idx) = "R"
                   add ws-s-mouvement(ws-solde-idx) to ws-resultat
                   compute ws-montant =
                       0 - ws-s-mouvement(ws-solde-idx)
                   perform 3110-controler-le-montant
               end-if
           end-perform
           compute ws-montant = 0 - ws-resultat
           perform 3110-controler-le-montant
           if ws-refus = "Y"
               move 12 to ws-joblog-rc
               exit paragraph
           end-if

           move spaces to ws-reference
           string "AJUSTEM-" delimited by size
                  ws-exercice delimited by size
                  into ws-reference
           end-string
           perform 6000-ouvrir-les-sorties
           open extend cloture-file
           if ws-fs-cloture = "35"
               open output cloture-file
           end-if
           open extend rapport-file
           if ws-fs-rapport = "35"
               open output rapport-file
           end-if
           move spaces to rapport-enreg
           write rapport-enreg
           move spaces to rapport-enreg
           string "Solde des ajustements de l'exercice "
                      delimited by size
                  ws-exercice delimited by size
                  " - edite le " delimited by size
                  ws-today delimited by size
                  " par " delimited by size
                  ws-joblog-operator delimited by space
                  into rapport-enreg
           end-string
           write rapport-enreg
           perform varying ws-solde-idx from 1 by 1
               until ws-solde-idx > ws-solde-count
               perform 5200-solder-un-compte
           end-perform
           perform 6100-passer-au-resultat
           close cloture-file
           close historique-file
           close annuel-file
           move ws-resultat to ws-montant-aff
           move spaces to rapport-enreg
           string ws-nb-ajust-soldees delimited by size
                  " ecriture(s) tardive(s), effet sur le resultat "
                      delimited by size
                  ws-montant-aff delimited by size
                  into rapport-enreg
           end-string
           write rapport-enreg
           close rapport-file

           if ws-nb-ecritures > 0
               perform 6200-reecrire-les-soldes
           end-if
           perform 5300-reecrire-les-ajustements
           move "C" to ws-e-statut(ws-exo-dernier)
           perform 6300-reecrire-les-exercices
           display "Ajustements de l'exercice " ws-exercice
               " soldes : " ws-nb-ajust-soldees
               " ecriture(s) tardive(s), " ws-nb-ecritures
               " ecriture(s) de cloture complementaires."
           .

       5100-charger-les-ajustements.
      * Mouvement tardif net de chaque compte de resultat [debit
      * positif] cumule dans ws-s-mouvement.
           move "N" to ws-fin-fichier
           open input ajustement-file
           if ws-fs-ajust not = "00"
               exit paragraph
           end-if
           perform until ws-fin-fichier = "Y"
               read ajustement-file
                   at end
                       move "Y" to ws-fin-fichier
                   not at end
                       if ws-ajust-count < 2000
                           add 1 to ws-ajust-count
                           move ajust-enreg
                               to ws-a-enreg(ws-ajust-count)
                           if ajust-annee = ws-exercice
                              and ajust-statut = "P"
                               perform 5110-cumuler-un-ajustement
                           end-if
                       end-if
               end-read
           end-perform
           close ajustement-file
           .

       5110-cumuler-un-ajustement.
           add 1 to ws-nb-ajust-soldees
           perform varying ws-solde-idx from 1 by 1
               until ws-solde-idx > ws-solde-count
               if ws-s-compte(ws-solde-idx) = ajust-compte
                   if ajust-sens = "D"
                       add ajust-montant
                           to ws-s-mouvement(ws-solde-idx)
                   else
                       subtract ajust-montant
                           from ws-s-mouvement(ws-solde-idx)
                   end-if
               end-if
           end-perform
           .

       5200-solder-un-compte.
      * Seuls les comptes de resultat touches par un ajustement
      * recoivent une ecriture ; les autres ne bougent pas.
           if ws-s-nature(ws-solde-idx) = "R"
              and ws-s-mouvement(ws-solde-idx) not = 0
               compute ws-montant = 0 - ws-s-mouvement(ws-solde-idx)
               move ws-montant to ws-s-mouvement(ws-solde-idx)
               perform 6010-ecrire-une-ecriture
               move spaces to annuel-enreg
               move ws-exercice to an-annee
               move ws-s-compte(ws-solde-idx) to an-compte
               move "R" to an-nature
               compute an-solde-final = 0 - ws-montant
               move 0 to an-report
               move "A" to an-origine
               write annuel-enreg
               move ws-s-compte(ws-solde-idx) to ws-lc-compte
               move "resultat" to ws-lc-nature
               move an-solde-final to ws-lc-final
               move ws-montant to ws-lc-ecriture
               move 0 to ws-lc-report
               write rapport-enreg from ws-ligne-compte
           else
               move 0 to ws-s-mouvement(ws-solde-idx)
           end-if
           if ws-solde-idx = ws-resultat-idx and ws-resultat not = 0
               move ws-resultat to ws-s-mouvement(ws-solde-idx)
               move spaces to annuel-enreg
               move ws-exercice to an-annee
               move ws-compte-resultat to an-compte
               move "B" to an-nature
               move ws-s-cloture(ws-solde-idx) to an-solde-final
               compute an-report = ws-s-cloture(ws-solde-idx)
                   + ws-resultat
               move "A" to an-origine
               write annuel-enreg
               move ws-compte-resultat to ws-lc-compte
               move "bilan" to ws-lc-nature
               move an-solde-final to ws-lc-final
               move ws-resultat to ws-lc-ecriture
               move an-report to ws-lc-report
               write rapport-enreg from ws-ligne-compte
           end-if
           .

       5300-reecrire-les-ajustements.
           if ws-ajust-count = 0
               exit paragraph
           end-if
           open output ajustement-file
           perform varying ws-ajust-idx from 1 by 1
               until ws-ajust-idx > ws-ajust-count
               move ws-a-enreg(ws-ajust-idx) to ajust-enreg
               if ajust-annee = ws-exercice and ajust-statut = "P"
                   move "T" to ajust-statut
               end-if
               write ajust-enreg
           end-perform
           close ajustement-file
           .

       6000-ouvrir-les-sorties.
           move spaces to ws-cloture-path
           string "src/ecritures-cloture-" delimited by size
                  ws-exercice delimited by size
                  ".dat" delimited by size
                  into ws-cloture-path
           end-string
           move spaces to ws-rapport-path
           string "src/cloture-exercice-" delimited by size
                  ws-exercice delimited by size
                  ".dat" delimited by size
                  into ws-rapport-path
           end-string
           open extend historique-file
           if ws-fs-histo = "35"
               open output historique-file
           end-if
           open extend annuel-file
           if ws-fs-annuel = "35"
               open output annuel-file
           end-if
           .

       6010-ecrire-une-ecriture.
      * ws-montant : mouvement du compte [debit positif], ecrit en
      * ecriture de cloture et dans l'historique des mouvements.
           move spaces to cloture-enreg
           move ws-date-cloture to clo-date
           move ws-s-compte(ws-solde-idx) to clo-compte
           if ws-montant > 0
               move "D" to clo-sens
               move ws-montant to clo-montant
           else
               move "C" to clo-sens
               compute clo-montant = 0 - ws-montant
           end-if
           move ws-reference to clo-reference
           write cloture-enreg
           move spaces to histo-enreg
           move clo-date to histo-date
           move clo-compte to histo-compte
           move clo-sens to histo-sens
           move clo-montant to histo-montant
           move clo-reference to histo-reference
           move ws-date-cloture to histo-lot
           write histo-enreg
           add 1 to ws-nb-ecritures
           .

       6100-passer-au-resultat.
      * Contrepartie au compte de resultat, cree au maitre s'il n'y
      * figure pas encore.
           if ws-resultat = 0
               exit paragraph
           end-if
           if ws-resultat-idx = 0
               if ws-solde-count >= 50
                   display "Table des soldes pleine : compte de"
                       " resultat " ws-compte-resultat " non cree."
                   move 16 to ws-joblog-rc
                   exit paragraph
               end-if
               add 1 to ws-solde-count
               move ws-solde-count to ws-resultat-idx
               move ws-compte-resultat to ws-s-compte(ws-solde-count)
               move 0 to ws-s-cloture(ws-solde-count)
               move ws-resultat to ws-s-mouvement(ws-solde-count)
               move "B" to ws-s-nature(ws-solde-count)
               move spaces to annuel-enreg
               move ws-exercice to an-annee
               move ws-compte-resultat to an-compte
               move "B" to an-nature
               move 0 to an-solde-final
               move ws-resultat to an-report
               move "C" to an-origine
               if ws-mode = "FIN-AJUSTEMENT"
                   move "A" to an-origine
               end-if
               write annuel-enreg
               move ws-compte-resultat to ws-lc-compte
               move "bilan" to ws-lc-nature
               move 0 to ws-lc-final
               move ws-resultat to ws-lc-ecriture
               move ws-resultat to ws-lc-report
               write rapport-enreg from ws-ligne-compte
           end-if
           move ws-resultat-idx to ws-solde-idx
           move ws-resultat to ws-montant
           perform 6010-ecrire-une-ecriture
           .

       6200-reecrire-les-soldes.
      * Ouverture = solde avant cloture, mouvement = ecriture de
      * cloture, cloture = solde reporte au nouvel exercice.
           open output solde-file
           perform varying ws-solde-idx from 1 by 1
               until ws-solde-idx > ws-solde-count
               move spaces to solde-enreg
               move ws-date-cloture to solde-date
               if ws-mode = "FIN-AJUSTEMENT"
                   move ws-today to solde-date
               end-if
               move ws-s-compte(ws-solde-idx) to solde-compte
               move ws-s-cloture(ws-solde-idx) to solde-ouverture
               move ws-s-mouvement(ws-solde-idx) to solde-mouvement
               compute solde-cloture = ws-s-cloture(ws-solde-idx)
                   + ws-s-mouvement(ws-solde-idx)
               write solde-enreg
           end-perform
           close solde-file
           .

       6300-reecrire-les-exercices.
           open output exercice-file
           perform varying ws-exo-idx from 1 by 1
               until ws-exo-idx > ws-exo-count
               move spaces to exercice-enreg
               move ws-e-annee(ws-exo-idx) to exo-annee
               move ws-e-statut(ws-exo-idx) to exo-statut
               move ws-e-date-cloture(ws-exo-idx) to exo-date-cloture
               move ws-e-fin(ws-exo-idx) to exo-fin-ajustement
               move ws-e-operateur(ws-exo-idx) to exo-operateur
               move ws-e-approbateur(ws-exo-idx) to exo-approbateur
               write exercice-enreg
           end-perform
           close exercice-file
           .
