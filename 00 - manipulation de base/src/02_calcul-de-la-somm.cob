      *    et un lot desequilibre ne se reporte pas au maitre des
      *    soldes [la cloture de la veille reste la reference].
      *    Releve des mouvements par compte [src/releves-comptes.dat].
      *  - 15/10/2026 : reference de piece facultative en fin
      *    d'ecriture [cheque, virement, prelevement] ; chaque lot
      *    reporte au maitre des soldes ajoute ses mouvements a
      *    l'historique src/mouvements-comptes.dat, relu par le
      *    rapprochement bancaire [10_rapprochement-bq.cob]. Les
      *    separateurs des lignes du maitre des soldes sont remis a
      *    blanc avant ecriture [le maitre sortait vide].
      *  - 15/10/2026 : exercices comptables clos par
      *    11_cloture-exercice.cob [src/exercices-comptables.dat] :
      *    une ecriture datee dans un exercice clos part en exception,
      *    sauf pendant la periode d'ajustement approuvee du dernier
      *    exercice clos ; ces ecritures tardives sont alors cumulees
      *    et retenues dans src/ajustements-exercice.dat.
      *  - 15/10/2026 : comptes controles au plan comptable [tenu par
      *    90_plan-comptable.cob, ../02 - Lire une structure JSON/src/
      *    plan-comptable.txt] : une ecriture sur un compte absent du
      *    plan ou inactif part en exception au lieu d'ouvrir un
      *    compte au maitre des soldes [plan absent : avertissement,
      *    comptes non controles]. La balance du lot porte le libelle
      *    de chaque compte et sort par classe, avec sous-total de
      *    classe.
      ******************************************************************
       identification division.
       program-id. 02_calcul-de-la-somm.
           select releve-file assign to "src/releves-comptes.dat"
               organization is line sequential
               file status is ws-fs-releve.
           select historique-file
               assign to "src/mouvements-comptes.dat"
               organization is line sequential
               file status is ws-fs-histo.
           select exercice-file
               assign to "src/exercices-comptables.dat"
               organization is line sequential
               file status is ws-fs-exercice.
           select ajustement-file
               assign to "src/ajustements-exercice.dat"
               organization is line sequential
               file status is ws-fs-ajust.
           select plan-file
               assign to
               "../02 - Lire une structure JSON/src/plan-comptable.txt"
               organization is line sequential
               file status is ws-fs-plan.

       data division.
       file section.
      * Ecriture comptable : date AAAAMMJJ, code compte, sens debit/
      * credit, montant en centimes [9(7)V99 sans point decimal],
      * reference de piece facultative [blanc si non saisie].
       fd  transaction-file.
       01 trans-enreg.
           05 trans-date     pic 9(8).
           05 filler         pic x.
           05 trans-montant  pic 9(7)v99.
           05 trans-montant-x redefines trans-montant pic x(9).
           05 filler         pic x.
           05 trans-reference pic x(12).

       fd  result-file.
       01 result-enreg pic x(100).
       fd  releve-file.
       01 releve-enreg pic x(100).

      * Historique des mouvements reportes au maitre des soldes, dans
      * l'ordre des lots : ecriture telle que cumulee et date du lot.
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

      * Exercices clos [tenu par 11_cloture-exercice.cob] : statut C
      * clos / A periode d'ajustement ouverte jusqu'a la date de fin.
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

      * Ecritures tardives acceptees en periode d'ajustement : statut
      * P a solder / T soldee au resultat par 11_cloture-exercice.
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
       01 ws-cmdline pic x(40) value spaces.
       01 ws-mode pic x(5) value spaces.
       01 ws-compte-table.
           05 ws-compte-entry occurs 50 times.
               10 ws-cpt-code pic x(10).
               10 ws-cpt-libelle pic x(30).
               10 ws-cpt-classe pic x.
               10 ws-cpt-debits pic 9(9)v99.
               10 ws-cpt-credits pic 9(9)v99.
       01 ws-compte-count pic 9(3) value 0.
       01 ws-compte-idx pic 9(3) value 0.
       01 ws-compte-found-idx pic 9(3) value 0.

      * Plan comptable en table : un compte absent ou inactif ne
      * recoit pas d'ecriture. Plan absent : pas de controle.
       01 ws-fs-plan pic xx value "00".
       01 ws-fin-plan pic x value "N".
       01 ws-plan-charge pic x value "N".
       01 ws-plan-table.
           05 ws-plan-entry occurs 500 times.
               10 ws-pln-compte pic x(10).
               10 ws-pln-libelle pic x(30).
               10 ws-pln-classe pic x.
               10 ws-pln-statut pic x.
       01 ws-plan-count pic 9(3) value 0.
       01 ws-plan-idx pic 9(3) value 0.
       01 ws-plan-found-idx pic 9(3) value 0.
       01 ws-compte-plan pic x value "O".

      * Balance par classe : classes 1 a 9 du plan, la dixieme passe
      * regroupe les comptes hors plan [plan absent].
       01 ws-classe-num pic 9(2) value 0.
       01 ws-classe-code pic x value space.
       01 ws-classe-nb pic 9(3) value 0.
       01 ws-classe-debits pic 9(9)v99 value 0.
       01 ws-classe-credits pic 9(9)v99 value 0.

      * Soldes de la veille relus du maitre des soldes : la cloture
      * d'hier devient l'ouverture d'aujourd'hui. Une ligne dont
      * ouverture + mouvement ne redonne pas la cloture a ete alteree
      * hors traitement : le lot s'arrete avant tout cumul.
       01 ws-fs-solde pic xx value "00".
       01 ws-fs-releve pic xx value "00".
       01 ws-fs-histo pic xx value "00".

      * Dernier exercice clos : toute annee jusqu'a celle-ci est
      * fermee aux ecritures, hors periode d'ajustement approuvee.
       01 ws-fs-exercice pic xx value "00".
       01 ws-fs-ajust pic xx value "00".
       01 ws-fin-exercices pic x value "N".
       01 ws-today pic 9(8) value 0.
       01 ws-date-param pic x(8) value spaces.
       01 ws-exo-dernier pic 9(4) value 0.
       01 ws-exo-statut pic x value space.
       01 ws-exo-fin pic 9(8) value 0.
       01 ws-ecriture-exercice pic x value "O".
       01 ws-nb-ajustements pic 9(5) value 0.
       01 ws-fin-soldes pic x value "N".
       01 ws-solde-table.
           05 ws-solde-entry occurs 50 times.
               10 ws-mvt-date pic 9(8).
               10 ws-mvt-sens pic x.
               10 ws-mvt-montant pic 9(7)v99.
               10 ws-mvt-reference pic x(12).
               10 ws-mvt-ajustement pic x.
       01 ws-mouvement-count pic 9(3) value 0.
       01 ws-mouvement-idx pic 9(3) value 0.

       01 ws-soustotal-ligne.
           05 filler pic x(13) value "SOUS-TOTAL   ".
           05 ws-st-compte pic x(10).
           05 filler pic x(1) value space.
           05 ws-st-libelle pic x(30).
           05 filler pic x(9) value "  debit: ".
           05 ws-st-debits pic z(8)9.99.
           05 filler pic x(10) value "  credit: ".
           05 ws-st-credits pic z(8)9.99.

       01 ws-classe-ligne.
           05 filler pic x(13) value "TOTAL CLASSE ".
           05 ws-cl-classe pic x.
           05 filler pic x(40) value spaces.
           05 filler pic x(9) value "  debit: ".
           05 ws-cl-debits pic z(8)9.99.
           05 filler pic x(10) value "  credit: ".
           05 ws-cl-credits pic z(8)9.99.

       01 ws-trailer-ligne.
           05 filler pic x(22) value "TOTAL GENERAL  debit: ".
           05 ws-trailer-debits pic z(8)9.99.

       2000-traiter-batch.
           perform 2010-charger-les-soldes
           perform 2020-charger-les-exercices
           perform 2030-charger-le-plan
           if ws-solde-altere = "Y"
               display "*** MAITRE DES SOLDES ALTERE *** lot refuse."
               move 16 to ws-joblog-rc
           close solde-file
           .

       2020-charger-les-exercices.
      * Date de traitement [DATE_TRAITEMENT pose par l'exploitation,
      * sinon la date du jour] et dernier exercice clos. Fichier
      * absent : aucun exercice clos, toute date est acceptee.
           move spaces to ws-date-param
           accept ws-date-param from environment "DATE_TRAITEMENT"
           if ws-date-param is numeric
               move function numval(ws-date-param) to ws-today
           else
               accept ws-today from date yyyymmdd
           end-if
           open input exercice-file
           if ws-fs-exercice not = "00"
               exit paragraph
           end-if
           perform until ws-fin-exercices = "Y"
               read exercice-file
                   at end
                       move "Y" to ws-fin-exercices
                   not at end
                       if exo-annee > ws-exo-dernier
                           move exo-annee to ws-exo-dernier
                           move exo-statut to ws-exo-statut
                           move exo-fin-ajustement to ws-exo-fin
                       end-if
               end-read
           end-perform
           close exercice-file
           .

       2030-charger-le-plan.
      * Plan comptable en table. Fichier absent : les comptes ne
      * sont pas controles, le lot le signale.
           open input plan-file
           if ws-fs-plan not = "00"
               display "Plan comptable absent : comptes du lot non"
                   " controles."
               exit paragraph
           end-if
           move "Y" to ws-plan-charge
           perform until ws-fin-plan = "Y"
               read plan-file
                   at end
                       move "Y" to ws-fin-plan
                   not at end
                       if ws-plan-count < 500
                           add 1 to ws-plan-count
                           move plan-compte
                               to ws-pln-compte(ws-plan-count)
                           move plan-libelle
                               to ws-pln-libelle(ws-plan-count)
                           move plan-classe
                               to ws-pln-classe(ws-plan-count)
                           move plan-statut
                               to ws-pln-statut(ws-plan-count)
                       end-if
               end-read
           end-perform
           close plan-file
           .

       2300-mettre-a-jour-les-soldes.
      * Reecrit le maitre des soldes : ouverture = cloture de la
      * veille [zero pour un compte nouveau], mouvement = debits -
           end-perform
           close solde-file
           close releve-file
           perform 2340-historiser-les-mouvements
           .

       2310-solder-un-compte.
               ws-cpt-debits(ws-compte-idx)
               - ws-cpt-credits(ws-compte-idx)

           move spaces to solde-enreg
           move ws-date-lot to solde-date
           move ws-cpt-code(ws-compte-idx) to solde-compte
           move ws-ouverture to solde-ouverture
       2330-reconduire-un-compte.
      * Compte de la veille sans mouvement dans le lot du jour : sa
      * cloture se reconduit a l'identique.
           move spaces to solde-enreg
           move ws-date-lot to solde-date
           move ws-sld-code(ws-solde-idx) to solde-compte
           move ws-sld-cloture(ws-solde-idx) to solde-ouverture
           write releve-enreg from ws-releve-pied
           .

       2340-historiser-les-mouvements.
      * Les mouvements du lot reporte s'ajoutent a l'historique ; un
      * lot au-dela de la table des mouvements n'y laisse que ses 500
      * premieres ecritures et le signale.
           open extend historique-file
           if ws-fs-histo = "35"
               open output historique-file
           end-if
           perform varying ws-mouvement-idx from 1 by 1
               until ws-mouvement-idx > ws-mouvement-count
               move spaces to histo-enreg
               move ws-mvt-date(ws-mouvement-idx) to histo-date
               move ws-mvt-compte(ws-mouvement-idx) to histo-compte
               move ws-mvt-sens(ws-mouvement-idx) to histo-sens
               move ws-mvt-montant(ws-mouvement-idx) to histo-montant
               move ws-mvt-reference(ws-mouvement-idx)
                   to histo-reference
               move ws-date-lot to histo-lot
               write histo-enreg
           end-perform
           close historique-file
           perform 2350-retenir-les-ajustements
           if ws-nb-transactions > ws-mouvement-count
               display "Historique des mouvements incomplet : "
                   ws-mouvement-count " ecriture(s) sur "
                   ws-nb-transactions
           end-if
           .

       2350-retenir-les-ajustements.
      * Ecritures tardives du lot reporte, a solder au resultat de
      * l'exercice clos a la fin de la periode d'ajustement.
           if ws-nb-ajustements = 0
               exit paragraph
           end-if
           open extend ajustement-file
           if ws-fs-ajust = "35"
               open output ajustement-file
           end-if
           perform varying ws-mouvement-idx from 1 by 1
               until ws-mouvement-idx > ws-mouvement-count
               if ws-mvt-ajustement(ws-mouvement-idx) = "A"
                   move spaces to ajust-enreg
                   move ws-exo-dernier to ajust-annee
                   move ws-mvt-date(ws-mouvement-idx) to ajust-date
                   move ws-mvt-compte(ws-mouvement-idx)
                       to ajust-compte
                   move ws-mvt-sens(ws-mouvement-idx) to ajust-sens
                   move ws-mvt-montant(ws-mouvement-idx)
                       to ajust-montant
                   move ws-mvt-reference(ws-mouvement-idx)
                       to ajust-reference
                   move ws-today to ajust-traitement
                   move "P" to ajust-statut
                   write ajust-enreg
               end-if
           end-perform
           close ajustement-file
           display "Ecritures d'ajustement de l'exercice "
               ws-exo-dernier " : " ws-nb-ajustements
           .

       2100-traiter-une-transaction.
      * Controle de lisibilite avant tout cumul : sens inconnu ou
      * montant non numerique part en exception plutot que de fausser
                   move "montant non numerique" to ws-except-motif
                   perform 2150-router-exception
               else
                   perform 2105-controler-le-compte
                   if ws-compte-plan = "N"
                       perform 2150-router-exception
                   else
                       perform 2110-controler-l-exercice
                       if ws-ecriture-exercice = "N"
                           move "ecriture datee dans un exercice clos"
                               to ws-except-motif
                           perform 2150-router-exception
                       else
                           perform 2120-cumuler-une-ecriture
                       end-if
                   end-if
               end-if
           end-if
           .

       2105-controler-le-compte.
      * Rang du compte de l'ecriture au plan comptable [0 si absent
      * ou si le plan n'est pas charge] ; "N" avec son motif si le
      * compte ne peut pas recevoir l'ecriture.
           move "O" to ws-compte-plan
           move 0 to ws-plan-found-idx
           perform varying ws-plan-idx from 1 by 1
               until ws-plan-idx > ws-plan-count
               if ws-pln-compte(ws-plan-idx) = trans-compte
                   move ws-plan-idx to ws-plan-found-idx
               end-if
           end-perform
           if ws-plan-charge = "N"
               exit paragraph
           end-if
           if ws-plan-found-idx = 0
               move "N" to ws-compte-plan
               move "compte absent du plan comptable"
                   to ws-except-motif
           else
               if ws-pln-statut(ws-plan-found-idx) not = "A"
                   move "N" to ws-compte-plan
                   move "compte inactif au plan comptable"
                       to ws-except-motif
               end-if
           end-if
           .

       2110-controler-l-exercice.
      * "O" exercice ouvert, "N" exercice clos, "A" ecriture tardive
      * du dernier exercice clos admise en periode d'ajustement.
           move "O" to ws-ecriture-exercice
           if ws-exo-dernier = 0 or trans-date(1:4) > ws-exo-dernier
               exit paragraph
           end-if
           move "N" to ws-ecriture-exercice
           if trans-date(1:4) = ws-exo-dernier
              and ws-exo-statut = "A"
              and ws-today <= ws-exo-fin
               move "A" to ws-ecriture-exercice
           end-if
           .

               move trans-sens to ws-mvt-sens(ws-mouvement-count)
               move trans-montant
                   to ws-mvt-montant(ws-mouvement-count)
               move trans-reference
                   to ws-mvt-reference(ws-mouvement-count)
               move ws-ecriture-exercice
                   to ws-mvt-ajustement(ws-mouvement-count)
               if ws-ecriture-exercice = "A"
                   add 1 to ws-nb-ajustements
               end-if
           end-if

           perform 2130-localiser-le-compte
                   move ws-compte-count to ws-compte-found-idx
                   move trans-compte
                       to ws-cpt-code(ws-compte-found-idx)
                   if ws-plan-found-idx > 0
                       move ws-pln-libelle(ws-plan-found-idx)
                           to ws-cpt-libelle(ws-compte-found-idx)
                       move ws-pln-classe(ws-plan-found-idx)
                           to ws-cpt-classe(ws-compte-found-idx)
                   else
                       move "(hors plan)"
                           to ws-cpt-libelle(ws-compte-found-idx)
                       move "0" to ws-cpt-classe(ws-compte-found-idx)
                   end-if
                   move 0 to ws-cpt-debits(ws-compte-found-idx)
                   move 0 to ws-cpt-credits(ws-compte-found-idx)
               end-if
           .

       2200-ecrire-trailer.
      * Sous-totaux par compte avec leur libelle, regroupes par
      * classe du plan avec un total de classe [les comptes hors
      * plan en dernier], puis total general ; un lot dont les
      * debits n'egalent pas les credits est signale et termine sur
      * un code retour non nul.
           perform varying ws-classe-num from 1 by 1
               until ws-classe-num > 10
               if ws-classe-num = 10
                   move "0" to ws-classe-code
               else
                   move ws-classe-num(2:1) to ws-classe-code
               end-if
               perform 2210-ecrire-une-classe
           end-perform

           move ws-total-debits to ws-trailer-debits
               display "Lot equilibre : debits = credits."
           end-if
           .

       2210-ecrire-une-classe.
           move 0 to ws-classe-nb
           move 0 to ws-classe-debits
           move 0 to ws-classe-credits
           perform varying ws-compte-idx from 1 by 1
               until ws-compte-idx > ws-compte-count
               if ws-cpt-classe(ws-compte-idx) = ws-classe-code
                   add 1 to ws-classe-nb
                   add ws-cpt-debits(ws-compte-idx)
                       to ws-classe-debits
                   add ws-cpt-credits(ws-compte-idx)
                       to ws-classe-credits
                   move ws-cpt-code(ws-compte-idx) to ws-st-compte
                   move ws-cpt-libelle(ws-compte-idx) to ws-st-libelle
                   move ws-cpt-debits(ws-compte-idx) to ws-st-debits
                   move ws-cpt-credits(ws-compte-idx)
                       to ws-st-credits
                   write result-enreg from ws-soustotal-ligne
               end-if
           end-perform
           if ws-classe-nb > 0
               move ws-classe-code to ws-cl-classe
               move ws-classe-debits to ws-cl-debits
               move ws-classe-credits to ws-cl-credits
               write result-enreg from ws-classe-ligne
           end-if
           .
