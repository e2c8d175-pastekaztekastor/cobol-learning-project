      ******************************************************************
      * Nom du Projet   : Rapprochement bancaire
      * Description     : Le totalisateur [02_calcul-de-la-somm.cob]
      *    tient le solde comptable du compte de banque dans
      *    src/soldes-comptes.dat, mais rien ne prouvait qu'il
      *    correspond a ce que dit la banque. Ce programme charge le
      *    releve de la banque [src/releve-banque.dat : date,
      *    reference, montant, sens D/C vu de la banque, la ligne de
      *    reference SOLDE portant le solde de fin de releve] dans
      *    l'historique des releves, puis pointe ligne a ligne les
      *    operations bancaires contre les mouvements du compte de
      *    banque [src/mouvements-comptes.dat, ecrit par le
      *    totalisateur] : d'abord meme reference et meme montant,
      *    ensuite meme montant a quelques jours pres. Un debit en
      *    comptabilite se pointe contre un credit en banque et
      *    inversement. Les pointages sont retenus dans
      *    src/pointages-banque.dat : une ligne pointee n'est plus
      *    jamais proposee. L'etat de rapprochement
      *    [src/etat-rapprochement.dat] donne le solde comptable, le
      *    solde bancaire, les suspens de chaque cote et un ecart
      *    inexplique qui doit etre nul [sinon code retour 8]. Les
      *    suspens plus vieux que AGE_SUSPENS jours partent au digest
      *    des exceptions [src/rapprochement-suspens.dat, code
      *    retour 4].
      *    Parametres [environnement] : COMPTE_BANQUE [512000 par
      *    defaut], TOLERANCE_JOURS [3], AGE_SUSPENS [30],
      *    DATE_TRAITEMENT [date du jour].
      *
      * Date de création: 15/10/2026
      * Auteur          : Champémont Mathurin
      ******************************************************************
       identification division.
       program-id. 10_rapprochement-bq.

       environment division.
       input-output section.
       file-control.
           select banque-file assign to "src/releve-banque.dat"
               organization is line sequential
               file status is ws-fs-banque.
           select banque-histo-file
               assign to "src/releves-banque-historique.dat"
               organization is line sequential
               file status is ws-fs-bhisto.
           select historique-file
               assign to "src/mouvements-comptes.dat"
               organization is line sequential
               file status is ws-fs-histo.
           select solde-file assign to "src/soldes-comptes.dat"
               organization is line sequential
               file status is ws-fs-solde.
           select pointage-file assign to "src/pointages-banque.dat"
               organization is line sequential
               file status is ws-fs-pointage.
           select etat-file assign to "src/etat-rapprochement.dat"
               organization is line sequential
               file status is ws-fs-etat.
           select suspens-file
               assign to "src/rapprochement-suspens.dat"
               organization is line sequential
               file status is ws-fs-suspens.

       data division.
       file section.
      * Releve de la banque : sens vu de la banque [C = argent recu,
      * D = argent sorti] ; la ligne de reference SOLDE donne le solde
      * de fin de releve [C crediteur, D debiteur] a sa date.
       fd  banque-file.
       01 banque-enreg.
           05 bq-date pic 9(8).
           05 filler pic x.
           05 bq-reference pic x(12).
           05 filler pic x.
           05 bq-montant pic 9(9)v99.
           05 bq-montant-x redefines bq-montant pic x(11).
           05 filler pic x.
           05 bq-sens pic x.

      * Historique des releves charges : la ligne du releve et la
      * date du chargement. Le rang de la ligne dans le fichier
      * l'identifie dans les pointages.
       fd  banque-histo-file.
       01 bhisto-enreg.
           05 bh-date pic 9(8).
           05 filler pic x.
           05 bh-reference pic x(12).
           05 filler pic x.
           05 bh-montant pic 9(9)v99.
           05 filler pic x.
           05 bh-sens pic x.
           05 filler pic x.
           05 bh-charge pic 9(8).

      * Meme disposition que l'historique ecrit par le totalisateur.
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

      * Pointage : cote [L ledger comptable / B banque], rang de la
      * ligne dans son historique, numero de lettrage commun aux deux
      * lignes pointees ensemble, passe [R reference / D date] et
      * date du pointage.
       fd  pointage-file.
       01 pointage-enreg.
           05 ptg-cote pic x.
           05 filler pic x.
           05 ptg-ligne pic 9(6).
           05 filler pic x.
           05 ptg-lettre pic 9(6).
           05 filler pic x.
           05 ptg-passe pic x.
           05 filler pic x.
           05 ptg-date pic 9(8).

       fd  etat-file.
       01 etat-enreg pic x(100).

       fd  suspens-file.
       01 suspens-enreg pic x(100).

       working-storage section.
       01 ws-fs-banque pic xx value "00".
       01 ws-fs-bhisto pic xx value "00".
       01 ws-fs-histo pic xx value "00".
       01 ws-fs-solde pic xx value "00".
       01 ws-fs-pointage pic xx value "00".
       01 ws-fs-etat pic xx value "00".
       01 ws-fs-suspens pic xx value "00".
       01 ws-fin-fichier pic x value "N".
       01 ws-today pic 9(8) value 0.
       01 ws-date-param pic x(8) value spaces.
       01 ws-param pic x(10) value spaces.
       01 ws-compte-banque pic x(10) value "512000".
       01 ws-tolerance pic 9(3) value 3.
       01 ws-age-suspens pic 9(4) value 30.

      * Operations bancaires connues [historique des releves].
       01 ws-banque-table.
           05 ws-banque-entry occurs 3000 times.
               10 ws-b-ligne pic 9(6).
               10 ws-b-date pic 9(8).
               10 ws-b-reference pic x(12).
               10 ws-b-montant pic 9(9)v99.
               10 ws-b-sens pic x.
               10 ws-b-pointe pic x.
       01 ws-banque-count pic 9(4) value 0.
       01 ws-banque-idx pic 9(4) value 0.
       01 ws-bhisto-lignes pic 9(6) value 0.

      * Ligne SOLDE la plus recente de l'historique des releves.
       01 ws-date-releve pic 9(8) value 0.
       01 ws-solde-banque pic s9(9)v99 value 0.

      * Releve du jour avant chargement.
       01 ws-releve-table.
           05 ws-releve-entry occurs 1000 times.
               10 ws-r-enreg pic x(35).
       01 ws-releve-count pic 9(4) value 0.
       01 ws-releve-idx pic 9(4) value 0.
       01 ws-releve-solde pic 9(8) value 0.
       01 ws-releve-rejets pic 9(4) value 0.
       01 ws-deja-charge pic x value "N".

      * Mouvements du compte de banque en comptabilite.
       01 ws-compta-table.
           05 ws-compta-entry occurs 3000 times.
               10 ws-l-ligne pic 9(6).
               10 ws-l-date pic 9(8).
               10 ws-l-reference pic x(12).
               10 ws-l-montant pic 9(9)v99.
               10 ws-l-sens pic x.
               10 ws-l-pointe pic x.
       01 ws-compta-count pic 9(4) value 0.
       01 ws-compta-idx pic 9(4) value 0.
       01 ws-histo-lignes pic 9(6) value 0.

       01 ws-solde-comptable pic s9(9)v99 value 0.
       01 ws-date-comptable pic 9(8) value 0.

      * Pointage en cours.
       01 ws-lettre pic 9(6) value 0.
       01 ws-candidat pic 9(4) value 0.
       01 ws-ecart-jours pic s9(6) value 0.
       01 ws-meilleur-ecart pic s9(6) value 0.
       01 ws-sens-attendu pic x value space.
       01 ws-passe pic x value space.
       01 ws-nb-deja-pointes pic 9(5) value 0.
       01 ws-nb-pointes-ref pic 9(5) value 0.
       01 ws-nb-pointes-date pic 9(5) value 0.

      * Suspens et etat de rapprochement.
       01 ws-compta-debits pic 9(9)v99 value 0.
       01 ws-compta-credits pic 9(9)v99 value 0.
       01 ws-banque-credits pic 9(9)v99 value 0.
       01 ws-banque-debits pic 9(9)v99 value 0.
       01 ws-banque-ajuste pic s9(9)v99 value 0.
       01 ws-comptable-ajuste pic s9(9)v99 value 0.
       01 ws-ecart pic s9(9)v99 value 0.
       01 ws-age pic s9(6) value 0.
       01 ws-montant-suspens pic 9(9)v99 value 0.
       01 ws-nb-suspens pic 9(5) value 0.
       01 ws-nb-vieux pic 9(5) value 0.
       01 ws-cote-suspens pic x(22) value spaces.

       01 ws-ligne-montant.
           05 ws-lm-libelle pic x(45).
           05 ws-lm-montant pic -(9)9.99.
       01 ws-ligne-suspens.
           05 filler pic x(3) value spaces.
           05 ws-ls-date pic 9(8).
           05 filler pic x(1) value space.
           05 ws-ls-sens pic x.
           05 filler pic x(1) value space.
           05 ws-ls-montant pic z(8)9.99.
           05 filler pic x(1) value space.
           05 ws-ls-reference pic x(12).
           05 filler pic x(6) value "  age ".
           05 ws-ls-age pic zzzz9.
           05 filler pic x(2) value " j".
           05 ws-ls-vieux pic x(10).
       01 ws-montant-aff pic z(8)9.99.
       01 ws-age-aff pic zzzz9.

      * Champs d'appel au journal central des executions (JOB-LOG,
      * voir 99 - Utilitaires partages/src/JOBLOG.cob).
       01 ws-joblog-name pic x(20) value "10_rapprochement-bq".
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
           perform 1000-charger-les-releves
           perform 1200-charger-le-releve-du-jour
           if ws-date-releve = 0
               display "Aucun releve bancaire charge : rapprochement"
                   " impossible."
               move 12 to ws-joblog-rc
           else
               perform 1300-charger-la-comptabilite
               perform 1400-charger-le-solde-comptable
               perform 1500-reprendre-les-pointages
               perform 2000-pointer-par-reference
               perform 2100-pointer-par-date
               perform 3000-imprimer-l-etat
           end-if

           compute ws-joblog-count =
               ws-nb-pointes-ref + ws-nb-pointes-date
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
           accept ws-param from environment "COMPTE_BANQUE"
           if ws-param not = spaces
               move ws-param to ws-compte-banque
           end-if
           move spaces to ws-param
           accept ws-param from environment "TOLERANCE_JOURS"
           if ws-param not = spaces
               move function numval(ws-param) to ws-tolerance
           end-if
           move spaces to ws-param
           accept ws-param from environment "AGE_SUSPENS"
           if ws-param not = spaces
               move function numval(ws-param) to ws-age-suspens
           end-if
           .

       1000-charger-les-releves.
      * Historique absent : aucun releve charge jusqu'ici.
           move "N" to ws-fin-fichier
           open input banque-histo-file
           if ws-fs-bhisto not = "00"
               exit paragraph
           end-if
           perform until ws-fin-fichier = "Y"
               read banque-histo-file
                   at end
                       move "Y" to ws-fin-fichier
                   not at end
                       add 1 to ws-bhisto-lignes
                       perform 1100-retenir-une-ligne-banque
               end-read
           end-perform
           close banque-histo-file
           .

       1100-retenir-une-ligne-banque.
      * La ligne SOLDE la plus recente fait le solde bancaire ; les
      * autres sont des operations a pointer.
           if bh-reference = "SOLDE"
               if bh-date >= ws-date-releve
                   move bh-date to ws-date-releve
                   if bh-sens = 'D'
                       compute ws-solde-banque = 0 - bh-montant
                   else
                       move bh-montant to ws-solde-banque
                   end-if
               end-if
               exit paragraph
           end-if
           if ws-banque-count < 3000
               add 1 to ws-banque-count
               move ws-bhisto-lignes to ws-b-ligne(ws-banque-count)
               move bh-date to ws-b-date(ws-banque-count)
               move bh-reference to ws-b-reference(ws-banque-count)
               move bh-montant to ws-b-montant(ws-banque-count)
               move bh-sens to ws-b-sens(ws-banque-count)
               move "N" to ws-b-pointe(ws-banque-count)
           else
               display "Table des operations bancaires pleine (3000"
                   " max) - ligne " ws-bhisto-lignes " ignoree."
           end-if
           .

       1200-charger-le-releve-du-jour.
      * Un releve se reconnait a la date de sa ligne SOLDE : deja
      * present dans l'historique, il n'est pas charge une seconde
      * fois. Un releve sans ligne SOLDE est refuse en entier.
           move "N" to ws-fin-fichier
           open input banque-file
           if ws-fs-banque not = "00"
               display "Pas de nouveau releve bancaire : "
                   "rapprochement sur l'historique."
               exit paragraph
           end-if
           perform until ws-fin-fichier = "Y"
               read banque-file
                   at end
                       move "Y" to ws-fin-fichier
                   not at end
                       perform 1210-controler-une-ligne-du-releve
               end-read
           end-perform
           close banque-file

           if ws-releve-solde = 0
               display "Releve bancaire sans ligne SOLDE : refuse."
               move 8 to ws-joblog-rc
               exit paragraph
           end-if
           if ws-releve-solde <= ws-date-releve
               perform 1220-chercher-le-releve
           end-if
           if ws-deja-charge = "Y"
               display "Releve du " ws-releve-solde
                   " deja charge : ignore."
               exit paragraph
           end-if

           open extend banque-histo-file
           if ws-fs-bhisto = "35"
               open output banque-histo-file
           end-if
           perform varying ws-releve-idx from 1 by 1
               until ws-releve-idx > ws-releve-count
               move ws-r-enreg(ws-releve-idx) to banque-enreg
               move spaces to bhisto-enreg
               move bq-date to bh-date
               move bq-reference to bh-reference
               move bq-montant to bh-montant
               move bq-sens to bh-sens
               move ws-today to bh-charge
               write bhisto-enreg
               add 1 to ws-bhisto-lignes
               perform 1100-retenir-une-ligne-banque
           end-perform
           close banque-histo-file
           display "Releve du " ws-releve-solde " charge : "
               ws-releve-count " ligne(s), " ws-releve-rejets
               " illisible(s)."
           .

       1210-controler-une-ligne-du-releve.
           if banque-enreg = spaces
               exit paragraph
           end-if
           if bq-date not numeric or bq-montant-x not numeric
              or (bq-sens not = 'D' and bq-sens not = 'C')
               add 1 to ws-releve-rejets
               display "Ligne de releve illisible : " banque-enreg
               if ws-joblog-rc < 4
                   move 4 to ws-joblog-rc
               end-if
               exit paragraph
           end-if
           if bq-reference = "SOLDE" and bq-date > ws-releve-solde
               move bq-date to ws-releve-solde
           end-if
           if ws-releve-count < 1000
               add 1 to ws-releve-count
               move banque-enreg to ws-r-enreg(ws-releve-count)
           end-if
           .

       1220-chercher-le-releve.
      * Les lignes SOLDE ne sont pas en table : relecture de
      * l'historique.
           move "N" to ws-fin-fichier
           open input banque-histo-file
           if ws-fs-bhisto not = "00"
               exit paragraph
           end-if
           perform until ws-fin-fichier = "Y"
               read banque-histo-file
                   at end
                       move "Y" to ws-fin-fichier
                   not at end
                       if bh-reference = "SOLDE"
                          and bh-date = ws-releve-solde
                           move "Y" to ws-deja-charge
                       end-if
               end-read
           end-perform
           close banque-histo-file
           .

       1300-charger-la-comptabilite.
      * Seuls les mouvements du compte de banque sont retenus ; le
      * rang de la ligne est compte sur tout le fichier.
           move "N" to ws-fin-fichier
           open input historique-file
           if ws-fs-histo not = "00"
               display "Pas d'historique des mouvements comptables."
               exit paragraph
           end-if
           perform until ws-fin-fichier = "Y"
               read historique-file
                   at end
                       move "Y" to ws-fin-fichier
                   not at end
                       add 1 to ws-histo-lignes
                       if histo-compte = ws-compte-banque
                           perform 1310-retenir-un-mouvement
                       end-if
               end-read
           end-perform
           close historique-file
           .

       1310-retenir-un-mouvement.
           if ws-compta-count >= 3000
               display "Table des mouvements comptables pleine (3000"
                   " max) - ligne " ws-histo-lignes " ignoree."
               exit paragraph
           end-if
           add 1 to ws-compta-count
           move ws-histo-lignes to ws-l-ligne(ws-compta-count)
           move histo-date to ws-l-date(ws-compta-count)
           move histo-reference to ws-l-reference(ws-compta-count)
           move histo-montant to ws-l-montant(ws-compta-count)
           move histo-sens to ws-l-sens(ws-compta-count)
           move "N" to ws-l-pointe(ws-compta-count)
           .

       1400-charger-le-solde-comptable.
      * Cloture du dernier lot reporte pour le compte de banque.
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
                       if solde-compte = ws-compte-banque
                           move solde-cloture to ws-solde-comptable
                           move solde-date to ws-date-comptable
                       end-if
               end-read
           end-perform
           close solde-file
           .

       1500-reprendre-les-pointages.
      * Les lignes deja pointees aux passages precedents ne sont plus
      * proposees ; le lettrage reprend apres le dernier numero.
           move "N" to ws-fin-fichier
           open input pointage-file
           if ws-fs-pointage not = "00"
               exit paragraph
           end-if
           perform until ws-fin-fichier = "Y"
               read pointage-file
                   at end
                       move "Y" to ws-fin-fichier
                   not at end
                       perform 1510-marquer-un-pointage
               end-read
           end-perform
           close pointage-file
           .

       1510-marquer-un-pointage.
           if ptg-lettre > ws-lettre
               move ptg-lettre to ws-lettre
           end-if
           if ptg-cote = 'L'
               perform varying ws-compta-idx from 1 by 1
                   until ws-compta-idx > ws-compta-count
                   if ws-l-ligne(ws-compta-idx) = ptg-ligne
                       move "Y" to ws-l-pointe(ws-compta-idx)
                   end-if
               end-perform
           else
               perform varying ws-banque-idx from 1 by 1
                   until ws-banque-idx > ws-banque-count
                   if ws-b-ligne(ws-banque-idx) = ptg-ligne
                       move "Y" to ws-b-pointe(ws-banque-idx)
                       add 1 to ws-nb-deja-pointes
                   end-if
               end-perform
           end-if
           .

       2000-pointer-par-reference.
      * Premiere passe : meme reference [non blanche], meme montant,
      * sens oppose.
           open extend pointage-file
           if ws-fs-pointage = "35"
               open output pointage-file
           end-if
           move 'R' to ws-passe
           perform varying ws-banque-idx from 1 by 1
               until ws-banque-idx > ws-banque-count
               if ws-b-pointe(ws-banque-idx) = "N"
                  and ws-b-reference(ws-banque-idx) not = spaces
                   perform 2010-sens-attendu
                   move 0 to ws-candidat
                   perform varying ws-compta-idx from 1 by 1
                       until ws-compta-idx > ws-compta-count
                          or ws-candidat > 0
                       if ws-l-pointe(ws-compta-idx) = "N"
                          and ws-l-sens(ws-compta-idx)
                              = ws-sens-attendu
                          and ws-l-montant(ws-compta-idx)
                              = ws-b-montant(ws-banque-idx)
                          and ws-l-reference(ws-compta-idx)
                              = ws-b-reference(ws-banque-idx)
                           move ws-compta-idx to ws-candidat
                       end-if
                   end-perform
                   if ws-candidat > 0
                       perform 2200-lettrer
                       add 1 to ws-nb-pointes-ref
                   end-if
               end-if
           end-perform
           close pointage-file
           .

       2010-sens-attendu.
      * Un credit en banque [argent recu] est un debit du compte de
      * banque en comptabilite, et inversement.
           if ws-b-sens(ws-banque-idx) = 'C'
               move 'D' to ws-sens-attendu
           else
               move 'C' to ws-sens-attendu
           end-if
           .

       2100-pointer-par-date.
      * Seconde passe : meme montant, sens oppose, dates distantes
      * d'au plus TOLERANCE_JOURS ; la plus proche l'emporte.
           open extend pointage-file
           if ws-fs-pointage = "35"
               open output pointage-file
           end-if
           move 'D' to ws-passe
           perform varying ws-banque-idx from 1 by 1
               until ws-banque-idx > ws-banque-count
               if ws-b-pointe(ws-banque-idx) = "N"
                   perform 2010-sens-attendu
                   move 0 to ws-candidat
                   move 999999 to ws-meilleur-ecart
                   perform varying ws-compta-idx from 1 by 1
                       until ws-compta-idx > ws-compta-count
                       if ws-l-pointe(ws-compta-idx) = "N"
                          and ws-l-sens(ws-compta-idx)
                              = ws-sens-attendu
                          and ws-l-montant(ws-compta-idx)
                              = ws-b-montant(ws-banque-idx)
                           perform 2110-mesurer-l-ecart
                       end-if
                   end-perform
                   if ws-candidat > 0
                       perform 2200-lettrer
                       add 1 to ws-nb-pointes-date
                   end-if
               end-if
           end-perform
           close pointage-file
           .

       2110-mesurer-l-ecart.
           compute ws-ecart-jours =
               function integer-of-date(ws-b-date(ws-banque-idx))
               - function integer-of-date(ws-l-date(ws-compta-idx))
           if ws-ecart-jours < 0
               compute ws-ecart-jours = 0 - ws-ecart-jours
           end-if
           if ws-ecart-jours <= ws-tolerance
              and ws-ecart-jours < ws-meilleur-ecart
               move ws-ecart-jours to ws-meilleur-ecart
               move ws-compta-idx to ws-candidat
           end-if
           .

       2200-lettrer.
      * Les deux lignes recoivent le meme numero de lettrage.
           add 1 to ws-lettre
           move "Y" to ws-b-pointe(ws-banque-idx)
           move "Y" to ws-l-pointe(ws-candidat)
           move spaces to pointage-enreg
           move 'B' to ptg-cote
           move ws-b-ligne(ws-banque-idx) to ptg-ligne
           move ws-lettre to ptg-lettre
           move ws-passe to ptg-passe
           move ws-today to ptg-date
           write pointage-enreg
           move 'L' to ptg-cote
           move ws-l-ligne(ws-candidat) to ptg-ligne
           write pointage-enreg
           .

       3000-imprimer-l-etat.
      * Solde bancaire + debits comptables non passes en banque -
      * credits comptables non passes en banque doit egaler solde
      * comptable + credits bancaires non comptabilises - debits
      * bancaires non comptabilises ; la difference est l'ecart
      * inexplique.
           open output etat-file
           open output suspens-file
           move spaces to etat-enreg
           string "Etat de rapprochement bancaire - compte "
                      delimited by size
                  ws-compte-banque delimited by space
                  " - releve du " delimited by size
                  ws-date-releve delimited by size
                  " - edite le " delimited by size
                  ws-today delimited by size
                  into etat-enreg
           end-string
           write etat-enreg
           move spaces to etat-enreg
           write etat-enreg

           move spaces to ws-ligne-montant
           string "Solde comptable au " delimited by size
                  ws-date-comptable delimited by size
                  into ws-lm-libelle
           end-string
           move ws-solde-comptable to ws-lm-montant
           write etat-enreg from ws-ligne-montant
           move spaces to ws-ligne-montant
           string "Solde bancaire au " delimited by size
                  ws-date-releve delimited by size
                  into ws-lm-libelle
           end-string
           move ws-solde-banque to ws-lm-montant
           write etat-enreg from ws-ligne-montant

           move spaces to etat-enreg
           write etat-enreg
           move spaces to etat-enreg
           string "Pointages du passage : " delimited by size
                  ws-nb-pointes-ref delimited by size
                  " par reference, " delimited by size
                  ws-nb-pointes-date delimited by size
                  " par date ; " delimited by size
                  ws-nb-deja-pointes delimited by size
                  " deja pointe(s)" delimited by size
                  into etat-enreg
           end-string
           write etat-enreg

           move spaces to etat-enreg
           write etat-enreg
           move "Ecritures comptables non passees en banque :"
               to etat-enreg
           write etat-enreg
           move "comptabilite" to ws-cote-suspens
           perform varying ws-compta-idx from 1 by 1
               until ws-compta-idx > ws-compta-count
               if ws-l-pointe(ws-compta-idx) = "N"
                   perform 3100-suspens-comptable
               end-if
           end-perform

           move spaces to etat-enreg
           write etat-enreg
           move "Operations bancaires non comptabilisees :"
               to etat-enreg
           write etat-enreg
           move "banque" to ws-cote-suspens
           perform varying ws-banque-idx from 1 by 1
               until ws-banque-idx > ws-banque-count
               if ws-b-pointe(ws-banque-idx) = "N"
                   perform 3200-suspens-bancaire
               end-if
           end-perform

           compute ws-banque-ajuste = ws-solde-banque
               + ws-compta-debits - ws-compta-credits
           compute ws-comptable-ajuste = ws-solde-comptable
               + ws-banque-credits - ws-banque-debits
           compute ws-ecart = ws-banque-ajuste - ws-comptable-ajuste

           move spaces to etat-enreg
           write etat-enreg
           move spaces to ws-ligne-montant
           move "Solde bancaire" to ws-lm-libelle
           move ws-solde-banque to ws-lm-montant
           write etat-enreg from ws-ligne-montant
           move "  + debits comptables en suspens" to ws-lm-libelle
           move ws-compta-debits to ws-lm-montant
           write etat-enreg from ws-ligne-montant
           move "  - credits comptables en suspens" to ws-lm-libelle
           move ws-compta-credits to ws-lm-montant
           write etat-enreg from ws-ligne-montant
           move "  = solde bancaire rapproche" to ws-lm-libelle
           move ws-banque-ajuste to ws-lm-montant
           write etat-enreg from ws-ligne-montant
           move "Solde comptable" to ws-lm-libelle
           move ws-solde-comptable to ws-lm-montant
           write etat-enreg from ws-ligne-montant
           move "  + credits bancaires non comptabilises"
               to ws-lm-libelle
           move ws-banque-credits to ws-lm-montant
           write etat-enreg from ws-ligne-montant
           move "  - debits bancaires non comptabilises"
               to ws-lm-libelle
           move ws-banque-debits to ws-lm-montant
           write etat-enreg from ws-ligne-montant
           move "  = solde comptable rapproche" to ws-lm-libelle
           move ws-comptable-ajuste to ws-lm-montant
           write etat-enreg from ws-ligne-montant
           move "Ecart inexplique" to ws-lm-libelle
           move ws-ecart to ws-lm-montant
           write etat-enreg from ws-ligne-montant

           if ws-ecart not = 0
               move spaces to etat-enreg
               write etat-enreg
               move "*** RAPPROCHEMENT NON EQUILIBRE ***" to etat-enreg
               write etat-enreg
               move 8 to ws-joblog-rc
           end-if
           close etat-file
           close suspens-file

           move ws-ecart to ws-lm-montant
           display "Etat de rapprochement : etat-rapprochement.dat ["
               ws-nb-suspens " suspens dont " ws-nb-vieux
               " de plus de " ws-age-suspens " jours, ecart "
               ws-lm-montant "]"
           if ws-nb-vieux > 0 and ws-joblog-rc < 4
               move 4 to ws-joblog-rc
           end-if
           .

       3100-suspens-comptable.
           if ws-l-sens(ws-compta-idx) = 'D'
               add ws-l-montant(ws-compta-idx) to ws-compta-debits
           else
               add ws-l-montant(ws-compta-idx) to ws-compta-credits
           end-if
           move ws-l-date(ws-compta-idx) to ws-ls-date
           move ws-l-sens(ws-compta-idx) to ws-ls-sens
           move ws-l-montant(ws-compta-idx) to ws-montant-suspens
           move ws-l-reference(ws-compta-idx) to ws-ls-reference
           perform 3300-dater-le-suspens
           .

       3200-suspens-bancaire.
           if ws-b-sens(ws-banque-idx) = 'C'
               add ws-b-montant(ws-banque-idx) to ws-banque-credits
           else
               add ws-b-montant(ws-banque-idx) to ws-banque-debits
           end-if
           move ws-b-date(ws-banque-idx) to ws-ls-date
           move ws-b-sens(ws-banque-idx) to ws-ls-sens
           move ws-b-montant(ws-banque-idx) to ws-montant-suspens
           move ws-b-reference(ws-banque-idx) to ws-ls-reference
           perform 3300-dater-le-suspens
           .

       3300-dater-le-suspens.
      * Age du suspens a la date de traitement ; au-dela de
      * AGE_SUSPENS jours il part au digest des exceptions.
           add 1 to ws-nb-suspens
           move ws-montant-suspens to ws-ls-montant
           compute ws-age = function integer-of-date(ws-today)
               - function integer-of-date(ws-ls-date)
           if ws-age < 0
               move 0 to ws-age
           end-if
           move ws-age to ws-ls-age
           move spaces to ws-ls-vieux
           if ws-age > ws-age-suspens
               move "  ANCIEN" to ws-ls-vieux
               add 1 to ws-nb-vieux
               move ws-montant-suspens to ws-montant-aff
               move ws-age to ws-age-aff
               move spaces to suspens-enreg
               string "Suspens rapprochement " delimited by size
                      ws-compte-banque delimited by space
                      " [" delimited by size
                      ws-cote-suspens delimited by space
                      "] " delimited by size
                      ws-ls-date delimited by size
                      " " delimited by size
                      ws-ls-sens delimited by size
                      ws-montant-aff delimited by size
                      " " delimited by size
                      ws-ls-reference delimited by size
                      " age " delimited by size
                      ws-age-aff delimited by size
                      " j" delimited by size
                      into suspens-enreg
               end-string
               write suspens-enreg
           end-if
           write etat-enreg from ws-ligne-suspens
           .
