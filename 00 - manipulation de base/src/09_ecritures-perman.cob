      ******************************************************************
      * Nom du Projet   : Ecritures permanentes et recurrentes
      * Description     : Le totalisateur [02_calcul-de-la-somm.cob en
      *    mode BATCH] ne traite que ce qui est saisi dans
      *    src/transactions.dat : loyer, dotations, abonnements et
      *    autres ecritures recurrentes se ressaisissaient chaque mois,
      *    et parfois deux fois. Les ecritures permanentes vivent
      *    desormais dans src/ecritures-permanentes.dat [id, compte
      *    debite, compte credite, montant, frequence M mensuelle /
      *    T trimestrielle / A annuelle, debut, fin - 0 = sans fin -,
      *    prochaine echeance, libelle]. Ce passage ajoute au lot du
      *    totalisateur chaque echeance arrivee a la date de
      *    traitement [une paire debit / credit equilibree, datee de
      *    l'echeance, rattrapage des echeances manquees compris],
      *    avance la prochaine echeance et la retient dans le registre
      *    src/ecritures-permanentes-generees.dat : une echeance deja
      *    generee ne repart jamais, meme si le passage est rejoue. Il
      *    imprime ensuite l'echeancier des douze mois a venir
      *    [src/echeancier-permanentes.dat]. Une ecriture permanente
      *    illisible [frequence inconnue, montant nul, debit = credit]
      *    est ecartee [avertissement rc 4].
      *
      * Date de création: 15/10/2026
      * Auteur          : Champémont Mathurin
      ******************************************************************
       identification division.
       program-id. 09_ecritures-perman.

       environment division.
       input-output section.
       file-control.
           select permanente-file
               assign to "src/ecritures-permanentes.dat"
               organization is line sequential
               file status is ws-fs-perm.
           select generee-file
               assign to "src/ecritures-permanentes-generees.dat"
               organization is line sequential
               file status is ws-fs-gen.
           select transaction-file assign to "src/transactions.dat"
               organization is line sequential
               file status is ws-fs-trans.
           select echeancier-file
               assign to "src/echeancier-permanentes.dat"
               organization is line sequential
               file status is ws-fs-echeancier.

       data division.
       file section.
      * Ecriture permanente : montant en centimes [9(7)V99 sans
      * point decimal, comme les ecritures du lot].
       fd  permanente-file.
       01 perm-enreg.
           05 perm-id        pic x(8).
           05 filler         pic x.
           05 perm-debit     pic x(10).
           05 filler         pic x.
           05 perm-credit    pic x(10).
           05 filler         pic x.
           05 perm-montant   pic 9(7)v99.
           05 perm-montant-x redefines perm-montant pic x(9).
           05 filler         pic x.
           05 perm-frequence pic x.
           05 filler         pic x.
           05 perm-debut     pic 9(8).
           05 filler         pic x.
           05 perm-fin       pic 9(8).
           05 filler         pic x.
           05 perm-prochaine pic 9(8).
           05 filler         pic x.
           05 perm-libelle   pic x(30).

      * Registre des echeances generees : id, echeance, date du
      * passage qui l'a generee.
       fd  generee-file.
       01 gen-enreg.
           05 gen-id         pic x(8).
           05 filler         pic x.
           05 gen-echeance   pic 9(8).
           05 filler         pic x.
           05 gen-date       pic 9(8).

      * Meme disposition que l'ecriture lue par le totalisateur.
       fd  transaction-file.
       01 trans-enreg.
           05 trans-date     pic 9(8).
           05 filler         pic x.
           05 trans-compte   pic x(10).
           05 filler         pic x.
           05 trans-sens     pic x.
           05 filler         pic x.
           05 trans-montant  pic 9(7)v99.

       fd  echeancier-file.
       01 echeancier-enreg pic x(100).

       working-storage section.
       01 ws-fs-perm pic xx value "00".
       01 ws-fs-gen pic xx value "00".
       01 ws-fs-trans pic xx value "00".
       01 ws-fs-echeancier pic xx value "00".
       01 ws-fin-fichier pic x value "N".
       01 ws-today pic 9(8) value 0.
       01 ws-date-param pic x(8) value spaces.
       01 ws-horizon pic 9(8) value 0.

      * Ecritures permanentes en memoire, reecrites avec leur
      * prochaine echeance avancee.
       01 ws-perm-table.
           05 ws-perm-entry occurs 200 times.
               10 ws-p-enreg pic x(100).
       01 ws-perm-count pic 9(3) value 0.
       01 ws-perm-idx pic 9(3) value 0.

      * Echeances deja generees [registre].
       01 ws-gen-table.
           05 ws-gen-entry occurs 5000 times.
               10 ws-g-id pic x(8).
               10 ws-g-echeance pic 9(8).
       01 ws-gen-count pic 9(4) value 0.
       01 ws-gen-idx pic 9(4) value 0.
       01 ws-deja-generee pic x value "N".

      * Calcul de l'echeance suivante : meme jour que le debut,
      * ramene au dernier jour des mois plus courts.
       01 ws-echeance pic 9(8) value 0.
       01 ws-echeance-dec redefines ws-echeance.
           05 ws-ech-aaaa pic 9(4).
           05 ws-ech-mm pic 9(2).
           05 ws-ech-jj pic 9(2).
       01 ws-debut-dec.
           05 ws-deb-aaaa pic 9(4).
           05 ws-deb-mm pic 9(2).
           05 ws-deb-jj pic 9(2).
       01 ws-premier-suivant pic 9(8) value 0.
       01 ws-premier-dec redefines ws-premier-suivant.
           05 ws-ps-aaaa pic 9(4).
           05 ws-ps-mm pic 9(2).
           05 ws-ps-jj pic 9(2).
       01 ws-dernier-jour pic 9(8) value 0.
       01 ws-nb-mois pic 9(2) value 0.
       01 ws-mois-total pic 9(6) value 0.

       01 ws-nb-generees pic 9(5) value 0.
       01 ws-nb-rejouees pic 9(5) value 0.
       01 ws-nb-ecartees pic 9(3) value 0.
       01 ws-total-genere pic 9(9)v99 value 0.
       01 ws-garde pic 9(3) value 0.

      * Echeancier des douze mois a venir, sorti mois par mois.
       01 ws-prev-table.
           05 ws-prev-entry occurs 2000 times.
               10 ws-v-date pic 9(8).
               10 ws-v-id pic x(8).
               10 ws-v-debit pic x(10).
               10 ws-v-credit pic x(10).
               10 ws-v-montant pic 9(7)v99.
               10 ws-v-libelle pic x(30).
       01 ws-prev-count pic 9(4) value 0.
       01 ws-prev-idx pic 9(4) value 0.
       01 ws-mois-idx pic 9(2) value 0.
       01 ws-mois-courant pic 9(6) value 0.
       01 ws-mois-courant-dec redefines ws-mois-courant.
           05 ws-mc-aaaa pic 9(4).
           05 ws-mc-mm pic 9(2).
       01 ws-total-mois pic 9(9)v99 value 0.
       01 ws-total-annee pic 9(9)v99 value 0.
       01 ws-nb-mois-lignes pic 9(4) value 0.

       01 ws-ligne-prev.
           05 filler pic x(3) value spaces.
           05 ws-lp-date pic 9(8).
           05 filler pic x(1) value space.
           05 ws-lp-id pic x(8).
           05 filler pic x(1) value space.
           05 ws-lp-debit pic x(10).
           05 filler pic x(1) value space.
           05 ws-lp-credit pic x(10).
           05 filler pic x(1) value space.
           05 ws-lp-montant pic z(6)9.99.
           05 filler pic x(1) value space.
           05 ws-lp-libelle pic x(30).
       01 ws-montant-aff pic z(8)9.99.

      * Champs d'appel au journal central des executions (JOB-LOG,
      * voir 99 - Utilitaires partages/src/JOBLOG.cob).
       01 ws-joblog-name pic x(20) value "09_ecritures-perman".
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
           perform 1000-charger-les-permanentes
           if ws-perm-count = 0
               display "Aucune ecriture permanente a generer."
           else
               perform 1100-charger-le-registre
               perform 2000-generer-les-echeances
               perform 3000-reecrire-les-permanentes
               perform 4000-imprimer-l-echeancier
           end-if

           if ws-nb-ecartees > 0 and ws-joblog-rc = 0
               move 4 to ws-joblog-rc
           end-if
           move ws-nb-generees to ws-joblog-count
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

       1000-charger-les-permanentes.
           open input permanente-file
           if ws-fs-perm not = "00"
               display "Pas de fichier des ecritures permanentes : "
                   ws-fs-perm
               exit paragraph
           end-if
           perform until ws-fin-fichier = "Y"
               read permanente-file
                   at end
                       move "Y" to ws-fin-fichier
                   not at end
                       if perm-enreg not = spaces
                          and ws-perm-count < 200
                           add 1 to ws-perm-count
                           move perm-enreg
                               to ws-p-enreg(ws-perm-count)
                       end-if
               end-read
           end-perform
           close permanente-file
           .

       1100-charger-le-registre.
      * Registre absent : premier passage, rien n'a ete genere.
           move "N" to ws-fin-fichier
           open input generee-file
           if ws-fs-gen not = "00"
               exit paragraph
           end-if
           perform until ws-fin-fichier = "Y"
               read generee-file
                   at end
                       move "Y" to ws-fin-fichier
                   not at end
                       if ws-gen-count < 5000
                           add 1 to ws-gen-count
                           move gen-id to ws-g-id(ws-gen-count)
                           move gen-echeance
                               to ws-g-echeance(ws-gen-count)
                       end-if
               end-read
           end-perform
           close generee-file
           .

       2000-generer-les-echeances.
      * Les paires s'ajoutent au lot en attente du totalisateur ; le
      * registre est ecrit dans la foulee de chaque paire.
           open extend transaction-file
           if ws-fs-trans = "35"
               open output transaction-file
           end-if
           open extend generee-file
           if ws-fs-gen = "35"
               open output generee-file
           end-if
           perform varying ws-perm-idx from 1 by 1
               until ws-perm-idx > ws-perm-count
               move ws-p-enreg(ws-perm-idx) to perm-enreg
               perform 2100-controler-une-permanente
               if ws-deja-generee = "X"
                   add 1 to ws-nb-ecartees
                   display "Ecriture permanente ecartee [frequence,"
                       " montant, dates ou comptes illisibles] : "
                       perm-id
               else
                   perform 2200-generer-une-permanente
                   move perm-enreg to ws-p-enreg(ws-perm-idx)
               end-if
           end-perform
           close transaction-file
           close generee-file
           move ws-total-genere to ws-montant-aff
           display "Ecritures permanentes : " ws-nb-generees
               " echeance(s) ajoutee(s) au lot, montant "
               ws-montant-aff ", " ws-nb-rejouees
               " deja generee(s), " ws-nb-ecartees " ecartee(s)."
           .

       2100-controler-une-permanente.
      * "X" = ecriture permanente illisible, ecartee du passage et
      * de l'echeancier.
           move "N" to ws-deja-generee
           if perm-frequence not = 'M' and perm-frequence not = 'T'
              and perm-frequence not = 'A'
              or perm-montant-x not numeric
              or perm-debut not numeric
              or perm-prochaine not numeric
              or perm-debit = perm-credit
              or perm-debit = spaces or perm-credit = spaces
               move "X" to ws-deja-generee
           else
               if perm-montant = 0
                   move "X" to ws-deja-generee
               end-if
           end-if
           if ws-deja-generee = "X"
               exit paragraph
           end-if
           if perm-fin not numeric
               move 0 to perm-fin
           end-if
           if perm-prochaine < perm-debut
               move perm-debut to perm-prochaine
           end-if
           .

       2200-generer-une-permanente.
      * Toutes les echeances arrivees a la date de traitement partent,
      * dans l'ordre [rattrapage d'un passage manque] ; la garde
      * borne le rattrapage a dix ans de mensualites.
           move 0 to ws-garde
           perform until perm-prochaine > ws-today
               or (perm-fin > 0 and perm-prochaine > perm-fin)
               or ws-garde >= 120
               add 1 to ws-garde
               perform 2210-chercher-au-registre
               if ws-deja-generee = "Y"
                   add 1 to ws-nb-rejouees
               else
                   perform 2220-ecrire-la-paire
               end-if
               move perm-prochaine to ws-echeance
               perform 2300-avancer-l-echeance
               move ws-echeance to perm-prochaine
           end-perform
           .

       2210-chercher-au-registre.
           move "N" to ws-deja-generee
           perform varying ws-gen-idx from 1 by 1
               until ws-gen-idx > ws-gen-count
               if ws-g-id(ws-gen-idx) = perm-id
                  and ws-g-echeance(ws-gen-idx) = perm-prochaine
                   move "Y" to ws-deja-generee
               end-if
           end-perform
           .

       2220-ecrire-la-paire.
           move spaces to trans-enreg
           move perm-prochaine to trans-date
           move perm-debit to trans-compte
           move 'D' to trans-sens
           move perm-montant to trans-montant
           write trans-enreg
           move perm-credit to trans-compte
           move 'C' to trans-sens
           write trans-enreg

           move spaces to gen-enreg
           move perm-id to gen-id
           move perm-prochaine to gen-echeance
           move ws-today to gen-date
           write gen-enreg
           if ws-gen-count < 5000
               add 1 to ws-gen-count
               move perm-id to ws-g-id(ws-gen-count)
               move perm-prochaine to ws-g-echeance(ws-gen-count)
           end-if
           add 1 to ws-nb-generees
           add perm-montant to ws-total-genere
           .

       2300-avancer-l-echeance.
      * ws-echeance avance d'un mois, d'un trimestre ou d'un an, au
      * jour du debut, ramene au dernier jour du mois s'il est plus
      * court.
           evaluate perm-frequence
               when 'M'
                   move 1 to ws-nb-mois
               when 'T'
                   move 3 to ws-nb-mois
               when other
                   move 12 to ws-nb-mois
           end-evaluate
           move perm-debut to ws-debut-dec
           compute ws-mois-total =
               ws-ech-aaaa * 12 + ws-ech-mm - 1 + ws-nb-mois
           divide ws-mois-total by 12 giving ws-ech-aaaa
               remainder ws-ech-mm
           add 1 to ws-ech-mm
           move 1 to ws-ech-jj
           move ws-echeance to ws-premier-suivant
           add 1 to ws-ps-mm
           if ws-ps-mm > 12
               move 1 to ws-ps-mm
               add 1 to ws-ps-aaaa
           end-if
           compute ws-dernier-jour = function date-of-integer(
               function integer-of-date(ws-premier-suivant) - 1)
           move ws-deb-jj to ws-ech-jj
           if ws-echeance > ws-dernier-jour
               move ws-dernier-jour to ws-echeance
           end-if
           .

       3000-reecrire-les-permanentes.
      * Les prochaines echeances avancees remplacent les anciennes ;
      * les lignes ecartees repartent telles quelles.
           open output permanente-file
           perform varying ws-perm-idx from 1 by 1
               until ws-perm-idx > ws-perm-count
               move ws-p-enreg(ws-perm-idx) to perm-enreg
               write perm-enreg
           end-perform
           close permanente-file
           .

       4000-imprimer-l-echeancier.
      * Projection des douze mois qui suivent la date de traitement,
      * a partir des prochaines echeances, sans rien generer.
           move ws-today to ws-echeance
           compute ws-mois-total = ws-ech-aaaa * 12 + ws-ech-mm - 1
               + 12
           divide ws-mois-total by 12 giving ws-ech-aaaa
               remainder ws-ech-mm
           add 1 to ws-ech-mm
           move ws-echeance to ws-horizon

           perform varying ws-perm-idx from 1 by 1
               until ws-perm-idx > ws-perm-count
               move ws-p-enreg(ws-perm-idx) to perm-enreg
               perform 2100-controler-une-permanente
               if ws-deja-generee not = "X"
                   perform 4100-projeter-une-permanente
               end-if
           end-perform
           open output echeancier-file
           move spaces to echeancier-enreg
           string "Echeancier des ecritures permanentes du "
                      delimited by size
                  ws-today delimited by size
                  " au " delimited by size
                  ws-horizon delimited by size
                  into echeancier-enreg
           end-string
           write echeancier-enreg
           move ws-today(1:6) to ws-mois-courant
           perform varying ws-mois-idx from 1 by 1
               until ws-mois-idx > 13
               perform 4200-imprimer-un-mois
               add 1 to ws-mc-mm
               if ws-mc-mm > 12
                   move 1 to ws-mc-mm
                   add 1 to ws-mc-aaaa
               end-if
           end-perform
           move spaces to echeancier-enreg
           write echeancier-enreg
           move ws-total-annee to ws-montant-aff
           move spaces to echeancier-enreg
           string "TOTAL DOUZE MOIS " delimited by size
                  ws-prev-count delimited by size
                  " echeance(s)  montant " delimited by size
                  ws-montant-aff delimited by size
                  into echeancier-enreg
           end-string
           write echeancier-enreg
           close echeancier-file
           display "Echeancier imprime : echeancier-permanentes.dat"
               " [" ws-prev-count " echeance(s) a venir]"
           .

       4100-projeter-une-permanente.
           move 0 to ws-garde
           perform until perm-prochaine > ws-horizon
               or (perm-fin > 0 and perm-prochaine > perm-fin)
               or ws-garde >= 20
               add 1 to ws-garde
               if ws-prev-count < 2000
                   add 1 to ws-prev-count
                   move perm-prochaine to ws-v-date(ws-prev-count)
                   move perm-id to ws-v-id(ws-prev-count)
                   move perm-debit to ws-v-debit(ws-prev-count)
                   move perm-credit to ws-v-credit(ws-prev-count)
                   move perm-montant to ws-v-montant(ws-prev-count)
                   move perm-libelle to ws-v-libelle(ws-prev-count)
                   add perm-montant to ws-total-annee
               end-if
               move perm-prochaine to ws-echeance
               perform 2300-avancer-l-echeance
               move ws-echeance to perm-prochaine
           end-perform
           .

       4200-imprimer-un-mois.
           move 0 to ws-total-mois
           move 0 to ws-nb-mois-lignes
           move spaces to echeancier-enreg
           write echeancier-enreg
           move spaces to echeancier-enreg
           string "MOIS " delimited by size
                  ws-mois-courant delimited by size
                  into echeancier-enreg
           end-string
           write echeancier-enreg
           perform varying ws-prev-idx from 1 by 1
               until ws-prev-idx > ws-prev-count
               if ws-v-date(ws-prev-idx)(1:6) = ws-mois-courant
                   move ws-v-date(ws-prev-idx) to ws-lp-date
                   move ws-v-id(ws-prev-idx) to ws-lp-id
                   move ws-v-debit(ws-prev-idx) to ws-lp-debit
                   move ws-v-credit(ws-prev-idx) to ws-lp-credit
                   move ws-v-montant(ws-prev-idx) to ws-lp-montant
                   move ws-v-libelle(ws-prev-idx) to ws-lp-libelle
                   write echeancier-enreg from ws-ligne-prev
                   add ws-v-montant(ws-prev-idx) to ws-total-mois
                   add 1 to ws-nb-mois-lignes
               end-if
           end-perform
           move ws-total-mois to ws-montant-aff
           move spaces to echeancier-enreg
           string "   total du mois " delimited by size
                  ws-nb-mois-lignes delimited by size
                  " echeance(s)  montant " delimited by size
                  ws-montant-aff delimited by size
                  into echeancier-enreg
           end-string
           write echeancier-enreg
           .
