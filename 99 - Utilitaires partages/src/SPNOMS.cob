       identification division.
       program-id. SPNOMS.

      * Sous-programme partage de normalisation des noms et prenoms
      * [appelable comme SPJSACC/SPPHONET]. Les noms arrivent en
      * "DUPONT", "dupont", "Du Pont", "de la Fontaine" ou avec des
      * blancs doubles, et se rangeaient tels que saisis : tri du
      * listing, cle alternee em-nom et recherche des doublons en
      * souffraient. Tout point d'entree du fichier maître appelle
      * SPNOMS avant d'ecrire ; les deux zones sont normalisees sur
      * place :
      *  - blancs de tete supprimes, blancs multiples reduits a un,
      *    blancs autour d'un trait d'union ou apres une apostrophe
      *    retires ;
      *  - apostrophes typographiques et accents graves isoles
      *    rabattus sur l'apostrophe droite ;
      *  - chaque mot [separe par un blanc, un trait d'union ou une
      *    apostrophe] en minuscules avec initiale majuscule, lettres
      *    accentuees comprises : "jean-PIERRE" -> "Jean-Pierre" ;
      *  - dans le nom seulement, les particules restent en
      *    minuscules : de, du, des, d' partout sauf en dernier mot,
      *    la, le, les, l' derriere "de" ["de la Fontaine",
      *    "d'Artagnan"] ; un "Le" ou "La" de tete reste une partie du
      *    nom ["Le Goff"].

       data division.
       working-storage section.
      * Lettres accentuees du francais [UTF-8 deux octets, comme le
      * reste du depot] : minuscule puis majuscule.
       01 ws-accents.
           05 filler pic x(4) value "àÀ".
           05 filler pic x(4) value "âÂ".
           05 filler pic x(4) value "äÄ".
           05 filler pic x(4) value "çÇ".
           05 filler pic x(4) value "éÉ".
           05 filler pic x(4) value "èÈ".
           05 filler pic x(4) value "êÊ".
           05 filler pic x(4) value "ëË".
           05 filler pic x(4) value "îÎ".
           05 filler pic x(4) value "ïÏ".
           05 filler pic x(4) value "ôÔ".
           05 filler pic x(4) value "öÖ".
           05 filler pic x(4) value "ùÙ".
           05 filler pic x(4) value "ûÛ".
           05 filler pic x(4) value "üÜ".
       01 ws-accents-table redefines ws-accents.
           05 ws-acc-entry occurs 15 times.
               10 ws-acc-min pic x(2).
               10 ws-acc-maj pic x(2).
       01 ws-acc-idx       pic 9(2) value 0.
       01 ws-acc-fait      pic x(1) value 'N'.

       01 ws-mode          pic x(1) value 'N'.
       01 ws-zone          pic x(20) value spaces.
       01 ws-net           pic x(20) value spaces.
       01 ws-i             pic 9(2) value 0.
       01 ws-j             pic 9(2) value 0.
       01 ws-car           pic x(1) value space.
       01 ws-prec          pic x(1) value space.

       01 ws-deb           pic 9(2) value 0.
       01 ws-len           pic 9(2) value 0.
       01 ws-mot           pic x(20) value spaces.
       01 ws-mot-prec      pic x(20) value spaces.
       01 ws-sep           pic x(1) value space.
       01 ws-suite         pic x(1) value 'N'.
       01 ws-majuscule     pic x(1) value 'O'.

       linkage section.
       01 lnk-nom          pic x(20).
       01 lnk-prenom       pic x(20).

       procedure division using lnk-nom lnk-prenom.

           move 'N' to ws-mode
           move lnk-nom to ws-zone
           perform 1000-normaliser-une-zone
           move ws-zone to lnk-nom

           move 'P' to ws-mode
           move lnk-prenom to ws-zone
           perform 1000-normaliser-une-zone
           move ws-zone to lnk-prenom
           goback.

       1000-normaliser-une-zone.
           if ws-zone = spaces
               exit paragraph
           end-if
           move spaces to ws-net
           move 1 to ws-i
           move 0 to ws-j
           move space to ws-prec
           perform 1100-nettoyer-un-caractere
               until ws-i > 20

      * Tout en minuscules [la fonction ne traite que l'ASCII, les
      * accents se rabattent par la table], puis les initiales.
           move function lower-case(ws-net) to ws-net
           perform varying ws-acc-idx from 1 by 1
               until ws-acc-idx > 15
               inspect ws-net replacing all ws-acc-maj(ws-acc-idx)
                   by ws-acc-min(ws-acc-idx)
           end-perform

           move 1 to ws-i
           move spaces to ws-mot-prec
           perform 1200-capitaliser-un-mot
               until ws-i > 20
           move ws-net to ws-zone
           .

       1100-nettoyer-un-caractere.
      * Apostrophes typographiques [trois octets], accent aigu isole
      * [deux octets] et accent grave isole rabattus sur l'apostrophe
      * droite ; tout autre octet recopie tel quel.
           evaluate true
               when ws-i <= 18 and (ws-zone(ws-i:3) = "’"
                                 or ws-zone(ws-i:3) = "‘")
                   move "'" to ws-car
                   add 3 to ws-i
               when ws-i <= 19 and ws-zone(ws-i:2) = "´"
                   move "'" to ws-car
                   add 2 to ws-i
               when ws-zone(ws-i:1) = "`"
                   move "'" to ws-car
                   add 1 to ws-i
               when other
                   move ws-zone(ws-i:1) to ws-car
                   add 1 to ws-i
           end-evaluate

      * Blancs : jamais en tete, jamais deux de suite, jamais apres un
      * trait d'union ou une apostrophe ; un blanc avant un trait
      * d'union ou une apostrophe est retire.
           evaluate true
               when ws-car = space
                   if ws-j = 0 or ws-prec = space or ws-prec = '-'
                      or ws-prec = "'"
                       exit paragraph
                   end-if
               when ws-car = '-' or ws-car = "'"
                   if ws-prec = space and ws-j > 0
                       subtract 1 from ws-j
                   end-if
                   if ws-prec = '-' and ws-car = '-'
                       exit paragraph
                   end-if
               when other
                   continue
           end-evaluate
           add 1 to ws-j
           move ws-car to ws-net(ws-j:1)
           move ws-car to ws-prec
           .

       1200-capitaliser-un-mot.
      * Un mot va jusqu'au prochain blanc, trait d'union ou
      * apostrophe.
           if ws-net(ws-i:) = spaces
               move 21 to ws-i
               exit paragraph
           end-if
           move ws-i to ws-deb
           move 0 to ws-len
           perform until ws-i > 20
                      or ws-net(ws-i:1) = space
                      or ws-net(ws-i:1) = '-'
                      or ws-net(ws-i:1) = "'"
               add 1 to ws-i
               add 1 to ws-len
           end-perform
           move space to ws-sep
           move 'N' to ws-suite
           if ws-i <= 20
               move ws-net(ws-i:1) to ws-sep
               if ws-i < 20
                   if ws-net(ws-i + 1:) not = spaces
                       move 'O' to ws-suite
                   end-if
               end-if
           end-if
           move spaces to ws-mot
           if ws-len > 0
               move ws-net(ws-deb:ws-len) to ws-mot
           end-if

           move 'O' to ws-majuscule
           if ws-mode = 'N' and ws-suite = 'O'
               evaluate true
                   when (ws-mot = "de" or ws-mot = "du"
                         or ws-mot = "des")
                        and ws-sep = space
                       move 'N' to ws-majuscule
                   when ws-mot = "d" and ws-sep = "'"
                       move 'N' to ws-majuscule
                   when (ws-mot = "la" or ws-mot = "le"
                         or ws-mot = "les")
                        and ws-sep = space and ws-mot-prec = "de"
                       move 'N' to ws-majuscule
                   when ws-mot = "l" and ws-sep = "'"
                        and ws-mot-prec = "de"
                       move 'N' to ws-majuscule
                   when other
                       continue
               end-evaluate
           end-if

           if ws-majuscule = 'O' and ws-len > 0
               move 'N' to ws-acc-fait
               if ws-deb < 20
                   perform varying ws-acc-idx from 1 by 1
                       until ws-acc-idx > 15
                       if ws-net(ws-deb:2) = ws-acc-min(ws-acc-idx)
                           move ws-acc-maj(ws-acc-idx)
                               to ws-net(ws-deb:2)
                           move 'O' to ws-acc-fait
                       end-if
                   end-perform
               end-if
               if ws-acc-fait = 'N'
                   move function upper-case(ws-net(ws-deb:1))
                       to ws-net(ws-deb:1)
               end-if
           end-if

           move ws-mot to ws-mot-prec
           add 1 to ws-i
           .

       end program SPNOMS.
