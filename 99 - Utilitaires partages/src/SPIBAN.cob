       identification division.
       program-id. SPIBAN.

      * Sous-programme partage de controle d'un IBAN et d'un BIC
      * [appelable comme SPMOD10]. L'IBAN est saisi sans espaces, en
      * majuscules, cadre a gauche :
      *    - pays connu de la zone SEPA et longueur propre au pays ;
      *    - deux chiffres de cle, puis lettres et chiffres seulement ;
      *    - cle modulo 97 : les quatre premiers caracteres passent en
      *      fin, chaque lettre devient un nombre [A=10 ... Z=35] et
      *      le tout, lu comme un nombre, doit laisser 1 modulo 97.
      * Le BIC compte 8 ou 11 caracteres : 4 lettres [banque], 2
      * lettres [pays], 2 lettres ou chiffres [localite] et, pour 11,
      * 3 lettres ou chiffres [agence].
      * res = 0 si tout est bon, sinon :
      *    1 = pays inconnu ou hors zone SEPA ;
      *    2 = longueur fausse pour le pays ;
      *    3 = caractere interdit ;
      *    4 = cle modulo 97 fausse ;
      *    5 = BIC mal forme.

       data division.
       working-storage section.
      * Pays de la zone SEPA et longueur de leur IBAN.
       01 ws-pays-valeurs.
           05 filler pic x(4) value "AD24".
           05 filler pic x(4) value "AT20".
           05 filler pic x(4) value "BE16".
           05 filler pic x(4) value "BG22".
           05 filler pic x(4) value "CH21".
           05 filler pic x(4) value "CY28".
           05 filler pic x(4) value "CZ24".
           05 filler pic x(4) value "DE22".
           05 filler pic x(4) value "DK18".
           05 filler pic x(4) value "EE20".
           05 filler pic x(4) value "ES24".
           05 filler pic x(4) value "FI18".
           05 filler pic x(4) value "FR27".
           05 filler pic x(4) value "GB22".
           05 filler pic x(4) value "GI23".
           05 filler pic x(4) value "GR27".
           05 filler pic x(4) value "HR21".
           05 filler pic x(4) value "HU28".
           05 filler pic x(4) value "IE22".
           05 filler pic x(4) value "IS26".
           05 filler pic x(4) value "IT27".
           05 filler pic x(4) value "LI21".
           05 filler pic x(4) value "LT20".
           05 filler pic x(4) value "LU20".
           05 filler pic x(4) value "LV21".
           05 filler pic x(4) value "MC27".
           05 filler pic x(4) value "MT31".
           05 filler pic x(4) value "NL18".
           05 filler pic x(4) value "NO15".
           05 filler pic x(4) value "PL28".
           05 filler pic x(4) value "PT25".
           05 filler pic x(4) value "RO24".
           05 filler pic x(4) value "SE24".
           05 filler pic x(4) value "SI19".
           05 filler pic x(4) value "SK24".
           05 filler pic x(4) value "SM27".
           05 filler pic x(4) value "VA22".
       01 ws-pays-table redefines ws-pays-valeurs.
           05 ws-pays-entry occurs 37 times.
               10 ws-p-code     pic x(2).
               10 ws-p-long     pic 9(2).

       01 ws-lettres       pic x(26)
           value "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
       01 ws-chiffres      pic x(10) value "0123456789".
       01 ws-idx           pic 9(2) value 0.
       01 ws-jdx           pic 9(2) value 0.
       01 ws-long-iban     pic 9(2) value 0.
       01 ws-long-bic      pic 9(2) value 0.
       01 ws-long-pays     pic 9(2) value 0.
       01 ws-car           pic x(1).
       01 ws-valeur        pic 9(2) value 0.
       01 ws-reste         pic 9(4) value 0.
       01 ws-reordonne     pic x(34).

       linkage section.
       01 lnk-iban         pic x(34).
       01 lnk-bic          pic x(11).
       01 lnk-res          pic 9.

       procedure division using lnk-iban lnk-bic lnk-res.

           move 0 to lnk-res

      * Longueur utile : jusqu'au dernier caractere non blanc.
           move 0 to ws-long-iban
           perform varying ws-idx from 1 by 1 until ws-idx > 34
               if lnk-iban(ws-idx:1) not = space
                   move ws-idx to ws-long-iban
               end-if
           end-perform

           move 0 to ws-long-pays
           perform varying ws-idx from 1 by 1 until ws-idx > 37
               if ws-p-code(ws-idx) = lnk-iban(1:2)
                   move ws-p-long(ws-idx) to ws-long-pays
               end-if
           end-perform
           if ws-long-pays = 0
               move 1 to lnk-res
               goback
           end-if
           if ws-long-iban not = ws-long-pays
               move 2 to lnk-res
               goback
           end-if
           if lnk-iban(3:2) not numeric
               move 3 to lnk-res
               goback
           end-if

      * Cle modulo 97 calculee chiffre a chiffre : le nombre entier
      * depasserait toute zone numerique.
           move spaces to ws-reordonne
           move lnk-iban(5:ws-long-iban - 4) to ws-reordonne
           move lnk-iban(1:4)
               to ws-reordonne(ws-long-iban - 3:4)
           move 0 to ws-reste
           perform varying ws-idx from 1 by 1
               until ws-idx > ws-long-iban or lnk-res not = 0
               move ws-reordonne(ws-idx:1) to ws-car
               perform 1000-valeur-du-caractere
               if lnk-res = 0
                   if ws-valeur > 9
                       compute ws-reste =
                           function mod(ws-reste * 100 + ws-valeur, 97)
                   else
                       compute ws-reste =
                           function mod(ws-reste * 10 + ws-valeur, 97)
                   end-if
               end-if
           end-perform
           if lnk-res not = 0
               goback
           end-if
           if ws-reste not = 1
               move 4 to lnk-res
               goback
           end-if

      * BIC : 8 ou 11 caracteres, sans blanc intercale.
           move 0 to ws-long-bic
           perform varying ws-idx from 1 by 1 until ws-idx > 11
               if lnk-bic(ws-idx:1) not = space
                   move ws-idx to ws-long-bic
               end-if
           end-perform
           if ws-long-bic not = 8 and ws-long-bic not = 11
               move 5 to lnk-res
               goback
           end-if
           if lnk-bic(1:6) not alphabetic-upper
              or lnk-bic(1:6) = spaces
               move 5 to lnk-res
               goback
           end-if
           perform varying ws-idx from 7 by 1
               until ws-idx > ws-long-bic
               move lnk-bic(ws-idx:1) to ws-car
               perform 1000-valeur-du-caractere
               if lnk-res not = 0
                   move 5 to lnk-res
                   goback
               end-if
           end-perform
           goback.

       1000-valeur-du-caractere.
      * Chiffre : sa valeur ; lettre majuscule : 10 a 35 ; autre
      * caractere : refuse [res 3].
           perform varying ws-jdx from 1 by 1 until ws-jdx > 10
               if ws-chiffres(ws-jdx:1) = ws-car
                   compute ws-valeur = ws-jdx - 1
                   exit paragraph
               end-if
           end-perform
           perform varying ws-jdx from 1 by 1 until ws-jdx > 26
               if ws-lettres(ws-jdx:1) = ws-car
                   compute ws-valeur = ws-jdx + 9
                   exit paragraph
               end-if
           end-perform
           move 3 to lnk-res
           .

       end program SPIBAN.
