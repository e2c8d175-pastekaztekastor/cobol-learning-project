       identification division.
       program-id. SPMASQUE.

      * Sous-programme partage des profils de diffusion [appelable
      * comme SPMANIF/SPJSACC]. Les interfaces sortantes [export
      * JSON, extrait entrepot, delta machine] partaient entieres a
      * tous les consommateurs. Le fichier de profils [chemin fourni
      * par l'appelant] dit, par sortie logique et par consommateur,
      * le traitement de chaque champ :
      *   CLAIR    - recopie telle quelle ;
      *   INITIALE - premiere lettre suivie d'un point ;
      *   TRONQUE  - premiers caracteres seulement [longueur en
      *              colonne finale, 3 par defaut : 04 garde l'annee
      *              d'une date AAAAMMJJ] ;
      *   HACHE    - pseudonyme stable "H" + 9 chiffres [meme valeur,
      *              meme pseudonyme dans toutes les sorties : l'aval
      *              peut joindre sans connaitre l'identifiant ; cle
      *              de hachage CLE_MASQUAGE de l'environnement] ;
      *   SUPPRIME - le champ ne part pas.
      * Un champ absent du profil est SUPPRIME : un champ ajoute a la
      * disposition ne fuit pas chez un consommateur qui ne l'a pas
      * demande. Un consommateur est abonne a une sortie des qu'il y
      * a au moins une ligne de profil.
      *
      * Fonctions :
      *   'C' = consommateur abonne a la sortie qui suit
      *         lnk-consommateur dans l'ordre du fichier [blanc = le
      *         premier] ; blanc en retour = plus d'abonne ;
      *   'M' = traitement du champ lnk-champ de la sortie pour
      *         lnk-consommateur : valeur traitee dans lnk-resultat,
      *         traitement applique dans lnk-traitement.
      * Le fichier de profils est charge au premier appel puis garde
      * en memoire tant que l'appelant passe le meme chemin.

       environment division.
       input-output section.
       file-control.
           select profil-file assign to dynamic ws-profil-path
               organization is line sequential
               file status is ws-fs-profil.

       data division.
       file section.
       fd profil-file.
       01 profil-record.
           05 prf-sortie       pic x(20).
           05 filler           pic x.
           05 prf-consommateur pic x(12).
           05 filler           pic x.
           05 prf-champ        pic x(10).
           05 filler           pic x.
           05 prf-traitement   pic x(8).
           05 filler           pic x.
           05 prf-longueur     pic x(2).

       working-storage section.
       01 ws-profil-path   pic x(100) value spaces.
       01 ws-fs-profil     pic xx value "00".
       01 ws-fin-profil    pic x value 'N'.
       01 ws-charge        pic x value 'N'.

       01 ws-profil-table.
           05 ws-prf-entry occurs 500 times.
               10 ws-prf-sortie       pic x(20).
               10 ws-prf-consommateur pic x(12).
               10 ws-prf-champ        pic x(10).
               10 ws-prf-traitement   pic x(8).
               10 ws-prf-longueur     pic 9(2).
       01 ws-prf-count     pic 9(3) value 0.
       01 ws-prf-idx       pic 9(3) value 0.
       01 ws-prf-idx2      pic 9(3) value 0.
       01 ws-prf-trouve    pic 9(3) value 0.
       01 ws-vu-avant      pic x value 'N'.
       01 ws-passe-courant pic x value 'N'.

      * Hachage : cle de l'environnement puis valeur, caractere par
      * caractere, modulo un grand nombre premier.
       01 ws-cle           pic x(40) value spaces.
       01 ws-hache         pic 9(18) value 0.
       01 ws-hache-aff     pic 9(9) value 0.
       01 ws-i             pic 9(3) value 0.
       01 ws-len           pic 9(3) value 0.
       01 ws-zeros         pic 9(3) value 0.
       01 ws-travail       pic x(40) value spaces.
       01 ws-sans-zeros    pic x(40) value spaces.

       linkage section.
       01 lnk-profil-path  pic x(100).
       01 lnk-fonction     pic x(1).
       01 lnk-sortie       pic x(20).
       01 lnk-consommateur pic x(12).
       01 lnk-champ        pic x(10).
       01 lnk-valeur       pic x(40).
       01 lnk-resultat     pic x(40).
       01 lnk-traitement   pic x(8).

       procedure division using lnk-profil-path lnk-fonction
               lnk-sortie lnk-consommateur lnk-champ lnk-valeur
               lnk-resultat lnk-traitement.

           if ws-charge = 'N' or lnk-profil-path not = ws-profil-path
               perform 0100-charger-les-profils
           end-if

           if lnk-fonction = 'C'
               perform 1000-consommateur-suivant
           else
               perform 2000-traiter-le-champ
           end-if
           goback.

       0100-charger-les-profils.
      * Fichier absent : aucun abonne, aucune variante produite.
           move lnk-profil-path to ws-profil-path
           move 'Y' to ws-charge
           move 0 to ws-prf-count
           move 'N' to ws-fin-profil
           open input profil-file
           if ws-fs-profil not = "00"
               exit paragraph
           end-if
           perform until ws-fin-profil = 'Y'
               read profil-file
                   at end
                       move 'Y' to ws-fin-profil
                   not at end
                       if prf-sortie not = spaces
                          and prf-sortie(1:1) not = '*'
                          and ws-prf-count < 500
                           add 1 to ws-prf-count
                           move prf-sortie
                               to ws-prf-sortie(ws-prf-count)
                           move prf-consommateur
                               to ws-prf-consommateur(ws-prf-count)
                           move prf-champ
                               to ws-prf-champ(ws-prf-count)
                           move prf-traitement
                               to ws-prf-traitement(ws-prf-count)
                           if prf-longueur is numeric
                              and prf-longueur not = "00"
                               move prf-longueur
                                   to ws-prf-longueur(ws-prf-count)
                           else
                               move 3
                                   to ws-prf-longueur(ws-prf-count)
                           end-if
                       end-if
               end-read
           end-perform
           close profil-file
           accept ws-cle from environment "CLE_MASQUAGE"
           .

       1000-consommateur-suivant.
      * Parcours des lignes de la sortie dans l'ordre du fichier ;
      * un consommateur deja rencontre plus haut n'est pas rendu une
      * seconde fois.
           move 'N' to ws-passe-courant
           if lnk-consommateur = spaces
               move 'Y' to ws-passe-courant
           end-if
           move 0 to ws-prf-trouve
           perform varying ws-prf-idx from 1 by 1
               until ws-prf-idx > ws-prf-count
                  or ws-prf-trouve > 0
               if ws-prf-sortie(ws-prf-idx) = lnk-sortie
                   if ws-prf-consommateur(ws-prf-idx)
                           = lnk-consommateur
                       move 'Y' to ws-passe-courant
                   else
                       if ws-passe-courant = 'Y'
                           perform 1100-deja-vu
                           if ws-vu-avant = 'N'
                               move ws-prf-idx to ws-prf-trouve
                           end-if
                       end-if
                   end-if
               end-if
           end-perform
           if ws-prf-trouve = 0
               move spaces to lnk-consommateur
           else
               move ws-prf-consommateur(ws-prf-trouve)
                   to lnk-consommateur
           end-if
           .

       1100-deja-vu.
           move 'N' to ws-vu-avant
           perform varying ws-prf-idx2 from 1 by 1
               until ws-prf-idx2 >= ws-prf-idx
               if ws-prf-sortie(ws-prf-idx2) = lnk-sortie
                  and ws-prf-consommateur(ws-prf-idx2)
                      = ws-prf-consommateur(ws-prf-idx)
                   move 'Y' to ws-vu-avant
               end-if
           end-perform
           .

       2000-traiter-le-champ.
           move spaces to lnk-resultat
           move "SUPPRIME" to lnk-traitement
           move 0 to ws-prf-trouve
           perform varying ws-prf-idx from 1 by 1
               until ws-prf-idx > ws-prf-count
               if ws-prf-sortie(ws-prf-idx) = lnk-sortie
                  and ws-prf-consommateur(ws-prf-idx)
                      = lnk-consommateur
                  and ws-prf-champ(ws-prf-idx) = lnk-champ
                   move ws-prf-idx to ws-prf-trouve
               end-if
           end-perform
           if ws-prf-trouve = 0
               exit paragraph
           end-if

           evaluate ws-prf-traitement(ws-prf-trouve)
               when "CLAIR"
                   move lnk-valeur to lnk-resultat
                   move "CLAIR" to lnk-traitement
               when "INITIALE"
      * Une initiale accentuee tient sur deux octets [UTF-8].
                   move function trim(lnk-valeur) to ws-travail
                   if ws-travail not = spaces
                       if function ord(ws-travail(1:1)) > 193
                           move ws-travail(1:2) to lnk-resultat(1:2)
                           move "." to lnk-resultat(3:1)
                       else
                           move ws-travail(1:1) to lnk-resultat(1:1)
                           move "." to lnk-resultat(2:1)
                       end-if
                   end-if
                   move "INITIALE" to lnk-traitement
               when "TRONQUE"
                   move function trim(lnk-valeur) to ws-travail
                   move ws-travail(1:ws-prf-longueur(ws-prf-trouve))
                       to lnk-resultat
                   move "TRONQUE" to lnk-traitement
               when "HACHE"
                   perform 2100-hacher
                   move "HACHE" to lnk-traitement
               when other
      * Traitement inconnu : le champ ne part pas.
                   continue
           end-evaluate
           .

       2100-hacher.
           move 7 to ws-hache
           compute ws-len = function length(function trim(ws-cle))
           if ws-cle not = spaces
               perform varying ws-i from 1 by 1 until ws-i > ws-len
                   compute ws-hache = function mod(
                       ws-hache * 131 + function ord(ws-cle(ws-i:1)),
                       999999937)
               end-perform
           end-if
      * Une valeur numerique se hache sans ses zeros de tete :
      * l'id 00012 d'un extrait et l'id 12 d'un export donnent le
      * meme pseudonyme.
           move function trim(lnk-valeur) to ws-travail
           compute ws-len =
               function length(function trim(lnk-valeur))
           if ws-travail(1:ws-len) is numeric
               move 0 to ws-zeros
               inspect ws-travail(1:ws-len)
                   tallying ws-zeros for leading "0"
               if ws-zeros = ws-len
                   subtract 1 from ws-zeros
               end-if
               if ws-zeros > 0
                   move ws-travail(ws-zeros + 1:) to ws-sans-zeros
                   move ws-sans-zeros to ws-travail
                   subtract ws-zeros from ws-len
               end-if
           end-if
           perform varying ws-i from 1 by 1 until ws-i > ws-len
               compute ws-hache = function mod(
                   ws-hache * 131 + function ord(ws-travail(ws-i:1)),
                   999999937)
           end-perform
           move ws-hache to ws-hache-aff
           move spaces to lnk-resultat
           string "H" delimited by size
                  ws-hache-aff delimited by size
                  into lnk-resultat
           end-string
           .

       end program SPMASQUE.
