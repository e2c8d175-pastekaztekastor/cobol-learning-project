       identification division.
       program-id. SPENTRE.

      * Sous-programme partage du registre des flux entrants
      * [appelable comme SPMANIF/SPREGID]. Le flux JSON a son
      * garde-fou dans 03_declencheur-chargement.cob ; les autres
      * fichiers deposes par nos partenaires [sorties RH, mouvements,
      * badge, retour de paie, absences, pre-embauches] passent par
      * ici avant d'etre traites. Chaque fichier presente recoit une
      * empreinte - nombre de lignes utiles et somme de controle,
      * meme somme que SPMANIF - et se compare :
      *  - au chiffre de controle depose par l'emetteur a cote du
      *    flux [fichier <flux>-controle.txt : nombre de lignes
      *    attendues en tete de ligne, comme data-controle.txt] ;
      *    fichier de controle absent = compte non controle ;
      *  - au registre des flux entrants [chemin fourni par
      *    l'appelant] : une empreinte deja traitee est un rejeu.
      * Un flux refuse s'inscrit au registre des quarantaines [meme
      * fichier que le declencheur] et attend la revue
      * 12_revue-quarantaines.cob ; le fichier reste en place,
      * l'appelant ne le traite pas.
      *
      * Statuts du registre : 'T' traite, 'Q' en quarantaine, 'L'
      * libere par la revue [accepte au prochain passage], 'R'
      * rejete par la revue. La derniere ligne d'une empreinte fait
      * foi.
      *
      * Actions :
      *  'V' verifier   - compte, empreinte et rejeu ; flux accepte
      *                   inscrit 'T' ;
      *  'C' compter    - compte seulement, pour un fichier cumulatif
      *                   que l'appelant retraite en entier a chaque
      *                   passage [repasser le meme contenu n'est pas
      *                   un rejeu] ;
      *  'L' liberer    - la revue libere la derniere quarantaine du
      *                   fichier lnk-nom-logique ;
      *  'R' rejeter    - la revue clot la derniere quarantaine du
      *                   fichier lnk-nom-logique.
      * lnk-resultat : 'O' accepte / fait, 'R' refuse, 'N' fichier
      * absent ou illisible [rien a traiter, ou rien a liberer].

       environment division.
       input-output section.
       file-control.
           select entrant-file assign to dynamic ws-entrant-path
               organization is line sequential
               file status is ws-fs-entrant.

           select controle-file assign to dynamic ws-controle-path
               organization is line sequential
               file status is ws-fs-controle.

           select registre-file assign to dynamic ws-registre-path
               organization is line sequential
               file status is ws-fs-registre.

           select quarantaines-file
               assign to dynamic ws-quarantaine-path
               organization is line sequential
               file status is ws-fs-quarantaines.

       data division.
       file section.
       fd entrant-file.
       01 entrant-record   pic x(2000).

       fd controle-file.
       01 controle-record  pic x(20).

       fd registre-file.
       01 registre-record.
           05 ent-date     pic 9(8).
           05 filler       pic x.
           05 ent-heure    pic 9(6).
           05 filler       pic x.
           05 ent-fichier  pic x(30).
           05 filler       pic x.
           05 ent-nb       pic 9(7).
           05 filler       pic x.
           05 ent-controle pic 9(9).
           05 filler       pic x.
           05 ent-statut   pic x(1).

      * Meme enregistrement que 03_declencheur-chargement.cob et
      * 12_revue-quarantaines.cob.
       fd quarantaines-file.
       01 quarantaine-record.
           05 qua-date     pic 9(8).
           05 filler       pic x.
           05 qua-fichier  pic x(30).
           05 filler       pic x.
           05 qua-statut   pic x(1).
           05 filler       pic x.
           05 qua-operateur pic x(8).
           05 filler       pic x.
           05 qua-motif    pic x(60).

       working-storage section.
       01 ws-entrant-path  pic x(100).
       01 ws-controle-path pic x(100).
       01 ws-registre-path pic x(100).
       01 ws-quarantaine-path pic x(100).
       01 ws-fs-entrant    pic xx value "00".
       01 ws-fs-controle   pic xx value "00".
       01 ws-fs-registre   pic xx value "00".
       01 ws-fs-quarantaines pic xx value "00".
       01 ws-fin-entrant   pic x value 'N'.
       01 ws-fin-registre  pic x value 'N'.
       01 ws-nb            pic 9(7) value 0.
       01 ws-controle      pic 9(9) value 0.
       01 ws-i             pic 9(7) value 0.
       01 ws-longueur      pic 9(7) value 0.
       01 ws-date          pic 9(8) value 0.
       01 ws-heure         pic 9(8) value 0.

       01 ws-attendu-present pic x value 'N'.
       01 ws-attendu-texte pic x(7) value spaces.
       01 ws-attendu       pic 9(7) value 0.
       01 ws-dernier-statut pic x value space.
       01 ws-derniere-date pic 9(8) value 0.
       01 ws-statut-ecrit  pic x value space.

       linkage section.
       01 lnk-registre-path pic x(100).
       01 lnk-quarantaine-path pic x(100).
       01 lnk-fichier-path pic x(100).
       01 lnk-nom-logique  pic x(30).
       01 lnk-controle-path pic x(100).
       01 lnk-action       pic x(1).
       01 lnk-nb           pic 9(7).
       01 lnk-resultat     pic x(1).
       01 lnk-motif        pic x(60).

       procedure division using lnk-registre-path
               lnk-quarantaine-path lnk-fichier-path lnk-nom-logique
               lnk-controle-path lnk-action lnk-nb lnk-resultat
               lnk-motif.

           move lnk-registre-path to ws-registre-path
           move lnk-quarantaine-path to ws-quarantaine-path
           move 'N' to lnk-resultat
           move spaces to lnk-motif
           move 0 to lnk-nb
           accept ws-date from date yyyymmdd
           accept ws-heure from time

           evaluate lnk-action
               when 'V'
               when 'C'
                   perform 1000-verifier
               when 'L'
               when 'R'
                   perform 3000-arbitrer
               when other
                   display "SPENTRE : action inconnue '"
                       lnk-action "'"
           end-evaluate
           goback.

       1000-verifier.
           move lnk-fichier-path to ws-entrant-path
           move 0 to ws-nb
           move 0 to ws-controle
           move 'N' to ws-fin-entrant
           open input entrant-file
           if ws-fs-entrant not = "00"
               exit paragraph
           end-if
           perform until ws-fin-entrant = 'Y'
               read entrant-file
                   at end
                       move 'Y' to ws-fin-entrant
                   not at end
                       if entrant-record not = spaces
                           add 1 to ws-nb
                           perform 1100-sommer-la-ligne
                       end-if
               end-read
           end-perform
           close entrant-file
           move ws-nb to lnk-nb

           perform 1200-lire-le-controle
           perform 1300-chercher-l-empreinte

           evaluate true
               when ws-dernier-statut = 'L'
                   move "libere par la revue des quarantaines"
                       to lnk-motif
                   perform 2000-accepter
               when ws-dernier-statut = 'Q'
                   move "deja en quarantaine, en attente de revue"
                       to lnk-motif
                   move 'R' to lnk-resultat
               when ws-dernier-statut = 'R'
                   string "rejete a la revue du " delimited by size
                          ws-derniere-date delimited by size
                          into lnk-motif
                   end-string
                   move 'R' to lnk-resultat
               when ws-dernier-statut = 'T' and lnk-action = 'V'
                   string "rejeu : empreinte deja traitee le "
                              delimited by size
                          ws-derniere-date delimited by size
                          into lnk-motif
                   end-string
                   perform 2100-mettre-en-quarantaine
               when ws-attendu-present = 'O'
                and ws-attendu not = ws-nb
                   string "compte lu " delimited by size
                          ws-nb delimited by size
                          " au lieu de " delimited by size
                          ws-attendu delimited by size
                          " [controle emetteur]" delimited by size
                          into lnk-motif
                   end-string
                   perform 2100-mettre-en-quarantaine
               when other
                   if ws-attendu-present = 'N'
                       move "accepte sans chiffre de controle"
                           to lnk-motif
                   end-if
                   perform 2000-accepter
           end-evaluate
           .

       1100-sommer-la-ligne.
      * Somme de controle additive de SPMANIF [octets non blancs de
      * la ligne, modulo 10^9].
           compute ws-longueur = function length(
               function trim(entrant-record trailing))
           perform varying ws-i from 1 by 1
               until ws-i > ws-longueur
               if entrant-record(ws-i:1) not = space
                   compute ws-controle = function mod(
                       ws-controle
                       + function ord(entrant-record(ws-i:1))
                       1000000000)
               end-if
           end-perform
           .

       1200-lire-le-controle.
      * Chiffre de controle de l'emetteur : premier mot de la
      * premiere ligne, jusqu'a 7 chiffres.
           move 'N' to ws-attendu-present
           move 0 to ws-attendu
           if lnk-controle-path = spaces
               exit paragraph
           end-if
           move lnk-controle-path to ws-controle-path
           open input controle-file
           if ws-fs-controle not = "00"
               exit paragraph
           end-if
           read controle-file
               at end
                   move spaces to controle-record
           end-read
           close controle-file
           move spaces to ws-attendu-texte
           unstring controle-record delimited by all space
               into ws-attendu-texte
           end-unstring
           if ws-attendu-texte(1:1) is numeric
               move function numval(ws-attendu-texte) to ws-attendu
               move 'O' to ws-attendu-present
           end-if
           .

       1300-chercher-l-empreinte.
      * Derniere ligne du registre pour ce fichier et cette empreinte.
           move space to ws-dernier-statut
           move 0 to ws-derniere-date
           move 'N' to ws-fin-registre
           open input registre-file
           if ws-fs-registre not = "00"
               exit paragraph
           end-if
           perform until ws-fin-registre = 'Y'
               read registre-file
                   at end
                       move 'Y' to ws-fin-registre
                   not at end
                       if ent-fichier = lnk-nom-logique
                          and ent-nb = ws-nb
                          and ent-controle = ws-controle
                           move ent-statut to ws-dernier-statut
                           move ent-date to ws-derniere-date
                       end-if
               end-read
           end-perform
           close registre-file
           .

       2000-accepter.
      * Un fichier cumulatif repasse tel quel n'ajoute pas de ligne.
           move 'O' to lnk-resultat
           if ws-dernier-statut = 'T'
               exit paragraph
           end-if
           move 'T' to ws-statut-ecrit
           perform 8000-inscrire-au-registre
           .

       2100-mettre-en-quarantaine.
           move 'R' to lnk-resultat
           move 'Q' to ws-statut-ecrit
           perform 8000-inscrire-au-registre

           open extend quarantaines-file
           if ws-fs-quarantaines not = "00"
               open output quarantaines-file
           end-if
           if ws-fs-quarantaines = "00"
               move spaces to quarantaine-record
               move ws-date to qua-date
               move lnk-nom-logique to qua-fichier
               move 'Q' to qua-statut
               move spaces to qua-operateur
               move lnk-motif to qua-motif
               write quarantaine-record
               close quarantaines-file
           else
               display "SPENTRE : registre des quarantaines"
                   " inaccessible [" function trim(ws-quarantaine-path)
                   "]"
           end-if
           .

       3000-arbitrer.
      * La decision de la revue porte sur l'empreinte de la derniere
      * quarantaine du fichier.
           move space to ws-dernier-statut
           move 'N' to ws-fin-registre
           open input registre-file
           if ws-fs-registre not = "00"
               exit paragraph
           end-if
           perform until ws-fin-registre = 'Y'
               read registre-file
                   at end
                       move 'Y' to ws-fin-registre
                   not at end
                       if ent-fichier = lnk-nom-logique
                          and ent-statut = 'Q'
                           move ent-nb to ws-nb
                           move ent-controle to ws-controle
                           move 'Q' to ws-dernier-statut
                       end-if
               end-read
           end-perform
           close registre-file
           if ws-dernier-statut not = 'Q'
               exit paragraph
           end-if
           move lnk-action to ws-statut-ecrit
           perform 8000-inscrire-au-registre
           move ws-nb to lnk-nb
           move 'O' to lnk-resultat
           .

       8000-inscrire-au-registre.
           open extend registre-file
           if ws-fs-registre not = "00"
               open output registre-file
               if ws-fs-registre not = "00"
                   display "SPENTRE : registre inaccessible ["
                       function trim(ws-registre-path) "]"
                   exit paragraph
               end-if
           end-if
           move spaces to registre-record
           move ws-date to ent-date
           move ws-heure(1:6) to ent-heure
           move lnk-nom-logique to ent-fichier
           move ws-nb to ent-nb
           move ws-controle to ent-controle
           move ws-statut-ecrit to ent-statut
           write registre-record
           close registre-file
           .

       end program SPENTRE.
