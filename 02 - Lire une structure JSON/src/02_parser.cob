               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws_fs_rejstr.

      * Rejets laisses par l'adaptateur du flux de la societe acquise
      * [98_flux-acquise.cob, meme enregistrement] : repris dans les
      * rejets structures du chargement, qui les tronquerait sinon
      * [voir 0140-reprendre-les-rejets-d-adaptation].
           SELECT rejets-adaptation-file
               ASSIGN TO "src/rejets-adaptation.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws_fs_rejada.

           SELECT dept-codes-file ASSIGN TO "src/dept-codes.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws_fs_dept.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws_fs_scoreprec.

      * Referentiel des sites de travail [87_sites.cob] et
      * affectations datees des employes a leur site : la cle
      * optionnelle "site" du flux alimente l'historique des
      * affectations [voir 1160-affecter-le-site].
           SELECT sites-file ASSIGN TO "src/sites.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws_fs_sites.

           SELECT affect-sites-file
               ASSIGN TO "src/affectations-sites.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws_fs_affsit.

       DATA DIVISION.
       FILE SECTION.
      * Une ligne du flux peut etre le flux compact tout entier [la
           05 rj-motif      PIC X(4).
           COPY "employe-enreg.cpy" REPLACING ==:PFX:== BY ==rje-==.

       FD rejets-adaptation-file.
       01 rejet-adaptation-record PIC X(127).

      * Code sur 20 caracteres suivi d'un indicateur actif/inactif
      * ["A"/"I"], maintenu par 07_gestion-referent.cob - seules les
      * entrees actives sont chargees en table, voir
           05 FILLER           PIC X.
           05 dept-nom-libelle PIC X(30).

       FD sites-file.
       01 site-record.
           COPY "site-enreg.cpy" REPLACING ==:PFX:== BY ==sit-==.

      * Affectation d'un employe a un site a compter d'une date :
      * id, site, date d'effet, origine ['F' flux RH, 'G' guichet
      * 87_sites.cob], operateur. Fichier cumulatif : le site en
      * vigueur est celui de la derniere date d'effet atteinte.
       FD affect-sites-file.
       01 affect-site-record.
           05 asi-id        PIC 9(5).
           05 FILLER        PIC X.
           05 asi-site      PIC X(8).
           05 FILLER        PIC X.
           05 asi-date      PIC 9(8).
           05 FILLER        PIC X.
           05 asi-origine   PIC X(1).
           05 FILLER        PIC X.
           05 asi-operateur PIC X(8).

       FD roles-exclus-file.
       01 role-exclus-record PIC X(20).

      * (champ "name") quand le flux JSON l'envoie sous cette forme.
       01 jscnt_dep_nom    PIC X(30) VALUE SPACES.

      * Site de travail, cle optionnelle "site" du flux.
       01 jscnt_site       PIC X(8) VALUE SPACES.

      * Tampon contenant le texte d'un seul objet employé, isolé entre
      * son accolade ouvrante et sa première accolade fermante, et les
      * morceaux obtenus en le découpant sur les virgules. Dimensionne
       01 ws_rej_doub         PIC 9(5) VALUE 0.
       01 ws_rej_dept         PIC 9(5) VALUE 0.
       01 ws_rej_role         PIC 9(5) VALUE 0.
       01 ws_rej_site         PIC 9(5) VALUE 0.
       01 ws_taux_rejet       PIC 9(3)V9(2) VALUE 0.
       01 ws_taux_prec        PIC 9(3)V9(2) VALUE 0.
       01 ws_taux_ed          PIC ZZ9.99.
       01 ws_exclus_table.
           05 ws_exclus_entry PIC X(20) OCCURS 10 TIMES.
       01 ws_exclus_count     PIC 9(2) VALUE 0.

      * Sites actifs de la societe du flux, et site en vigueur de
      * chaque employe deja affecte [derniere date d'effet atteinte].
       01 ws_site_table.
           05 ws_site_entry PIC X(8) OCCURS 200 TIMES.
       01 ws_site_count       PIC 9(3) VALUE 0.
       01 ws_site_idx         PIC 9(3) VALUE 0.
       01 ws_site_found       PIC X VALUE 'N'.
       01 ws_fs_sites         PIC XX VALUE "00".
       01 ws_fs_affsit        PIC XX VALUE "00".
       01 ws_affsit_ouvert    PIC X VALUE 'N'.
       01 ws_asi_table.
           05 ws_asi_entry OCCURS 5000 TIMES.
               10 ws_asi_id    PIC 9(5).
               10 ws_asi_site  PIC X(8).
               10 ws_asi_date  PIC 9(8).
       01 ws_asi_count        PIC 9(5) VALUE 0.
       01 ws_asi_idx          PIC 9(5) VALUE 0.
       01 ws_asi_trouve       PIC 9(5) VALUE 0.
       01 ws_nb_affect_sites  PIC 9(5) VALUE 0.
       01 ws_exclus_idx       PIC 9(2) VALUE 0.
       01 ws_exclus_eof       PIC X VALUE 'N'.
       01 ws_fs_exclus        PIC XX VALUE "00".
       01 ws_map_idx       pic 9(2) value 0.
       01 ws_fs_cles       pic xx value "00".
       01 ws_cles_eof      pic x value 'N'.
       01 ws_fs_rejada     pic xx value "00".
       01 ws_rejada_eof    pic x value 'N'.
       01 ws_nb_rejada     pic 9(5) value 0.
       01 ws_tok_cherche   pic x(26) value spaces.
       01 ws_tok_len       pic 9(3) value 0.
       01 ws_tok_pos       pic 9(5) value 0.
                   else
                       open output exceptions-file
                       open output rejets-structures-file
                       perform 0140-reprendre-les-rejets-d-adaptation
                   end-if
      * L'historique des changements est un fichier cumulatif : il
      * s'etend de chargement en chargement [creation automatique au
                   perform 0110-charger-role-codes
                   perform 0115-charger-roles-exclus
                   perform 0120-charger-dept-noms
                   perform 0150-charger-les-sites

                   if ws_fs_dept not = "00" or ws_fs_role not = "00"
                       move 16 to ws_joblog_rc
                   if ws_simulation = 'N'
                       close historique-file
                   end-if
                   if ws_affsit_ouvert = 'Y'
                       close affect-sites-file
                   end-if
                   if ws_nb_affect_sites > 0 or ws_rej_site > 0
                       display ws_nb_affect_sites
                           " changement(s) de site enregistre(s), "
                           ws_rej_site " code(s) site inconnu(s)."
                   end-if
                   close json_file
                   if ws_ancien_ouvert = 'Y'
                       close ancien-master
           end-if
           .

       0140-reprendre-les-rejets-d-adaptation.
      * Les rejets en attente de l'adaptateur du flux acquis passent
      * dans les rejets structures du chargement, ou
      * 21_resoumission-rejets les solde comme les autres ; le
      * fichier de l'adaptateur est alors vide pour ne pas les
      * reprendre deux fois [une simulation le laisse en place]. Ils
      * ne comptent pas dans les rejets de ce flux.
           open input rejets-adaptation-file
           if ws_fs_rejada not = "00"
               exit paragraph
           end-if
           perform until ws_rejada_eof = 'Y'
               read rejets-adaptation-file
                   at end
                       move 'Y' to ws_rejada_eof
                   not at end
                       if rejet-adaptation-record(1:1) = 'A'
                           move rejet-adaptation-record
                               to rejet-structure-record
                           write rejet-structure-record
                           add 1 to ws_nb_rejada
                       end-if
               end-read
           end-perform
           close rejets-adaptation-file
           if ws_nb_rejada > 0
               display ws_nb_rejada " rejet(s) de l'adaptateur du flux"
                   " acquis repris dans les rejets structures."
           end-if
           if ws_simulation not = 'Y'
               open output rejets-adaptation-file
               close rejets-adaptation-file
           end-if
           .

       0060-lire-le-checkpoint.
      * Un checkpoint du jour [meme date de traitement] active la
      * reprise : les compteurs repartent de l'image posee et les
           end-if
           .

       0150-charger-les-sites.
      * Sites actifs de la societe du flux [ou de toutes societes],
      * puis site en vigueur de chaque employe deja affecte. Les
      * nouvelles affectations s'ajoutent au fil du chargement,
      * hors simulation [fichier cree au premier passage].
           move 'N' to fin_fichier
           open input sites-file
           if ws_fs_sites = "00"
               perform until fin_fichier = 'Y'
                   read sites-file
                       at end
                           move 'Y' to fin_fichier
                       not at end
                           if sit-statut = 'A'
                              and (sit-soc = spaces
                                   or sit-soc = ws_societe)
                              and ws_site_count < 200
                               add 1 to ws_site_count
                               move sit-code
                                   to ws_site_entry(ws_site_count)
                           end-if
                   end-read
               end-perform
               close sites-file
           end-if

           move 'N' to fin_fichier
           open input affect-sites-file
           if ws_fs_affsit = "00"
               perform until fin_fichier = 'Y'
                   read affect-sites-file
                       at end
                           move 'Y' to fin_fichier
                       not at end
                           if asi-date not > ws_today
                               perform 0155-retenir-une-affectation
                           end-if
                   end-read
               end-perform
               close affect-sites-file
           end-if
           move 'N' to fin_fichier

           if ws_simulation = 'N'
               open extend affect-sites-file
               if ws_fs_affsit not = "00"
                   open output affect-sites-file
               end-if
               if ws_fs_affsit = "00"
                   move 'Y' to ws_affsit_ouvert
               end-if
           end-if
           .

       0155-retenir-une-affectation.
           move 0 to ws_asi_trouve
           perform varying ws_asi_idx from 1 by 1
               until ws_asi_idx > ws_asi_count
               if ws_asi_id(ws_asi_idx) = asi-id
                   move ws_asi_idx to ws_asi_trouve
               end-if
           end-perform
           if ws_asi_trouve = 0
               if ws_asi_count >= 5000
                   exit paragraph
               end-if
               add 1 to ws_asi_count
               move ws_asi_count to ws_asi_trouve
               move asi-id to ws_asi_id(ws_asi_trouve)
               move 0 to ws_asi_date(ws_asi_trouve)
           end-if
           if asi-date not < ws_asi_date(ws_asi_trouve)
               move asi-site to ws_asi_site(ws_asi_trouve)
               move asi-date to ws_asi_date(ws_asi_trouve)
           end-if
           .

       0130-entretenir-dept-nom.
      * Reporte le nom de departement apporte par le flux dans la
      * table [nouveau code, ou libelle qui change], au lieu de le
               perform 1085-extraire-par-position
           end-if

      * Nom et prenom normalises [SPNOMS : casse, particules, blancs,
      * apostrophe] : le tri, la cle alternee em-nom et la recherche
      * des doublons voient une seule orthographe.
           call "SPNOMS" using jscnt_nom jscnt_prenom

      * variable type ["type":"C"] et fin de contrat ["fin":AAAAMMJJ],
      * cles optionnelles du flux cherchees dans l'objet entier [leur
      * position varie] : employe 'E' sans fin par defaut.
               move function numval(ws_valeur) to jscnt_quotite
           end-if

      * Site de travail ["site":"LYON-01"], cle optionnelle : a
      * blanc, l'affectation en cours reste inchangee.
           move spaces to jscnt_site
           move '"site":' to ws_tok_cherche
           perform 1095-chercher-une-valeur
           if ws_valeur_trouvee = 'O'
               move ws_valeur to jscnt_site
           end-if

           display "Employe #" jscnt_id
               " " jscnt_nom " " jscnt_prenom
               " dep=" jscnt_dep " (" jscnt_dep_nom ")"
                              and ws_simulation = 'N'
                               perform 1150-journaliser-changements
                           end-if
                           if jscnt_site not = spaces
                               perform 1160-affecter-le-site
                           end-if
                       end-if
                   end-if
               end-if

      * variable mgr : "mgr":2 -> numerique apres le ':', comme l'id.
      * Cle absente du flux [ancien format] ou vide = pas de
      * responsable [0]. Un objet sans mgr peut porter a cette place
      * une cle optionnelle [type, site...] : le morceau n'est lu que
      * s'il s'agit bien de la cle mgr.
           move 0 to jscnt_mgr
           move 0 to ws_type_pos
           inspect ws_piece_mgr tallying ws_type_pos
               for all '"mgr":'
           if ws_piece_mgr not = spaces and ws_type_pos > 0
               move spaces to ws_unstr_1 ws_unstr_2
               unstring ws_piece_mgr delimited by ':'
                   into ws_unstr_1 ws_unstr_2
           write exception-record
           .

       1160-affecter-le-site.
      * Site du flux controle contre le referentiel : un code inconnu
      * ou inactif part au rapport d'exceptions sans bloquer le
      * chargement de l'employe [son affectation en cours reste
      * inchangee]. Un site different du site en vigueur ouvre une
      * nouvelle affectation datee du jour.
           move 'N' to ws_site_found
           perform varying ws_site_idx from 1 by 1
               until ws_site_idx > ws_site_count
               if jscnt_site = ws_site_entry(ws_site_idx)
                   move 'Y' to ws_site_found
               end-if
           end-perform
           if ws_site_found = 'N'
               add 1 to ws_rej_site
               display "Code site inconnu ignore : " jscnt_id
                   " site=" jscnt_site
               move spaces to exception-record
               string "Code site inconnu : " delimited by size
                      jscnt_site delimited by size
                      " - id " delimited by size
                      jscnt_id delimited by size
                      " [affectation inchangee]" delimited by size
                      into exception-record
               end-string
               write exception-record
               exit paragraph
           end-if

           move 0 to ws_asi_trouve
           perform varying ws_asi_idx from 1 by 1
               until ws_asi_idx > ws_asi_count
               if ws_asi_id(ws_asi_idx) = jscnt_id
                   move ws_asi_idx to ws_asi_trouve
               end-if
           end-perform
           if ws_asi_trouve > 0
               if ws_asi_site(ws_asi_trouve) = jscnt_site
                   exit paragraph
               end-if
           end-if
           if ws_affsit_ouvert = 'N'
               exit paragraph
           end-if

           move spaces to affect-site-record
           move jscnt_id to asi-id
           move jscnt_site to asi-site
           move ws_today to asi-date
           move 'F' to asi-origine
           move ws_joblog_operator to asi-operateur
           write affect-site-record
           add 1 to ws_nb_affect_sites
           if ws_asi_trouve = 0 and ws_asi_count < 5000
               add 1 to ws_asi_count
               move ws_asi_count to ws_asi_trouve
               move jscnt_id to ws_asi_id(ws_asi_trouve)
           end-if
           if ws_asi_trouve > 0
               move jscnt_site to ws_asi_site(ws_asi_trouve)
               move ws_today to ws_asi_date(ws_asi_trouve)
           end-if
           .

       1350-signaler-role-invalide.
      * Role vide ou absent de la table de reference : route vers le
      * rapport d'exceptions au lieu de charger un role errone ou
