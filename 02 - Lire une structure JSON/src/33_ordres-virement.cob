      *    retient les lignes a virer - le net ['N'] de chaque
      *    employe, les rappels ['R'] et les soldes de tout compte
      *    ['T'], qui ne sont pas compris dans le net - les croise
      *    avec les coordonnees bancaires [src/banque-employes.dat,
      *    guichet 32_saisie-banque.cob] et ecrit le fichier des
      *    ordres de virement a largeur fixe pour la banque
      *    [src/ordres-virement.txt], encadre d'un entete et d'un
      *
      * Date de création: 02/09/2026
      * Auteur          : Champémont Mathurin
      *
      * Historique des modifications :
      *  - 15/10/2026 : des coordonnees bloquees par un rejet de la
      *    banque [statut 'B', 68_rejets-virement.cob] ne recoivent
      *    plus d'ordre : le virement partirait au meme compte et
      *    reviendrait rejete. La ligne part en alerte comme un net
      *    sans coordonnees.
      *  - 15/10/2026 : format du fichier pour la banque choisi par
      *    societe [src/format-virement.txt : 'VIR ' domestique a
      *    largeur fixe, 'SEPA' virement SEPA au format du message
      *    de remise pain.001 - src/ordres-virement-sepa.xml, avec
      *    le compte a debiter de la societe]. En SEPA, le virement
      *    part sur l'IBAN/BIC du salarie et seulement en euros ;
      *    ordres-virement.txt reste ecrit dans tous les cas comme
      *    liste des ordres emis [rapprochement des rejets].
      *  - 15/10/2026 : remboursement des notes de frais approuvees
      *    [70_notes-frais.cob] : la ligne 'F' de l'extrait [note
      *    payee avec la paie] se vire comme un rappel, et les notes
      *    a rembourser par virement [mode 'V'] partent directement
      *    de src/notes-frais.txt, puis passent payees.
      *  - 15/10/2026 : coordonnees relues par cle dans
      *    src/banque-employes.dat [fichier indexe] au lieu d'une
      *    table de 500 comptes.
      *  - 15/10/2026 : saisies sur salaire [107_saisies-salaire.cob] :
      *    chaque retenue du mois inscrite par 06_extrait-paie.cob
      *    dans src/saisies-paie.txt se vire au creancier de la
      *    saisie, sur ses propres coordonnees, en ordre de type 'SAI'
      *    [le rapprochement des rejets ne bloque jamais les
      *    coordonnees d'un salarie pour un virement au creancier].
      *  - 15/10/2026 : la ligne de l'extrait se lit dans une copie en
      *    working-storage : le virement des notes de frais, apres la
      *    fermeture de l'extrait, n'ecrit plus dans la zone
      *    d'enregistrement d'un fichier ferme.
      ******************************************************************
       identification division.
       program-id. 33_ordres-virement.
               organization is line sequential
               file status is ws_fs_extrait.

           select banque-file assign to "src/banque-employes.dat"
               organization is indexed
               access mode is dynamic
               record key is ban-id
               file status is ws_fs_banque.

           select ordres-file assign to "src/ordres-virement.txt"
               organization is line sequential
               file status is ws_fs_ordres.

           select format-file assign to "src/format-virement.txt"
               organization is line sequential
               file status is ws_fs_format.

           select sepa-file assign to "src/ordres-virement-sepa.xml"
               organization is line sequential
               file status is ws_fs_sepa.

           select frais-file assign to "src/notes-frais.txt"
               organization is line sequential
               file status is ws_fs_frais.

           select saisies-file assign to "src/saisies-salaire.txt"
               organization is line sequential
               file status is ws_fs_saisies.

           select saisies-paie-file assign to "src/saisies-paie.txt"
               organization is line sequential
               file status is ws_fs_saisies_paie.

       data division.
       file section.
       fd extrait-file.
       01 extrait-record    pic x(101).

       fd banque-file.
       01 banque-record.
           05 ban-banque   pic 9(5).
           05 filler       pic x.
           05 ban-compte   pic 9(5).
           05 filler       pic x.
           05 ban-statut   pic x(1).
           05 filler       pic x.
           05 ban-date     pic x(8).
           05 filler       pic x.
           05 ban-iban     pic x(34).
           05 filler       pic x.
           05 ban-bic      pic x(11).

      * Format des virements par societe : societe [blanc = toutes
      * les autres], format ['VIR ' ou 'SEPA'] et, en SEPA, le compte
      * a debiter [IBAN, BIC, raison sociale du donneur d'ordre].
       fd format-file.
       01 format-record.
           05 fmt-soc      pic x(3).
           05 filler       pic x.
           05 fmt-format   pic x(4).
           05 filler       pic x.
           05 fmt-iban     pic x(34).
           05 filler       pic x.
           05 fmt-bic      pic x(11).
           05 filler       pic x.
           05 fmt-nom      pic x(30).

      * Note de frais [disposition de 70_notes-frais.cob].
       fd frais-file.
       01 frais-record.
           05 nf-num       pic 9(5).
           05 filler       pic x.
           05 nf-id        pic 9(5).
           05 filler       pic x.
           05 nf-soc       pic x(3).
           05 filler       pic x.
           05 nf-nom       pic x(30).
           05 filler       pic x.
           05 nf-date      pic 9(8).
           05 filler       pic x.
           05 nf-cat       pic x(8).
           05 filler       pic x.
           05 nf-montant   pic 9(7)v99.
           05 filler       pic x.
           05 nf-devise    pic x(3).
           05 filler       pic x.
           05 nf-eur       pic 9(7)v99.
           05 filler       pic x.
           05 nf-justif    pic x(12).
           05 filler       pic x.
           05 nf-mode      pic x(1).
           05 filler       pic x.
           05 nf-mgr       pic 9(5).
           05 filler       pic x.
           05 nf-statut    pic x(1).
           05 filler       pic x.
           05 nf-date-statut pic 9(8).
           05 filler       pic x.
           05 nf-operateur pic x(8).

      * Saisie sur salaire et retenue du mois [dispositions de
      * 107_saisies-salaire.cob et 06_extrait-paie.cob].
       fd saisies-file.
       01 saisie-record.
           COPY "saisie-enreg.cpy" REPLACING ==:PFX:== BY ==sai-==.

       fd saisies-paie-file.
       01 saisie-paie-record.
           COPY "saisie-paie-enreg.cpy" REPLACING ==:PFX:== BY ==spa-==.

       fd sepa-file.
       01 sepa-record      pic x(200).
      * Ordre de virement a largeur fixe : type 'VIR', id, code
      * banque, numero de compte, beneficiaire, montant signe et
      * devise, chacun dans des colonnes fixes.
           05 ord-devise   pic x(3).

       working-storage section.
      * Ligne de l'extrait en cours [lue de l'extrait, ou note de
      * frais a virer mise au meme format une fois l'extrait ferme].
       01 extrait-ligne.
           05 extr-type         pic x(1).
           05 extr-id           pic 9(5).
           05 extr-nom-complet  pic x(30).
           05 extr-dep          pic x(20).
           05 extr-rol          pic x(20).
           05 extr-libelle      pic x(12).
           05 extr-salaire      pic s9(7)v99 sign leading separate.
           05 extr-devise       pic x(3).

       01 ws_fs_extrait    pic xx value "00".
       01 ws_fs_banque     pic xx value "00".
       01 ws_fs_ordres     pic xx value "00".
       01 ws_fs_format     pic xx value "00".
       01 ws_fs_sepa       pic xx value "00".
       01 ws_fs_frais      pic xx value "00".
       01 fin_frais        pic x value 'N'.
       01 ws_fs_saisies    pic xx value "00".
       01 ws_fs_saisies_paie pic xx value "00".
       01 fin_saisies      pic x value 'N'.
       01 fin_format       pic x value 'N'.
       01 fin_extrait      pic x value 'N'.
       01 ws_ban_ouvert    pic x value 'N'.
       01 ws_ban_trouve    pic x value 'N'.

      * L'encadrement ENT/FIN de l'extrait doit etre complet avant
      * d'emettre le moindre virement : un fichier tronque en cours
       01 ws_ent_vu        pic x value 'N'.
       01 ws_fin_vu        pic x value 'N'.

       01 ws_idx           pic 9(3) value 0.

       01 ws_ordre_count   pic 9(5) value 0.
       01 ws_sans_compte   pic 9(5) value 0.
       01 ws_bloques       pic 9(5) value 0.
       01 ws_hors_euro     pic 9(5) value 0.
       01 ws_negatifs      pic 9(5) value 0.
       01 ws_total_montant pic s9(11)v99 value 0.
       01 ws_today         pic 9(8) value 0.
       01 ws_date_param    pic x(8) value spaces.
       01 ws_societe_param pic x(3) value spaces.

      * Format retenu pour la societe du passage [domestique par
      * defaut] et compte a debiter en SEPA.
       01 ws_format        pic x(4) value "VIR ".
       01 ws_fmt_propre    pic x(1) value 'N'.
       01 ws_dbt_iban      pic x(34) value spaces.
       01 ws_dbt_bic       pic x(11) value spaces.
       01 ws_dbt_nom       pic x(30) value spaces.

      * Virements SEPA gardes en table : l'entete du message porte le
      * nombre et la somme de controle avant les transactions.
       01 ws_sepa_table.
           05 ws_sepa_entry occurs 500 times.
               10 ws_t_id      pic 9(5).
               10 ws_t_type    pic x(1).
               10 ws_t_nom     pic x(30).
               10 ws_t_iban    pic x(34).
               10 ws_t_bic     pic x(11).
               10 ws_t_montant pic s9(9)v99.
               10 ws_t_ref     pic x(20).
       01 ws_sepa_count    pic 9(3) value 0.
       01 ws_sepa_total    pic s9(11)v99 value 0.
       01 ws_sepa_ligne    pic x(200) value spaces.
       01 ws_sepa_montant  pic z(10)9.99.
       01 ws_sepa_nb       pic z(4)9.
       01 ws_sepa_date     pic x(10) value spaces.
       01 ws_sepa_ref      pic x(35) value spaces.
       01 ws_sepa_objet    pic x(20) value spaces.

      * Notes de frais a virer : approuvees ['A'] ou deja virees dans
      * le mois par un passage precedent [les ordres du mois sont
      * remplaces, la note doit y rester]. Le fichier est reecrit en
      * entier avec les notes passees 'P'.
       01 ws_nf_table.
           05 ws_nf_entry occurs 2000 times.
               10 ws_n_ligne   pic x(129).
       01 ws_nf_count      pic 9(4) value 0.
       01 ws_nf_idx        pic 9(4) value 0.
       01 ws_nf_avant      pic 9(5) value 0.
       01 ws_frais_count   pic 9(5) value 0.

      * Saisies sur salaire : creancier et coordonnees de chaque
      * saisie, pour virer les retenues du mois.
       01 ws_sai_table.
           05 ws_sai_entry occurs 500 times.
               10 ws_s_num       pic 9(5).
               10 ws_s_reference pic x(20).
               10 ws_s_creancier pic x(30).
               10 ws_s_banque    pic 9(5).
               10 ws_s_compte    pic 9(5).
               10 ws_s_iban      pic x(34).
               10 ws_s_bic       pic x(11).
       01 ws_sai_count     pic 9(3) value 0.
       01 ws_sai_idx       pic 9(3) value 0.
       01 ws_sai_trouve    pic 9(3) value 0.
       01 ws_saisies_count pic 9(5) value 0.
       01 ws_saisies_rejet pic 9(5) value 0.

      * Encadrement de controle du fichier des ordres : l'entete
      * porte la date d'emission, l'enregistrement de fin le nombre

           perform 0010-date-de-traitement
           perform 0100-charger-les-comptes
           perform 0200-choisir-le-format

           open input extrait-file
           if ws_fs_extrait not = "00"
               move ws_today to ws_ent_date
               write ordre-record from ws_entete_ligne
               perform until fin_extrait = 'Y'
                   read extrait-file into extrait-ligne
                       at end
                           move 'Y' to fin_extrait
                       not at end
                   end-read
               end-perform
               close extrait-file
               if ws_ent_vu = 'O' and ws_fin_vu = 'O'
                   perform 3000-virer-les-frais
                   perform 3500-virer-les-saisies
               end-if
               move ws_ordre_count to ws_fin_nb
               move ws_total_montant to ws_fin_total
               write ordre-record from ws_fin_ligne
               close ordres-file
               if ws_ban_ouvert = 'O'
                   close banque-file
               end-if
               if ws_format = "SEPA"
                   perform 5000-ecrire-le-message-sepa
               end-if

               if ws_ent_vu = 'N' or ws_fin_vu = 'N'
                   display "Extrait de paie sans encadrement"
               end-if
               if ws_sans_compte > 0
                   display ws_sans_compte " ligne(s) sans"
                       " coordonnees bancaires [dont " ws_bloques
                       " bloquee(s)] - voir 32_saisie-banque.cob."
                   move 'W' to ws_msglog_grav
                   move spaces to ws_msglog_texte
                   string "Nets sans coordonnees bancaires : "
                       move 4 to ws_joblog_rc
                   end-if
               end-if
               if ws_saisies_rejet > 0
                   display ws_saisies_rejet " retenue(s) de saisie"
                       " non viree(s) au creancier - voir"
                       " 107_saisies-salaire.cob."
                   move 'W' to ws_msglog_grav
                   move spaces to ws_msglog_texte
                   string "Retenues de saisie non virees : "
                              delimited by size
                          ws_saisies_rejet delimited by size
                          into ws_msglog_texte
                   end-string
                   perform 9900-consigner-message
                   if ws_joblog_rc = 0
                       move 4 to ws_joblog_rc
                   end-if
               end-if
               if ws_hors_euro > 0
                   display ws_hors_euro " ligne(s) hors euro non"
                       " viree(s) en SEPA - virement manuel."
                   move 'W' to ws_msglog_grav
                   move spaces to ws_msglog_texte
                   string "Lignes hors euro exclues du SEPA : "
                              delimited by size
                          ws_hors_euro delimited by size
                          into ws_msglog_texte
                   end-string
                   perform 9900-consigner-message
                   if ws_joblog_rc = 0
                       move 4 to ws_joblog_rc
                   end-if
               end-if
               display "Ordres de virement ecrits :"
                   " ordres-virement.txt [" ws_ordre_count
                   " ordre(s)]"
               if ws_format = "SEPA"
                   display "Message SEPA a transmettre :"
                       " ordres-virement-sepa.xml [" ws_sepa_count
                       " virement(s)]"
               end-if
           end-if

           move ws_ordre_count to ws_joblog_count
      * alerte.
           open input banque-file
           if ws_fs_banque = "00"
               move 'O' to ws_ban_ouvert
           end-if
           .

      * Declenchent un virement : le net ['N', salaire moins
      * retenues], les rappels ['R'] et les soldes de tout compte
      * ['T'] - 06_extrait-paie.cob ne les integre pas au net, ils
      * se virent donc chacun pour leur montant, comme les notes de
      * frais remboursees avec la paie ['F']. Un montant negatif
      * [rappel a la baisse] ne part jamais a la banque : il se
      * recupere en paie et se signale.
           if extrait-ligne(1:3) = "ENT"
               move 'O' to ws_ent_vu
               exit paragraph
           end-if
           if extrait-ligne(1:3) = "FIN"
               move 'O' to ws_fin_vu
               exit paragraph
           end-if
           if extr-type not = 'N' and extr-type not = 'R'
              and extr-type not = 'T' and extr-type not = 'F'
               exit paragraph
           end-if
           if extr-salaire < 0
               exit paragraph
           end-if

           move 'N' to ws_ban_trouve
           if ws_ban_ouvert = 'O'
               move extr-id to ban-id
               read banque-file
                   invalid key
                       continue
                   not invalid key
                       move 'O' to ws_ban_trouve
               end-read
           end-if
      * Coordonnees utilisables selon le format : l'IBAN en SEPA,
      * le couple banque/compte en domestique [une ligne saisie
      * seulement en IBAN n'a pas de compte domestique].
           if ws_ban_trouve = 'O'
               if ws_format = "SEPA"
                   if ban-iban = spaces
                       move 'N' to ws_ban_trouve
                   end-if
               else
                   if ban-banque = 0 and ban-compte = 0
                       move 'N' to ws_ban_trouve
                   end-if
               end-if
           end-if
           if ws_ban_trouve = 'N'
               add 1 to ws_sans_compte
               display "Net sans coordonnees bancaires : id "
                   extr-id " [" function trim(extr-nom-complet)
                   "] - pas d'ordre emis."
               exit paragraph
           end-if
           if ban-statut = 'B'
               add 1 to ws_sans_compte
               add 1 to ws_bloques
               display "Coordonnees bloquees [rejet bancaire] : id "
                   extr-id " [" function trim(extr-nom-complet)
                   "] - pas d'ordre emis."
               exit paragraph
           end-if
      * Le virement SEPA ne se fait qu'en euros.
           if ws_format = "SEPA" and extr-devise not = "EUR"
               add 1 to ws_hors_euro
               display "Montant en " extr-devise " hors SEPA : id "
                   extr-id " - virement manuel."
               exit paragraph
           end-if
           if ws_format = "SEPA"
               if ws_sepa_count >= 500
                   display "Table des virements SEPA pleine (500"
                       " max) - id " extr-id " non vire."
                   move 16 to ws_joblog_rc
                   exit paragraph
               end-if
               add 1 to ws_sepa_count
               move extr-id to ws_t_id(ws_sepa_count)
               move extr-type to ws_t_type(ws_sepa_count)
               move extr-nom-complet to ws_t_nom(ws_sepa_count)
               move ban-iban to ws_t_iban(ws_sepa_count)
               move ban-bic to ws_t_bic(ws_sepa_count)
               move extr-salaire to ws_t_montant(ws_sepa_count)
               add extr-salaire to ws_sepa_total
           end-if

           move spaces to ordre-record
           move "VIR" to ord-type
           move extr-id to ord-id
           move ban-banque to ord-banque
           move ban-compte to ord-compte
           move extr-nom-complet to ord-nom
           move extr-salaire to ord-montant
           move extr-devise to ord-devise
           add extr-salaire to ws_total_montant
           .

       3000-virer-les-frais.
      * Notes de frais a rembourser par virement [mode 'V'] de la
      * societe du passage : chacune passe par le meme controle que
      * les lignes de l'extrait [coordonnees, blocage, euros] et
      * devient payee si l'ordre est emis. Fichier absent : aucune
      * note a virer.
           open input frais-file
           if ws_fs_frais not = "00"
               exit paragraph
           end-if
           perform until fin_frais = 'Y'
               read frais-file
                   at end
                       move 'Y' to fin_frais
                   not at end
                       if ws_nf_count >= 2000
                           display "NOTES DE FRAIS : table pleine"
                               " (2000 max) - aucune note viree."
                           close frais-file
                           exit paragraph
                       end-if
                       add 1 to ws_nf_count
                       move frais-record to ws_n_ligne(ws_nf_count)
               end-read
           end-perform
           close frais-file
           perform varying ws_nf_idx from 1 by 1
               until ws_nf_idx > ws_nf_count
               move ws_n_ligne(ws_nf_idx) to frais-record
               if nf-mode = 'V'
                  and (ws_societe_param = spaces
                       or nf-soc = ws_societe_param)
                  and (nf-statut = 'A'
                       or (nf-statut = 'P'
                           and nf-date-statut(1:6) = ws_today(1:6)))
                   move spaces to extrait-ligne
                   move 'F' to extr-type
                   move nf-id to extr-id
                   move nf-nom to extr-nom-complet
                   move nf-eur to extr-salaire
                   move "EUR" to extr-devise
                   move ws_ordre_count to ws_nf_avant
                   perform 1000-traiter-une-ligne
                   if ws_ordre_count > ws_nf_avant
                       move 'P' to nf-statut
                       move ws_today to nf-date-statut
                       move frais-record to ws_n_ligne(ws_nf_idx)
                       add 1 to ws_frais_count
                   end-if
               end-if
           end-perform
           if ws_frais_count > 0
               open output frais-file
               perform varying ws_nf_idx from 1 by 1
                   until ws_nf_idx > ws_nf_count
                   move ws_n_ligne(ws_nf_idx) to frais-record
                   write frais-record
               end-perform
               close frais-file
               display ws_frais_count " note(s) de frais viree(s)."
           end-if
           .

       3500-virer-les-saisies.
      * Retenues de saisie du mois de la societe du passage : chacune
      * se vire au creancier de sa saisie, sur les coordonnees du
      * format en vigueur [IBAN en SEPA, banque/compte en domestique].
      * Fichiers absents : aucune saisie a virer.
           open input saisies-file
           if ws_fs_saisies not = "00"
               exit paragraph
           end-if
           perform until fin_saisies = 'Y'
               read saisies-file
                   at end
                       move 'Y' to fin_saisies
                   not at end
                       if ws_sai_count < 500
                           add 1 to ws_sai_count
                           move sai-num to ws_s_num(ws_sai_count)
                           move sai-reference
                               to ws_s_reference(ws_sai_count)
                           move sai-creancier
                               to ws_s_creancier(ws_sai_count)
                           move sai-banque to ws_s_banque(ws_sai_count)
                           move sai-compte to ws_s_compte(ws_sai_count)
                           move sai-iban to ws_s_iban(ws_sai_count)
                           move sai-bic to ws_s_bic(ws_sai_count)
                       end-if
               end-read
           end-perform
           close saisies-file
           move 'N' to fin_saisies
           open input saisies-paie-file
           if ws_fs_saisies_paie not = "00"
               exit paragraph
           end-if
           perform until fin_saisies = 'Y'
               read saisies-paie-file
                   at end
                       move 'Y' to fin_saisies
                   not at end
                       if spa-mois = ws_today(1:6)
                          and (ws_societe_param = spaces
                               or spa-soc = ws_societe_param)
                          and spa-montant is numeric
                          and spa-montant > 0
                           perform 3600-virer-une-retenue
                       end-if
               end-read
           end-perform
           close saisies-paie-file
           if ws_saisies_count > 0
               display ws_saisies_count " retenue(s) de saisie"
                   " viree(s) aux creanciers."
           end-if
           .

       3600-virer-une-retenue.
           move 0 to ws_sai_trouve
           perform varying ws_sai_idx from 1 by 1
               until ws_sai_idx > ws_sai_count or ws_sai_trouve > 0
               if ws_s_num(ws_sai_idx) = spa-num
                   move ws_sai_idx to ws_sai_trouve
               end-if
           end-perform
           if ws_sai_trouve = 0
               add 1 to ws_saisies_rejet
               display "Retenue de la saisie " spa-num
                   " inconnue des saisies - pas d'ordre emis."
               exit paragraph
           end-if
           if (ws_format = "SEPA" and ws_s_iban(ws_sai_trouve) = spaces)
              or (ws_format not = "SEPA"
                  and ws_s_banque(ws_sai_trouve) = 0
                  and ws_s_compte(ws_sai_trouve) = 0)
               add 1 to ws_saisies_rejet
               display "Creancier de la saisie " spa-num
                   " sans coordonnees " ws_format " - pas d'ordre"
                   " emis."
               exit paragraph
           end-if
           if ws_format = "SEPA"
               if spa-devise not = "EUR"
                   add 1 to ws_hors_euro
                   display "Saisie " spa-num " en " spa-devise
                       " hors SEPA - virement manuel."
                   exit paragraph
               end-if
               if ws_sepa_count >= 500
                   display "Table des virements SEPA pleine (500"
                       " max) - saisie " spa-num " non viree."
                   move 16 to ws_joblog_rc
                   exit paragraph
               end-if
               add 1 to ws_sepa_count
               move spa-num to ws_t_id(ws_sepa_count)
               move 'G' to ws_t_type(ws_sepa_count)
               move ws_s_creancier(ws_sai_trouve)
                   to ws_t_nom(ws_sepa_count)
               move ws_s_iban(ws_sai_trouve) to ws_t_iban(ws_sepa_count)
               move ws_s_bic(ws_sai_trouve) to ws_t_bic(ws_sepa_count)
               move spa-montant to ws_t_montant(ws_sepa_count)
               move ws_s_reference(ws_sai_trouve)
                   to ws_t_ref(ws_sepa_count)
               add spa-montant to ws_sepa_total
           end-if

           move spaces to ordre-record
           move "SAI" to ord-type
           move spa-num to ord-id
           move ws_s_banque(ws_sai_trouve) to ord-banque
           move ws_s_compte(ws_sai_trouve) to ord-compte
           move ws_s_creancier(ws_sai_trouve) to ord-nom
           move spa-montant to ord-montant
           move spa-devise to ord-devise
           write ordre-record
           add 1 to ws_ordre_count
           add 1 to ws_saisies_count
           add spa-montant to ws_total_montant
           .

       0200-choisir-le-format.
      * La ligne de la societe du passage l'emporte sur la ligne
      * commune ; sans fichier ni ligne, format domestique.
           open input format-file
           if ws_fs_format not = "00"
               exit paragraph
           end-if
           perform until fin_format = 'Y'
               read format-file
                   at end
                       move 'Y' to fin_format
                   not at end
                       if fmt-soc = ws_societe_param
                          and fmt-soc not = spaces
                           move fmt-format to ws_format
                           move fmt-iban to ws_dbt_iban
                           move fmt-bic to ws_dbt_bic
                           move fmt-nom to ws_dbt_nom
                           move 'O' to ws_fmt_propre
                       end-if
                       if fmt-soc = spaces and ws_fmt_propre = 'N'
                           move fmt-format to ws_format
                           move fmt-iban to ws_dbt_iban
                           move fmt-bic to ws_dbt_bic
                           move fmt-nom to ws_dbt_nom
                       end-if
               end-read
           end-perform
           close format-file
           if ws_format not = "SEPA"
               move "VIR " to ws_format
           end-if
           display "Format des virements : " ws_format
               " [societe " ws_societe_param "]"
           .

       5000-ecrire-le-message-sepa.
      * Message de remise de virements SEPA [pain.001.001.03] :
      * entete de groupe avec nombre et somme de controle, un bloc de
      * paiement pour le compte a debiter de la societe, une
      * transaction par virement. Les noms passent sans les
      * caracteres reserves du XML.
           open output sepa-file
           string ws_today(1:4) "-" ws_today(5:2) "-" ws_today(7:2)
               delimited by size into ws_sepa_date
           end-string
           move spaces to ws_sepa_ref
           string "PAIE-" delimited by size
                  ws_societe_param delimited by space
                  "-" ws_today delimited by size
                  into ws_sepa_ref
           end-string
           move ws_sepa_count to ws_sepa_nb
           move ws_sepa_total to ws_sepa_montant
           inspect ws_dbt_nom converting "&<>" to "+()"

           move '<?xml version="1.0" encoding="UTF-8"?>'
               to sepa-record
           write sepa-record
           move spaces to ws_sepa_ligne
           string '<Document xmlns="urn:iso:std:iso:20022:'
               'tech:xsd:pain.001.001.03">' delimited by size
               into ws_sepa_ligne
           end-string
           perform 5900-ecrire-une-ligne
           move "<CstmrCdtTrfInitn>" to sepa-record
           write sepa-record
           move "<GrpHdr>" to sepa-record
           write sepa-record
           move spaces to ws_sepa_ligne
           string "<MsgId>" function trim(ws_sepa_ref) "</MsgId>"
               delimited by size into ws_sepa_ligne
           end-string
           perform 5900-ecrire-une-ligne
           move spaces to ws_sepa_ligne
           string "<CreDtTm>" ws_sepa_date "T00:00:00</CreDtTm>"
               delimited by size into ws_sepa_ligne
           end-string
           perform 5900-ecrire-une-ligne
           move spaces to ws_sepa_ligne
           string "<NbOfTxs>" function trim(ws_sepa_nb) "</NbOfTxs>"
               delimited by size into ws_sepa_ligne
           end-string
           perform 5900-ecrire-une-ligne
           move spaces to ws_sepa_ligne
           string "<CtrlSum>" function trim(ws_sepa_montant)
               "</CtrlSum>" delimited by size into ws_sepa_ligne
           end-string
           perform 5900-ecrire-une-ligne
           move spaces to ws_sepa_ligne
           string "<InitgPty><Nm>" function trim(ws_dbt_nom)
               "</Nm></InitgPty>" delimited by size
               into ws_sepa_ligne
           end-string
           perform 5900-ecrire-une-ligne
           move "</GrpHdr>" to sepa-record
           write sepa-record

      * Bloc de paiement du compte a debiter.
           move "<PmtInf>" to sepa-record
           write sepa-record
           move spaces to ws_sepa_ligne
           string "<PmtInfId>" function trim(ws_sepa_ref)
               "</PmtInfId>" delimited by size into ws_sepa_ligne
           end-string
           perform 5900-ecrire-une-ligne
           move "<PmtMtd>TRF</PmtMtd>" to sepa-record
           write sepa-record
           move spaces to ws_sepa_ligne
           string "<NbOfTxs>" function trim(ws_sepa_nb) "</NbOfTxs>"
               delimited by size into ws_sepa_ligne
           end-string
           perform 5900-ecrire-une-ligne
           move spaces to ws_sepa_ligne
           string "<CtrlSum>" function trim(ws_sepa_montant)
               "</CtrlSum>" delimited by size into ws_sepa_ligne
           end-string
           perform 5900-ecrire-une-ligne
           move spaces to ws_sepa_ligne
           string "<PmtTpInf><SvcLvl><Cd>SEPA</Cd></SvcLvl>"
               "<CtgyPurp><Cd>SALA</Cd></CtgyPurp></PmtTpInf>"
               delimited by size into ws_sepa_ligne
           end-string
           perform 5900-ecrire-une-ligne
           move spaces to ws_sepa_ligne
           string "<ReqdExctnDt>" ws_sepa_date "</ReqdExctnDt>"
               delimited by size into ws_sepa_ligne
           end-string
           perform 5900-ecrire-une-ligne
           move spaces to ws_sepa_ligne
           string "<Dbtr><Nm>" function trim(ws_dbt_nom) "</Nm></Dbtr>"
               delimited by size into ws_sepa_ligne
           end-string
           perform 5900-ecrire-une-ligne
           move spaces to ws_sepa_ligne
           string "<DbtrAcct><Id><IBAN>" function trim(ws_dbt_iban)
               "</IBAN></Id></DbtrAcct>" delimited by size
               into ws_sepa_ligne
           end-string
           perform 5900-ecrire-une-ligne
           move spaces to ws_sepa_ligne
           string "<DbtrAgt><FinInstnId><BIC>" function trim(ws_dbt_bic)
               "</BIC></FinInstnId></DbtrAgt>" delimited by size
               into ws_sepa_ligne
           end-string
           perform 5900-ecrire-une-ligne
           move "<ChrgBr>SLEV</ChrgBr>" to sepa-record
           write sepa-record

           perform varying ws_idx from 1 by 1
               until ws_idx > ws_sepa_count
               perform 5100-ecrire-une-transaction
           end-perform

           move "</PmtInf>" to sepa-record
           write sepa-record
           move "</CstmrCdtTrfInitn>" to sepa-record
           write sepa-record
           move "</Document>" to sepa-record
           write sepa-record
           close sepa-file

           if ws_dbt_iban = spaces or ws_dbt_nom = spaces
               display "Compte a debiter de la societe absent de"
                   " format-virement.txt - message SEPA a ne pas"
                   " transmettre."
               move 'E' to ws_msglog_grav
               move "Format SEPA sans compte a debiter - message"
                   & " non transmissible" to ws_msglog_texte
               perform 9900-consigner-message
               move 12 to ws_joblog_rc
           end-if
           .

       5100-ecrire-une-transaction.
           inspect ws_t_nom(ws_idx) converting "&<>" to "+()"
           evaluate ws_t_type(ws_idx)
               when 'R'
                   move "RAPPEL DE SALAIRE" to ws_sepa_objet
               when 'T'
                   move "SOLDE DE TOUT COMPTE" to ws_sepa_objet
               when 'F'
                   move "NOTE DE FRAIS" to ws_sepa_objet
      * Le creancier rapproche le virement par la reference de son
      * ordre.
               when 'G'
                   move ws_t_ref(ws_idx) to ws_sepa_objet
               when other
                   move "SALAIRE" to ws_sepa_objet
           end-evaluate
           move ws_t_montant(ws_idx) to ws_sepa_montant
           move "<CdtTrfTxInf>" to sepa-record
           write sepa-record
           move spaces to ws_sepa_ligne
           string "<PmtId><EndToEndId>" function trim(ws_sepa_ref)
               "-" ws_t_type(ws_idx) ws_t_id(ws_idx)
               "</EndToEndId></PmtId>" delimited by size
               into ws_sepa_ligne
           end-string
           perform 5900-ecrire-une-ligne
           move spaces to ws_sepa_ligne
           string '<Amt><InstdAmt Ccy="EUR">'
               function trim(ws_sepa_montant) "</InstdAmt></Amt>"
               delimited by size into ws_sepa_ligne
           end-string
           perform 5900-ecrire-une-ligne
           move spaces to ws_sepa_ligne
           string "<CdtrAgt><FinInstnId><BIC>"
               function trim(ws_t_bic(ws_idx))
               "</BIC></FinInstnId></CdtrAgt>" delimited by size
               into ws_sepa_ligne
           end-string
           perform 5900-ecrire-une-ligne
           move spaces to ws_sepa_ligne
           string "<Cdtr><Nm>" function trim(ws_t_nom(ws_idx))
               "</Nm></Cdtr>" delimited by size into ws_sepa_ligne
           end-string
           perform 5900-ecrire-une-ligne
           move spaces to ws_sepa_ligne
           string "<CdtrAcct><Id><IBAN>"
               function trim(ws_t_iban(ws_idx))
               "</IBAN></Id></CdtrAcct>" delimited by size
               into ws_sepa_ligne
           end-string
           perform 5900-ecrire-une-ligne
           move spaces to ws_sepa_ligne
           string "<RmtInf><Ustrd>" function trim(ws_sepa_objet) " "
               ws_today(5:2) "/" ws_today(1:4) "</Ustrd></RmtInf>"
               delimited by size into ws_sepa_ligne
           end-string
           perform 5900-ecrire-une-ligne
           move "</CdtTrfTxInf>" to sepa-record
           write sepa-record
           .

       5900-ecrire-une-ligne.
           move ws_sepa_ligne to sepa-record
           write sepa-record
           .

       9900-consigner-message.
      * Double le DISPLAY d'un incident d'une ligne dans le fichier
      * de messages du jour, pour les nuits sans operateur devant la
      * jour.
           move spaces to ws_date_param
           accept ws_date_param from environment "DATE_TRAITEMENT"
           move spaces to ws_societe_param
           accept ws_societe_param from environment "SOCIETE"
           if ws_date_param is numeric
               move function numval(ws_date_param) to ws_today
           else
