      ******************************************************************
      * Nom du Projet   : Avances sur salaire et prets au personnel
      * Description     : La RH accorde des avances et de petits prets
      *    sans interet puis saisissait a la main une retenue fixe
      *    dans 30_saisie-retenues.cob : personne ne connaissait le
      *    restant du, et le solde impaye d'un sortant se decouvrait
      *    apres coup. Ce guichet restreint [fonction SALAIRES, meme
      *    protection que 23_saisie-salaires.cob] :
      *    - accorde une avance 'A' ou un pret 'P' [principal, nombre
      *      d'echeances, premier mois de retenue] et genere son
      *      echeancier [src/prets.txt : une ligne par pret ;
      *      src/echeancier-prets.txt : une ligne par echeance, la
      *      derniere absorbe l'arrondi] ;
      *    - imprime le registre des prets [src/registre-prets.txt] :
      *      par pret et par personne, le deja retenu, le restant du
      *      et ce qui est parti en recouvrement manuel.
      *    Chaque mois, 06_extrait-paie.cob retient l'echeance du mois
      *    en ligne 'D' a code propre [PRET nnnnn] ; une echeance est
      *    acquise quand sa periode de paie est close [SPPERIOD].
      *    61_solde-tout-compte.cob recupere le restant du sur le
      *    solde de tout compte d'un sortant [echeances 'T'] et envoie
      *    la part non couverte en exception [echeances 'X',
      *    src/exceptions-prets.txt].
      *
      * Historique des modifications :
      *  - 15/10/2026 : echeancier en table de 6000 lignes, meme
      *    capacite que 61_solde-tout-compte.cob ; les prets ne
      *    s'accordent que jusqu'a 5000 lignes, la reserve sert aux
      *    partages d'echeance du solde de tout compte. Echeancier
      *    plus grand que la table : arret rc 16 avant toute saisie,
      *    la sauvegarde effacerait les lignes non chargees.
      *
      * Date de création: 15/10/2026
      * Auteur          : Champémont Mathurin
      ******************************************************************
       identification division.
       program-id. 67_saisie-prets.

       environment division.
       input-output section.
       file-control.
           select employee-master
               assign to dynamic ws_aff_master
               organization is indexed
               access mode is dynamic
               record key is em-id
               alternate record key is em-nom
                   with duplicates
               alternate record key is em-dep
                   with duplicates
               file status is ws_fs_master.

           select salaires-file assign to "src/salaires.dat"
               organization is indexed
               access mode is dynamic
               record key is sal-id
               file status is ws_fs_salaires.

           select prets-file assign to "src/prets.txt"
               organization is line sequential
               file status is ws_fs_prets.

           select echeancier-file
               assign to "src/echeancier-prets.txt"
               organization is line sequential
               file status is ws_fs_echeancier.

           select registre-file assign to "src/registre-prets.txt"
               organization is line sequential
               file status is ws_fs_registre.

       data division.
       file section.
       fd employee-master.
       01 employee-master-record.
           COPY "employe-enreg.cpy" REPLACING ==:PFX:== BY ==em-==.

       fd salaires-file.
       01 salaire-record.
           05 sal-id       pic 9(5).
           05 filler       pic x.
           05 sal-montant  pic 9(7)v99.
           05 filler       pic x.
           05 sal-devise   pic x(3).

      * Un pret ou une avance accorde : numero, id employe, type 'A'
      * avance / 'P' pret, principal et devise [celle du salaire],
      * nombre d'echeances, premier mois de retenue, date d'octroi et
      * operateur.
       fd prets-file.
       01 pret-record.
           05 prt-num      pic 9(5).
           05 filler       pic x.
           05 prt-id       pic 9(5).
           05 filler       pic x.
           05 prt-type     pic x(1).
           05 filler       pic x.
           05 prt-principal pic 9(7)v99.
           05 filler       pic x.
           05 prt-devise   pic x(3).
           05 filler       pic x.
           05 prt-nb       pic 9(3).
           05 filler       pic x.
           05 prt-premier  pic 9(6).
           05 filler       pic x.
           05 prt-octroi   pic 9(8).
           05 filler       pic x.
           05 prt-operateur pic x(8).

      * Une echeance : statut 'A' a retenir en paie, 'T' recouvree
      * sur le solde de tout compte, 'X' non couverte par le solde -
      * recouvrement manuel ; date du dernier changement de statut.
       fd echeancier-file.
       01 echeance-record.
           05 ech-num      pic 9(5).
           05 filler       pic x.
           05 ech-id       pic 9(5).
           05 filler       pic x.
           05 ech-rang     pic 9(3).
           05 filler       pic x.
           05 ech-mois     pic 9(6).
           05 filler       pic x.
           05 ech-montant  pic 9(7)v99.
           05 filler       pic x.
           05 ech-statut   pic x(1).
           05 filler       pic x.
           05 ech-date     pic 9(8).

       fd registre-file.
       01 registre-record  pic x(120).

       working-storage section.
       01 ws_fs_master     pic xx value "00".
       01 ws_fs_salaires   pic xx value "00".
       01 ws_fs_prets      pic xx value "00".
       01 ws_fs_echeancier pic xx value "00".
       01 ws_fs_registre   pic xx value "00".
       01 fin_fichier      pic x value 'N'.
       01 ws_choix         pic 9 value 9.
       01 ws_today         pic 9(8) value 0.
       01 ws_date_param    pic x(8) value spaces.

      * Controle des habilitations [SPAUTOR] : un pret se retient sur
      * la paie, meme fonction que la saisie des salaires.
       01 ws_perm_path     pic x(100)
           value "../permissions-operateurs.txt".
       01 ws_fonction      pic x(12) value spaces.
       01 ws_autorise      pic x(1) value 'N'.

       01 ws_prt_table.
           05 ws_prt_entry occurs 500 times.
               10 ws_p_num      pic 9(5).
               10 ws_p_id       pic 9(5).
               10 ws_p_type     pic x(1).
               10 ws_p_principal pic 9(7)v99.
               10 ws_p_devise   pic x(3).
               10 ws_p_nb       pic 9(3).
               10 ws_p_premier  pic 9(6).
               10 ws_p_octroi   pic 9(8).
               10 ws_p_operateur pic x(8).
       01 ws_prt_count     pic 9(3) value 0.
       01 ws_prt_idx       pic 9(3) value 0.
       01 ws_num_max       pic 9(5) value 0.

      * Echeancier des prets : capacite commune avec
      * 61_solde-tout-compte.cob.
       01 ws_ech_table.
           05 ws_ech_entry occurs 6000 times.
               10 ws_e_num      pic 9(5).
               10 ws_e_id       pic 9(5).
               10 ws_e_rang     pic 9(3).
               10 ws_e_mois     pic 9(6).
               10 ws_e_montant  pic 9(7)v99.
               10 ws_e_statut   pic x(1).
               10 ws_e_date     pic 9(8).
       01 ws_ech_count     pic 9(5) value 0.
       01 ws_ech_plein     pic x(1) value 'N'.
       01 ws_ech_idx       pic 9(5) value 0.

      * Saisie d'un pret.
       01 ws_saisie_id     pic x(5) value spaces.
       01 ws_saisie_type   pic x(1) value space.
       01 ws_saisie_montant pic x(10) value spaces.
       01 ws_saisie_nb     pic x(3) value spaces.
       01 ws_saisie_mois   pic x(6) value spaces.
       01 ws_id_demande    pic 9(5) value 0.
       01 ws_principal     pic 9(7)v99 value 0.
       01 ws_nb_echeances  pic 9(3) value 0.
       01 ws_devise        pic x(3) value "EUR".
       01 ws_mois          pic 9(6) value 0.
       01 ws_mois_dec redefines ws_mois.
           05 ws_mois_aaaa pic 9(4).
           05 ws_mois_mm   pic 9(2).
       01 ws_echeance      pic 9(7)v99 value 0.
       01 ws_rang          pic 9(3) value 0.
       01 ws_reste         pic 9(7)v99 value 0.
       01 ws_montant_aff   pic z(6)9.99.
       01 ws_maj_count     pic 9(5) value 0.
       01 ws_choix_periode pic x(1) value space.

      * Calendrier des periodes de paie [SPPERIOD] : une premiere
      * retenue ne se date pas dans une periode close, et une
      * echeance est acquise quand sa periode est close.
       01 ws_periode_path  pic x(100) value "src/periodes-paie.txt".
       01 ws_periode_date  pic 9(8) value 0.
       01 ws_periode_statut pic x(1) value 'O'.
       01 ws_periode_ouverte pic 9(8) value 0.
       01 ws_periode_trouve pic x(1) value 'N'.

      * Registre des prets : cumuls par pret puis par personne.
       01 ws_retenu        pic 9(9)v99 value 0.
       01 ws_restant       pic 9(9)v99 value 0.
       01 ws_manuel        pic 9(9)v99 value 0.
       01 ws_pers_id       pic 9(5) value 0.
       01 ws_pers_restant  pic 9(9)v99 value 0.
       01 ws_pers_manuel   pic 9(9)v99 value 0.
       01 ws_pers_deja     pic x(1) value 'N'.
       01 ws_prt_idx2      pic 9(3) value 0.
       01 ws_total_restant pic 9(11)v99 value 0.
       01 ws_nb_en_cours   pic 9(3) value 0.

       01 ws_ligne_pret.
           05 filler           pic x(2) value spaces.
           05 ws_l_num         pic 9(5).
           05 filler           pic x(1) value space.
           05 ws_l_type        pic x(6).
           05 filler           pic x(1) value space.
           05 ws_l_principal   pic z(6)9.99.
           05 filler           pic x(1) value space.
           05 ws_l_devise      pic x(3).
           05 filler           pic x(2) value spaces.
           05 ws_l_nb          pic zz9.
           05 filler           pic x(5) value " ech.".
           05 filler           pic x(5) value " des ".
           05 ws_l_premier     pic 9(6).
           05 filler           pic x(9) value "  retenu ".
           05 ws_l_retenu      pic z(8)9.99.
           05 filler           pic x(9) value "  restant".
           05 ws_l_restant     pic z(8)9.99.
           05 filler           pic x(8) value "  manuel".
           05 ws_l_manuel      pic z(8)9.99.

       01 ws_ligne_personne.
           05 filler           pic x(5) value "  id ".
           05 ws_lp_id         pic 9(5).
           05 filler           pic x(1) value space.
           05 ws_lp_nom        pic x(30).
           05 filler           pic x(14) value " restant du : ".
           05 ws_lp_restant    pic z(8)9.99.
           05 filler           pic x(22)
               value "  recouvrement manuel ".
           05 ws_lp_manuel     pic z(8)9.99.

      * Affectations de fichiers [SPAFFECT, cartes DD de la suite].
       01 ws_affect_config pic x(100) value "../affectations.cfg".
       01 ws_dd_master     pic x(20) value "EMPLOYEE-MASTER".
       01 ws_dd_joblog     pic x(20) value "JOB-LOG".
       01 ws_aff_master    pic x(100)
           value "src/employee-master.dat".

      * Champs d'appel au journal central des executions (JOB-LOG,
      * voir 99 - Utilitaires partages/src/JOBLOG.cob).
       01 ws_joblog_name   pic x(20) value "67_saisie-prets".
       01 ws_joblog_path   pic x(100) value "../job-log.txt".
       01 ws_joblog_action pic x(1).
       01 ws_joblog_count  pic 9(5) value 0.
       01 ws_joblog_rc     pic 9(2) value 0.
       01 ws_joblog_operator pic x(8) value spaces.

       procedure division.

           accept ws_joblog_operator from environment "USER"
           call "SPAFFECT" using ws_affect_config ws_dd_joblog
               ws_joblog_path
           call "SPAFFECT" using ws_affect_config ws_dd_master
               ws_aff_master
           move 'S' to ws_joblog_action
           call "JOBLOG" using ws_joblog_path ws_joblog_name
               ws_joblog_action ws_joblog_count ws_joblog_rc
                   ws_joblog_operator

           move "SALAIRES" to ws_fonction
           call "SPAUTOR" using ws_perm_path ws_joblog_operator
               ws_joblog_name ws_fonction ws_autorise
           if ws_autorise = 'N'
               display "Acces refuse : l'operateur '"
                   function trim(ws_joblog_operator)
                   "' n'est pas habilite a la saisie des prets."
               move 98 to ws_joblog_rc
           else
               perform 0010-date-de-traitement
               perform 0100-charger-les-prets
               perform 0200-charger-l-echeancier
               if ws_ech_plein = 'O'
                   continue
               else
                   open input employee-master
                   if ws_fs_master not = "00"
                       display "Erreur ouverture EMPLOYEE-MASTER : "
                           ws_fs_master
                       move 16 to ws_joblog_rc
                   else
                       perform until ws_choix = 0
                           display " "
                           display "1. Accorder une avance ou un pret"
                           display "2. Imprimer le registre des prets"
                           display "0. Quitter"
                           display "Votre choix ?"
                           accept ws_choix
                           evaluate ws_choix
                               when 1
                                   perform 1000-accorder-un-pret
                               when 2
                                   perform 2000-imprimer-le-registre
                               when 0
                                   continue
                               when other
                                   display "Choix invalide"
                           end-evaluate
                       end-perform
                       close employee-master
                   end-if
               end-if
           end-if

           move ws_maj_count to ws_joblog_count
           move 'E' to ws_joblog_action
           call "JOBLOG" using ws_joblog_path ws_joblog_name
               ws_joblog_action ws_joblog_count ws_joblog_rc
                   ws_joblog_operator

           stop run returning ws_joblog_rc.

       0010-date-de-traitement.
      * La date metier du passage : DATE_TRAITEMENT si posee par
      * l'exploitation [rejeu d'un jour precedent], sinon la date du
      * jour.
           move spaces to ws_date_param
           accept ws_date_param from environment "DATE_TRAITEMENT"
           if ws_date_param is numeric
               move function numval(ws_date_param) to ws_today
           else
               accept ws_today from date yyyymmdd
           end-if
           .

       0100-charger-les-prets.
      * Fichier absent : premier passage, la table part vide et le
      * fichier sera cree au premier pret.
           move 'N' to fin_fichier
           open input prets-file
           if ws_fs_prets = "00"
               perform until fin_fichier = 'Y'
                   read prets-file
                       at end
                           move 'Y' to fin_fichier
                       not at end
                           if ws_prt_count < 500
                               add 1 to ws_prt_count
                               move prt-num to ws_p_num(ws_prt_count)
                               move prt-id to ws_p_id(ws_prt_count)
                               move prt-type
                                   to ws_p_type(ws_prt_count)
                               move prt-principal
                                   to ws_p_principal(ws_prt_count)
                               move prt-devise
                                   to ws_p_devise(ws_prt_count)
                               move prt-nb to ws_p_nb(ws_prt_count)
                               move prt-premier
                                   to ws_p_premier(ws_prt_count)
                               move prt-octroi
                                   to ws_p_octroi(ws_prt_count)
                               move prt-operateur
                                   to ws_p_operateur(ws_prt_count)
                               if prt-num > ws_num_max
                                   move prt-num to ws_num_max
                               end-if
                           end-if
                   end-read
               end-perform
               close prets-file
           end-if
           .

       0200-charger-l-echeancier.
           move 'N' to fin_fichier
           open input echeancier-file
           if ws_fs_echeancier = "00"
               perform until fin_fichier = 'Y'
                   read echeancier-file
                       at end
                           move 'Y' to fin_fichier
                       not at end
                           if ws_ech_count >= 6000
                               display "Echeancier des prets plein"
                                   " (6000 max) : aucune saisie,"
                                   " echeancier non reecrit."
                               move 16 to ws_joblog_rc
                               move 'O' to ws_ech_plein
                               move 'Y' to fin_fichier
                           else
                               add 1 to ws_ech_count
                               move ech-num to ws_e_num(ws_ech_count)
                               move ech-id to ws_e_id(ws_ech_count)
                               move ech-rang
                                   to ws_e_rang(ws_ech_count)
                               move ech-mois
                                   to ws_e_mois(ws_ech_count)
                               move ech-montant
                                   to ws_e_montant(ws_ech_count)
                               move ech-statut
                                   to ws_e_statut(ws_ech_count)
                               move ech-date
                                   to ws_e_date(ws_ech_count)
                           end-if
                   end-read
               end-perform
               close echeancier-file
           end-if
           .

       1000-accorder-un-pret.
           display "Id employe ? "
           move spaces to ws_saisie_id
           accept ws_saisie_id
           if ws_saisie_id = spaces
              or function test-numval(ws_saisie_id) not = 0
               display "Id illisible."
               exit paragraph
           end-if
           move function numval(ws_saisie_id) to ws_id_demande
           move ws_id_demande to em-id
           read employee-master
               invalid key
                   display "Id inconnu du fichier maître : "
                       ws_id_demande
                   exit paragraph
           end-read
           if em-statut = 'T'
               display "Employe sorti - pas de pret."
               exit paragraph
           end-if

           display "Type ['A' avance sur salaire / 'P' pret] ? "
           move space to ws_saisie_type
           accept ws_saisie_type
           if ws_saisie_type not = 'A' and ws_saisie_type not = 'P'
               display "Type illisible - rien d'accorde."
               exit paragraph
           end-if

           display "Principal en centiemes [9 chiffres, ex 000150000"
               " = 1500.00] ?"
           move spaces to ws_saisie_montant
           accept ws_saisie_montant
           if ws_saisie_montant(1:9) not numeric
               display "Principal illisible - rien d'accorde."
               exit paragraph
           end-if
           compute ws_principal =
               function numval(ws_saisie_montant(1:9)) / 100
           if ws_principal = 0
               display "Principal nul - rien d'accorde."
               exit paragraph
           end-if

           display "Nombre d'echeances [1 a 60] ?"
           move spaces to ws_saisie_nb
           accept ws_saisie_nb
           if ws_saisie_nb = spaces
              or function test-numval(ws_saisie_nb) not = 0
               display "Nombre illisible - rien d'accorde."
               exit paragraph
           end-if
           move function numval(ws_saisie_nb) to ws_nb_echeances
           if ws_nb_echeances < 1 or ws_nb_echeances > 60
               display "Nombre d'echeances hors bornes - rien"
                   " d'accorde."
               exit paragraph
           end-if

           display "Premier mois de retenue AAAAMM [vide = periode"
               " de paie ouverte] ?"
           move spaces to ws_saisie_mois
           accept ws_saisie_mois
           if ws_saisie_mois is numeric
               move function numval(ws_saisie_mois) to ws_mois
           else
               move ws_today(1:6) to ws_mois
           end-if
           if ws_mois_mm < 1 or ws_mois_mm > 12
               display "Mois illisible - rien d'accorde."
               exit paragraph
           end-if
           perform 1100-controler-la-periode
           if ws_choix_periode = 'N'
               display "Saisie abandonnee - rien d'accorde."
               exit paragraph
           end-if

      * Les prets s'arretent a 5000 lignes d'echeancier : la table
      * en tient 6000, le reste est la reserve des partages
      * d'echeance de 61_solde-tout-compte.cob.
           if ws_prt_count >= 500
              or ws_ech_count + ws_nb_echeances > 5000
               display "Tables des prets pleines - rien d'accorde."
               exit paragraph
           end-if
           perform 1200-relever-la-devise
           add 1 to ws_num_max
           add 1 to ws_prt_count
           move ws_num_max to ws_p_num(ws_prt_count)
           move ws_id_demande to ws_p_id(ws_prt_count)
           move ws_saisie_type to ws_p_type(ws_prt_count)
           move ws_principal to ws_p_principal(ws_prt_count)
           move ws_devise to ws_p_devise(ws_prt_count)
           move ws_nb_echeances to ws_p_nb(ws_prt_count)
           move ws_mois to ws_p_premier(ws_prt_count)
           move ws_today to ws_p_octroi(ws_prt_count)
           move ws_joblog_operator to ws_p_operateur(ws_prt_count)
           perform 1300-generer-l-echeancier

           perform 9000-sauvegarder
           add 1 to ws_maj_count
           move ws_principal to ws_montant_aff
           display "Pret " ws_num_max " accorde : id " ws_id_demande
               " " ws_montant_aff " " ws_devise " en "
               ws_nb_echeances " echeance(s) des "
               ws_p_premier(ws_prt_count) "."
           move ws_echeance to ws_montant_aff
           display "Echeance mensuelle : " ws_montant_aff
               " [derniere ajustee a l'arrondi]."
           .

       1100-controler-la-periode.
      * Premier mois dans une periode de paie close : l'extrait du
      * mois est arrete, la premiere retenue se reporte sur la
      * periode ouverte suivante avec l'accord de l'operateur.
           move 'O' to ws_choix_periode
           compute ws_periode_date = ws_mois * 100 + 1
           call "SPPERIOD" using ws_periode_path ws_periode_date
               ws_periode_statut ws_periode_ouverte
               ws_periode_trouve
           if ws_periode_statut = 'C'
               display "Mois " ws_mois " dans une periode de paie"
                   " close : premiere retenue en "
                   ws_periode_ouverte(1:6) " ? [O/n]"
               move space to ws_choix_periode
               accept ws_choix_periode
               if ws_choix_periode = 'N' or ws_choix_periode = 'n'
                   move 'N' to ws_choix_periode
               else
                   move 'O' to ws_choix_periode
                   move ws_periode_ouverte(1:6) to ws_mois
               end-if
           end-if
           .

       1200-relever-la-devise.
      * Le pret se libelle dans la devise du salaire : il se retient
      * sur la meme ligne de paie.
           move "EUR" to ws_devise
           open input salaires-file
           if ws_fs_salaires = "00"
               move ws_id_demande to sal-id
               read salaires-file
                   invalid key
                       continue
                   not invalid key
                       move sal-devise to ws_devise
               end-read
               close salaires-file
           end-if
           .

       1300-generer-l-echeancier.
      * Echeances egales tronquees au centime, la derniere reprend le
      * reste : la somme des echeances egale le principal.
           compute ws_echeance = ws_principal / ws_nb_echeances
           move ws_principal to ws_reste
           perform varying ws_rang from 1 by 1
               until ws_rang > ws_nb_echeances
               add 1 to ws_ech_count
               move ws_num_max to ws_e_num(ws_ech_count)
               move ws_id_demande to ws_e_id(ws_ech_count)
               move ws_rang to ws_e_rang(ws_ech_count)
               move ws_mois to ws_e_mois(ws_ech_count)
               if ws_rang = ws_nb_echeances
                   move ws_reste to ws_e_montant(ws_ech_count)
               else
                   move ws_echeance to ws_e_montant(ws_ech_count)
                   subtract ws_echeance from ws_reste
               end-if
               move 'A' to ws_e_statut(ws_ech_count)
               move ws_today to ws_e_date(ws_ech_count)
               add 1 to ws_mois_mm
               if ws_mois_mm > 12
                   move 1 to ws_mois_mm
                   add 1 to ws_mois_aaaa
               end-if
           end-perform
           .

       2000-imprimer-le-registre.
      * Par pret : deja retenu [echeances de periodes closes et
      * echeances recouvrees au solde], restant du [echeances a
      * retenir de periodes encore ouvertes] et recouvrement manuel
      * [echeances non couvertes par le solde de tout compte] ; puis
      * un total par personne.
           open output registre-file
           move spaces to registre-record
           string "Registre des prets et avances au " delimited by size
                  ws_today delimited by size
                  into registre-record
           end-string
           write registre-record
           move spaces to registre-record
           write registre-record
           move 0 to ws_total_restant
           move 0 to ws_nb_en_cours

           perform varying ws_prt_idx from 1 by 1
               until ws_prt_idx > ws_prt_count
      * Chaque personne s'imprime une fois, a son premier pret.
               move 'N' to ws_pers_deja
               perform varying ws_prt_idx2 from 1 by 1
                   until ws_prt_idx2 >= ws_prt_idx
                   if ws_p_id(ws_prt_idx2) = ws_p_id(ws_prt_idx)
                       move 'O' to ws_pers_deja
                   end-if
               end-perform
               if ws_pers_deja = 'N'
                   perform 2100-imprimer-une-personne
               end-if
           end-perform

           move spaces to registre-record
           write registre-record
           move ws_total_restant to ws_lp_restant
           move spaces to registre-record
           string "Restant du total : " delimited by size
                  ws_lp_restant delimited by size
                  " [" delimited by size
                  ws_nb_en_cours delimited by size
                  " pret(s) en cours]" delimited by size
                  into registre-record
           end-string
           write registre-record
           close registre-file
           display "Registre des prets ecrit : registre-prets.txt ["
               ws_prt_count " pret(s), " ws_nb_en_cours " en cours]"
           .

       2100-imprimer-une-personne.
           move ws_p_id(ws_prt_idx) to ws_pers_id
           move 0 to ws_pers_restant
           move 0 to ws_pers_manuel
           move spaces to ws_lp_nom
           move ws_pers_id to em-id
           read employee-master
               invalid key
                   move "[inconnu du fichier maître]" to ws_lp_nom
               not invalid key
                   string function trim(em-prenom) delimited by size
                          " " delimited by size
                          function trim(em-nom) delimited by size
                          into ws_lp_nom
                   end-string
           end-read
           perform varying ws_prt_idx2 from ws_prt_idx by 1
               until ws_prt_idx2 > ws_prt_count
               if ws_p_id(ws_prt_idx2) = ws_pers_id
                   perform 2200-imprimer-un-pret
               end-if
           end-perform
           move ws_pers_id to ws_lp_id
           move ws_pers_restant to ws_lp_restant
           move ws_pers_manuel to ws_lp_manuel
           write registre-record from ws_ligne_personne
           move spaces to registre-record
           write registre-record
           .

       2200-imprimer-un-pret.
           move 0 to ws_retenu
           move 0 to ws_restant
           move 0 to ws_manuel
           perform varying ws_ech_idx from 1 by 1
               until ws_ech_idx > ws_ech_count
               if ws_e_num(ws_ech_idx) = ws_p_num(ws_prt_idx2)
                   evaluate ws_e_statut(ws_ech_idx)
                       when 'T'
                           add ws_e_montant(ws_ech_idx) to ws_retenu
                       when 'X'
                           add ws_e_montant(ws_ech_idx) to ws_manuel
                       when other
                           compute ws_periode_date =
                               ws_e_mois(ws_ech_idx) * 100 + 1
                           call "SPPERIOD" using ws_periode_path
                               ws_periode_date ws_periode_statut
                               ws_periode_ouverte ws_periode_trouve
      * Mois absent du calendrier : un mois passe est repute retenu.
                           if ws_periode_trouve = 'N'
                              and ws_e_mois(ws_ech_idx)
                                  < ws_today(1:6)
                               move 'C' to ws_periode_statut
                           end-if
                           if ws_periode_statut = 'C'
                               add ws_e_montant(ws_ech_idx)
                                   to ws_retenu
                           else
                               add ws_e_montant(ws_ech_idx)
                                   to ws_restant
                           end-if
                   end-evaluate
               end-if
           end-perform
           if ws_restant > 0
               add 1 to ws_nb_en_cours
           end-if
           add ws_restant to ws_pers_restant
           add ws_restant to ws_total_restant
           add ws_manuel to ws_pers_manuel

           move ws_p_num(ws_prt_idx2) to ws_l_num
           if ws_p_type(ws_prt_idx2) = 'A'
               move "AVANCE" to ws_l_type
           else
               move "PRET" to ws_l_type
           end-if
           move ws_p_principal(ws_prt_idx2) to ws_l_principal
           move ws_p_devise(ws_prt_idx2) to ws_l_devise
           move ws_p_nb(ws_prt_idx2) to ws_l_nb
           move ws_p_premier(ws_prt_idx2) to ws_l_premier
           move ws_retenu to ws_l_retenu
           move ws_restant to ws_l_restant
           move ws_manuel to ws_l_manuel
           write registre-record from ws_ligne_pret
           .

       9000-sauvegarder.
           open output prets-file
           perform varying ws_prt_idx from 1 by 1
               until ws_prt_idx > ws_prt_count
               move spaces to pret-record
               move ws_p_num(ws_prt_idx) to prt-num
               move ws_p_id(ws_prt_idx) to prt-id
               move ws_p_type(ws_prt_idx) to prt-type
               move ws_p_principal(ws_prt_idx) to prt-principal
               move ws_p_devise(ws_prt_idx) to prt-devise
               move ws_p_nb(ws_prt_idx) to prt-nb
               move ws_p_premier(ws_prt_idx) to prt-premier
               move ws_p_octroi(ws_prt_idx) to prt-octroi
               move ws_p_operateur(ws_prt_idx) to prt-operateur
               write pret-record
           end-perform
           close prets-file
           open output echeancier-file
           perform varying ws_ech_idx from 1 by 1
               until ws_ech_idx > ws_ech_count
               move spaces to echeance-record
               move ws_e_num(ws_ech_idx) to ech-num
               move ws_e_id(ws_ech_idx) to ech-id
               move ws_e_rang(ws_ech_idx) to ech-rang
               move ws_e_mois(ws_ech_idx) to ech-mois
               move ws_e_montant(ws_ech_idx) to ech-montant
               move ws_e_statut(ws_ech_idx) to ech-statut
               move ws_e_date(ws_ech_idx) to ech-date
               write echeance-record
           end-perform
           close echeancier-file
           .
