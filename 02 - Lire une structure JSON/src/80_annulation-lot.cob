      ******************************************************************
      * Nom du Projet   : Annulation d'un lot de mouvements
      * Description     : Quand un flux src/transactions-emplo.dat
      *    errone a ete applique par 09_maj-employes.cob, la seule
      *    reparation etait la restauration complete d'un instantane
      *    [16_restauration-master.cob], qui perd aussi toutes les
      *    modifications legitimes faites depuis. Ce programme prend
      *    en parametre de lancement un numero de lot [registre
      *    src/lots-maj.txt] et remet en place, depuis les images
      *    avant de l'historique [src/historique-employes.txt, lignes
      *    portant le numero du lot], tout ce que le lot a change au
      *    fichier maître :
      *    - champ modifie : ancienne valeur remise ;
      *    - employe cree [ligne CREATION] : retire du fichier ;
      *    - employe supprime [image 'S'] : recree tel quel.
      *    Les changements d'un meme employe sont defaits du dernier
      *    au premier. Chaque remise en place laisse sa ligne
      *    d'historique, marquee annulation [nature 'I', meme numero
      *    de lot].
      *    Un employe modifie de nouveau depuis le lot [ligne
      *    d'historique posterieure d'un autre traitement, ou valeur
      *    du fichier maître differente de l'image apres du lot]
      *    n'est pas touche : il est refuse et liste dans le compte
      *    rendu [src/annulation-lot.txt], rc 4, le lot passant au
      *    statut 'P' [partiellement annule, relancable une fois le
      *    cas regle] au lieu de 'I' [annule].
      *    Regle des quatre yeux : l'annulation ne court que sous une
      *    approbation ANNUL-LOT du numero de lot, deposee par un
      *    second operateur [56_approbations.cob], comme la
      *    restauration.
      *
      * Historique des modifications :
      *  - 15/10/2026 : registre des lots plein a la lecture :
      *    abandon rc 16 au lieu de reecrire un registre tronque.
      *
      * Date de création: 15/10/2026
      * Auteur          : Champémont Mathurin
      ******************************************************************
       identification division.
       program-id. 80_annulation-lot.

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

           select historique-file
               assign to "src/historique-employes.txt"
               organization is line sequential
               file status is ws_fs_hist.

           select lots-file assign to "src/lots-maj.txt"
               organization is line sequential
               file status is ws_fs_lots.

           select rapport-file assign to "src/annulation-lot.txt"
               organization is line sequential
               file status is ws_fs_rapport.

       data division.
       file section.
       fd employee-master.
       01 employee-master-record.
           COPY "employe-enreg.cpy" REPLACING ==:PFX:== BY ==em-==.

       fd historique-file.
       01 historique-record.
           COPY "histo-enreg.cpy" REPLACING ==:PFX:== BY ==hi-==.

       fd lots-file.
       01 lot-record.
           COPY "lot-maj-enreg.cpy" REPLACING ==:PFX:== BY ==lot-==.

       fd rapport-file.
       01 rapport-record   pic x(100).

       working-storage section.
       01 ws_fs_master     pic xx value "00".
       01 ws_fs_hist       pic xx value "00".
       01 ws_fs_lots       pic xx value "00".
       01 ws_fs_rapport    pic xx value "00".
       01 fin_fichier      pic x value 'N'.
       01 ws_today         pic 9(8) value 0.
       01 ws_date_param    pic x(8) value spaces.

      * Parametre de lancement : numero du lot a annuler.
       01 ws_cmdline       pic x(40) value spaces.
       01 ws_parm_lot      pic x(5) value spaces.
       01 ws_lot           pic 9(5) value 0.

      * Registre des lots, reecrit avec le nouveau statut du lot.
       01 ws_lot_table.
           05 ws_lot_entry occurs 5000 times.
               COPY "lot-maj-enreg.cpy" REPLACING
                   ==05== BY ==10== ==:PFX:== BY ==ws_t_==.
       01 ws_lot_count     pic 9(4) value 0.
       01 ws_lot_idx       pic 9(4) value 0.
       01 ws_lot_trouve    pic 9(4) value 0.

      * Lignes d'historique du lot, dans l'ordre du fichier.
       01 ws_lig_table.
           05 ws_lig_entry occurs 20000 times.
               10 ws_l_id       pic 9(5).
               10 ws_l_champ    pic x(10).
               10 ws_l_ancien   pic x(20).
               10 ws_l_nouveau  pic x(20).
               10 ws_l_nature   pic x(1).
       01 ws_lig_count     pic 9(5) value 0.
       01 ws_lig_idx       pic 9(5) value 0.

      * Employes touches par le lot. etat : ' ' a annuler, 'C'
      * modifie depuis le lot, 'D' deja annule par un passage
      * precedent.
       01 ws_ide_table.
           05 ws_ide_entry occurs 5000 times.
               10 ws_i_id       pic 9(5).
               10 ws_i_etat     pic x(1).
       01 ws_ide_count     pic 9(4) value 0.
       01 ws_ide_idx       pic 9(4) value 0.
       01 ws_ide_trouve    pic 9(4) value 0.

      * Etat de l'employe en cours de remise en place : l'image
      * courante est defaite ligne par ligne en memoire, le fichier
      * maître n'est reecrit que si toutes les lignes se defont.
       01 ws_cur.
           COPY "employe-enreg.cpy" REPLACING ==:PFX:== BY ==ws_cur_==.
       01 ws_existe_avant  pic x value 'N'.
       01 ws_existe        pic x value 'N'.
       01 ws_groupe_s      pic x value 'N'.
       01 ws_ecart         pic x value 'N'.
       01 ws_valeur        pic x(20) value spaces.
       01 ws_motif         pic x(50) value spaces.

      * Compteurs du passage.
       01 ws_nb_annules    pic 9(5) value 0.
       01 ws_nb_refuses    pic 9(5) value 0.
       01 ws_nb_deja       pic 9(5) value 0.

      * Approbation a quatre yeux [SPAPPROB], comme la restauration.
       01 ws_approb_path   pic x(100)
           value "src/approbations-attente.txt".
       01 ws_approb_action pic x(1) value space.
       01 ws_approb_type   pic x(12) value spaces.
       01 ws_approb_id     pic 9(5) value 0.
       01 ws_approb_detail pic x(40) value spaces.
       01 ws_approb_demandeur pic x(8) value spaces.
       01 ws_approb_approbateur pic x(8) value spaces.
       01 ws_approb_res    pic x(1) value 'N'.

      * Verrou du fichier maître [SPVERROU], comme 09_maj-employes.
       01 ws_verrou_path   pic x(100)
           value "../verrou-employee-master.lck".
       01 ws_verrou_action pic x(1) value space.
       01 ws_verrou_res    pic x(1) value 'N'.

      * Affectations de fichiers [SPAFFECT, cartes DD de la suite].
       01 ws_affect_config pic x(100) value "../affectations.cfg".
       01 ws_dd_master     pic x(20) value "EMPLOYEE-MASTER".
       01 ws_dd_joblog     pic x(20) value "JOB-LOG".
       01 ws_aff_master    pic x(100)
           value "src/employee-master.dat".

      * Journal des messages du jour [MSGLOG].
       01 ws_msglog_prefix pic x(100) value "..".
       01 ws_msglog_grav   pic x(1) value 'E'.
       01 ws_msglog_texte  pic x(100) value spaces.

      * Champs d'appel au journal central des executions (JOB-LOG,
      * voir 99 - Utilitaires partages/src/JOBLOG.cob).
       01 ws_joblog_name   pic x(20) value "80_annulation-lot".
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

           perform 0010-date-de-traitement
           accept ws_cmdline from command-line
           unstring ws_cmdline delimited by all spaces
               into ws_parm_lot
           if ws_parm_lot = spaces
              or function test-numval(ws_parm_lot) not = 0
               display "Usage : numero du lot attendu en parametre"
                   " [voir src/lots-maj.txt]."
               move 16 to ws_joblog_rc
               perform 9800-terminer
           end-if
           move function numval(ws_parm_lot) to ws_lot

           perform 0100-charger-les-lots
           if ws_lot_trouve = 0
               display "Lot " ws_lot " inconnu du registre"
                   " src/lots-maj.txt."
               move 16 to ws_joblog_rc
               perform 9800-terminer
           end-if
           if ws_t_statut(ws_lot_trouve) = 'I'
               display "Lot " ws_lot " deja annule le "
                   ws_t_date-statut(ws_lot_trouve) "."
               move 8 to ws_joblog_rc
               perform 9800-terminer
           end-if

      * Regle des quatre yeux : une approbation ANNUL-LOT du numero
      * de lot, deposee par 56_approbations.cob, consommee ici.
           move 'V' to ws_approb_action
           move "ANNUL-LOT" to ws_approb_type
           move ws_lot to ws_approb_id
           move spaces to ws_approb_detail
           move ws_joblog_operator to ws_approb_demandeur
           call "SPAPPROB" using ws_approb_path ws_approb_action
               ws_approb_type ws_approb_id ws_approb_detail
               ws_today ws_approb_demandeur
               ws_approb_approbateur ws_approb_res
           if ws_approb_res = 'N'
               move 'D' to ws_approb_action
               move spaces to ws_approb_detail
               string "annulation du lot " delimited by size
                      ws_lot delimited by size
                      " du " delimited by size
                      ws_t_date(ws_lot_trouve) delimited by size
                      into ws_approb_detail
               end-string
               call "SPAPPROB" using ws_approb_path
                   ws_approb_action ws_approb_type ws_approb_id
                   ws_approb_detail ws_today
                   ws_approb_demandeur ws_approb_approbateur
                   ws_approb_res
               display "Pas d'approbation disponible : demande"
                   " deposee dans approbations-attente.txt - un"
                   " second operateur doit l'approuver"
                   " [56_approbations] avant de relancer."
               move 8 to ws_joblog_rc
               perform 9800-terminer
           end-if
           display "Annulation du lot " ws_lot " approuvee par "
               function trim(ws_approb_approbateur) "."

           perform 0200-charger-l-historique
           if ws_lig_count = 0
               display "Aucune ligne d'historique pour le lot "
                   ws_lot " - rien a annuler."
               move 4 to ws_joblog_rc
               perform 9800-terminer
           end-if

           move 'P' to ws_verrou_action
           call "SPVERROU" using ws_verrou_path ws_verrou_action
               ws_joblog_operator ws_verrou_res
           if ws_verrou_res = 'N'
               display "Fichier maître deja tenu par un autre"
                   " traitement - reessayer plus tard."
               move 93 to ws_joblog_rc
               perform 9800-terminer
           end-if

           open i-o employee-master
           if ws_fs_master not = "00"
               display "Erreur ouverture EMPLOYEE-MASTER : "
                   ws_fs_master
               move 'E' to ws_msglog_grav
               move spaces to ws_msglog_texte
               string "Erreur ouverture EMPLOYEE-MASTER status "
                          delimited by size
                      ws_fs_master delimited by size
                      into ws_msglog_texte
               end-string
               perform 9900-consigner-message
               move 16 to ws_joblog_rc
               perform 9700-liberer-le-verrou
               perform 9800-terminer
           end-if
           open extend historique-file
           if ws_fs_hist not = "00"
               open output historique-file
           end-if
           open output rapport-file
           move spaces to rapport-record
           string "ANNULATION DU LOT " delimited by size
                  ws_lot delimited by size
                  " DU " delimited by size
                  ws_t_date(ws_lot_trouve) delimited by size
                  " - PASSAGE DU " delimited by size
                  ws_today delimited by size
                  " - APPROUVEE PAR " delimited by size
                  ws_approb_approbateur delimited by size
                  into rapport-record
           end-string
           write rapport-record

           perform varying ws_ide_idx from 1 by 1
               until ws_ide_idx > ws_ide_count
               evaluate ws_i_etat(ws_ide_idx)
                   when 'D'
                       add 1 to ws_nb_deja
                   when 'C'
                       move "modifie depuis le lot [autre traitement]"
                           to ws_motif
                       perform 2900-refuser-l-employe
                   when other
                       perform 2000-annuler-un-employe
               end-evaluate
           end-perform

           move spaces to rapport-record
           string "TOTAL : " delimited by size
                  ws_nb_annules delimited by size
                  " employe(s) remis en place, " delimited by size
                  ws_nb_refuses delimited by size
                  " refuse(s), " delimited by size
                  ws_nb_deja delimited by size
                  " deja annule(s)" delimited by size
                  into rapport-record
           end-string
           write rapport-record
           close rapport-file
           close historique-file
           close employee-master
           perform 9700-liberer-le-verrou

           if ws_nb_refuses = 0
               move 'I' to ws_t_statut(ws_lot_trouve)
           else
               move 'P' to ws_t_statut(ws_lot_trouve)
           end-if
           move ws_today to ws_t_date-statut(ws_lot_trouve)
           perform 9000-reecrire-les-lots

           display "Lot " ws_lot " : " ws_nb_annules
               " employe(s) remis en place, " ws_nb_refuses
               " refuse(s), " ws_nb_deja " deja annule(s)"
               " [src/annulation-lot.txt]."
           if ws_nb_refuses > 0
               move 'W' to ws_msglog_grav
               move spaces to ws_msglog_texte
               string "Annulation du lot " delimited by size
                      ws_lot delimited by size
                      " partielle : " delimited by size
                      ws_nb_refuses delimited by size
                      " employe(s) refuse(s)" delimited by size
                      into ws_msglog_texte
               end-string
               perform 9900-consigner-message
               if ws_joblog_rc = 0
                   move 4 to ws_joblog_rc
               end-if
           end-if
           perform 9800-terminer
           .

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

       0100-charger-les-lots.
           move 0 to ws_lot_trouve
           move 'N' to fin_fichier
           open input lots-file
           if ws_fs_lots not = "00"
               exit paragraph
           end-if
           perform until fin_fichier = 'Y'
               read lots-file
                   at end
                       move 'Y' to fin_fichier
                   not at end
                       if ws_lot_count >= 5000
                           display "Registre des lots plein (5000"
                               " max) - src/lots-maj.txt non"
                               " reecrit, annulation abandonnee."
                           close lots-file
                           move 16 to ws_joblog_rc
                           perform 9800-terminer
                       end-if
                       add 1 to ws_lot_count
                       move lot-record
                           to ws_lot_entry(ws_lot_count)
                       if lot-num = ws_lot
                           move ws_lot_count to ws_lot_trouve
                       end-if
               end-read
           end-perform
           close lots-file
           .

       0200-charger-l-historique.
      * Lignes du lot retenues dans l'ordre du fichier. Une ligne
      * d'un autre traitement qui suit une ligne du lot pour le meme
      * employe le marque modifie depuis ; une ligne d'annulation du
      * lot le marque deja annule.
           move 'N' to fin_fichier
           open input historique-file
           if ws_fs_hist not = "00"
               display "Erreur ouverture HISTORIQUE-FILE : "
                   ws_fs_hist
               exit paragraph
           end-if
           perform until fin_fichier = 'Y'
               read historique-file
                   at end
                       move 'Y' to fin_fichier
                   not at end
                       perform 0210-retenir-la-ligne
               end-read
           end-perform
           close historique-file
           .

       0210-retenir-la-ligne.
           move 0 to ws_ide_trouve
           perform varying ws_ide_idx from 1 by 1
               until ws_ide_idx > ws_ide_count
               if ws_i_id(ws_ide_idx) = hi-id
                   move ws_ide_idx to ws_ide_trouve
               end-if
           end-perform

           if hi-lot is not numeric or hi-lot not = ws_lot
               if ws_ide_trouve > 0
                   if ws_i_etat(ws_ide_trouve) = space
                       move 'C' to ws_i_etat(ws_ide_trouve)
                   end-if
               end-if
               exit paragraph
           end-if

           if hi-nature = 'I'
               if ws_ide_trouve > 0
                   move 'D' to ws_i_etat(ws_ide_trouve)
               end-if
               exit paragraph
           end-if

           if ws_lig_count >= 20000
               display "Table des lignes du lot pleine - lot trop"
                   " volumineux pour une annulation."
               move 16 to ws_joblog_rc
               perform 9800-terminer
           end-if
           add 1 to ws_lig_count
           move hi-id to ws_l_id(ws_lig_count)
           move hi-champ to ws_l_champ(ws_lig_count)
           move hi-ancien to ws_l_ancien(ws_lig_count)
           move hi-nouveau to ws_l_nouveau(ws_lig_count)
           move hi-nature to ws_l_nature(ws_lig_count)
           if ws_ide_trouve = 0
               if ws_ide_count >= 5000
                   display "Table des employes du lot pleine - lot"
                       " trop volumineux pour une annulation."
                   move 16 to ws_joblog_rc
                   perform 9800-terminer
               end-if
               add 1 to ws_ide_count
               move hi-id to ws_i_id(ws_ide_count)
               move space to ws_i_etat(ws_ide_count)
           end-if
           .

       2000-annuler-un-employe.
           move spaces to ws_cur
           move ws_i_id(ws_ide_idx) to em-id
           read employee-master
               invalid key
                   move 'N' to ws_existe_avant
               not invalid key
                   move 'O' to ws_existe_avant
                   move employee-master-record to ws_cur
           end-read
           move ws_existe_avant to ws_existe
           move 'N' to ws_groupe_s
           move 'N' to ws_ecart

      * Du dernier changement du lot au premier.
           perform varying ws_lig_idx from ws_lig_count by -1
               until ws_lig_idx < 1 or ws_ecart = 'Y'
               if ws_l_id(ws_lig_idx) = ws_i_id(ws_ide_idx)
                   perform 2100-defaire-une-ligne
               end-if
           end-perform
           if ws_ecart = 'Y'
               perform 2900-refuser-l-employe
               exit paragraph
           end-if

           evaluate true
               when ws_existe_avant = 'O' and ws_existe = 'O'
                   move ws_cur to employee-master-record
                   rewrite employee-master-record
               when ws_existe_avant = 'O' and ws_existe = 'N'
                   delete employee-master record
               when ws_existe_avant = 'N' and ws_existe = 'O'
                   move ws_cur to employee-master-record
                   write employee-master-record
               when other
                   move "00" to ws_fs_master
           end-evaluate
           if ws_fs_master not = "00"
               display "Erreur mise a jour EMPLOYEE-MASTER id="
                   ws_i_id(ws_ide_idx) " status=" ws_fs_master
               move 16 to ws_joblog_rc
               move "erreur de mise a jour du fichier maître"
                   to ws_motif
               perform 2900-refuser-l-employe
               exit paragraph
           end-if

      * Lignes d'annulation, dans l'ordre ou les changements ont ete
      * defaits : image apres du lot en ancien, image avant remise en
      * place en nouveau.
           perform varying ws_lig_idx from ws_lig_count by -1
               until ws_lig_idx < 1
               if ws_l_id(ws_lig_idx) = ws_i_id(ws_ide_idx)
                   move spaces to historique-record
                   move ws_l_id(ws_lig_idx) to hi-id
                   move ws_today to hi-date
                   move ws_l_champ(ws_lig_idx) to hi-champ
                   move ws_l_nouveau(ws_lig_idx) to hi-ancien
                   move ws_l_ancien(ws_lig_idx) to hi-nouveau
                   move ws_lot to hi-lot
                   move 'I' to hi-nature
                   write historique-record
               end-if
           end-perform

           add 1 to ws_nb_annules
           move spaces to rapport-record
           evaluate true
               when ws_existe_avant = 'O' and ws_existe = 'N'
                   move "creation retiree" to ws_motif
               when ws_existe_avant = 'N' and ws_existe = 'O'
                   move "suppression defaite, employe recree"
                       to ws_motif
               when other
                   move "valeurs avant le lot remises en place"
                       to ws_motif
           end-evaluate
           string "ANNULE  id " delimited by size
                  ws_i_id(ws_ide_idx) delimited by size
                  " : " delimited by size
                  ws_motif delimited by size
                  into rapport-record
           end-string
           write rapport-record
           .

       2100-defaire-une-ligne.
           evaluate ws_l_nature(ws_lig_idx)
               when 'A'
                   move 'N' to ws_groupe_s
                   if ws_existe = 'N'
                       move "cree par le lot, absent du fichier"
                           to ws_motif
                       move 'Y' to ws_ecart
                   else
                       move 'N' to ws_existe
                       move spaces to ws_cur
                   end-if
               when 'S'
      * Image lue a l'envers : QUOTITE ouvre la recreation, NOM la
      * ferme.
                   if ws_groupe_s = 'N'
                       if ws_existe = 'O'
                           move "supprime par le lot, recree depuis"
                               to ws_motif
                           move 'Y' to ws_ecart
                           exit paragraph
                       end-if
                       move spaces to ws_cur
                       move ws_l_id(ws_lig_idx) to ws_cur_id
                       move 'O' to ws_existe
                       move 'O' to ws_groupe_s
                   end-if
                   move ws_l_ancien(ws_lig_idx) to ws_valeur
                   perform 2200-poser-le-champ
                   if ws_l_champ(ws_lig_idx) = "NOM"
                       move 'N' to ws_groupe_s
                   end-if
               when other
                   move 'N' to ws_groupe_s
                   if ws_existe = 'N'
                       move "modifie par le lot, absent du fichier"
                           to ws_motif
                       move 'Y' to ws_ecart
                       exit paragraph
                   end-if
                   perform 2300-lire-le-champ
                   if ws_valeur not = ws_l_nouveau(ws_lig_idx)
                       move spaces to ws_motif
                       string "champ " delimited by size
                              ws_l_champ(ws_lig_idx)
                                  delimited by space
                              " modifie depuis le lot"
                                  delimited by size
                              into ws_motif
                       end-string
                       move 'Y' to ws_ecart
                       exit paragraph
                   end-if
                   move ws_l_ancien(ws_lig_idx) to ws_valeur
                   perform 2200-poser-le-champ
           end-evaluate
           .

       2200-poser-le-champ.
      * ws_valeur -> champ nomme de l'image courante [les numeriques
      * sont journalises cadres a gauche, sur leur longueur].
           evaluate ws_l_champ(ws_lig_idx)
               when "NOM"
                   move ws_valeur to ws_cur_nom
               when "PRENOM"
                   move ws_valeur to ws_cur_prenom
               when "DEP"
                   move ws_valeur to ws_cur_dep
               when "ROL"
                   move ws_valeur to ws_cur_rol
               when "DATEEMB"
                   move ws_valeur(1:8) to ws_cur_dateemb
               when "DATEEFF"
                   move ws_valeur(1:8) to ws_cur_dateeff
               when "STATUT"
                   move ws_valeur(1:1) to ws_cur_statut
               when "DATEFIN"
                   move ws_valeur(1:8) to ws_cur_datefin
               when "MGR"
                   move ws_valeur(1:5) to ws_cur_mgr
               when "TYPE"
                   move ws_valeur(1:1) to ws_cur_type
               when "SOC"
                   move ws_valeur(1:3) to ws_cur_soc
               when "QUOTITE"
                   move ws_valeur(1:3) to ws_cur_quotite
               when other
                   continue
           end-evaluate
           .

       2300-lire-le-champ.
      * Valeur courante du champ nomme, dans la forme journalisee.
           move spaces to ws_valeur
           evaluate ws_l_champ(ws_lig_idx)
               when "NOM"
                   move ws_cur_nom to ws_valeur
               when "PRENOM"
                   move ws_cur_prenom to ws_valeur
               when "DEP"
                   move ws_cur_dep to ws_valeur
               when "ROL"
                   move ws_cur_rol to ws_valeur
               when "DATEEMB"
                   move ws_cur_dateemb to ws_valeur
               when "DATEEFF"
                   move ws_cur_dateeff to ws_valeur
               when "STATUT"
                   move ws_cur_statut to ws_valeur
               when "DATEFIN"
                   move ws_cur_datefin to ws_valeur
               when "MGR"
                   move ws_cur_mgr to ws_valeur
               when "TYPE"
                   move ws_cur_type to ws_valeur
               when "SOC"
                   move ws_cur_soc to ws_valeur
               when "QUOTITE"
                   move ws_cur_quotite to ws_valeur
               when other
                   move ws_l_nouveau(ws_lig_idx) to ws_valeur
           end-evaluate
           .

       2900-refuser-l-employe.
           add 1 to ws_nb_refuses
           display "Employe " ws_i_id(ws_ide_idx) " refuse : "
               function trim(ws_motif)
           move spaces to rapport-record
           string "REFUSE  id " delimited by size
                  ws_i_id(ws_ide_idx) delimited by size
                  " : " delimited by size
                  ws_motif delimited by size
                  into rapport-record
           end-string
           write rapport-record
           .

       9000-reecrire-les-lots.
           open output lots-file
           perform varying ws_lot_idx from 1 by 1
               until ws_lot_idx > ws_lot_count
               move ws_lot_entry(ws_lot_idx) to lot-record
               write lot-record
           end-perform
           close lots-file
           .

       9700-liberer-le-verrou.
           move 'L' to ws_verrou_action
           call "SPVERROU" using ws_verrou_path ws_verrou_action
               ws_joblog_operator ws_verrou_res
           .

       9800-terminer.
           move ws_nb_annules to ws_joblog_count
           move 'E' to ws_joblog_action
           call "JOBLOG" using ws_joblog_path ws_joblog_name
               ws_joblog_action ws_joblog_count ws_joblog_rc
                   ws_joblog_operator
           move ws_joblog_rc to return-code
           goback.

       9900-consigner-message.
      * Double le DISPLAY d'un incident d'une ligne dans le fichier
      * de messages du jour, pour les nuits sans operateur devant la
      * console.
           call "MSGLOG" using ws_msglog_prefix ws_joblog_name
               ws_msglog_grav ws_msglog_texte
           .
