      ******************************************************************
      * Nom du Projet   : Rejets de virements de la paie
      * Description     : La banque renvoie les virements qu'elle n'a
      *    pas pu executer [compte clos, coordonnees erronees...]
      *    dans un fichier retour [src/retours-virement.txt] : un
      *    entete 'RET', une ligne 'REJ' par virement rejete [memes
      *    colonnes que l'ordre emis par 33_ordres-virement.cob, plus
      *    le motif de rejet de la banque et le type de l'ordre
      *    rejete : 'VIR' paie du salarie, 'SAI' virement au
      *    creancier d'une saisie sur salaire, a blanc = 'VIR'] et une
      *    fin 'FIN' qui totalise les montants rejetes et les montants
      *    payes.
      *    Ce traitement :
      *    - controle l'encadrement : le total emis dans
      *      src/ordres-virement.txt doit egaler paye + rejete, sinon
      *      le retour ne correspond pas aux ordres et rien n'est
      *      applique [rc 12] ;
      *    - rapproche chaque rejet de son ordre d'origine par type,
      *      id et montant [id = numero de la saisie pour un 'SAI' ;
      *      un ordre ne sert qu'une fois] ; un rejet sans ordre part
      *      en alerte MSGLOG [rc 8] ;
      *    - un virement au creancier d'une saisie rejete se suit au
      *      statut 'S' et part en alerte MSGLOG [rc 4] : les
      *      coordonnees du creancier sont celles de la saisie
      *      [107_saisies-salaire.cob], pas celles d'un salarie, et le
      *      virement se regle a la main - ni blocage ni reemission ;
      *    - bloque les coordonnees de la personne dans
      *      src/banque-employes.dat [statut 'B'] : 33_ordres-
      *      virement.cob n'y envoie plus rien tant que le guichet
      *      32_saisie-banque.cob ne les a pas corrigees [statut 'C'] ;
      *    - suit chaque rejet dans src/rejets-virement.txt [statut
      *      'B' en attente de correction, 'R' reemis, 'S' creancier
      *      de saisie a regler a la main] - un retour
      *      deja traite n'est pas compte deux fois au rejeu ;
      *    - ecrit l'ordre de reemission, pour le meme montant, de
      *      chaque rejet dont les coordonnees ont ete corrigees
      *      [src/ordres-reemission.txt, meme format que
      *      ordres-virement.txt, a transmettre a la banque] ;
      *    - signale par MSGLOG les rejets toujours non corriges
      *      apres DELAI_CORRECTION jours [5 par defaut, rc 4].
      *    Sans fichier retour du jour, seuls la reemission et le
      *    suivi des delais tournent.
      *
      * Historique des modifications :
      *  - 15/10/2026 : les ordres 'SAI' aux creanciers des saisies
      *    [33_ordres-virement.cob] se rapprochent comme les ordres
      *    de paie, type a type ; leur rejet se suit au statut 'S'
      *    et part en alerte, sans bloquer de coordonnees d'un
      *    salarie, au lieu de tomber en rejet sans ordre.
      *
      * Date de création: 15/10/2026
      * Auteur          : Champémont Mathurin
      ******************************************************************
       identification division.
       program-id. 68_rejets-virement.

       environment division.
       input-output section.
       file-control.
           select retours-file assign to "src/retours-virement.txt"
               organization is line sequential
               file status is ws_fs_retours.

           select ordres-file assign to "src/ordres-virement.txt"
               organization is line sequential
               file status is ws_fs_ordres.

           select banque-file assign to "src/banque-employes.dat"
               organization is indexed
               access mode is dynamic
               record key is ban-id
               file status is ws_fs_banque.

           select suivi-file assign to "src/rejets-virement.txt"
               organization is line sequential
               file status is ws_fs_suivi.

           select reemission-file assign to "src/ordres-reemission.txt"
               organization is line sequential
               file status is ws_fs_reemission.

       data division.
       file section.
      * Retour de la banque : 'RET' + date du retour, une ligne 'REJ'
      * par virement rejete, 'FIN' + nombre de rejets + total rejete
      * + total paye.
       fd retours-file.
       01 retour-record.
           05 ret-type     pic x(3).
           05 ret-id       pic 9(5).
           05 filler       pic x(1).
           05 ret-banque   pic 9(5).
           05 filler       pic x(1).
           05 ret-compte   pic 9(5).
           05 filler       pic x(1).
           05 ret-nom      pic x(30).
           05 ret-montant  pic s9(9)v99 sign leading separate.
           05 filler       pic x(1).
           05 ret-devise   pic x(3).
           05 filler       pic x(1).
           05 ret-motif    pic x(4).
           05 filler       pic x(1).
           05 ret-ordre-type pic x(3).
       01 retour-fin-record.
           05 filler       pic x(3).
           05 ret-fin-nb   pic 9(5).
           05 filler       pic x(1).
           05 ret-fin-rejete pic s9(11)v99 sign leading separate.
           05 filler       pic x(1).
           05 ret-fin-paye pic s9(11)v99 sign leading separate.

      * Ordres emis par 33_ordres-virement.cob [meme dessin].
       fd ordres-file.
       01 ordre-record.
           05 ord-type     pic x(3).
           05 ord-id       pic 9(5).
           05 filler       pic x(1).
           05 ord-banque   pic 9(5).
           05 filler       pic x(1).
           05 ord-compte   pic 9(5).
           05 filler       pic x(1).
           05 ord-nom      pic x(30).
           05 ord-montant  pic s9(9)v99 sign leading separate.
           05 filler       pic x(1).
           05 ord-devise   pic x(3).
       01 ordre-ent-record.
           05 filler       pic x(3).
           05 ord-ent-date pic 9(8).
       01 ordre-fin-record.
           05 filler       pic x(3).
           05 ord-fin-nb   pic 9(5).
           05 filler       pic x(1).
           05 ord-fin-total pic s9(11)v99 sign leading separate.

       fd banque-file.
       01 banque-record.
           05 ban-id       pic 9(5).
           05 filler       pic x.
           05 ban-banque   pic 9(5).
           05 filler       pic x.
           05 ban-compte   pic 9(5).
           05 filler       pic x.
           05 ban-statut   pic x(1).
           05 filler       pic x.
           05 ban-date     pic x(8).
           05 filler       pic x.
           05 ban-suite    pic x(46).

      * Suivi des rejets : date des ordres d'origine, id, montant,
      * devise, motif, date du rejet, statut ['B' en attente de
      * correction, 'R' reemis, 'S' virement au creancier d'une
      * saisie, id = numero de la saisie] et date de reemission.
       fd suivi-file.
       01 suivi-record.
           05 rej-ordre-date pic 9(8).
           05 filler       pic x.
           05 rej-id       pic 9(5).
           05 filler       pic x.
           05 rej-nom      pic x(30).
           05 filler       pic x.
           05 rej-montant  pic s9(9)v99 sign leading separate.
           05 filler       pic x.
           05 rej-devise   pic x(3).
           05 filler       pic x.
           05 rej-motif    pic x(4).
           05 filler       pic x.
           05 rej-date     pic 9(8).
           05 filler       pic x.
           05 rej-statut   pic x(1).
           05 filler       pic x.
           05 rej-reemis   pic 9(8).

       fd reemission-file.
       01 reemission-record pic x(80).

       working-storage section.
       01 ws_fs_retours    pic xx value "00".
       01 ws_fs_ordres     pic xx value "00".
       01 ws_fs_banque     pic xx value "00".
       01 ws_fs_suivi      pic xx value "00".
       01 ws_fs_reemission pic xx value "00".
       01 fin_retours      pic x value 'N'.
       01 fin_ordres       pic x value 'N'.
       01 fin_banque       pic x value 'N'.
       01 fin_suivi        pic x value 'N'.

       01 ws_ban_table.
           05 ws_ban_entry occurs 500 times.
               10 ws_b_id      pic 9(5).
               10 ws_b_banque  pic 9(5).
               10 ws_b_compte  pic 9(5).
               10 ws_b_statut  pic x(1).
               10 ws_b_date    pic x(8).
               10 ws_b_suite   pic x(46).
       01 ws_ban_count     pic 9(3) value 0.

      * Ordres emis [paie 'VIR' et creanciers de saisie 'SAI'] :
      * chaque ordre ne peut etre rapproche que d'un seul rejet, du
      * meme type.
       01 ws_ord_table.
           05 ws_ord_entry occurs 500 times.
               10 ws_o_type    pic x(3).
               10 ws_o_id      pic 9(5).
               10 ws_o_nom     pic x(30).
               10 ws_o_montant pic s9(9)v99.
               10 ws_o_devise  pic x(3).
               10 ws_o_pris    pic x(1).
       01 ws_ord_count     pic 9(3) value 0.
       01 ws_ord_date      pic 9(8) value 0.
       01 ws_ord_fin_vu    pic x value 'N'.
       01 ws_ord_total     pic s9(11)v99 value 0.

      * Rejets du retour du jour, gardes en table : rien n'est
      * applique avant que l'encadrement soit controle.
       01 ws_ret_table.
           05 ws_ret_entry occurs 500 times.
               10 ws_r_type    pic x(3).
               10 ws_r_id      pic 9(5).
               10 ws_r_nom     pic x(30).
               10 ws_r_montant pic s9(9)v99.
               10 ws_r_devise  pic x(3).
               10 ws_r_motif   pic x(4).
       01 ws_ret_count     pic 9(3) value 0.
       01 ws_ret_vu        pic x value 'N'.
       01 ws_ret_fin_vu    pic x value 'N'.
       01 ws_ret_total     pic s9(11)v99 value 0.
       01 ws_ret_fin_nb    pic 9(5) value 0.
       01 ws_ret_fin_rejete pic s9(11)v99 value 0.
       01 ws_ret_fin_paye  pic s9(11)v99 value 0.
       01 ws_controle      pic s9(11)v99 value 0.

       01 ws_suivi_table.
           05 ws_suivi_entry occurs 1000 times.
               10 ws_s_ordre_date pic 9(8).
               10 ws_s_id      pic 9(5).
               10 ws_s_nom     pic x(30).
               10 ws_s_montant pic s9(9)v99.
               10 ws_s_devise  pic x(3).
               10 ws_s_motif   pic x(4).
               10 ws_s_date    pic 9(8).
               10 ws_s_statut  pic x(1).
               10 ws_s_reemis  pic 9(8).
       01 ws_suivi_count   pic 9(4) value 0.

       01 ws_idx           pic 9(4) value 0.
       01 ws_jdx           pic 9(4) value 0.
       01 ws_found_idx     pic 9(4) value 0.
       01 ws_ban_idx       pic 9(4) value 0.

       01 ws_nb_rejets     pic 9(5) value 0.
       01 ws_nb_deja       pic 9(5) value 0.
       01 ws_nb_orphelins  pic 9(5) value 0.
       01 ws_nb_saisies    pic 9(5) value 0.
       01 ws_suivi_statut  pic x(1) value space.
       01 ws_nb_reemis     pic 9(5) value 0.
       01 ws_nb_en_retard  pic 9(5) value 0.
       01 ws_total_reemis  pic s9(11)v99 value 0.
       01 ws_montant_edit  pic -(9)9.99.

      * Delai de correction des coordonnees apres un rejet, en
      * jours [DELAI_CORRECTION, 5 par defaut].
       01 ws_delai_param   pic x(3) value spaces.
       01 ws_delai_jours   pic 9(3) value 5.
       01 ws_age_jours     pic s9(7) value 0.

       01 ws_today         pic 9(8) value 0.
       01 ws_date_param    pic x(8) value spaces.

      * Ordre de reemission : meme dessin que l'ordre d'origine.
       01 ws_vir_ligne.
           05 ws_vir_type      pic x(3) value "VIR".
           05 ws_vir_id        pic 9(5).
           05 filler           pic x(1) value space.
           05 ws_vir_banque    pic 9(5).
           05 filler           pic x(1) value space.
           05 ws_vir_compte    pic 9(5).
           05 filler           pic x(1) value space.
           05 ws_vir_nom       pic x(30).
           05 ws_vir_montant   pic s9(9)v99 sign leading separate.
           05 filler           pic x(1) value space.
           05 ws_vir_devise    pic x(3).

       01 ws_entete_ligne.
           05 filler           pic x(3) value "ENT".
           05 ws_ent_date      pic 9(8).
           05 filler           pic x(1) value space.
           05 filler           pic x(15)
               value "REEMISSION-PAIE".

       01 ws_fin_ligne.
           05 filler           pic x(3) value "FIN".
           05 ws_fin_nb        pic 9(5).
           05 filler           pic x(1) value space.
           05 ws_fin_total     pic s9(11)v99
               sign leading separate.

      * Consignation des messages d'erreur dans le fichier de
      * messages date [MSGLOG] : la chaine tourne sans surveillance,
      * un DISPLAY seul disparait avec la console.
       01 ws_msglog_prefix pic x(100) value "..".
       01 ws_msglog_grav   pic x(1) value 'E'.
       01 ws_msglog_texte  pic x(100) value spaces.

      * Champs d'appel au journal central des executions (JOB-LOG,
      * voir 99 - Utilitaires partages/src/JOBLOG.cob).
       01 ws_joblog_name   pic x(20) value "68_rejets-virement".
       01 ws_joblog_path   pic x(100) value "../job-log.txt".
       01 ws_joblog_action pic x(1).
       01 ws_joblog_count  pic 9(5) value 0.
       01 ws_joblog_rc     pic 9(2) value 0.
       01 ws_joblog_operator pic x(8) value spaces.

       procedure division.

           accept ws_joblog_operator from environment "USER"
           move 'S' to ws_joblog_action
           call "JOBLOG" using ws_joblog_path ws_joblog_name
               ws_joblog_action ws_joblog_count ws_joblog_rc
                   ws_joblog_operator

           perform 0010-date-de-traitement
           move spaces to ws_delai_param
           accept ws_delai_param from environment "DELAI_CORRECTION"
           if ws_delai_param is numeric
               move function numval(ws_delai_param)
                   to ws_delai_jours
           end-if

           perform 0100-charger-les-comptes
           perform 0200-charger-le-suivi
           perform 0300-lire-le-retour

           if ws_joblog_rc < 12 and ws_ret_vu = 'O'
               perform 0400-charger-les-ordres
           end-if
           if ws_joblog_rc < 12 and ws_ret_vu = 'O'
               perform 0500-controler-les-totaux
           end-if
           if ws_joblog_rc < 12 and ws_ret_vu = 'O'
               perform varying ws_idx from 1 by 1
                   until ws_idx > ws_ret_count
                   perform 1000-traiter-un-rejet
               end-perform
           end-if

      * Reemission et delais tournent meme sans retour du jour ; un
      * retour incoherent [rc 12 et plus] bloque tout.
           if ws_joblog_rc < 12
               perform 2000-reemettre-les-corriges
               perform 3000-surveiller-les-delais
               perform 9000-sauvegarder
           end-if

           display "Rejets traites : " ws_nb_rejets
               " - deja connus : " ws_nb_deja
               " - sans ordre : " ws_nb_orphelins
               " - creanciers de saisie : " ws_nb_saisies
           display "Virements reemis : " ws_nb_reemis
               " - en attente hors delai : " ws_nb_en_retard

           move ws_nb_rejets to ws_joblog_count
           move 'E' to ws_joblog_action
           call "JOBLOG" using ws_joblog_path ws_joblog_name
               ws_joblog_action ws_joblog_count ws_joblog_rc
                   ws_joblog_operator

           move ws_joblog_rc to return-code
           goback.

       0100-charger-les-comptes.
           open input banque-file
           if ws_fs_banque = "00"
               perform until fin_banque = 'Y'
                   read banque-file next record
                       at end
                           move 'Y' to fin_banque
                       not at end
                           if ws_ban_count < 500
                               add 1 to ws_ban_count
                               move ban-id
                                   to ws_b_id(ws_ban_count)
                               move ban-banque
                                   to ws_b_banque(ws_ban_count)
                               move ban-compte
                                   to ws_b_compte(ws_ban_count)
                               move ban-statut
                                   to ws_b_statut(ws_ban_count)
                               move ban-date
                                   to ws_b_date(ws_ban_count)
                               move ban-suite
                                   to ws_b_suite(ws_ban_count)
                           end-if
                   end-read
               end-perform
               close banque-file
           end-if
           .

       0200-charger-le-suivi.
      * Fichier absent au premier passage : aucun rejet suivi.
           open input suivi-file
           if ws_fs_suivi = "00"
               perform until fin_suivi = 'Y'
                   read suivi-file
                       at end
                           move 'Y' to fin_suivi
                       not at end
                           if ws_suivi_count < 1000
                               add 1 to ws_suivi_count
                               move rej-ordre-date
                                   to ws_s_ordre_date(ws_suivi_count)
                               move rej-id to ws_s_id(ws_suivi_count)
                               move rej-nom to ws_s_nom(ws_suivi_count)
                               move rej-montant
                                   to ws_s_montant(ws_suivi_count)
                               move rej-devise
                                   to ws_s_devise(ws_suivi_count)
                               move rej-motif
                                   to ws_s_motif(ws_suivi_count)
                               move rej-date
                                   to ws_s_date(ws_suivi_count)
                               move rej-statut
                                   to ws_s_statut(ws_suivi_count)
                               move rej-reemis
                                   to ws_s_reemis(ws_suivi_count)
                           end-if
                   end-read
               end-perform
               close suivi-file
           end-if
           .

       0300-lire-le-retour.
      * Pas de retour du jour : la banque n'a rien rejete.
           open input retours-file
           if ws_fs_retours not = "00"
               display "Pas de fichier retour de la banque - aucun"
                   " nouveau rejet."
               exit paragraph
           end-if
           move 'O' to ws_ret_vu
           perform until fin_retours = 'Y'
               read retours-file
                   at end
                       move 'Y' to fin_retours
                   not at end
                       evaluate ret-type
                           when "REJ"
                               if ws_ret_count < 500
                                   add 1 to ws_ret_count
                                   if ret-ordre-type = spaces
                                       move "VIR"
                                           to ws_r_type(ws_ret_count)
                                   else
                                       move ret-ordre-type
                                           to ws_r_type(ws_ret_count)
                                   end-if
                                   move ret-id
                                       to ws_r_id(ws_ret_count)
                                   move ret-nom
                                       to ws_r_nom(ws_ret_count)
                                   move ret-montant
                                       to ws_r_montant(ws_ret_count)
                                   move ret-devise
                                       to ws_r_devise(ws_ret_count)
                                   move ret-motif
                                       to ws_r_motif(ws_ret_count)
                               end-if
                               add ret-montant to ws_ret_total
                           when "FIN"
                               move 'O' to ws_ret_fin_vu
                               move ret-fin-nb to ws_ret_fin_nb
                               move ret-fin-rejete
                                   to ws_ret_fin_rejete
                               move ret-fin-paye to ws_ret_fin_paye
                       end-evaluate
               end-read
           end-perform
           close retours-file

           if ws_ret_fin_vu = 'N'
               display "Retour de la banque sans enregistrement FIN"
                   " - fichier tronque, rien n'est applique."
               move 'E' to ws_msglog_grav
               move "Retour virements sans FIN - rejets non traites"
                   to ws_msglog_texte
               perform 9900-consigner-message
               move 12 to ws_joblog_rc
           end-if
           .

       0400-charger-les-ordres.
           open input ordres-file
           if ws_fs_ordres not = "00"
               display "Erreur ouverture ORDRES-VIREMENT : "
                   ws_fs_ordres
               move 'E' to ws_msglog_grav
               move "Ordres de virement illisibles - rejets non"
                   & " rapproches" to ws_msglog_texte
               perform 9900-consigner-message
               move 16 to ws_joblog_rc
               exit paragraph
           end-if
           perform until fin_ordres = 'Y'
               read ordres-file
                   at end
                       move 'Y' to fin_ordres
                   not at end
                       evaluate ord-type
                           when "ENT"
                               move ord-ent-date to ws_ord_date
                           when "FIN"
                               move 'O' to ws_ord_fin_vu
                               move ord-fin-total to ws_ord_total
                           when "VIR"
                           when "SAI"
                               if ws_ord_count < 500
                                   add 1 to ws_ord_count
                                   move ord-type
                                       to ws_o_type(ws_ord_count)
                                   move ord-id
                                       to ws_o_id(ws_ord_count)
                                   move ord-nom
                                       to ws_o_nom(ws_ord_count)
                                   move ord-montant
                                       to ws_o_montant(ws_ord_count)
                                   move ord-devise
                                       to ws_o_devise(ws_ord_count)
                                   move 'N'
                                       to ws_o_pris(ws_ord_count)
                               end-if
                       end-evaluate
               end-read
           end-perform
           close ordres-file
           .

       0500-controler-les-totaux.
      * Emis = paye + rejete : sinon le retour ne porte pas sur ces
      * ordres [ou la banque en a perdu] et rien n'est applique.
           move ws_ret_fin_paye to ws_controle
           add ws_ret_fin_rejete to ws_controle
           if ws_ord_fin_vu = 'N' or ws_controle not = ws_ord_total
               move ws_ord_total to ws_montant_edit
               display "Controle emis = paye + rejete en echec :"
                   " emis " ws_montant_edit
               move ws_controle to ws_montant_edit
               display "    paye + rejete " ws_montant_edit
               move 'E' to ws_msglog_grav
               move "Retour virements : emis <> paye + rejete -"
                   & " rejets non traites" to ws_msglog_texte
               perform 9900-consigner-message
               move 12 to ws_joblog_rc
               exit paragraph
           end-if
      * Les lignes REJ doivent retrouver le total rejete de la fin.
           if ws_ret_total not = ws_ret_fin_rejete
              or ws_ret_count not = ws_ret_fin_nb
               display "Lignes de rejet incoherentes avec la fin du"
                   " retour [" ws_ret_count " / " ws_ret_fin_nb "]."
               move 'E' to ws_msglog_grav
               move "Retour virements : lignes REJ <> total FIN -"
                   & " rejets non traites" to ws_msglog_texte
               perform 9900-consigner-message
               move 12 to ws_joblog_rc
           end-if
           .

       1000-traiter-un-rejet.
      * Un rejet deja suivi pour les memes ordres [rejeu du passage]
      * n'est ni recompte ni rebloque. Le suivi d'un 'SAI' se
      * reconnait a son statut 'S'.
           if ws_r_type(ws_idx) = "SAI"
               move 'S' to ws_suivi_statut
           else
               move 'B' to ws_suivi_statut
           end-if
           move 0 to ws_found_idx
           perform varying ws_jdx from 1 by 1
               until ws_jdx > ws_suivi_count
               if ws_s_ordre_date(ws_jdx) = ws_ord_date
                  and ws_s_id(ws_jdx) = ws_r_id(ws_idx)
                  and ws_s_montant(ws_jdx) = ws_r_montant(ws_idx)
                  and ((ws_suivi_statut = 'S'
                        and ws_s_statut(ws_jdx) = 'S')
                    or (ws_suivi_statut not = 'S'
                        and ws_s_statut(ws_jdx) not = 'S'))
                   move ws_jdx to ws_found_idx
               end-if
           end-perform
           if ws_found_idx > 0
               add 1 to ws_nb_deja
               exit paragraph
           end-if

           move 0 to ws_found_idx
           perform varying ws_jdx from 1 by 1
               until ws_jdx > ws_ord_count or ws_found_idx > 0
               if ws_o_type(ws_jdx) = ws_r_type(ws_idx)
                  and ws_o_id(ws_jdx) = ws_r_id(ws_idx)
                  and ws_o_montant(ws_jdx) = ws_r_montant(ws_idx)
                  and ws_o_pris(ws_jdx) = 'N'
                   move ws_jdx to ws_found_idx
               end-if
           end-perform
           if ws_found_idx = 0
               add 1 to ws_nb_orphelins
               move ws_r_montant(ws_idx) to ws_montant_edit
               display "Rejet sans ordre d'origine : "
                   ws_r_type(ws_idx) " id "
                   ws_r_id(ws_idx) " montant " ws_montant_edit
                   " motif " ws_r_motif(ws_idx)
               move 'W' to ws_msglog_grav
               move spaces to ws_msglog_texte
               string "Rejet de virement sans ordre d'origine : id "
                          delimited by size
                      ws_r_id(ws_idx) delimited by size
                      " montant " delimited by size
                      ws_montant_edit delimited by size
                      into ws_msglog_texte
               end-string
               perform 9900-consigner-message
               if ws_joblog_rc < 8
                   move 8 to ws_joblog_rc
               end-if
               exit paragraph
           end-if
           move 'O' to ws_o_pris(ws_found_idx)

           if ws_suivi_count >= 1000
               display "Suivi des rejets plein - id " ws_r_id(ws_idx)
                   " non suivi."
               move 16 to ws_joblog_rc
               exit paragraph
           end-if
           add 1 to ws_suivi_count
           add 1 to ws_nb_rejets
           move ws_ord_date to ws_s_ordre_date(ws_suivi_count)
           move ws_r_id(ws_idx) to ws_s_id(ws_suivi_count)
           move ws_o_nom(ws_found_idx) to ws_s_nom(ws_suivi_count)
           move ws_r_montant(ws_idx) to ws_s_montant(ws_suivi_count)
           move ws_o_devise(ws_found_idx)
               to ws_s_devise(ws_suivi_count)
           move ws_r_motif(ws_idx) to ws_s_motif(ws_suivi_count)
           move ws_today to ws_s_date(ws_suivi_count)
           move ws_suivi_statut to ws_s_statut(ws_suivi_count)
           move 0 to ws_s_reemis(ws_suivi_count)
           if ws_suivi_statut = 'S'
               perform 1100-signaler-une-saisie
               exit paragraph
           end-if

      * Coordonnees bloquees jusqu'a correction au guichet.
           move 0 to ws_ban_idx
           perform varying ws_jdx from 1 by 1
               until ws_jdx > ws_ban_count
               if ws_b_id(ws_jdx) = ws_r_id(ws_idx)
                   move ws_jdx to ws_ban_idx
               end-if
           end-perform
           if ws_ban_idx > 0
               move 'B' to ws_b_statut(ws_ban_idx)
               move ws_today to ws_b_date(ws_ban_idx)
           end-if
           display "Virement rejete [" ws_r_motif(ws_idx) "] : id "
               ws_r_id(ws_idx) " ["
               function trim(ws_o_nom(ws_found_idx))
               "] - coordonnees bloquees."
           .

       1100-signaler-une-saisie.
      * Le creancier n'est pas un salarie : aucune coordonnee de
      * banque-employes.dat n'est touchee, le virement se regle a la
      * main sur les coordonnees de la saisie.
           add 1 to ws_nb_saisies
           move ws_r_montant(ws_idx) to ws_montant_edit
           display "Virement creancier rejete [" ws_r_motif(ws_idx)
               "] : saisie " ws_r_id(ws_idx) " ["
               function trim(ws_o_nom(ws_found_idx)) "] montant "
               ws_montant_edit " - a regler a la main."
           move 'W' to ws_msglog_grav
           move spaces to ws_msglog_texte
           string "Virement creancier saisie " delimited by size
                  ws_r_id(ws_idx) delimited by size
                  " rejete [" delimited by size
                  ws_r_motif(ws_idx) delimited by size
                  "] montant " delimited by size
                  ws_montant_edit delimited by size
                  into ws_msglog_texte
           end-string
           perform 9900-consigner-message
           if ws_joblog_rc = 0
               move 4 to ws_joblog_rc
           end-if
           .

       2000-reemettre-les-corriges.
      * Un rejet en attente dont les coordonnees sont corrigees ['C']
      * repart pour le meme montant vers le nouveau compte.
           open output reemission-file
           move ws_today to ws_ent_date
           write reemission-record from ws_entete_ligne
           perform varying ws_idx from 1 by 1
               until ws_idx > ws_suivi_count
               if ws_s_statut(ws_idx) = 'B'
                   move 0 to ws_ban_idx
                   perform varying ws_jdx from 1 by 1
                       until ws_jdx > ws_ban_count
                       if ws_b_id(ws_jdx) = ws_s_id(ws_idx)
                           move ws_jdx to ws_ban_idx
                       end-if
                   end-perform
                   if ws_ban_idx > 0
                       if ws_b_statut(ws_ban_idx) = 'C'
                           perform 2100-ecrire-une-reemission
                       end-if
                   end-if
               end-if
           end-perform
           move ws_nb_reemis to ws_fin_nb
           move ws_total_reemis to ws_fin_total
           write reemission-record from ws_fin_ligne
           close reemission-file

      * Toutes les reemissions parties, les coordonnees corrigees
      * redeviennent des coordonnees ordinaires.
           perform varying ws_jdx from 1 by 1
               until ws_jdx > ws_ban_count
               if ws_b_statut(ws_jdx) = 'C'
                   move space to ws_b_statut(ws_jdx)
                   move spaces to ws_b_date(ws_jdx)
               end-if
           end-perform
           if ws_nb_reemis > 0
               display "Ordres de reemission ecrits :"
                   " ordres-reemission.txt [" ws_nb_reemis
                   " ordre(s)] - a transmettre a la banque."
           end-if
           .

       2100-ecrire-une-reemission.
           move ws_s_id(ws_idx) to ws_vir_id
           move ws_b_banque(ws_ban_idx) to ws_vir_banque
           move ws_b_compte(ws_ban_idx) to ws_vir_compte
           move ws_s_nom(ws_idx) to ws_vir_nom
           move ws_s_montant(ws_idx) to ws_vir_montant
           move ws_s_devise(ws_idx) to ws_vir_devise
           write reemission-record from ws_vir_ligne
           add 1 to ws_nb_reemis
           add ws_s_montant(ws_idx) to ws_total_reemis
           move 'R' to ws_s_statut(ws_idx)
           move ws_today to ws_s_reemis(ws_idx)
           .

       3000-surveiller-les-delais.
      * Un rejet encore bloque au-dela du delai : la personne n'a
      * toujours pas ete payee, on relance.
           perform varying ws_idx from 1 by 1
               until ws_idx > ws_suivi_count
               if ws_s_statut(ws_idx) = 'B'
                   compute ws_age_jours =
                       function integer-of-date(ws_today)
                       - function integer-of-date(ws_s_date(ws_idx))
                   if ws_age_jours > ws_delai_jours
                       perform 3100-signaler-un-retard
                   end-if
               end-if
           end-perform
           .

       3100-signaler-un-retard.
           add 1 to ws_nb_en_retard
           move ws_s_montant(ws_idx) to ws_montant_edit
           display "Rejet non corrige depuis le " ws_s_date(ws_idx)
               " : id " ws_s_id(ws_idx) " ["
               function trim(ws_s_nom(ws_idx)) "] montant "
               ws_montant_edit
           move 'W' to ws_msglog_grav
           move spaces to ws_msglog_texte
           string "Coordonnees bancaires non corrigees apres rejet :"
                      delimited by size
                  " id " delimited by size
                  ws_s_id(ws_idx) delimited by size
                  " depuis le " delimited by size
                  ws_s_date(ws_idx) delimited by size
                  into ws_msglog_texte
           end-string
           perform 9900-consigner-message
           if ws_joblog_rc = 0
               move 4 to ws_joblog_rc
           end-if
           .

       9000-sauvegarder.
           open output suivi-file
           perform varying ws_idx from 1 by 1
               until ws_idx > ws_suivi_count
               move spaces to suivi-record
               move ws_s_ordre_date(ws_idx) to rej-ordre-date
               move ws_s_id(ws_idx) to rej-id
               move ws_s_nom(ws_idx) to rej-nom
               move ws_s_montant(ws_idx) to rej-montant
               move ws_s_devise(ws_idx) to rej-devise
               move ws_s_motif(ws_idx) to rej-motif
               move ws_s_date(ws_idx) to rej-date
               move ws_s_statut(ws_idx) to rej-statut
               move ws_s_reemis(ws_idx) to rej-reemis
               write suivi-record
           end-perform
           close suivi-file

      * Les coordonnees se reecrivent sur place, ligne par ligne : le
      * fichier indexe garde toute ligne que la table n'a pas prise.
           open i-o banque-file
           if ws_fs_banque not = "00"
               exit paragraph
           end-if
           perform varying ws_idx from 1 by 1
               until ws_idx > ws_ban_count
               move spaces to banque-record
               move ws_b_id(ws_idx) to ban-id
               move ws_b_banque(ws_idx) to ban-banque
               move ws_b_compte(ws_idx) to ban-compte
               move ws_b_statut(ws_idx) to ban-statut
               move ws_b_date(ws_idx) to ban-date
               move ws_b_suite(ws_idx) to ban-suite
               rewrite banque-record
           end-perform
           close banque-file
           .

       9900-consigner-message.
      * Double le DISPLAY d'un incident d'une ligne dans le fichier
      * de messages du jour, pour les nuits sans operateur devant la
      * console.
           call "MSGLOG" using ws_msglog_prefix ws_joblog_name
               ws_msglog_grav ws_msglog_texte
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
