      ******************************************************************
      * Nom du Projet   : Valorisation mensuelle des heures sup
      * Description     : 54_heures-badge.cob ecrit chaque semaine les
      *    heures au-dela de SEUIL_HEURES [src/heures-sup.txt : id,
      *    premier jour de la semaine, heures] et la paie les
      *    ressaisissait a la main. Ce passage mensuel les transforme
      *    en argent :
      *    - taux horaire depuis src/salaires.dat, proratise par la
      *      quotite [le salaire mensuel proratise divise par les
      *      heures mensuelles contractuelles de la quotite,
      *      HEURES_MENSUELLES pour un temps plein, defaut 151.67] ;
      *    - majoration par tranche d'heures de la semaine, par
      *      societe [src/majorations-hsup.txt : plafond de la tranche
      *      en heures, taux de majoration en %, code societe en
      *      colonne finale, a blanc = toutes societes] ;
      *    - une semaine a cheval sur deux mois se partage entre eux
      *      au prorata des jours ouvres de chaque mois [samedis,
      *      dimanches et jours FERIE de ../calendrier-exploitation.txt
      *      exclus] : la part du mois suivant attend le passage de ce
      *      mois-la.
      *    Les montants partent dans src/heures-sup-valorisees.txt
      *    [reecrit a chaque passage], repris en lignes 'H' par
      *    06_extrait-paie.cob : le brut, le net, les virements et
      *    les bulletins les comprennent. Chaque part payee s'inscrit
      *    au registre src/heures-sup-payees.txt [id, semaine, mois de
      *    la part, mois de paie] : une semaine payee ne se paie plus
      *    jamais. Un nouveau passage dans le meme mois de paie
      *    recalcule les parts de ce mois au lieu de les ignorer.
      *    Constats [id inconnu, sans salaire, sans bareme de
      *    majoration] : avertissement rc 4. Mois de paie clos
      *    [SPPERIOD, src/periodes-paie.txt, 63_cloture-periode.cob] :
      *    pas de nouveau passage, le registre garde les parts payees
      *    par l'extrait arrete [avertissement rc 4, rien de traite :
      *    la chaine de nuit continue].
      *
      * Historique des modifications :
      *  - 15/10/2026 : heures majorees de nuit et de week-end de
      *    103_planning-badge.cob [src/heures-majorees.txt]
      *    valorisees au taux horaire fois le taux de prime par
      *    societe [src/majorations-nuit-we.txt : N ou W, taux en %,
      *    code societe, a blanc = toutes societes], meme partage sur
      *    les mois et meme registre que les heures sup ; nature N/W
      *    en colonne finale des deux fichiers, a blanc = heures sup.
      *  - 15/10/2026 : mois de paie clos en rc 4 au lieu de 8, pour
      *    ne plus arreter la chaine de nuit jusqu'a la fin du mois.
      *  - 15/10/2026 : coefficient de majoration [100 + taux] pose
      *    dans sa propre zone avant le calcul du montant : les
      *    tranches d'heures sup valaient zero.
      *  - 15/10/2026 : code societe en colonne finale du registre et
      *    des heures valorisees ; un passage limite a une societe
      *    [SOCIETE] ne recalcule que les parts de sa societe et garde
      *    celles des autres. Registre plein : arret rc 16 sans
      *    reecriture au chargement, et aucune part payee sans y etre
      *    inscrite.
      *
      * Date de création: 15/10/2026
      * Auteur          : Champémont Mathurin
      ******************************************************************
       identification division.
       program-id. 62_valo-heures-sup.

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

           select heuressup-file assign to "src/heures-sup.txt"
               organization is line sequential
               file status is ws_fs_heuressup.

           select salaires-file assign to "src/salaires.dat"
               organization is indexed
               access mode is dynamic
               record key is sal-id
               file status is ws_fs_salaires.

           select majorations-file
               assign to "src/majorations-hsup.txt"
               organization is line sequential
               file status is ws_fs_majorations.

           select calendrier-file
               assign to "../calendrier-exploitation.txt"
               organization is line sequential
               file status is ws_fs_calendrier.

           select registre-file assign to "src/heures-sup-payees.txt"
               organization is line sequential
               file status is ws_fs_registre.

           select majorees-file assign to "src/heures-majorees.txt"
               organization is line sequential
               file status is ws_fs_majorees.

           select primes-file assign to "src/majorations-nuit-we.txt"
               organization is line sequential
               file status is ws_fs_primes.

           select valorisees-file
               assign to "src/heures-sup-valorisees.txt"
               organization is line sequential
               file status is ws_fs_valorisees.

       data division.
       file section.
       fd employee-master.
       01 employee-master-record.
           COPY "employe-enreg.cpy" REPLACING ==:PFX:== BY ==em-==.

       fd heuressup-file.
       01 heuressup-record.
           05 hsp-id       pic 9(5).
           05 filler       pic x.
           05 hsp-semaine  pic 9(8).
           05 filler       pic x.
           05 hsp-heures   pic 9(3)v99.

       fd salaires-file.
       01 salaire-record.
           05 sal-id       pic 9(5).
           05 filler       pic x.
           05 sal-montant  pic 9(7)v99.
           05 filler       pic x.
           05 sal-devise   pic x(3).

      * Tranche de majoration : les heures de la semaine jusqu'au
      * plafond [cumule depuis la premiere heure sup] sont majorees
      * du taux ; les tranches se lisent dans l'ordre croissant des
      * plafonds, 999 = sans limite.
       fd majorations-file.
       01 majoration-record.
           05 maj-plafond  pic 9(3).
           05 filler       pic x.
           05 maj-taux     pic 9(3).
           05 filler       pic x.
           05 maj-soc      pic x(3).

      * Heures de nuit [N] ou de week-end [W] de la semaine, tirees
      * du planning et des badges par 103_planning-badge.cob.
       fd majorees-file.
       01 majoree-record.
           05 hmj-id       pic 9(5).
           05 filler       pic x.
           05 hmj-semaine  pic 9(8).
           05 filler       pic x.
           05 hmj-nature   pic x(1).
           05 filler       pic x.
           05 hmj-heures   pic 9(3)v99.

      * Prime de nuit ou de week-end : seule la prime se paie en plus
      * [l'heure elle-meme est dans le salaire], au taux en % du
      * taux horaire.
       fd primes-file.
       01 prime-record.
           05 pnw-nature   pic x(1).
           05 filler       pic x.
           05 pnw-taux     pic 9(3).
           05 filler       pic x.
           05 pnw-soc      pic x(3).

       fd calendrier-file.
       01 calendrier-record.
           05 cal-carte    pic x(8).
           05 filler       pic x.
           05 cal-valeur1  pic x(8).
           05 filler       pic x.
           05 cal-valeur2  pic x(8).

      * Registre des parts payees : id, semaine, mois auquel la part
      * se rattache, heures et montant payes, devise, mois de paie
      * [AAAAMM du passage qui l'a payee], nature [a blanc = heures
      * sup, N nuit, W week-end], societe de la personne.
       fd registre-file.
       01 registre-record.
           05 reg-id       pic 9(5).
           05 filler       pic x.
           05 reg-semaine  pic 9(8).
           05 filler       pic x.
           05 reg-mois     pic 9(6).
           05 filler       pic x.
           05 reg-heures   pic 9(3)v99.
           05 filler       pic x.
           05 reg-montant  pic 9(7)v99.
           05 filler       pic x.
           05 reg-devise   pic x(3).
           05 filler       pic x.
           05 reg-paie     pic 9(6).
           05 filler       pic x.
           05 reg-nature   pic x(1).
           05 filler       pic x.
           05 reg-soc      pic x(3).

      * Heures valorisees du mois pour l'extrait de paie : id,
      * semaine, mois de la part, heures, montant, devise, nature
      * [a blanc = heures sup, N prime de nuit, W prime de week-end]
      * et societe.
       fd valorisees-file.
       01 valorisee-record.
           05 hsv-id       pic 9(5).
           05 filler       pic x.
           05 hsv-semaine  pic 9(8).
           05 filler       pic x.
           05 hsv-mois     pic 9(6).
           05 filler       pic x.
           05 hsv-heures   pic 9(3)v99.
           05 filler       pic x.
           05 hsv-montant  pic 9(7)v99.
           05 filler       pic x.
           05 hsv-devise   pic x(3).
           05 filler       pic x.
           05 hsv-nature   pic x(1).
           05 filler       pic x.
           05 hsv-soc      pic x(3).

       working-storage section.
       01 ws_fs_master     pic xx value "00".
       01 ws_fs_heuressup  pic xx value "00".
       01 ws_fs_salaires   pic xx value "00".
       01 ws_fs_majorations pic xx value "00".
       01 ws_fs_calendrier pic xx value "00".
       01 ws_fs_registre   pic xx value "00".
       01 ws_fs_valorisees pic xx value "00".
       01 ws_fs_majorees   pic xx value "00".
       01 ws_fs_primes     pic xx value "00".
       01 fin_fichier      pic x value 'N'.
       01 ws_today         pic 9(8) value 0.
       01 ws_date_param    pic x(8) value spaces.
       01 ws_societe_param pic x(3) value spaces.
       01 ws_mois_paie     pic 9(6) value 0.

      * Calendrier des periodes de paie [SPPERIOD] : un mois de paie
      * clos ne se revalorise pas.
       01 ws_periode_path  pic x(100) value "src/periodes-paie.txt".
       01 ws_periode_statut pic x(1) value 'O'.
       01 ws_periode_ouverte pic 9(8) value 0.
       01 ws_periode_trouve pic x(1) value 'N'.

      * Semaines d'heures sup et d'heures majorees [une ligne par
      * id, semaine et nature : un doublon eventuel du fichier ne
      * compte qu'une fois].
       01 ws_hsp_table.
           05 ws_hsp_entry occurs 10000 times.
               10 ws_h_id      pic 9(5).
               10 ws_h_semaine pic 9(8).
               10 ws_h_heures  pic 9(3)v99.
               10 ws_h_nature  pic x(1).
       01 ws_hsp_count     pic 9(5) value 0.
       01 ws_hsp_idx       pic 9(5) value 0.
       01 ws_hsp_trouve    pic 9(5) value 0.
       01 ws_lu_id         pic 9(5) value 0.
       01 ws_lu_semaine    pic 9(8) value 0.
       01 ws_lu_heures     pic 9(3)v99 value 0.
       01 ws_lu_nature     pic x(1) value space.

       01 ws_sal_ouvert    pic x value 'N'.
       01 ws_sal_trouve    pic x value 'N'.

       01 ws_maj_table.
           05 ws_maj_entry occurs 50 times.
               10 ws_m_plafond pic 9(3).
               10 ws_m_taux    pic 9(3).
               10 ws_m_soc     pic x(3).
       01 ws_maj_count     pic 9(3) value 0.
       01 ws_maj_idx       pic 9(3) value 0.
       01 ws_maj_soc       pic x(3) value spaces.

      * Taux de prime de nuit et de week-end par societe.
       01 ws_pnw_table.
           05 ws_pnw_entry occurs 50 times.
               10 ws_p_nature  pic x(1).
               10 ws_p_taux    pic 9(3).
               10 ws_p_soc     pic x(3).
       01 ws_pnw_count     pic 9(3) value 0.
       01 ws_pnw_idx       pic 9(3) value 0.

       01 ws_ferie_table.
           05 ws_ferie_entry occurs 50 times pic 9(8).
       01 ws_ferie_count   pic 9(3) value 0.
       01 ws_ferie_idx     pic 9(3) value 0.

      * Registre des parts deja payees [les parts du mois de paie en
      * cours sont ecartees au chargement : elles se recalculent].
       01 ws_reg_table.
           05 ws_reg_entry occurs 9000 times.
               10 ws_r_id      pic 9(5).
               10 ws_r_semaine pic 9(8).
               10 ws_r_mois    pic 9(6).
               10 ws_r_heures  pic 9(3)v99.
               10 ws_r_montant pic 9(7)v99.
               10 ws_r_devise  pic x(3).
               10 ws_r_paie    pic 9(6).
               10 ws_r_nature  pic x(1).
               10 ws_r_soc     pic x(3).
       01 ws_reg_count     pic 9(5) value 0.
       01 ws_reg_idx       pic 9(5) value 0.
       01 ws_reg_trouve    pic 9(5) value 0.
       01 ws_reg_plein     pic x value 'N'.
       01 ws_nb_non_inscrites pic 9(5) value 0.

      * Base horaire mensuelle d'un temps plein [HEURES_MENSUELLES,
      * en centiemes d'heure : 15167 = 151.67 h].
       01 ws_base_param    pic x(5) value spaces.
       01 ws_base_mensuelle pic 9(3)v99 value 151.67.
       01 ws_quotite       pic 9(3) value 100.
       01 ws_heures_contrat pic 9(3)v9999 value 0.
       01 ws_salaire_prorata pic 9(7)v99 value 0.
       01 ws_taux_horaire  pic 9(5)v9999 value 0.

      * Valorisation de la semaine par tranches.
       01 ws_heures_semaine pic 9(3)v99 value 0.
       01 ws_heures_tranche pic 9(3)v99 value 0.
       01 ws_plancher      pic 9(3)v99 value 0.
       01 ws_dernier_taux  pic 9(3) value 0.
       01 ws_coef_majore   pic 9(3) value 0.
       01 ws_maj_trouvee   pic x value 'N'.
       01 ws_montant_semaine pic 9(7)v99 value 0.

      * Repartition de la semaine sur les mois par jours ouvres.
       01 ws_jour          pic 9(8) value 0.
       01 ws_jour_int      pic 9(8) value 0.
       01 ws_jour_semaine  pic 9 value 0.
       01 ws_jour_ouvre    pic x value 'O'.
       01 ws_k             pic 9 value 0.
       01 ws_mois_a        pic 9(6) value 0.
       01 ws_mois_b        pic 9(6) value 0.
       01 ws_ouvres_a      pic 9 value 0.
       01 ws_ouvres_b      pic 9 value 0.
       01 ws_ouvres_total  pic 9 value 0.
       01 ws_part_mois     pic 9(6) value 0.
       01 ws_part_ouvres   pic 9 value 0.
       01 ws_autre_mois    pic 9(6) value 0.
       01 ws_part_heures   pic 9(3)v99 value 0.
       01 ws_part_montant  pic 9(7)v99 value 0.

       01 ws_nb_semaines   pic 9(5) value 0.
       01 ws_nb_parts      pic 9(5) value 0.
       01 ws_nb_deja       pic 9(5) value 0.
       01 ws_nb_attente    pic 9(5) value 0.
       01 ws_nb_inconnus   pic 9(5) value 0.
       01 ws_nb_sans_sal   pic 9(5) value 0.
       01 ws_nb_sans_maj   pic 9(5) value 0.
       01 ws_nb_primes     pic 9(5) value 0.
       01 ws_libelle_nature pic x(12) value spaces.
       01 ws_nb_exclus     pic 9(5) value 0.
       01 ws_total_montant pic 9(9)v99 value 0.
       01 ws_montant_aff   pic z(8)9.99.
       01 ws_heures_aff    pic zz9.99.

      * Consignation des incidents dans le fichier de messages date
      * [MSGLOG] : la chaine tourne sans surveillance.
       01 ws_msglog_prefix pic x(100) value "..".
       01 ws_msglog_grav   pic x(1) value 'W'.
       01 ws_msglog_texte  pic x(100) value spaces.

      * Affectations de fichiers [SPAFFECT, cartes DD de la suite].
       01 ws_affect_config pic x(100) value "../affectations.cfg".
       01 ws_dd_master     pic x(20) value "EMPLOYEE-MASTER".
       01 ws_dd_joblog     pic x(20) value "JOB-LOG".
       01 ws_aff_master    pic x(100)
           value "src/employee-master.dat".

      * Champs d'appel au journal central des executions (JOB-LOG,
      * voir 99 - Utilitaires partages/src/JOBLOG.cob).
       01 ws_joblog_name   pic x(20) value "62_valo-heures-sup".
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
           call "SPPERIOD" using ws_periode_path ws_today
               ws_periode_statut ws_periode_ouverte ws_periode_trouve
           if ws_periode_statut = 'C'
               display "Periode de paie " ws_mois_paie " close :"
                   " heures sup deja arretees, pas de nouveau"
                   " passage."
               move 'W' to ws_msglog_grav
               move spaces to ws_msglog_texte
               string "Valorisation refusee : periode de paie "
                          delimited by size
                      ws_mois_paie delimited by size
                      " close" delimited by size
                      into ws_msglog_texte
               end-string
               perform 9900-consigner-message
               move 4 to ws_joblog_rc
               move 'E' to ws_joblog_action
               call "JOBLOG" using ws_joblog_path ws_joblog_name
                   ws_joblog_action ws_joblog_count ws_joblog_rc
                       ws_joblog_operator
               move ws_joblog_rc to return-code
               goback
           end-if
           move spaces to ws_base_param
           accept ws_base_param from environment "HEURES_MENSUELLES"
           if ws_base_param is numeric
               compute ws_base_mensuelle =
                   function numval(ws_base_param) / 100
           end-if

           perform 0100-charger-le-calendrier
           perform 0200-charger-les-majorations
           perform 0250-charger-les-primes
           perform 0300-charger-les-salaires
           perform 0400-charger-le-registre
           if ws_reg_plein = 'O'
               if ws_sal_ouvert = 'O'
                   close salaires-file
               end-if
               move 'E' to ws_joblog_action
               call "JOBLOG" using ws_joblog_path ws_joblog_name
                   ws_joblog_action ws_joblog_count ws_joblog_rc
                       ws_joblog_operator
               move ws_joblog_rc to return-code
               goback
           end-if
           perform 0500-charger-les-heures
           perform 0600-charger-les-heures-majorees

           open input employee-master
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
           else
               open output valorisees-file
               perform varying ws_hsp_idx from 1 by 1
                   until ws_hsp_idx > ws_hsp_count
                   perform 1000-valoriser-une-semaine
               end-perform
               close valorisees-file
               close employee-master
               if ws_sal_ouvert = 'O'
                   close salaires-file
               end-if
               perform 9000-reecrire-le-registre

               move ws_total_montant to ws_montant_aff
               display "Heures sup valorisees pour " ws_mois_paie
                   " : " ws_nb_parts " part(s), total "
                   ws_montant_aff " [" ws_nb_deja " deja payee(s), "
                   ws_nb_attente " en attente du mois suivant]"
               display "  dont primes de nuit et de week-end : "
                   ws_nb_primes " part(s)"
               if ws_nb_inconnus > 0 or ws_nb_sans_sal > 0
                  or ws_nb_sans_maj > 0
                   display "Semaines non valorisees : "
                       ws_nb_inconnus " id(s) inconnu(s), "
                       ws_nb_sans_sal " sans salaire, "
                       ws_nb_sans_maj " sans bareme de majoration."
                   move 'W' to ws_msglog_grav
                   move spaces to ws_msglog_texte
                   string "Heures sup non valorisees : "
                              delimited by size
                          ws_nb_inconnus delimited by size
                          " inconnu(s), " delimited by size
                          ws_nb_sans_sal delimited by size
                          " sans salaire, " delimited by size
                          ws_nb_sans_maj delimited by size
                          " sans majoration" delimited by size
                          into ws_msglog_texte
                   end-string
                   perform 9900-consigner-message
                   move 4 to ws_joblog_rc
               end-if
               if ws_nb_non_inscrites > 0
                   display ws_nb_non_inscrites " part(s) non payee(s) :"
                       " registre des heures sup plein (9000 max)."
                   move 'E' to ws_msglog_grav
                   move spaces to ws_msglog_texte
                   string "Registre des heures sup plein : "
                              delimited by size
                          ws_nb_non_inscrites delimited by size
                          " part(s) non payee(s)" delimited by size
                          into ws_msglog_texte
                   end-string
                   perform 9900-consigner-message
                   move 16 to ws_joblog_rc
               end-if
           end-if

           move ws_nb_parts to ws_joblog_count
           move 'E' to ws_joblog_action
           call "JOBLOG" using ws_joblog_path ws_joblog_name
               ws_joblog_action ws_joblog_count ws_joblog_rc
                   ws_joblog_operator

           move ws_joblog_rc to return-code
           goback.

       0010-date-de-traitement.
      * La date metier du passage : DATE_TRAITEMENT si posee par
      * l'exploitation [rejeu d'un jour precedent], sinon la date du
      * jour. Le mois de paie est celui de cette date.
           move spaces to ws_societe_param
           accept ws_societe_param from environment "SOCIETE"
           move spaces to ws_date_param
           accept ws_date_param from environment "DATE_TRAITEMENT"
           if ws_date_param is numeric
               move function numval(ws_date_param) to ws_today
           else
               accept ws_today from date yyyymmdd
           end-if
           move ws_today(1:6) to ws_mois_paie
           .

       0100-charger-le-calendrier.
      * Les jours FERIE du calendrier d'exploitation [les autres
      * cartes ne concernent pas la paie]. Fichier absent : seuls
      * les week-ends sont chomes.
           move 'N' to fin_fichier
           open input calendrier-file
           if ws_fs_calendrier not = "00"
               exit paragraph
           end-if
           perform until fin_fichier = 'Y'
               read calendrier-file
                   at end
                       move 'Y' to fin_fichier
                   not at end
                       if cal-carte = "FERIE"
                          and cal-valeur1 is numeric
                          and ws_ferie_count < 50
                           add 1 to ws_ferie_count
                           move function numval(cal-valeur1)
                               to ws_ferie_entry(ws_ferie_count)
                       end-if
               end-read
           end-perform
           close calendrier-file
           .

       0200-charger-les-majorations.
      * Fichier absent : aucune semaine ne se valorise [alerte par
      * semaine], la paie ne doit pas inventer un taux.
           move 'N' to fin_fichier
           open input majorations-file
           if ws_fs_majorations not = "00"
               display "Bareme de majoration illisible : "
                   ws_fs_majorations
               exit paragraph
           end-if
           perform until fin_fichier = 'Y'
               read majorations-file
                   at end
                       move 'Y' to fin_fichier
                   not at end
                       if maj-plafond is numeric
                          and maj-taux is numeric
                          and ws_maj_count < 50
                           add 1 to ws_maj_count
                           move maj-plafond
                               to ws_m_plafond(ws_maj_count)
                           move maj-taux to ws_m_taux(ws_maj_count)
                           move maj-soc to ws_m_soc(ws_maj_count)
                       end-if
               end-read
           end-perform
           close majorations-file
           .

       0250-charger-les-primes.
      * Fichier absent : les heures de nuit et de week-end attendent
      * un bareme [alerte par semaine], comme les heures sup.
           move 'N' to fin_fichier
           open input primes-file
           if ws_fs_primes not = "00"
               exit paragraph
           end-if
           perform until fin_fichier = 'Y'
               read primes-file
                   at end
                       move 'Y' to fin_fichier
                   not at end
                       if (pnw-nature = 'N' or pnw-nature = 'W')
                          and pnw-taux is numeric
                          and ws_pnw_count < 50
                           add 1 to ws_pnw_count
                           move pnw-nature
                               to ws_p_nature(ws_pnw_count)
                           move pnw-taux to ws_p_taux(ws_pnw_count)
                           move pnw-soc to ws_p_soc(ws_pnw_count)
                       end-if
               end-read
           end-perform
           close primes-file
           .

       0300-charger-les-salaires.
           open input salaires-file
           if ws_fs_salaires = "00"
               move 'O' to ws_sal_ouvert
           end-if
           .

       0400-charger-le-registre.
      * Les parts payees par un passage anterieur du MEME mois de
      * paie sont ecartees : ce passage les recalcule et les
      * reinscrit [rejeu apres correction d'un salaire]. Un passage
      * limite a une societe n'ecarte que les parts de sa societe :
      * il ne recalcule pas les autres et doit les garder. Registre
      * plus grand que la table : arret rc 16 avant toute
      * reecriture, qui perdrait les lignes non chargees.
           move 'N' to fin_fichier
           open input registre-file
           if ws_fs_registre not = "00"
               exit paragraph
           end-if
           perform until fin_fichier = 'Y'
               read registre-file
                   at end
                       move 'Y' to fin_fichier
                   not at end
                       if reg-paie = ws_mois_paie
                          and (ws_societe_param = spaces
                               or reg-soc = ws_societe_param)
                           continue
                       else
                           if ws_reg_count >= 9000
                               display "Registre des heures sup"
                                   " plein (9000 max) : arret sans"
                                   " reecriture."
                               move 'E' to ws_msglog_grav
                               move "Registre des heures sup plein"
                                   & " (9000 max) : valorisation"
                                   & " arretee" to ws_msglog_texte
                               perform 9900-consigner-message
                               move 16 to ws_joblog_rc
                               move 'O' to ws_reg_plein
                               move 'Y' to fin_fichier
                           else
                               add 1 to ws_reg_count
                               move reg-id to ws_r_id(ws_reg_count)
                               move reg-semaine
                                   to ws_r_semaine(ws_reg_count)
                               move reg-mois
                                   to ws_r_mois(ws_reg_count)
                               move reg-heures
                                   to ws_r_heures(ws_reg_count)
                               move reg-montant
                                   to ws_r_montant(ws_reg_count)
                               move reg-devise
                                   to ws_r_devise(ws_reg_count)
                               move reg-paie
                                   to ws_r_paie(ws_reg_count)
                               move reg-nature
                                   to ws_r_nature(ws_reg_count)
                               move reg-soc
                                   to ws_r_soc(ws_reg_count)
                           end-if
                       end-if
               end-read
           end-perform
           close registre-file
           .

       0500-charger-les-heures.
      * Une ligne par id et semaine : une ligne repetee remplace la
      * precedente au lieu de s'y ajouter.
           move 'N' to fin_fichier
           open input heuressup-file
           if ws_fs_heuressup not = "00"
               display "Aucun fichier d'heures supplementaires : "
                   ws_fs_heuressup
               exit paragraph
           end-if
           perform until fin_fichier = 'Y'
               read heuressup-file
                   at end
                       move 'Y' to fin_fichier
                   not at end
                       if hsp-id is numeric and hsp-semaine is numeric
                          and hsp-heures is numeric
                           move hsp-id to ws_lu_id
                           move hsp-semaine to ws_lu_semaine
                           move hsp-heures to ws_lu_heures
                           move space to ws_lu_nature
                           perform 0550-retenir-une-semaine
                       end-if
               end-read
           end-perform
           close heuressup-file
           .

       0550-retenir-une-semaine.
           move 0 to ws_hsp_trouve
           perform varying ws_hsp_idx from 1 by 1
               until ws_hsp_idx > ws_hsp_count
               if ws_h_id(ws_hsp_idx) = ws_lu_id
                  and ws_h_semaine(ws_hsp_idx) = ws_lu_semaine
                  and ws_h_nature(ws_hsp_idx) = ws_lu_nature
                   move ws_hsp_idx to ws_hsp_trouve
               end-if
           end-perform
           if ws_hsp_trouve = 0
               if ws_hsp_count >= 10000
                   exit paragraph
               end-if
               add 1 to ws_hsp_count
               move ws_hsp_count to ws_hsp_trouve
               move ws_lu_id to ws_h_id(ws_hsp_trouve)
               move ws_lu_semaine to ws_h_semaine(ws_hsp_trouve)
               move ws_lu_nature to ws_h_nature(ws_hsp_trouve)
           end-if
           move ws_lu_heures to ws_h_heures(ws_hsp_trouve)
           .

       0600-charger-les-heures-majorees.
      * Heures de nuit et de week-end, cumulatives comme les heures
      * sup : une semaine deja payee est ecartee par le registre.
           move 'N' to fin_fichier
           open input majorees-file
           if ws_fs_majorees not = "00"
               exit paragraph
           end-if
           perform until fin_fichier = 'Y'
               read majorees-file
                   at end
                       move 'Y' to fin_fichier
                   not at end
                       if hmj-id is numeric and hmj-semaine is numeric
                          and hmj-heures is numeric
                          and (hmj-nature = 'N' or hmj-nature = 'W')
                           move hmj-id to ws_lu_id
                           move hmj-semaine to ws_lu_semaine
                           move hmj-heures to ws_lu_heures
                           move hmj-nature to ws_lu_nature
                           perform 0550-retenir-une-semaine
                       end-if
               end-read
           end-perform
           close majorees-file
           .

       1000-valoriser-une-semaine.
      * Une semaine d'heures sup : controle de la personne, taux
      * horaire, majoration par tranches [prime de nuit ou de
      * week-end pour les heures majorees], puis partage entre les
      * mois qu'elle touche.
           move ws_h_id(ws_hsp_idx) to em-id
           read employee-master
               invalid key
                   add 1 to ws_nb_inconnus
                   display "Heures sup d'un id inconnu : "
                       ws_h_id(ws_hsp_idx) " [semaine "
                       ws_h_semaine(ws_hsp_idx) "]"
                   exit paragraph
           end-read
      * Meme perimetre que l'extrait de paie : un sorti se regle au
      * solde de tout compte, un stagiaire n'est pas paye par
      * l'extrait, une autre societe attend le passage de la sienne.
           if em-statut = 'T' or em-type = 'S'
               add 1 to ws_nb_exclus
               exit paragraph
           end-if
           if ws_societe_param not = spaces
              and em-soc not = ws_societe_param
               exit paragraph
           end-if
           add 1 to ws_nb_semaines

           perform 1300-repartir-sur-les-mois
           if ws_mois_a > ws_mois_paie
               add 1 to ws_nb_attente
               exit paragraph
           end-if

           perform 1100-calculer-le-taux-horaire
           if ws_sal_trouve = 'N'
               add 1 to ws_nb_sans_sal
               display "Heures sup sans ligne de salaire : id "
                   em-id
               exit paragraph
           end-if
           if ws_h_nature(ws_hsp_idx) = space
               perform 1200-majorer-la-semaine
           else
               perform 1500-primer-la-semaine
           end-if
           if ws_maj_trouvee = 'N'
               add 1 to ws_nb_sans_maj
               display "Pas de bareme de majoration pour la societe "
                   em-soc " : id " em-id " non valorise [nature '"
                   ws_h_nature(ws_hsp_idx) "']."
               exit paragraph
           end-if

           move ws_mois_a to ws_part_mois
           move ws_ouvres_a to ws_part_ouvres
           move ws_mois_b to ws_autre_mois
           perform 1400-payer-une-part
           if ws_mois_b not = ws_mois_a
               if ws_mois_b > ws_mois_paie
                   add 1 to ws_nb_attente
               else
                   move ws_mois_b to ws_part_mois
                   move ws_ouvres_b to ws_part_ouvres
                   move ws_mois_a to ws_autre_mois
                   perform 1400-payer-une-part
               end-if
           end-if
           .

       1100-calculer-le-taux-horaire.
      * Taux horaire = salaire mensuel proratise par la quotite /
      * heures mensuelles contractuelles de la meme quotite [une
      * quotite illisible ou a zero vaut temps plein, meme regle que
      * l'extrait de paie].
           move 'N' to ws_sal_trouve
           if ws_sal_ouvert = 'O'
               move em-id to sal-id
               read salaires-file
                   invalid key
                       continue
                   not invalid key
                       move 'O' to ws_sal_trouve
               end-read
           end-if
           if ws_sal_trouve = 'N'
               exit paragraph
           end-if
           if em-quotite is numeric and em-quotite > 0
              and em-quotite < 100
               move em-quotite to ws_quotite
           else
               move 100 to ws_quotite
           end-if
           compute ws_salaire_prorata rounded =
               sal-montant * ws_quotite / 100
           compute ws_heures_contrat rounded =
               ws_base_mensuelle * ws_quotite / 100
           compute ws_taux_horaire rounded =
               ws_salaire_prorata / ws_heures_contrat
           .

       1200-majorer-la-semaine.
      * Les tranches de la societe de la personne si elle en a, sinon
      * les tranches communes [societe a blanc]. Chaque heure est
      * payee au taux horaire majore du taux de sa tranche ; les
      * heures au-dela du dernier plafond gardent le dernier taux.
           move spaces to ws_maj_soc
           perform varying ws_maj_idx from 1 by 1
               until ws_maj_idx > ws_maj_count
               if ws_m_soc(ws_maj_idx) = em-soc
                   move em-soc to ws_maj_soc
               end-if
           end-perform
           move ws_h_heures(ws_hsp_idx) to ws_heures_semaine
           move 0 to ws_plancher
           move 0 to ws_dernier_taux
           move 0 to ws_montant_semaine
           move 'N' to ws_maj_trouvee
           perform varying ws_maj_idx from 1 by 1
               until ws_maj_idx > ws_maj_count
               if ws_m_soc(ws_maj_idx) = ws_maj_soc
                   perform 1250-majorer-une-tranche
               end-if
           end-perform
           if ws_heures_semaine > ws_plancher
              and ws_dernier_taux > 0
               compute ws_heures_tranche =
                   ws_heures_semaine - ws_plancher
               compute ws_coef_majore = 100 + ws_dernier_taux
               compute ws_montant_semaine rounded =
                   ws_montant_semaine + ws_heures_tranche
                   * ws_taux_horaire * ws_coef_majore / 100
           end-if
           .

       1250-majorer-une-tranche.
           move 'O' to ws_maj_trouvee
           move ws_m_taux(ws_maj_idx) to ws_dernier_taux
           if ws_plancher >= ws_heures_semaine
               exit paragraph
           end-if
           if ws_m_plafond(ws_maj_idx) > ws_heures_semaine
               compute ws_heures_tranche =
                   ws_heures_semaine - ws_plancher
           else
               compute ws_heures_tranche =
                   ws_m_plafond(ws_maj_idx) - ws_plancher
           end-if
           compute ws_coef_majore = 100 + ws_m_taux(ws_maj_idx)
           compute ws_montant_semaine rounded =
               ws_montant_semaine + ws_heures_tranche
               * ws_taux_horaire * ws_coef_majore / 100
           move ws_m_plafond(ws_maj_idx) to ws_plancher
           .

       1300-repartir-sur-les-mois.
      * Les sept jours de la semaine a partir du premier jour
      * declare ; les jours ouvres se comptent par mois [le jour de
      * semaine se deduit du quantieme : INTEGER-OF-DATE MOD 7 ->
      * 6 = samedi, 0 = dimanche]. Une semaine sans jour ouvre reste
      * entiere au mois de son premier jour.
           move ws_h_semaine(ws_hsp_idx)(1:6) to ws_mois_a
           move ws_mois_a to ws_mois_b
           move 0 to ws_ouvres_a
           move 0 to ws_ouvres_b
           compute ws_jour_int =
               function integer-of-date(ws_h_semaine(ws_hsp_idx))
           perform varying ws_k from 0 by 1 until ws_k > 6
               compute ws_jour =
                   function date-of-integer(ws_jour_int + ws_k)
               perform 1350-jour-ouvre
               if ws_jour(1:6) not = ws_mois_a
                   move ws_jour(1:6) to ws_mois_b
                   if ws_jour_ouvre = 'O'
                       add 1 to ws_ouvres_b
                   end-if
               else
                   if ws_jour_ouvre = 'O'
                       add 1 to ws_ouvres_a
                   end-if
               end-if
           end-perform
           compute ws_ouvres_total = ws_ouvres_a + ws_ouvres_b
           if ws_ouvres_total = 0
               move ws_mois_a to ws_mois_b
           end-if
           .

       1350-jour-ouvre.
           move 'O' to ws_jour_ouvre
           compute ws_jour_semaine =
               function mod(ws_jour_int + ws_k 7)
           if ws_jour_semaine = 6 or ws_jour_semaine = 0
               move 'N' to ws_jour_ouvre
           end-if
           perform varying ws_ferie_idx from 1 by 1
               until ws_ferie_idx > ws_ferie_count
               if ws_ferie_entry(ws_ferie_idx) = ws_jour
                   move 'N' to ws_jour_ouvre
               end-if
           end-perform
           .

       1400-payer-une-part.
      * La part du mois ws_part_mois, sauf si le registre la porte
      * deja [payee par un mois de paie anterieur]. Part unique :
      * toute la semaine. Deuxieme part : le reste de la semaine
      * apres la part de l'autre mois deja payee, pour que les deux
      * parts retombent exactement sur le montant de la semaine.
           move 0 to ws_reg_trouve
           perform varying ws_reg_idx from 1 by 1
               until ws_reg_idx > ws_reg_count
               if ws_r_id(ws_reg_idx) = em-id
                  and ws_r_semaine(ws_reg_idx) =
                      ws_h_semaine(ws_hsp_idx)
                  and ws_r_nature(ws_reg_idx) =
                      ws_h_nature(ws_hsp_idx)
                  and ws_r_mois(ws_reg_idx) = ws_part_mois
                   move ws_reg_idx to ws_reg_trouve
               end-if
           end-perform
           if ws_reg_trouve > 0
               add 1 to ws_nb_deja
               exit paragraph
           end-if

           if ws_mois_a = ws_mois_b
               move ws_heures_semaine to ws_part_heures
               move ws_montant_semaine to ws_part_montant
           else
               compute ws_part_heures rounded =
                   ws_heures_semaine * ws_part_ouvres
                   / ws_ouvres_total
               compute ws_part_montant rounded =
                   ws_montant_semaine * ws_part_ouvres
                   / ws_ouvres_total
               perform varying ws_reg_idx from 1 by 1
                   until ws_reg_idx > ws_reg_count
                   if ws_r_id(ws_reg_idx) = em-id
                      and ws_r_semaine(ws_reg_idx) =
                          ws_h_semaine(ws_hsp_idx)
                      and ws_r_nature(ws_reg_idx) =
                          ws_h_nature(ws_hsp_idx)
                      and ws_r_mois(ws_reg_idx) = ws_autre_mois
                       compute ws_part_heures =
                           ws_heures_semaine
                           - ws_r_heures(ws_reg_idx)
                       compute ws_part_montant =
                           ws_montant_semaine
                           - ws_r_montant(ws_reg_idx)
                   end-if
               end-perform
           end-if
           if ws_part_montant = 0
               exit paragraph
           end-if
      * Une part payee doit s'inscrire au registre, sinon le mois
      * suivant la paierait une seconde fois.
           if ws_reg_count >= 9000
               display "Registre des heures sup plein (9000 max) :"
                   " part de l'id " em-id " non payee."
               add 1 to ws_nb_non_inscrites
               exit paragraph
           end-if

           move spaces to valorisee-record
           move em-id to hsv-id
           move ws_h_semaine(ws_hsp_idx) to hsv-semaine
           move ws_part_mois to hsv-mois
           move ws_part_heures to hsv-heures
           move ws_part_montant to hsv-montant
           move sal-devise to hsv-devise
           move ws_h_nature(ws_hsp_idx) to hsv-nature
           move em-soc to hsv-soc
           write valorisee-record
           add 1 to ws_nb_parts
           if ws_h_nature(ws_hsp_idx) not = space
               add 1 to ws_nb_primes
           end-if
           add ws_part_montant to ws_total_montant

           add 1 to ws_reg_count
           move em-id to ws_r_id(ws_reg_count)
           move ws_h_semaine(ws_hsp_idx) to ws_r_semaine(ws_reg_count)
           move ws_part_mois to ws_r_mois(ws_reg_count)
           move ws_part_heures to ws_r_heures(ws_reg_count)
           move ws_part_montant to ws_r_montant(ws_reg_count)
           move sal-devise to ws_r_devise(ws_reg_count)
           move ws_mois_paie to ws_r_paie(ws_reg_count)
           move ws_h_nature(ws_hsp_idx) to ws_r_nature(ws_reg_count)
           move em-soc to ws_r_soc(ws_reg_count)

           evaluate ws_h_nature(ws_hsp_idx)
               when 'N'
                   move "Prime nuit" to ws_libelle_nature
               when 'W'
                   move "Prime w-end" to ws_libelle_nature
               when other
                   move "Heures sup" to ws_libelle_nature
           end-evaluate
           move ws_part_heures to ws_heures_aff
           move ws_part_montant to ws_montant_aff
           display ws_libelle_nature " : id " em-id " semaine "
               ws_h_semaine(ws_hsp_idx) " part " ws_part_mois " "
               ws_heures_aff " h -> " ws_montant_aff " "
               sal-devise
           .

       1500-primer-la-semaine.
      * Heures de nuit ou de week-end : seule la prime se paie, au
      * taux de la societe de la personne pour cette nature s'il
      * existe, sinon au taux commun [societe a blanc].
           move ws_h_heures(ws_hsp_idx) to ws_heures_semaine
           move 0 to ws_montant_semaine
           move 0 to ws_dernier_taux
           move 'N' to ws_maj_trouvee
           perform varying ws_pnw_idx from 1 by 1
               until ws_pnw_idx > ws_pnw_count
               if ws_p_nature(ws_pnw_idx) = ws_h_nature(ws_hsp_idx)
                  and ws_p_soc(ws_pnw_idx) = spaces
                  and ws_maj_trouvee = 'N'
                   move ws_p_taux(ws_pnw_idx) to ws_dernier_taux
                   move 'O' to ws_maj_trouvee
               end-if
           end-perform
           perform varying ws_pnw_idx from 1 by 1
               until ws_pnw_idx > ws_pnw_count
               if ws_p_nature(ws_pnw_idx) = ws_h_nature(ws_hsp_idx)
                  and ws_p_soc(ws_pnw_idx) = em-soc
                   move ws_p_taux(ws_pnw_idx) to ws_dernier_taux
                   move 'O' to ws_maj_trouvee
               end-if
           end-perform
           compute ws_montant_semaine rounded =
               ws_heures_semaine * ws_taux_horaire
               * ws_dernier_taux / 100
           .

       9000-reecrire-le-registre.
      * Registre complet : les parts des mois de paie anterieurs
      * reprises telles quelles, puis celles de ce passage.
           open output registre-file
           perform varying ws_reg_idx from 1 by 1
               until ws_reg_idx > ws_reg_count
               move spaces to registre-record
               move ws_r_id(ws_reg_idx) to reg-id
               move ws_r_semaine(ws_reg_idx) to reg-semaine
               move ws_r_mois(ws_reg_idx) to reg-mois
               move ws_r_heures(ws_reg_idx) to reg-heures
               move ws_r_montant(ws_reg_idx) to reg-montant
               move ws_r_devise(ws_reg_idx) to reg-devise
               move ws_r_paie(ws_reg_idx) to reg-paie
               move ws_r_nature(ws_reg_idx) to reg-nature
               move ws_r_soc(ws_reg_idx) to reg-soc
               write registre-record
           end-perform
           close registre-file
           .

       9900-consigner-message.
      * Double le DISPLAY d'un incident d'une ligne dans le fichier
      * de messages du jour, pour les nuits sans operateur devant la
      * console.
           call "MSGLOG" using ws_msglog_prefix ws_joblog_name
               ws_msglog_grav ws_msglog_texte
           .
