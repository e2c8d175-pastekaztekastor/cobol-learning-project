      ******************************************************************
      * Nom du Projet   : Controle croise des fichiers satellites
      * Description     : 27_controle-integrite.cob ne verifie que le
      *    fichier maître ; les fichiers satellites cles par l'id de
      *    l'employe accumulent pendant ce temps des orphelins
      *    [salaire d'un id fusionne, banque d'un purge, contacts
      *    d'un id jamais vu, solde de conges d'un sortant deja
      *    solde...]. Ce balayage de nuit confronte chaque ligne de
      *    chaque satellite au fichier maître et, pour un id absent
      *    du maître, a sa derniere disposition au registre des
      *    identifiants [src/registre-ids.txt, voir SPREGID : 'A'
      *    actif, 'T' sorti, 'P' purge, 'F' fusionne, 'R' reserve].
      *    S'y ajoutent les regles propres aux fichiers : une ligne
      *    de salaire par present [la cle du .dat interdit le double,
      *    reste le manquant], pas de coordonnees bancaires sans
      *    salaire, pas de solde de conges pour un sortant deja passe
      *    au solde de tout compte [src/soldes-traites.txt].
      *    Chaque anomalie part au rapport categorise
      *    src/rapport-integrite-satellites.txt [detail, puis bilan
      *    par fichier et par categorie] et, en une ligne
      *    "Integrite satellite", dans src/exceptions-integrite.txt
      *    que reprend le digest des exceptions de la nuit. Anomalie
      *    presente = avertissement rc 4 ; fichier maître illisible
      *    = rc 16. Un satellite absent n'est pas une anomalie.
      *
      * Date de création: 15/10/2026
      * Auteur          : Champémont Mathurin
      ******************************************************************
       identification division.
       program-id. 96_integrite-sat.

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

           select registre-file assign to "src/registre-ids.txt"
               organization is line sequential
               file status is ws_fs_registre.

           select traites-file assign to "src/soldes-traites.txt"
               organization is line sequential
               file status is ws_fs_traites.

      * Satellite texte, nomme a l'execution.
           select satellite-file assign to dynamic ws_sat_path
               organization is line sequential
               file status is ws_fs_sat.

           select salaires-file assign to "src/salaires.dat"
               organization is indexed
               access mode is dynamic
               record key is sal-id
               file status is ws_fs_salaires.

           select banque-file assign to "src/banque-employes.dat"
               organization is indexed
               access mode is dynamic
               record key is ban-id
               file status is ws_fs_sat.

           select retenues-file assign to "src/retenues.dat"
               organization is indexed
               access mode is dynamic
               record key is ret-cle
               file status is ws_fs_sat.

           select contacts-file
               assign to "src/contacts-employes.dat"
               organization is indexed
               access mode is dynamic
               record key is cta-id
               file status is ws_fs_sat.

           select soldes-file assign to "src/conges-soldes.dat"
               organization is indexed
               access mode is dynamic
               record key is sol-id
               file status is ws_fs_sat.

           select rapport-file
               assign to "src/rapport-integrite-satellites.txt"
               organization is line sequential
               file status is ws_fs_rapport.

           select exceptions-file
               assign to "src/exceptions-integrite.txt"
               organization is line sequential
               file status is ws_fs_exceptions.

       data division.
       file section.
       fd employee-master.
       01 employee-master-record.
           COPY "employe-enreg.cpy" REPLACING ==:PFX:== BY ==em-==.

       fd registre-file.
       01 registre-record.
           05 reg-id       pic 9(5).
           05 filler       pic x.
           05 reg-dispo    pic x(1).
           05 filler       pic x.
           05 reg-date     pic 9(8).

       fd traites-file.
       01 traite-record.
           05 tra-id       pic 9(5).
           05 filler       pic x.
           05 tra-date     pic 9(8).

       fd satellite-file.
       01 satellite-record pic x(200).

       fd salaires-file.
       01 salaire-record.
           05 sal-id       pic 9(5).
           05 filler       pic x(14).

       fd banque-file.
       01 banque-record.
           05 ban-id       pic 9(5).
           05 filler       pic x(70).

       fd retenues-file.
       01 retenue-record.
           05 ret-cle.
               10 ret-id   pic 9(5).
               10 filler   pic x.
               10 ret-code pic x(12).
           05 filler       pic x(30).

       fd contacts-file.
       01 contact-record.
           05 cta-id       pic 9(5).
           05 filler       pic x(135).

       fd soldes-file.
       01 solde-record.
           05 sol-id       pic 9(5).
           05 filler       pic x(19).

       fd rapport-file.
       01 rapport-record   pic x(100).

       fd exceptions-file.
       01 exception-record pic x(100).

       working-storage section.
       01 ws_fs_master     pic xx value "00".
       01 ws_fs_registre   pic xx value "00".
       01 ws_fs_traites    pic xx value "00".
       01 ws_fs_sat        pic xx value "00".
       01 ws_fs_salaires   pic xx value "00".
       01 ws_fs_rapport    pic xx value "00".
       01 ws_fs_exceptions pic xx value "00".
       01 fin_master       pic x value 'N'.
       01 fin_sat          pic x value 'N'.
       01 ws_reg_eof       pic x value 'N'.
       01 ws_tra_eof       pic x value 'N'.
       01 ws_sal_ouvert    pic x value 'N'.
       01 ws_sat_ouvert    pic x value 'N'.
       01 ws_today         pic 9(8) value 0.
       01 ws_date_param    pic x(8) value spaces.

      * Affectations de fichiers [SPAFFECT, cartes DD de la suite].
       01 ws_affect_config pic x(100) value "../affectations.cfg".
       01 ws_dd_master     pic x(20) value "EMPLOYEE-MASTER".
       01 ws_dd_joblog     pic x(20) value "JOB-LOG".
       01 ws_aff_master    pic x(100)
           value "src/employee-master.dat".

      * Les satellites cles par l'id : les cinq fichiers indexes
      * d'abord, puis les fichiers texte [src/<nom>.txt].
       01 ws_fichiers.
           05 filler pic x(20) value "salaires".
           05 filler pic x(20) value "banque-employes".
           05 filler pic x(20) value "retenues".
           05 filler pic x(20) value "contacts-employes".
           05 filler pic x(20) value "conges-soldes".
           05 filler pic x(20) value "absences".
           05 filler pic x(20) value "certifications".
           05 filler pic x(20) value "ayants-droit".
           05 filler pic x(20) value "affectations-centres".
           05 filler pic x(20) value "affectations-postes".
           05 filler pic x(20) value "affectations-sites".
           05 filler pic x(20) value "periodes-essai".
       01 ws_fichiers_table redefines ws_fichiers.
           05 ws_fic_nom   pic x(20) occurs 12 times.
       01 ws_fic_idx       pic 9(2) value 0.
       01 ws_fic_compteurs.
           05 ws_fic_entry occurs 12 times.
               10 ws_fic_lues      pic 9(7).
               10 ws_fic_ko        pic 9(7).
               10 ws_fic_present   pic x.
       01 ws_sat_path      pic x(100) value spaces.

      * Categories d'anomalie : code, libelle du bilan, compte.
       01 ws_categories.
           05 filler pic x(12) value "ID-ILLISIBLE".
           05 filler pic x(33) value "id illisible".
           05 filler pic x(12) value "ID-INCONNU".
           05 filler pic x(33) value "id hors maitre et hors registre".
           05 filler pic x(12) value "ID-FUSIONNE".
           05 filler pic x(33) value "id fusionne, non reporte".
           05 filler pic x(12) value "ID-PURGE".
           05 filler pic x(33) value "id purge, ligne non purgee".
           05 filler pic x(12) value "ID-RESERVE".
           05 filler pic x(33) value "id reserve, jamais embauche".
           05 filler pic x(12) value "ID-DISPARU".
           05 filler pic x(33) value "id au registre, absent du maitre".
           05 filler pic x(12) value "SANS-SALAIRE".
           05 filler pic x(33) value "present sans ligne de salaire".
           05 filler pic x(12) value "BQ-SANS-SAL".
           05 filler pic x(33) value "banque sans ligne de salaire".
           05 filler pic x(12) value "SOLDE-SORTI".
           05 filler pic x(33) value "solde d'un sortant deja solde".
       01 ws_categories_table redefines ws_categories.
           05 ws_cat_entry occurs 9 times.
               10 ws_cat_code    pic x(12).
               10 ws_cat_libelle pic x(33).
       01 ws_cat_compteurs.
           05 ws_cat_nb    pic 9(7) occurs 9 times.
       01 ws_cat_idx       pic 9(2) value 0.
       01 ws_cat_trouvee   pic 9(2) value 0.

      * Registre des identifiants et ids deja soldes, charges en
      * table au demarrage [meme raison que 02_parser.cob : une
      * consultation par SPREGID relirait le registre a chaque
      * ligne]. La derniere ligne d'un id fait foi.
       01 ws_reg_table.
           05 ws_reg_entry occurs 5000 times.
               10 ws_rg_id     pic 9(5).
               10 ws_rg_dispo  pic x(1).
       01 ws_reg_count     pic 9(5) value 0.
       01 ws_reg_idx       pic 9(5) value 0.
       01 ws_reg_trouve    pic 9(5) value 0.
       01 ws_tra_table.
           05 ws_tra_entry pic 9(5) occurs 5000 times.
       01 ws_tra_count     pic 9(5) value 0.
       01 ws_tra_idx       pic 9(5) value 0.
       01 ws_tra_trouve    pic x value 'N'.

       01 ws_id_texte      pic x(5) value spaces.
       01 ws_id            pic 9(5) value 0.
       01 ws_em_trouve     pic x value 'N'.
       01 ws_sal_trouve    pic x value 'N'.
       01 ws_nb_presents   pic 9(7) value 0.
       01 ws_ko_total      pic 9(7) value 0.
       01 ws_lues_total    pic 9(7) value 0.

       01 ws_ligne_detail.
           05 ws_dt_code       pic x(12).
           05 filler           pic x(1) value space.
           05 ws_dt_fichier    pic x(20).
           05 filler           pic x(4) value " id ".
           05 ws_dt_id         pic x(5).
           05 filler           pic x(3) value " - ".
           05 ws_dt_libelle    pic x(33).

       01 ws_ligne_fichier.
           05 filler           pic x(3) value spaces.
           05 ws_lf_nom        pic x(20).
           05 filler           pic x(1) value space.
           05 ws_lf_lues       pic zzzzzz9.
           05 filler           pic x(10) value " lue(s), ".
           05 ws_lf_ko         pic zzzzzz9.
           05 filler           pic x(13) value " anomalie(s)".

       01 ws_ligne_compte.
           05 filler           pic x(3) value spaces.
           05 ws_c_code        pic x(12).
           05 filler           pic x(1) value space.
           05 ws_c_libelle     pic x(33).
           05 ws_c_nb          pic zzzzzz9.

      * Consignation des messages d'erreur dans le fichier de
      * messages date [MSGLOG] : la chaine tourne sans surveillance,
      * un DISPLAY seul disparait avec la console.
       01 ws_msglog_prefix pic x(100) value "..".
       01 ws_msglog_grav   pic x(1) value 'E'.
       01 ws_msglog_texte  pic x(100) value spaces.

      * Champs d'appel au journal central des executions (JOB-LOG,
      * voir 99 - Utilitaires partages/src/JOBLOG.cob).
       01 ws_joblog_name   pic x(20) value "96_integrite-sat".
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
           perform varying ws_cat_idx from 1 by 1
               until ws_cat_idx > 9
               move 0 to ws_cat_nb(ws_cat_idx)
           end-perform
           perform varying ws_fic_idx from 1 by 1
               until ws_fic_idx > 12
               move 0 to ws_fic_lues(ws_fic_idx)
               move 0 to ws_fic_ko(ws_fic_idx)
               move 'N' to ws_fic_present(ws_fic_idx)
           end-perform

           open input employee-master
           if ws_fs_master not = "00"
               display "Erreur ouverture EMPLOYEE-MASTER : "
                   ws_fs_master
               move 'E' to ws_msglog_grav
               move "Fichier maître illisible, controle des satellites"
                   to ws_msglog_texte
               perform 9900-consigner-message
               move 16 to ws_joblog_rc
           else
               perform 0100-charger-le-registre
               perform 0110-charger-les-soldes-traites
               open output rapport-file
               open output exceptions-file
               move spaces to rapport-record
               string "Controle croise des fichiers satellites - "
                          delimited by size
                      ws_today delimited by size
                      into rapport-record
               end-string
               write rapport-record
               move spaces to rapport-record
               write rapport-record

               open input salaires-file
               if ws_fs_salaires = "00"
                   move 'O' to ws_sal_ouvert
               end-if

               perform 1000-controler-les-presents
               perform varying ws_fic_idx from 1 by 1
                   until ws_fic_idx > 12
                   perform 2000-balayer-un-satellite
               end-perform

               if ws_sal_ouvert = 'O'
                   close salaires-file
               end-if
               close employee-master

               perform 3000-imprimer-le-bilan
               close exceptions-file
               close rapport-file

               if ws_ko_total = 0
                   display "Controle des satellites : PASSE ["
                       ws_lues_total " ligne(s)]."
               else
                   display "Controle des satellites : " ws_ko_total
                       " anomalie(s) sur " ws_lues_total
                       " ligne(s) - voir"
                       " rapport-integrite-satellites.txt"
                   move 'W' to ws_msglog_grav
                   move spaces to ws_msglog_texte
                   string "Controle des satellites : "
                              delimited by size
                          ws_ko_total delimited by size
                          " anomalie(s)" delimited by size
                          into ws_msglog_texte
                   end-string
                   perform 9900-consigner-message
                   move 4 to ws_joblog_rc
               end-if
           end-if

           move ws_ko_total to ws_joblog_count
           move 'E' to ws_joblog_action
           call "JOBLOG" using ws_joblog_path ws_joblog_name
               ws_joblog_action ws_joblog_count ws_joblog_rc
                   ws_joblog_operator

           move ws_joblog_rc to return-code
           goback.

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

       0100-charger-le-registre.
      * Registre absent : aucun id n'y est connu, tout orphelin du
      * maître sortira en ID-INCONNU.
           open input registre-file
           if ws_fs_registre = "00"
               perform until ws_reg_eof = 'Y'
                   read registre-file
                       at end
                           move 'Y' to ws_reg_eof
                       not at end
                           perform 0105-retenir-une-disposition
                   end-read
               end-perform
               close registre-file
           end-if
           .

       0105-retenir-une-disposition.
           move 0 to ws_reg_trouve
           perform varying ws_reg_idx from 1 by 1
               until ws_reg_idx > ws_reg_count
               if ws_rg_id(ws_reg_idx) = reg-id
                   move ws_reg_idx to ws_reg_trouve
               end-if
           end-perform
           if ws_reg_trouve > 0
               move reg-dispo to ws_rg_dispo(ws_reg_trouve)
           else
               if ws_reg_count < 5000
                   add 1 to ws_reg_count
                   move reg-id to ws_rg_id(ws_reg_count)
                   move reg-dispo to ws_rg_dispo(ws_reg_count)
               end-if
           end-if
           .

       0110-charger-les-soldes-traites.
           open input traites-file
           if ws_fs_traites = "00"
               perform until ws_tra_eof = 'Y'
                   read traites-file
                       at end
                           move 'Y' to ws_tra_eof
                       not at end
                           if ws_tra_count < 5000
                               add 1 to ws_tra_count
                               move tra-id
                                   to ws_tra_entry(ws_tra_count)
                           end-if
                   end-read
               end-perform
               close traites-file
           end-if
           .

       1000-controler-les-presents.
      * Une ligne de salaire par present : le .dat cle par l'id ne
      * peut en porter deux, le controle porte sur le manquant.
           perform until fin_master = 'Y'
               read employee-master next record
                   at end
                       move 'Y' to fin_master
                   not at end
                       if em-statut = 'A'
                           add 1 to ws_nb_presents
                           move em-id to ws_id
                           perform 4100-chercher-le-salaire
                           if ws_sal_trouve = 'N'
                               move em-id to ws_id_texte
                               move 1 to ws_fic_idx
                               move 7 to ws_cat_trouvee
                               perform 5000-noter-une-anomalie
                           end-if
                       end-if
               end-read
           end-perform
           .

       2000-balayer-un-satellite.
           perform 2100-ouvrir-le-satellite
           if ws_sat_ouvert = 'N'
               exit paragraph
           end-if
           move 'O' to ws_fic_present(ws_fic_idx)

           move 'N' to fin_sat
           perform until fin_sat = 'Y'
               perform 2200-lire-le-satellite
               if fin_sat = 'N'
                   add 1 to ws_fic_lues(ws_fic_idx)
                   add 1 to ws_lues_total
                   perform 2300-controler-une-ligne
               end-if
           end-perform
           perform 2900-fermer-le-satellite
           .

       2100-ouvrir-le-satellite.
      * Les salaires sont deja ouverts pour les recherches par cle :
      * leur balayage repart du debut de la cle.
           move 'N' to ws_sat_ouvert
           evaluate ws_fic_idx
               when 1
                   if ws_sal_ouvert = 'O'
                       move 0 to sal-id
                       start salaires-file key is not less than sal-id
                           invalid key
                               exit paragraph
                       end-start
                       move 'O' to ws_sat_ouvert
                   end-if
                   exit paragraph
               when 2
                   open input banque-file
               when 3
                   open input retenues-file
               when 4
                   open input contacts-file
               when 5
                   open input soldes-file
               when other
                   move spaces to ws_sat_path
                   string "src/" delimited by size
                          function trim(ws_fic_nom(ws_fic_idx))
                              delimited by size
                          ".txt" delimited by size
                          into ws_sat_path
                   end-string
                   open input satellite-file
           end-evaluate
           if ws_fs_sat = "00"
               move 'O' to ws_sat_ouvert
           end-if
           .

       2200-lire-le-satellite.
      * L'id est en tete de chaque satellite : il se prend sur les
      * cinq premiers caracteres, en texte pour le controle de
      * lisibilite.
           evaluate ws_fic_idx
               when 1
                   read salaires-file next record
                       at end
                           move 'Y' to fin_sat
                       not at end
                           move salaire-record(1:5) to ws_id_texte
                   end-read
               when 2
                   read banque-file next record
                       at end
                           move 'Y' to fin_sat
                       not at end
                           move banque-record(1:5) to ws_id_texte
                   end-read
               when 3
                   read retenues-file next record
                       at end
                           move 'Y' to fin_sat
                       not at end
                           move retenue-record(1:5) to ws_id_texte
                   end-read
               when 4
                   read contacts-file next record
                       at end
                           move 'Y' to fin_sat
                       not at end
                           move contact-record(1:5) to ws_id_texte
                   end-read
               when 5
                   read soldes-file next record
                       at end
                           move 'Y' to fin_sat
                       not at end
                           move solde-record(1:5) to ws_id_texte
                   end-read
               when other
                   read satellite-file
                       at end
                           move 'Y' to fin_sat
                       not at end
                           move satellite-record(1:5) to ws_id_texte
                   end-read
           end-evaluate
           .

       2300-controler-une-ligne.
      * Une ligne vide d'un fichier texte ne porte rien.
           if ws_fic_idx > 5 and satellite-record = spaces
               subtract 1 from ws_fic_lues(ws_fic_idx)
               subtract 1 from ws_lues_total
               exit paragraph
           end-if
           if ws_id_texte not numeric
               move 1 to ws_cat_trouvee
               perform 5000-noter-une-anomalie
               exit paragraph
           end-if
           move ws_id_texte to ws_id

           move ws_id to em-id
           read employee-master
               invalid key
                   move 'N' to ws_em_trouve
               not invalid key
                   move 'Y' to ws_em_trouve
           end-read
           if ws_em_trouve = 'N'
               perform 2400-classer-un-orphelin
               perform 5000-noter-une-anomalie
               exit paragraph
           end-if

      * Regles propres au fichier, pour un id connu du maître.
           evaluate ws_fic_idx
               when 2
                   perform 4100-chercher-le-salaire
                   if ws_sal_trouve = 'N'
                       move 8 to ws_cat_trouvee
                       perform 5000-noter-une-anomalie
                   end-if
               when 5
                   if em-statut = 'T'
                       perform 4200-chercher-le-solde-traite
                       if ws_tra_trouve = 'Y'
                           move 9 to ws_cat_trouvee
                           perform 5000-noter-une-anomalie
                       end-if
                   end-if
           end-evaluate
           .

       2400-classer-un-orphelin.
      * Id absent du maître : sa derniere disposition au registre
      * dit pourquoi la ligne n'aurait pas du rester.
           move 0 to ws_reg_trouve
           perform varying ws_reg_idx from 1 by 1
               until ws_reg_idx > ws_reg_count
               if ws_rg_id(ws_reg_idx) = ws_id
                   move ws_reg_idx to ws_reg_trouve
               end-if
           end-perform
           if ws_reg_trouve = 0
               move 2 to ws_cat_trouvee
               exit paragraph
           end-if
           evaluate ws_rg_dispo(ws_reg_trouve)
               when 'F'
                   move 3 to ws_cat_trouvee
               when 'P'
                   move 4 to ws_cat_trouvee
               when 'R'
                   move 5 to ws_cat_trouvee
               when other
                   move 6 to ws_cat_trouvee
           end-evaluate
           .

       2900-fermer-le-satellite.
           evaluate ws_fic_idx
               when 1
                   continue
               when 2
                   close banque-file
               when 3
                   close retenues-file
               when 4
                   close contacts-file
               when 5
                   close soldes-file
               when other
                   close satellite-file
           end-evaluate
           .

       3000-imprimer-le-bilan.
           move spaces to rapport-record
           write rapport-record
           move "Bilan par fichier :" to rapport-record
           write rapport-record
           perform varying ws_fic_idx from 1 by 1
               until ws_fic_idx > 12
               if ws_fic_present(ws_fic_idx) = 'O'
                   move ws_fic_nom(ws_fic_idx) to ws_lf_nom
                   move ws_fic_lues(ws_fic_idx) to ws_lf_lues
                   move ws_fic_ko(ws_fic_idx) to ws_lf_ko
                   write rapport-record from ws_ligne_fichier
               else
                   move spaces to rapport-record
                   string "   " delimited by size
                          ws_fic_nom(ws_fic_idx) delimited by size
                          " absent" delimited by size
                          into rapport-record
                   end-string
                   write rapport-record
               end-if
           end-perform

           move spaces to rapport-record
           write rapport-record
           move "Bilan par categorie :" to rapport-record
           write rapport-record
           perform varying ws_cat_idx from 1 by 1
               until ws_cat_idx > 9
               move ws_cat_code(ws_cat_idx) to ws_c_code
               move ws_cat_libelle(ws_cat_idx) to ws_c_libelle
               move ws_cat_nb(ws_cat_idx) to ws_c_nb
               write rapport-record from ws_ligne_compte
           end-perform

           move spaces to rapport-record
           write rapport-record
           move spaces to rapport-record
           string "Presents controles : " delimited by size
                  ws_nb_presents delimited by size
                  " - lignes lues : " delimited by size
                  ws_lues_total delimited by size
                  " - anomalies : " delimited by size
                  ws_ko_total delimited by size
                  into rapport-record
           end-string
           write rapport-record
           .

       4100-chercher-le-salaire.
           move 'N' to ws_sal_trouve
           if ws_sal_ouvert = 'O'
               move ws_id to sal-id
               read salaires-file
                   invalid key
                       move 'N' to ws_sal_trouve
                   not invalid key
                       move 'Y' to ws_sal_trouve
               end-read
           end-if
           .

       4200-chercher-le-solde-traite.
           move 'N' to ws_tra_trouve
           perform varying ws_tra_idx from 1 by 1
               until ws_tra_idx > ws_tra_count
               if ws_tra_entry(ws_tra_idx) = ws_id
                   move 'Y' to ws_tra_trouve
               end-if
           end-perform
           .

       5000-noter-une-anomalie.
      * Une ligne au rapport, la meme precedee du libelle reconnu par
      * le digest dans le fichier d'exceptions.
           add 1 to ws_cat_nb(ws_cat_trouvee)
           add 1 to ws_fic_ko(ws_fic_idx)
           add 1 to ws_ko_total
           move ws_cat_code(ws_cat_trouvee) to ws_dt_code
           move ws_fic_nom(ws_fic_idx) to ws_dt_fichier
           move ws_id_texte to ws_dt_id
           move ws_cat_libelle(ws_cat_trouvee) to ws_dt_libelle
           write rapport-record from ws_ligne_detail
           move spaces to exception-record
           string "Integrite satellite : " delimited by size
                  ws_ligne_detail delimited by size
                  into exception-record
           end-string
           write exception-record
           .

       9900-consigner-message.
      * Double le DISPLAY d'un incident d'une ligne dans le fichier
      * de messages du jour, pour les nuits sans operateur devant la
      * console.
           call "MSGLOG" using ws_msglog_prefix ws_joblog_name
               ws_msglog_grav ws_msglog_texte
           .
