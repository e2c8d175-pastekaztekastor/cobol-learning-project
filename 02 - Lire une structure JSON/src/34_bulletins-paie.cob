      *    de mise en page de 04_rapport-listing.cob. La variable
      *    d'environnement ID_EMPLOYE restreint l'edition a un seul
      *    id [vide = toute la population active du fichier maître].
      *    Sous les lignes du mois, les cumuls de l'annee du registre
      *    des cumuls de paie [src/cumuls-paie.txt, tenu par
      *    64_cumuls-paie.cob] : brut, imposable, impot et net depuis
      *    janvier, arretes au dernier mois poste.
      *
      * Date de création: 02/09/2026
      * Auteur          : Champémont Mathurin
      *
      * Historique des modifications :
      *  - 15/10/2026 : un bulletin edite pour un seul id
      *    [ID_EMPLOYE] se trace au journal des consultations
      *    [SPACCES, src/journal-acces.txt] ; l'edition de toute la
      *    population est la paie elle-meme, pas une consultation.
      ******************************************************************
       identification division.
       program-id. 34_bulletins-paie.
               organization is line sequential
               file status is ws_fs_bulletins.

           select cumuls-file assign to "src/cumuls-paie.txt"
               organization is line sequential
               file status is ws_fs_cumuls.

       data division.
       file section.
       fd employee-master.
       fd bulletins-file.
       01 bulletin-record  pic x(100).

       fd cumuls-file.
       01 cumul-record.
           COPY "cumul-enreg.cpy" REPLACING ==:PFX:== BY ==cum-==.

       working-storage section.
       01 ws_fs_master     pic xx value "00".
       01 ws_fs_extrait    pic xx value "00".
       01 ws_fs_primes     pic xx value "00".
       01 ws_fs_bulletins  pic xx value "00".
       01 ws_fs_cumuls     pic xx value "00".
       01 fin_master       pic x value 'N'.
       01 fin_extrait      pic x value 'N'.
       01 fin_primes       pic x value 'N'.
       01 fin_cumuls       pic x value 'N'.

      * Lignes de l'extrait chargees en table : le bulletin de chaque
      * personne se construit par balayage, comme les croisements de
       01 ws_pri_count     pic 9(5) value 0.
       01 ws_pri_idx       pic 9(5) value 0.

      * Cumuls de l'annee de paie [annee de l'entete de l'extrait,
      * a defaut celle de la date de traitement], une ligne par id et
      * societe.
       01 ws_cum_table.
           05 ws_cum_entry occurs 9000 times.
               10 ws_k_id        pic 9(5).
               10 ws_k_soc       pic x(3).
               10 ws_k_devise    pic x(3).
               10 ws_k_brut      pic s9(9)v99.
               10 ws_k_imposable pic s9(9)v99.
               10 ws_k_impot     pic s9(9)v99.
               10 ws_k_net       pic s9(9)v99.
               10 ws_k_mois      pic 9(6).
       01 ws_cum_count     pic 9(5) value 0.
       01 ws_cum_idx       pic 9(5) value 0.
       01 ws_annee_paie    pic 9(4) value 0.

       01 ws_id_param      pic x(5) value spaces.
       01 ws_id_demande    pic 9(5) value 0.
       01 ws_bulletin_count pic 9(5) value 0.
       01 ws_aff_master    pic x(100)
           value "src/employee-master.dat".

      * Journal des consultations de donnees sensibles [SPACCES,
      * voir 99 - Utilitaires partages/src/SPACCES.cob].
       01 ws_acces_path    pic x(100) value "src/journal-acces.txt".
       01 ws_acces_id      pic 9(5) value 0.
       01 ws_acces_categorie pic x(10) value spaces.

      * Champs d'appel au journal central des executions (JOB-LOG,
      * voir 99 - Utilitaires partages/src/JOBLOG.cob).
       01 ws_joblog_name   pic x(20) value "34_bulletins-paie".

           perform 0100-charger-l-extrait
           perform 0200-charger-les-primes
           perform 0300-charger-les-cumuls

           open input employee-master
           if ws_fs_master not = "00"
                       at end
                           move 'Y' to fin_extrait
                       not at end
                           if extrait-record(1:3) = "ENT"
                              and extrait-record(4:4) is numeric
                               move extrait-record(4:4)
                                   to ws_annee_paie
                           end-if
                           if extrait-record(1:3) not = "ENT"
                              and extrait-record(1:3) not = "FIN"
                               if ws_ext_count >= 5000
           end-if
           .

       0300-charger-les-cumuls.
      * Charge les cumuls de l'annee de paie. Registre absent :
      * bulletins sans cumuls.
           if ws_annee_paie = 0
               move ws_today(1:4) to ws_annee_paie
           end-if
           open input cumuls-file
           if ws_fs_cumuls = "00"
               perform until fin_cumuls = 'Y'
                   read cumuls-file
                       at end
                           move 'Y' to fin_cumuls
                       not at end
                           if cum-annee = ws_annee_paie
                              and ws_cum_count < 9000
                               add 1 to ws_cum_count
                               move cum-id to ws_k_id(ws_cum_count)
                               move cum-soc to ws_k_soc(ws_cum_count)
                               move cum-devise
                                   to ws_k_devise(ws_cum_count)
                               move cum-brut
                                   to ws_k_brut(ws_cum_count)
                               move cum-imposable
                                   to ws_k_imposable(ws_cum_count)
                               move cum-impot
                                   to ws_k_impot(ws_cum_count)
                               move cum-net to ws_k_net(ws_cum_count)
                               move cum-mois
                                   to ws_k_mois(ws_cum_count)
                           end-if
                   end-read
               end-perform
               close cumuls-file
           end-if
           .

       1000-bulletin-d-un-id.
      * Edition restreinte a un seul id [ID_EMPLOYE] : lecture par
      * cle, y compris pour un sorti [il a le droit de relire son
                   move 8 to ws_joblog_rc
               not invalid key
                   perform 2000-editer-un-bulletin
                   if ws_bulletin_count > 0
                       move em-id to ws_acces_id
                       move "SALAIRE" to ws_acces_categorie
                       perform 9600-tracer-la-consultation
                   end-if
           end-read
           .

               end-if
           end-perform

           perform varying ws_cum_idx from 1 by 1
               until ws_cum_idx > ws_cum_count
               if ws_k_id(ws_cum_idx) = em-id
                   perform 2100-editer-les-cumuls
               end-if
           end-perform

           add 1 to ws_bulletin_count
           .

       2100-editer-les-cumuls.
      * Un bloc par societe de l'annee [mutation en cours d'annee :
      * deux blocs].
           move spaces to bulletin-record
           string "Cumuls annuels au " delimited by size
                  ws_k_mois(ws_cum_idx) delimited by size
                  " - societe " delimited by size
                  ws_k_soc(ws_cum_idx) delimited by size
                  into bulletin-record
           end-string
           write bulletin-record
           move ws_k_devise(ws_cum_idx) to ws_l_devise
           move "BRUT" to ws_l_libelle
           move ws_k_brut(ws_cum_idx) to ws_l_montant
           write bulletin-record from ws_ligne_montant
           move "IMPOSABLE" to ws_l_libelle
           move ws_k_imposable(ws_cum_idx) to ws_l_montant
           write bulletin-record from ws_ligne_montant
           move "IMPOT" to ws_l_libelle
           move ws_k_impot(ws_cum_idx) to ws_l_montant
           write bulletin-record from ws_ligne_montant
           move "NET" to ws_l_libelle
           move ws_k_net(ws_cum_idx) to ws_l_montant
           write bulletin-record from ws_ligne_montant
           .

       0010-date-de-traitement.
      * La date metier du passage : DATE_TRAITEMENT si posee par
      * l'exploitation [rejeu d'un jour precedent], sinon la date du
               accept ws_today from date yyyymmdd
           end-if
           .

       9600-tracer-la-consultation.
      * Toute lecture d'une donnee sensible laisse sa trace : date,
      * heure, operateur, programme, id consulte, categorie.
           call "SPACCES" using ws_acces_path ws_joblog_operator
               ws_joblog_name ws_acces_id ws_acces_categorie
           .
