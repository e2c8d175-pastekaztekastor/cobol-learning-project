      *    du fichier satellite src/contacts-employes.txt [adresse,
      *    telephone, courriel, contact d'urgence] sont anonymisees
      *    avec le fichier maître.
      *  - 15/10/2026 : le satellite des contacts est indexe sur l'id
      *    [src/contacts-employes.dat] - les lignes des ids cibles se
      *    relisent et se reecrivent par cle.
      ******************************************************************
       identification division.
       program-id. 25_purge-anonymisation.
               file status is ws_fs_arch_out.

           select contacts-file
               assign to "src/contacts-employes.dat"
               organization is indexed
               access mode is dynamic
               record key is cta-id
               file status is ws_fs_contacts.

           select journal-file
      * Anonymisation du satellite des coordonnees [lignes des ids
      * cibles videes, le reste de la ligne remplace en bloc].
       01 ws_fs_contacts   pic xx value "00".
       01 ws_cta_anonymises pic 9(5) value 0.

      * Rescellement des instantanes reecrits [SPMANIF, manifeste

       2500-anonymiser-les-contacts.
      * Les coordonnees des ids cibles [satellite src/contacts-
      * employes.dat] s'anonymisent avec le fichier maître : adresse,
      * telephones, courriel et contact d'urgence remplaces en bloc,
      * chaque ligne relue et reecrite par cle.
           open i-o contacts-file
           if ws_fs_contacts not = "00"
               exit paragraph
           end-if
           perform varying ws_idx from 1 by 1
               until ws_idx > ws_cible_count
               move ws_c_id(ws_idx) to cta-id
               read contacts-file
                   invalid key
                       continue
                   not invalid key
                       move all "*" to cta-reste
                       rewrite contact-record
                       add 1 to ws_cta_anonymises
               end-read
           end-perform
           close contacts-file
           if ws_cta_anonymises > 0
               display ws_cta_anonymises " ligne(s) de"
                   " coordonnees anonymisee(s)."
           end-if
