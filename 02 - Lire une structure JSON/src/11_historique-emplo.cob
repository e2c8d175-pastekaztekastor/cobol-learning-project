      *
      * Date de création: 22/08/2026
      * Auteur          : Champémont Mathurin
      *
      * Historique des modifications :
      *  - 15/10/2026 : les lignes d'image d'une suppression et les
      *    lignes d'annulation d'un lot [80_annulation-lot.cob] sont
      *    reperees en fin de ligne, avec le numero du lot.
      ******************************************************************
       identification division.
       program-id. 11_historique-emplo.
           05 ws_affich_ancien  pic x(20).
           05 filler            pic x(4) value " -> ".
           05 ws_affich_nouveau pic x(20).
           05 filler            pic x(1) value space.
           05 ws_affich_marque  pic x(20).


      * Controle des habilitations par fonction [SPAUTOR, table
                               move hi-champ to ws_affich_champ
                               move hi-ancien to ws_affich_ancien
                               move hi-nouveau to ws_affich_nouveau
                               move spaces to ws_affich_marque
                               evaluate hi-nature
                                   when 'S'
                                       string "[suppression lot "
                                                  delimited by size
                                              hi-lot delimited by size
                                              "]" delimited by size
                                              into ws_affich_marque
                                       end-string
                                   when 'I'
                                       string "[annulation lot "
                                                  delimited by size
                                              hi-lot delimited by size
                                              "]" delimited by size
                                              into ws_affich_marque
                                       end-string
                                   when other
                                       continue
                               end-evaluate
                               display ws_ligne_affich
                           end-if
                   end-read
