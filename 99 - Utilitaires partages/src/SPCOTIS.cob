       identification division.
       program-id. SPCOTIS.

      * Sous-programme partage de calcul des cotisations sociales
      * [appelable comme SPBAREME/SPDEVISE]. La table des taux est un
      * fichier plat date [code cotisation, date d'effet, type
      * d'assiette, plafond, taux salarial, taux patronal en
      * pourcent, societe - une ligne par taux publie], maintenu par
      * 65_gestion-cotisations.cob : quand un taux ou un plafond
      * change, on edite le referentiel, pas le code.
      *
      * Pour un brut mensuel, une date et une societe donnes, chaque
      * code de cotisation retient la ligne la plus recente dont la
      * date d'effet ne depasse pas la date demandee ; une ligne de la
      * societe l'emporte sur la ligne commune [societe a blanc] du
      * meme code. Assiette selon le type :
      *    'T' = brut total ;
      *    'P' = brut plafonne [plafond 0 = sans plafond] ;
      *    'D' = part du brut au-dela du plafond.
      * Chaque cotisation retenue rend son code, son assiette, sa part
      * salariale et sa part patronale. lnk-trouve = 'N' si le
      * fichier est illisible [l'appelant decide : alerte, pas de
      * cotisation calculee]. Le chemin du fichier est fourni par
      * l'appelant, comme pour JOBLOG et SPAUTOR.

       environment division.
       input-output section.
       file-control.
           select taux-file assign to dynamic ws-taux-path
               organization is line sequential
               file status is ws-fs-taux.

       data division.
       file section.
       fd taux-file.
       01 taux-record.
           05 cot-code     pic x(8).
           05 filler       pic x.
           05 cot-debut    pic 9(8).
           05 filler       pic x.
           05 cot-base     pic x(1).
           05 filler       pic x.
           05 cot-plafond  pic 9(7)v99.
           05 filler       pic x.
           05 cot-taux-sal pic 9(2)v999.
           05 filler       pic x.
           05 cot-taux-pat pic 9(2)v999.
           05 filler       pic x.
           05 cot-soc      pic x(3).

       working-storage section.
       01 ws-taux-path     pic x(100).
       01 ws-fs-taux       pic xx value "00".
       01 ws-fin-taux      pic x value 'N'.
       01 ws-idx           pic 9(2) value 0.
       01 ws-trouve-idx    pic 9(2) value 0.

      * Ligne retenue par code : la plus recente applicable, celle
      * de la societe avant la ligne commune.
       01 ws-ret-table.
           05 ws-ret-entry occurs 30 times.
               10 ws-r-code     pic x(8).
               10 ws-r-debut    pic 9(8).
               10 ws-r-propre   pic x(1).
               10 ws-r-base     pic x(1).
               10 ws-r-plafond  pic 9(7)v99.
               10 ws-r-taux-sal pic 9(2)v999.
               10 ws-r-taux-pat pic 9(2)v999.
       01 ws-ret-count     pic 9(2) value 0.
       01 ws-propre        pic x(1) value 'N'.
       01 ws-assiette      pic 9(7)v99 value 0.

       linkage section.
       01 lnk-taux-path    pic x(100).
       01 lnk-date         pic 9(8).
       01 lnk-soc          pic x(3).
       01 lnk-brut         pic 9(7)v99.
      * Cotisations calculees [une entree par code retenu].
       01 lnk-cotisations.
           05 lnk-nb           pic 9(2).
           05 lnk-cot-entry occurs 30 times.
               10 lnk-c-code   pic x(8).
               10 lnk-c-base   pic 9(7)v99.
               10 lnk-c-sal    pic 9(7)v99.
               10 lnk-c-pat    pic 9(7)v99.
      * 'O' = table lue, 'N' = fichier illisible.
       01 lnk-trouve       pic x(1).

       procedure division using lnk-taux-path lnk-date lnk-soc
               lnk-brut lnk-cotisations lnk-trouve.

           move 'N' to lnk-trouve
           move 0 to lnk-nb
           move 0 to ws-ret-count
           move 'N' to ws-fin-taux
           move lnk-taux-path to ws-taux-path

           open input taux-file
           if ws-fs-taux not = "00"
               display "SPCOTIS : table des cotisations illisible ["
                   function trim(ws-taux-path) " status "
                   ws-fs-taux "] - pas de cotisation calculee."
               goback
           end-if
           move 'O' to lnk-trouve
           perform until ws-fin-taux = 'Y'
               read taux-file
                   at end
                       move 'Y' to ws-fin-taux
                   not at end
                       if cot-debut not > lnk-date
                          and (cot-soc = spaces or cot-soc = lnk-soc)
                           perform 1000-retenir-une-ligne
                       end-if
               end-read
           end-perform
           close taux-file

           perform varying ws-idx from 1 by 1
               until ws-idx > ws-ret-count
               perform 2000-calculer-une-cotisation
           end-perform
           goback.

       1000-retenir-une-ligne.
           if cot-soc = spaces
               move 'N' to ws-propre
           else
               move 'O' to ws-propre
           end-if
           move 0 to ws-trouve-idx
           perform varying ws-idx from 1 by 1
               until ws-idx > ws-ret-count
               if ws-r-code(ws-idx) = cot-code
                   move ws-idx to ws-trouve-idx
               end-if
           end-perform
           if ws-trouve-idx = 0
               if ws-ret-count >= 30
                   display "SPCOTIS : plus de 30 codes - " cot-code
                       " ignore."
                   exit paragraph
               end-if
               add 1 to ws-ret-count
               move ws-ret-count to ws-trouve-idx
           else
      * Une ligne commune ne remplace jamais la ligne de la societe ;
      * a rang egal, la date d'effet la plus recente l'emporte.
               if ws-r-propre(ws-trouve-idx) = 'O'
                  and ws-propre = 'N'
                   exit paragraph
               end-if
               if ws-r-propre(ws-trouve-idx) = ws-propre
                  and ws-r-debut(ws-trouve-idx) > cot-debut
                   exit paragraph
               end-if
           end-if
           move cot-code to ws-r-code(ws-trouve-idx)
           move cot-debut to ws-r-debut(ws-trouve-idx)
           move ws-propre to ws-r-propre(ws-trouve-idx)
           move cot-base to ws-r-base(ws-trouve-idx)
           move cot-plafond to ws-r-plafond(ws-trouve-idx)
           move cot-taux-sal to ws-r-taux-sal(ws-trouve-idx)
           move cot-taux-pat to ws-r-taux-pat(ws-trouve-idx)
           .

       2000-calculer-une-cotisation.
           evaluate ws-r-base(ws-idx)
               when 'P'
                   if ws-r-plafond(ws-idx) > 0
                      and lnk-brut > ws-r-plafond(ws-idx)
                       move ws-r-plafond(ws-idx) to ws-assiette
                   else
                       move lnk-brut to ws-assiette
                   end-if
               when 'D'
                   if lnk-brut > ws-r-plafond(ws-idx)
                       compute ws-assiette =
                           lnk-brut - ws-r-plafond(ws-idx)
                   else
                       move 0 to ws-assiette
                   end-if
               when other
                   move lnk-brut to ws-assiette
           end-evaluate
           if ws-assiette = 0
               exit paragraph
           end-if
           add 1 to lnk-nb
           move ws-r-code(ws-idx) to lnk-c-code(lnk-nb)
           move ws-assiette to lnk-c-base(lnk-nb)
           compute lnk-c-sal(lnk-nb) rounded =
               ws-assiette * ws-r-taux-sal(ws-idx) / 100
           compute lnk-c-pat(lnk-nb) rounded =
               ws-assiette * ws-r-taux-pat(ws-idx) / 100
           .

       end program SPCOTIS.
