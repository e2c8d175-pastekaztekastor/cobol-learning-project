       identification division.
       program-id. SPSAISIE.

      * Sous-programme partage de calcul de la quotite saisissable
      * d'un salaire [appelable comme SPBAREME]. Le bareme legal est
      * un fichier plat date [src/bareme-saisies.txt], une ligne par
      * element, toutes les lignes d'une meme version portant la
      * meme date d'effet :
      *    'T' tranche : plancher, plafond [0 = sans plafond] et part
      *        saisissable de la portion du net comprise entre les
      *        deux, en pourcent [5 = 1/20e, 100 = tout] ;
      *    'M' majoration par personne a charge [colonne du
      *        plancher] : chaque borne de chaque tranche monte de ce
      *        montant par personne a charge ;
      *    'I' montant insaisissable [colonne du plancher] : ce qui
      *        doit toujours rester a la personne sur son net.
      * Quand le legislateur revalorise les tranches, on ajoute une
      * version datee, on ne touche pas au code. La version
      * appliquee est la plus recente dont la date d'effet ne depasse
      * pas la date demandee. lnk-trouve = 'N' si aucune version ne
      * couvre la date [l'appelant decide : alerte, pas de saisie].

       environment division.
       input-output section.
       file-control.
           select bareme-file assign to dynamic ws-bareme-path
               organization is line sequential
               file status is ws-fs-bareme.

       data division.
       file section.
       fd bareme-file.
       01 bareme-record.
           05 sbr-type     pic x(1).
           05 filler       pic x.
           05 sbr-date     pic 9(8).
           05 filler       pic x.
           05 sbr-plancher pic 9(7)v99.
           05 filler       pic x.
           05 sbr-plafond  pic 9(7)v99.
           05 filler       pic x.
           05 sbr-taux     pic 9(3)v99.

       working-storage section.
       01 ws-bareme-path   pic x(100).
       01 ws-fs-bareme     pic xx value "00".
       01 ws-fin-bareme    pic x value 'N'.
       01 ws-version       pic 9(8) value 0.
       01 ws-majoration    pic 9(7)v99 value 0.
       01 ws-insaisissable pic 9(7)v99 value 0.
       01 ws-plancher      pic 9(9)v99 value 0.
       01 ws-plafond       pic 9(9)v99 value 0.
       01 ws-portion       pic 9(9)v99 value 0.
       01 ws-cumul         pic 9(9)v99 value 0.
       01 ws-tranches.
           05 ws-tranche occurs 20 times.
               10 ws-t-plancher pic 9(7)v99.
               10 ws-t-plafond  pic 9(7)v99.
               10 ws-t-taux     pic 9(3)v99.
       01 ws-nb-tranches   pic 9(2) value 0.
       01 ws-idx           pic 9(2) value 0.

       linkage section.
       01 lnk-bareme-path  pic x(100).
       01 lnk-date         pic 9(8).
       01 lnk-net          pic 9(7)v99.
       01 lnk-charges      pic 9(2).
       01 lnk-saisissable  pic 9(7)v99.
      * 'O' = une version du bareme couvre la date, 'N' = aucune
      * version ou fichier illisible.
       01 lnk-trouve       pic x(1).

       procedure division using lnk-bareme-path lnk-date
               lnk-net lnk-charges lnk-saisissable lnk-trouve.

           move 'N' to lnk-trouve
           move 0 to lnk-saisissable
           move 0 to ws-version
           move 0 to ws-majoration
           move 0 to ws-insaisissable
           move 0 to ws-nb-tranches
           move 0 to ws-cumul
           move lnk-bareme-path to ws-bareme-path

      * Premier passage : la version en vigueur a la date.
           move 'N' to ws-fin-bareme
           open input bareme-file
           if ws-fs-bareme not = "00"
               display "SPSAISIE : bareme illisible ["
                   function trim(ws-bareme-path) " status "
                   ws-fs-bareme "] - pas de saisie calculee."
               goback
           end-if
           perform until ws-fin-bareme = 'Y'
               read bareme-file
                   at end
                       move 'Y' to ws-fin-bareme
                   not at end
                       if sbr-type = 'T' and sbr-date is numeric
                          and sbr-date not > lnk-date
                          and sbr-date > ws-version
                           move sbr-date to ws-version
                       end-if
               end-read
           end-perform
           close bareme-file
           if ws-version = 0
               goback
           end-if

      * Second passage : les elements de cette version.
           move 'N' to ws-fin-bareme
           open input bareme-file
           perform until ws-fin-bareme = 'Y'
               read bareme-file
                   at end
                       move 'Y' to ws-fin-bareme
                   not at end
                       if sbr-date = ws-version
                           perform 1000-retenir-un-element
                       end-if
               end-read
           end-perform
           close bareme-file
           move 'O' to lnk-trouve

           perform varying ws-idx from 1 by 1
               until ws-idx > ws-nb-tranches
               perform 2000-appliquer-une-tranche
           end-perform

      * Le montant insaisissable reste toujours a la personne.
           if lnk-net not > ws-insaisissable
               move 0 to ws-cumul
           else
               if lnk-net - ws-cumul < ws-insaisissable
                   compute ws-cumul = lnk-net - ws-insaisissable
               end-if
           end-if
           if ws-cumul > lnk-net
               move lnk-net to ws-cumul
           end-if
           move ws-cumul to lnk-saisissable
           goback.

       1000-retenir-un-element.
           evaluate sbr-type
               when 'T'
                   if ws-nb-tranches < 20
                       add 1 to ws-nb-tranches
                       move sbr-plancher
                           to ws-t-plancher(ws-nb-tranches)
                       move sbr-plafond
                           to ws-t-plafond(ws-nb-tranches)
                       move sbr-taux to ws-t-taux(ws-nb-tranches)
                   end-if
               when 'M'
                   move sbr-plancher to ws-majoration
               when 'I'
                   move sbr-plancher to ws-insaisissable
               when other
                   continue
           end-evaluate
           .

       2000-appliquer-une-tranche.
      * Seuils releves de la majoration des personnes a charge [le
      * plancher 0 de la premiere tranche ne bouge pas] ; portion du
      * net dans la tranche comme dans SPBAREME.
           if ws-t-plancher(ws-idx) > 0
               compute ws-plancher = ws-t-plancher(ws-idx)
                   + ws-majoration * lnk-charges
           else
               move 0 to ws-plancher
           end-if
           if ws-t-plafond(ws-idx) > 0
               compute ws-plafond = ws-t-plafond(ws-idx)
                   + ws-majoration * lnk-charges
           else
               move 0 to ws-plafond
           end-if
           if lnk-net not > ws-plancher
               exit paragraph
           end-if
           if ws-plafond > 0 and lnk-net > ws-plafond
               compute ws-portion = ws-plafond - ws-plancher
           else
               compute ws-portion = lnk-net - ws-plancher
           end-if
           compute ws-cumul rounded =
               ws-cumul + ws-portion * ws-t-taux(ws-idx) / 100
           .

       end program SPSAISIE.
