                   goback
               end-if
           end-if
           move spaces to manifeste-record
           move ws-date to man-date
           move ws-heure(1:6) to man-heure
           move lnk-nom-logique to man-fichier
