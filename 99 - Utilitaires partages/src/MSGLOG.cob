               end-if
           end-if
           add 1 to ws-seq
           move spaces to notification-record
           move ws-seq to ntf-seq
           move ws-date to ntf-date
           move ws-heure(1:6) to ntf-heure
