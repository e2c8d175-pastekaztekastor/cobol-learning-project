           open output approb-file
           perform varying ws-idx from 1 by 1
               until ws-idx > ws-count
               move spaces to approb-record
               move ws-t-seq(ws-idx) to apr-seq
               move ws-t-date(ws-idx) to apr-date
               move ws-t-demandeur(ws-idx) to apr-demandeur
