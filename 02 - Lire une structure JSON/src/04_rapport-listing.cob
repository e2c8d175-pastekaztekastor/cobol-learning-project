                  "               Role" delimited by size
                  into report-record
           end-string
      * Matricule en colonne 87 : l'eclatement par destinataire
      * [91_eclatement-rapports] rattache chaque ligne a son employe.
           move "Id" to report-record(87:2)
           write report-record
           move 0 to ws_line_count
           .
                  ss_rol delimited by size
                  into report-record
           end-string
           move ss_id to report-record(87:5)
           write report-record
           add 1 to ws_line_count
           add 1 to ws_dep_soustotal
