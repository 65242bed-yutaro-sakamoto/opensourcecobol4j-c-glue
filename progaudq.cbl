           01  query-report-line              pic x(132).

           fd  extract-file.
           01  extract-record                 pic x(119).

           working-storage section.
           01  ws-file-status-group.
