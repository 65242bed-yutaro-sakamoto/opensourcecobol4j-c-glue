                   occurs 99999 times.
                   10  ws-seen-count          pic 9(2).
                   10  ws-seen-part           pic 9(3).
                   10  ws-seen-image          pic x(119).

           01  ws-rcon-header-line.
               05  filler                     pic x(80)
                    move aud-i to ws-record-sub
                    if ws-seen-count (ws-record-sub) not = zero
                       and ws-seen-part (ws-record-sub) = ws-part-id
                       and ws-seen-image (ws-record-sub) (22:98)
                           = ws-audit-data (22:98)
                        add 1 to ws-redrive-dup-count
                    else
                        add 1 to ws-part-audit-count (ws-part-sub)
                        add 1 to ws-seen-count (ws-record-sub)
                        move ws-part-id
                            to ws-seen-part (ws-record-sub)
                        move ws-audit-data (1:119)
                            to ws-seen-image (ws-record-sub)
                    end-if
                end-if.
