                MOVE WS-PERIOD TO GLPD-PERIOD
                MOVE 0         TO GLPD-START-DATE
                MOVE 0         TO GLPD-END-DATE
                MOVE 0         TO GLPD-CHECK-DATE
                MOVE 0         TO GLPD-OVERRIDE-DATE
                MOVE "O"       TO GLPD-STATUS
                MOVE "NEW PERIOD, ENTER DATES AND ACTION A."
                  TO WS-MESSAGE
