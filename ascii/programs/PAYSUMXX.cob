                     WS-EMP-NET.
           MOVE STAFF-EMPLOYEE-NUMBER TO PH-EMPLOYEE-NUMBER.
           MOVE 0                     TO PH-PAY-DATE.
           MOVE 0                     TO PH-LINE.
           START PAYHIST-FILE KEY NOT < PH-KEY
               INVALID KEY
             GO TO BSE-EXIT.
              GO TO BSE-EXIT.
           IF PH-PAY-DATE (1:4) NOT = WS-YEAR-IN
              GO TO BSE-010.
           IF NOT PH-RUN-TOTALS
              GO TO BSE-010.
           ADD 1 TO WS-RUN-COUNT.
           ADD PH-GROSS      TO WS-EMP-GROSS.
           ADD PH-TAX        TO WS-EMP-TAX.
