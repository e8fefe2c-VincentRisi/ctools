           COPY ChlfdXferAuditLog.
           FD  SEND-FILE
               LABEL RECORDS ARE STANDARD.
           01  SEND-RECORD          PIC X(210).
           FD  MFST-FILE
               LABEL RECORDS ARE STANDARD.
           01  MFST-RECORD.
