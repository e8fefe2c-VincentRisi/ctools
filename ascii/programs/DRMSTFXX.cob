           01  CKPT-RECORD          PIC X(07).
           FD  DR-EXCEPTIONS
               LABEL RECORDS ARE STANDARD.
           01  EXCEPTION-RECORD     PIC X(210).
           COPY ChlfdXferAuditLog.
      *
       WORKING-STORAGE SECTION.
