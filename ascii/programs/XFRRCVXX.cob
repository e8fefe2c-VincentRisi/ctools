               03  ACK-CHECKSUM     PIC 9(10).
           FD  CHECK-WORK
               LABEL RECORDS ARE STANDARD.
           01  WORK-RECORD          PIC X(210).
      *
       WORKING-STORAGE SECTION.
           77  WS-COMPANY-CODE PIC X(02) VALUE " ".
