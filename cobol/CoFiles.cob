      *
        DATA DIVISION.
       WORKING-STORAGE SECTION.
           77  WS-IDX          PIC 9(03) COMP VALUE 0.
           77  WS-ENV-NAME     PIC X(30) VALUE " ".
           77  WS-ENV-VALUE    PIC X(30) VALUE " ".
       COPY "CoFileTable".
