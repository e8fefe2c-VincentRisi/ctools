               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GLPB-KEY
               FILE STATUS IS WS-PERB-STATUS.
           SELECT POSTACC-A ASSIGN TO WS-PAC-A-NAME
               ORGANIZATION IS INDEXED
               LOCK MANUAL
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PACA-KEY
               FILE STATUS IS WS-PACA-STATUS.
           SELECT POSTACC-B ASSIGN TO WS-PAC-B-NAME
               ORGANIZATION IS INDEXED
               LOCK MANUAL
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PACB-KEY
               FILE STATUS IS WS-PACB-STATUS.
           COPY "SelectOperator".
      *
        DATA DIVISION.
        FILE SECTION.
      *    THE RECORD SHAPES MIRROR ChlfdGlJrn, ChlfdGlMast AND
      *    ChlfdPostAcc; TWO COPIES OF EACH ARE NEEDED BECAUSE BOTH
      *    COMPANIES' FILES ARE OPEN AT ONCE.
           FD  GLJRN-A
               LABEL RECORDS ARE STANDARD.
           01  GLJA-REC.
               03  GLPB-STATUS         PIC X(01).
                   88  GLPB-CLOSED     VALUE "C".
               03  FILLER              PIC X(09).
           FD  POSTACC-A
               LABEL RECORDS ARE STANDARD.
           01  PACA-RECORD.
               03  PACA-KEY.
                   05  PACA-ROLE       PIC X(10).
               03  PACA-GL-ACCOUNT     PIC X(06).
               03  PACA-DESCRIPTION    PIC X(30).
               03  FILLER              PIC X(14).
           FD  POSTACC-B
               LABEL RECORDS ARE STANDARD.
           01  PACB-RECORD.
               03  PACB-KEY.
                   05  PACB-ROLE       PIC X(10).
               03  PACB-GL-ACCOUNT     PIC X(06).
               03  PACB-DESCRIPTION    PIC X(30).
               03  FILLER              PIC X(14).
           COPY ChlfdOperator.
      *
       WORKING-STORAGE SECTION.
           77  WS-MAST-B-NAME   PIC X(12) VALUE " ".
           77  WS-PER-A-NAME    PIC X(12) VALUE " ".
           77  WS-PER-B-NAME    PIC X(12) VALUE " ".
           77  WS-PAC-A-NAME    PIC X(16) VALUE " ".
           77  WS-PAC-B-NAME    PIC X(16) VALUE " ".
           77  WS-CO-IDX        PIC 9(01) COMP VALUE 0.
           77  WS-CO-OK-SW      PIC X VALUE "N".
               88  WS-CO-OK           VALUE "Y".
           77  WS-ICO-ACC-A     PIC X(06) VALUE " ".
           77  WS-ICO-ACC-B     PIC X(06) VALUE " ".
           77  WS-ACCT-A-IN     PIC X(06) VALUE " ".
           77  WS-ACCT-B-IN     PIC X(06) VALUE " ".
           77  WS-DATE-IN       PIC X(08) VALUE " ".
               03  WS-PERA-ST1  PIC 99.
           01  WS-PERB-STATUS.
               03  WS-PERB-ST1  PIC 99.
           01  WS-PACA-STATUS.
               03  WS-PACA-ST1  PIC 99.
           01  WS-PACB-STATUS.
               03  WS-PACB-ST1  PIC 99.
           01  WS-OPER-STATUS.
               03  WS-OPER-ST1  PIC 99.
           01  WS-DATE-WORK.
           STRING "GlPeriod." DELIMITED BY SIZE
                  WS-CO-B DELIMITED BY SIZE
                  INTO WS-PER-B-NAME.
           MOVE SPACES TO WS-PAC-A-NAME.
           STRING "PostAccounts." DELIMITED BY SIZE
                  WS-CO-A DELIMITED BY SIZE
                  INTO WS-PAC-A-NAME.
           MOVE SPACES TO WS-PAC-B-NAME.
           STRING "PostAccounts." DELIMITED BY SIZE
                  WS-CO-B DELIMITED BY SIZE
                  INTO WS-PAC-B-NAME.
        A-AC-EXIT.
           EXIT.
      *
      *
        A-INIT SECTION.
        A-000.
           PERFORM A-ICO-ACCOUNTS.
           IF WS-ICO-ACC-A = " " OR WS-ICO-ACC-B = " "
              EXIT PROGRAM.
           OPEN INPUT GLMAST-A.
           IF WS-MASTA-ST1 NOT = 0
              MOVE "NO GL MASTER FOR SIGNED-ON COMPANY, REFUSED."
           PERFORM A-NEXT-REF-B.
        A-EXIT.
           EXIT.
      *
        A-ICO-ACCOUNTS SECTION.
      *****************************************************************
      * EACH COMPANY'S INTERCOMPANY CONTROL ACCOUNT COMES FROM THAT
      * COMPANY'S OWN POSTING ACCOUNT FILE. IF EITHER IS MISSING THE
      * RECHARGE IS REFUSED OUTRIGHT.
      *****************************************************************
        AIA-005.
           MOVE " " TO WS-ICO-ACC-A
                       WS-ICO-ACC-B.
           OPEN INPUT POSTACC-A.
           IF WS-PACA-ST1 NOT = 0
              MOVE "NO POSTING ACCOUNT FILE, SIGNED-ON COMPANY."
                 TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              GO TO AIA-EXIT.
           MOVE "INTERCO" TO PACA-ROLE.
           READ POSTACC-A
               INVALID KEY
             MOVE " " TO PACA-GL-ACCOUNT.
           CLOSE POSTACC-A.
           IF WS-PACA-ST1 NOT = 0 OR PACA-GL-ACCOUNT = " "
              MOVE "NO INTERCO POSTING ACCOUNT, SIGNED-ON COMPANY."
                 TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              GO TO AIA-EXIT.
        AIA-010.
           OPEN INPUT POSTACC-B.
           IF WS-PACB-ST1 NOT = 0
              MOVE "NO POSTING ACCOUNT FILE, OTHER COMPANY."
                 TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              GO TO AIA-EXIT.
           MOVE "INTERCO" TO PACB-ROLE.
           READ POSTACC-B
               INVALID KEY
             MOVE " " TO PACB-GL-ACCOUNT.
           CLOSE POSTACC-B.
           IF WS-PACB-ST1 NOT = 0 OR PACB-GL-ACCOUNT = " "
              MOVE "NO INTERCO POSTING ACCOUNT, OTHER COMPANY."
                 TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              GO TO AIA-EXIT.
           MOVE PACA-GL-ACCOUNT TO WS-ICO-ACC-A.
           MOVE PACB-GL-ACCOUNT TO WS-ICO-ACC-B.
        AIA-EXIT.
           EXIT.
      *
        A-NEXT-REF-A SECTION.
        ANA-005.
           MOVE WS-ACCT-A-IN TO GLJA-ACCOUNT.
           PERFORM D-WRITE-A.
           MOVE WS-AMT       TO GLJA-BAL.
           MOVE WS-ICO-ACC-A TO GLJA-ACCOUNT.
           PERFORM D-WRITE-A.
           MOVE WS-AMT       TO GLJB-BAL.
           MOVE WS-ACCT-B-IN TO GLJB-ACCOUNT.
           PERFORM D-WRITE-B.
           SUBTRACT WS-AMT FROM 0 GIVING GLJB-BAL.
           MOVE WS-ICO-ACC-B TO GLJB-ACCOUNT.
           PERFORM D-WRITE-B.
           ADD 1 TO WS-POST-COUNT.
           MOVE "RECHARGE POSTED TO BOTH COMPANIES." TO WS-MESSAGE.
