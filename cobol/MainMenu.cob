               03  FILLER           PIC X(28).
      *
       WORKING-STORAGE SECTION.
       77  WS-OPTION-IN         PIC X(03) VALUE " ".
       77  WS-OPTION            PIC 9(03) VALUE 0.
       77  WS-NOW               PIC X(21) VALUE " ".
       77  WS-IDX               PIC 9(03) VALUE 0.
       01  WS-LOG-STATUS.
           03  WS-LOG-ST1       PIC 99.
       01  WS-BATCH-PARMS.
               "SUBAUDXX  N7SUBLEDGER INTEGRITY AUDIT   ".
           03  FILLER PIC X(40) VALUE
               "COCLONXX  B9COMPANY CREATE OR CLONE     ".
           03  FILLER PIC X(40) VALUE
               "PostAccMt L7POSTING ACCOUNT CONTROL     ".
           03  FILLER PIC X(40) VALUE
               "DrCrnCap  L5DEBTOR CREDIT NOTES         ".
           03  FILLER PIC X(40) VALUE
               "PoRelease L5RELEASE DRAFT PURCH ORDERS  ".
           03  FILLER PIC X(40) VALUE
               "WhseMt    L3WAREHOUSE ADDRESS MAINT     ".
           03  FILLER PIC X(40) VALUE
               "POPRINTX  B5PURCHASE ORDER PRINT/SEND   ".
           03  FILLER PIC X(40) VALUE
               "SLANALXX  B3SALES ANALYSIS REPORT       ".
           03  FILLER PIC X(40) VALUE
               "PriceMt   L5CUSTOMER PRICE LISTS        ".
           03  FILLER PIC X(40) VALUE
               "PLEXPRXX  B3PRICE LISTS EXPIRING        ".
           03  FILLER PIC X(40) VALUE
               "SoCap     L5SALES ORDER ENTRY           ".
           03  FILLER PIC X(40) VALUE
               "DspCap    L5DISPATCH AND DELIVERY NOTES ".
           03  FILLER PIC X(40) VALUE
               "PICKSLXX  B3PICKING SLIPS               ".
           03  FILLER PIC X(40) VALUE
               "PostRecv  L5POSTING RECOVERY            ".
           03  FILLER PIC X(40) VALUE
               "POSTCHKX  B3UNFINISHED POSTINGS CHECK   ".
           03  FILLER PIC X(40) VALUE
               "CostCtrMt L5COST CENTRE MAINTENANCE     ".
           03  FILLER PIC X(40) VALUE
               "DeptGlMt  L5DEPARTMENT SALARY ACCOUNTS  ".
           03  FILLER PIC X(40) VALUE
               "GLTRNDXX  B3GL TREND AND YEAR ON YEAR   ".
           03  FILLER PIC X(40) VALUE
               "FixAstMt  L5FIXED ASSET MAINTENANCE     ".
           03  FILLER PIC X(40) VALUE
               "FADEPRXX  B7FIXED ASSET DEPRECIATION    ".
           03  FILLER PIC X(40) VALUE
               "FAREGSXX  B3FIXED ASSET REGISTER        ".
           03  FILLER PIC X(40) VALUE
               "LvTypeMt  L5LEAVE TYPE MAINTENANCE      ".
           03  FILLER PIC X(40) VALUE
               "LeaveCap  L5LEAVE CAPTURE               ".
           03  FILLER PIC X(40) VALUE
               "LVLIABXX  B7LEAVE LIABILITY PROVISION   ".
           03  FILLER PIC X(40) VALUE
               "VarEarnCapL5VARIABLE EARNINGS CAPTURE   ".
           03  FILLER PIC X(40) VALUE
               "StfLoanMt L5STAFF LOAN MAINTENANCE      ".
           03  FILLER PIC X(40) VALUE
               "LOANBKXX  B3STAFF LOAN BOOK             ".
           03  FILLER PIC X(40) VALUE
               "CrStmtCap L3SUPPLIER STATEMENT CAPTURE  ".
           03  FILLER PIC X(40) VALUE
               "CRSTLDXX  B3SUPPLIER STATEMENT LOAD     ".
           03  FILLER PIC X(40) VALUE
               "CRSTRCXX  B3SUPPLIER STATEMENT RECON    ".
           03  FILLER PIC X(40) VALUE
               "PayPropRv L7PAYMENT PROPOSAL REVIEW     ".
           03  FILLER PIC X(40) VALUE
               "PayPropAu L9PAYMENT PROPOSAL AUTHORISE  ".
           03  FILLER PIC X(40) VALUE
               "EFTREJXX  B5EFT REJECTIONS IMPORT       ".
           03  FILLER PIC X(40) VALUE
               "DRDORDXX  B7DEBIT ORDER COLLECTION RUN  ".
           03  FILLER PIC X(40) VALUE
               "DRDORJXX  B5RETURNED DEBIT ORDER IMPORT ".
           03  FILLER PIC X(40) VALUE
               "CashBook  L5CASH BOOK, UNMATCHED LINES  ".
           03  FILLER PIC X(40) VALUE
               "BnkRuleMt L5BANK STATEMENT RULES        ".
           03  FILLER PIC X(40) VALUE
               "DrContMt  L5RECURRING BILLING CONTRACTS ".
           03  FILLER PIC X(40) VALUE
               "DRCONTXX  B7RECURRING CONTRACT BILLING  ".
           03  FILLER PIC X(40) VALUE
               "STLOTEXX  B3STOCK LOTS EXPIRING         ".
           03  FILLER PIC X(40) VALUE
               "STLOTRXX  B5STOCK LOT RECALL TRACE      ".
           03  FILLER PIC X(40) VALUE
               "StBomMt   L5BILLS OF MATERIALS          ".
           03  FILLER PIC X(40) VALUE
               "StAsmCap  L5STOCK ASSEMBLY              ".
           03  FILLER PIC X(40) VALUE
               "STSLOWXX  B3SLOW STOCK AND ABC ANALYSIS ".
           03  FILLER PIC X(40) VALUE
               "STVALAXX  B5STOCK VALUATION AS AT DATE  ".
           03  FILLER PIC X(40) VALUE
               "CASHFCXX  B5CASH REQUIREMENTS FORECAST  ".
           03  FILLER PIC X(40) VALUE
               "DRCRRVXX  B5DEBTOR CREDIT REVIEW RUN    ".
           03  FILLER PIC X(40) VALUE
               "DrCrRevRv L7CREDIT REVIEW DECISIONS     ".
           03  FILLER PIC X(40) VALUE
               "GLCLCKXX  B5GL PRE-CLOSE CHECKLIST      ".
           03  FILLER PIC X(40) VALUE
               "GlCloseOv L7GL CHECKLIST OVERRIDE       ".
           03  FILLER PIC X(40) VALUE
               "AmortMt   L5AMORTISATION SCHEDULES      ".
           03  FILLER PIC X(40) VALUE
               "AMRELSXX  B7PREPAYMENT/DEFERRED RELEASE ".
           03  FILLER PIC X(40) VALUE
               "AMREGSXX  B3AMORTISATION SCHEDULE RPT   ".
           03  FILLER PIC X(40) VALUE
               "SlsRepMt  L5SALES REPRESENTATIVES       ".
           03  FILLER PIC X(40) VALUE
               "DRCOMMXX  B7SALES COMMISSION RUN        ".
           03  FILLER PIC X(40) VALUE
               "LndCstCap L5LANDED COST CAPTURE         ".
           03  FILLER PIC X(40) VALUE
               "DrDispCap L5DEBTOR DISPUTES             ".
           03  FILLER PIC X(40) VALUE
               "DRDISPXX  B3DISPUTE AGING REPORT        ".
           03  FILLER PIC X(40) VALUE
               "BankAccMt L5BANK ACCOUNTS               ".
       01  WS-OPTION-TABLE REDEFINES WS-OPTION-VALUES.
           03  WS-OPT OCCURS 132 TIMES.
               05  WS-OPT-PROG      PIC X(10).
               05  WS-OPT-TYPE      PIC X(01).
               05  WS-OPT-AUTH      PIC 9(01).
               05  WS-OPT-DESC      PIC X(28).
       01  WS-RESULT-TABLE.
           03  WS-RES OCCURS 132 TIMES.
               05  WS-RES-TEXT      PIC X(05).
               05  WS-RES-STAMP     PIC X(14).
       Copy "WsDateInfo".
           MOVE 0 TO WS-IDX.
       SRS-010.
           ADD 1 TO WS-IDX.
           IF WS-IDX > 132
               GO TO SRS-005.
           IF LG-PROGRAM = WS-OPT-PROG (WS-IDX) (1:8)
               MOVE LG-RESULT    TO WS-RES-TEXT (WS-IDX)
           MOVE 0 TO WS-IDX.
       SRS-030.
           ADD 1 TO WS-IDX.
           IF WS-IDX > 132
               GO TO SRS-999.
           IF WS-RES-TEXT (WS-IDX) = " "
               GO TO SRS-030.
           MOVE SPACES TO F-FIELDNAME.
           IF WS-IDX < 100
               STRING "RES" DELIMITED BY SIZE
                      WS-IDX (2:2) DELIMITED BY SIZE
                      INTO F-FIELDNAME
               MOVE 5 TO F-CBFIELDNAME
           ELSE
               STRING "RES" DELIMITED BY SIZE
                      WS-IDX DELIMITED BY SIZE
                      INTO F-FIELDNAME
               MOVE 6 TO F-CBFIELDNAME.
           MOVE SPACES TO F-NAMEFIELD.
           STRING WS-RES-TEXT (WS-IDX) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
           IF F-EXIT-CH = X"04"
               PERFORM END-OFF.
           PERFORM ERROR-020.
           MOVE 3           TO F-CBFIELDLENGTH.
           PERFORM READ-FIELD-ALPHA.
           MOVE F-NAMEFIELD (1:3) TO WS-OPTION-IN.
           IF WS-OPTION-IN = " "
               GO TO GO-000.
           MOVE FUNCTION NUMVAL(WS-OPTION-IN) TO WS-OPTION.
           IF WS-OPTION < 1 OR WS-OPTION > 132
               MOVE "OPTION MUST BE 1 TO 132, RE-ENTER." TO WS-MESSAGE
               PERFORM ERROR-MESSAGE
               GO TO GO-000.
           IF WS-LINKAGE-AUTHORITY < WS-OPT-AUTH (WS-OPTION)
