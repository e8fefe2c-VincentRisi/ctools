        FILE-CONTROL.
         Copy "SelectDrMaster".
         Copy "SelectMastChgLog".
         Copy "SelectSalesRep".
      *
        DATA DIVISION.
        FILE SECTION.
            COPY ChlfdDebtor.
            COPY ChlfdMastChgLog.
            COPY ChlfdSalesRep.

       WORKING-STORAGE SECTION.
       77  WS-ACC               PIC X(7) VALUE " ".
           88  WS-NEW-RECORD    VALUE "Y".
       77  WS-OPEN-RETRY-COUNT  PIC 9(02) COMP VALUE 0.
       77  WS-BAL-EDIT          PIC Z,ZZZ,ZZ9.99-.
       77  WS-REP-OFF-SW        PIC X VALUE "N".
           88  WS-REP-OFF       VALUE "Y".
       01  WS-DEBTOR-STATUS.
           03  WS-DEBTOR-ST1    PIC 99.
       01  WS-SREP-STATUS.
           03  WS-SREP-ST1      PIC 99.
       Copy "WsMastChgLog".
       Copy "WsDateInfo".
      **************************************************************
                MOVE WS-ACC TO DEBTOR-ACCOUNT-NUMBER
                MOVE 0      TO DEBTOR-BALANCE
                             DEBTOR-CREDIT-LIMIT
                             DEBTOR-DO-AMOUNT
                MOVE " "    TO DEBTOR-STOP-SUPPLY
                MOVE SPACES TO WS-MCL-BEFORE
                MOVE "NEW DEBTOR, ENTER DETAILS AND ACTION A."
           MOVE 9               TO F-CBFIELDNAME.
           MOVE DEBTOR-DELIVERY-PREF TO F-NAMEFIELD.
           PERFORM WRITE-FIELD-ALPHA.
           MOVE "PRICEGRP"      TO F-FIELDNAME.
           MOVE 8               TO F-CBFIELDNAME.
           MOVE DEBTOR-PRICE-GROUP TO F-NAMEFIELD.
           PERFORM WRITE-FIELD-ALPHA.
           MOVE "DEBITORD"      TO F-FIELDNAME.
           MOVE 8               TO F-CBFIELDNAME.
           MOVE DEBTOR-DEBIT-ORDER TO F-NAMEFIELD.
           PERFORM WRITE-FIELD-ALPHA.
           MOVE "BANKACC"       TO F-FIELDNAME.
           MOVE 7               TO F-CBFIELDNAME.
           MOVE DEBTOR-BANK-ACCOUNT TO F-NAMEFIELD.
           PERFORM WRITE-FIELD-ALPHA.
           MOVE "DOAMOUNT"      TO F-FIELDNAME.
           MOVE 8               TO F-CBFIELDNAME.
           MOVE DEBTOR-DO-AMOUNT TO WS-BAL-EDIT.
           MOVE WS-BAL-EDIT     TO F-NAMEFIELD.
           PERFORM WRITE-FIELD-ALPHA.
           MOVE "REPCODE"       TO F-FIELDNAME.
           MOVE 7               TO F-CBFIELDNAME.
           MOVE DEBTOR-REP-CODE TO F-NAMEFIELD.
           PERFORM WRITE-FIELD-ALPHA.
           MOVE "BALANCE"       TO F-FIELDNAME.
           MOVE 7               TO F-CBFIELDNAME.
           MOVE DEBTOR-BALANCE  TO WS-BAL-EDIT.
                 TO WS-MESSAGE
               PERFORM ERROR-MESSAGE
               GO TO GBF-050.
       GBF-070.
      *    A PRICE GROUP PICKS UP THE GROUP'S PRICE LIST ON INVOICES;
      *    A FULL STOP CLEARS IT BACK TO NO GROUP.
           MOVE "PRICEGRP"      TO F-FIELDNAME.
           MOVE 8               TO F-CBFIELDNAME.
           PERFORM USER-FILL-FIELD.
           MOVE 4               TO F-CBFIELDLENGTH.
           PERFORM READ-FIELD-ALPHA.
           IF F-NAMEFIELD = "."
               MOVE SPACES TO DEBTOR-PRICE-GROUP
           ELSE
           IF F-NAMEFIELD NOT = " "
               MOVE F-NAMEFIELD TO DEBTOR-PRICE-GROUP.
       GBF-080.
      *    Y PUTS THE ACCOUNT ON THE MONTHLY DEBIT-ORDER COLLECTION,
      *    WHICH NEEDS THE CUSTOMER'S BANK ACCOUNT TO DRAW FROM.
           MOVE "DEBITORD"      TO F-FIELDNAME.
           MOVE 8               TO F-CBFIELDNAME.
           PERFORM USER-FILL-FIELD.
           MOVE 1               TO F-CBFIELDLENGTH.
           PERFORM READ-FIELD-ALPHA.
           IF F-NAMEFIELD NOT = " "
               MOVE F-NAMEFIELD (1:1) TO DEBTOR-DEBIT-ORDER.
           IF DEBTOR-DEBIT-ORDER NOT = "Y" AND NOT = " " AND NOT = "N"
               MOVE "DEBIT ORDER MUST BE Y=YES OR BLANK."
                 TO WS-MESSAGE
               PERFORM ERROR-MESSAGE
               GO TO GBF-080.
           IF DEBTOR-DEBIT-ORDER = "N"
               MOVE " " TO DEBTOR-DEBIT-ORDER.
       GBF-090.
           MOVE "BANKACC"       TO F-FIELDNAME.
           MOVE 7               TO F-CBFIELDNAME.
           PERFORM USER-FILL-FIELD.
           MOVE 11              TO F-CBFIELDLENGTH.
           PERFORM READ-FIELD-ALPHA.
           IF F-NAMEFIELD = "."
               MOVE SPACES TO DEBTOR-BANK-ACCOUNT
           ELSE
           IF F-NAMEFIELD NOT = " "
               MOVE F-NAMEFIELD TO DEBTOR-BANK-ACCOUNT.
           IF DEBTOR-ON-DEBIT-ORDER
                AND DEBTOR-BANK-ACCOUNT = " "
               MOVE "DEBIT ORDER NEEDS A BANK ACCOUNT, RE-ENTER."
                 TO WS-MESSAGE
               PERFORM ERROR-MESSAGE
               GO TO GBF-090.
       GBF-100.
      *    AGREED MONTHLY AMOUNT; ZERO COLLECTS THE WHOLE OPEN BALANCE.
           MOVE "DOAMOUNT"      TO F-FIELDNAME.
           MOVE 8               TO F-CBFIELDNAME.
           PERFORM USER-FILL-FIELD.
           MOVE 12              TO F-CBFIELDLENGTH.
           PERFORM READ-FIELD-ALPHA.
           IF F-NAMEFIELD NOT = " "
               MOVE FUNCTION NUMVAL(F-NAMEFIELD (1:12))
                 TO DEBTOR-DO-AMOUNT.
           IF DEBTOR-DO-AMOUNT NOT NUMERIC
               MOVE 0 TO DEBTOR-DO-AMOUNT.
           IF DEBTOR-DO-AMOUNT < 0
               MOVE "AGREED AMOUNT MAY NOT BE NEGATIVE, RE-ENTER."
                 TO WS-MESSAGE
               PERFORM ERROR-MESSAGE
               GO TO GBF-100.
       GBF-110.
      *    THE SALES REP PAID COMMISSION ON THE ACCOUNT'S RECEIPTS;
      *    A FULL STOP CLEARS IT BACK TO A HOUSE ACCOUNT.
           MOVE "REPCODE"       TO F-FIELDNAME.
           MOVE 7               TO F-CBFIELDNAME.
           PERFORM USER-FILL-FIELD.
           MOVE 4               TO F-CBFIELDLENGTH.
           PERFORM READ-FIELD-ALPHA.
           IF F-NAMEFIELD = "."
               MOVE SPACES TO DEBTOR-REP-CODE
               GO TO GBF-999.
           IF F-NAMEFIELD NOT = " "
               MOVE F-NAMEFIELD TO DEBTOR-REP-CODE.
           IF DEBTOR-REP-CODE = " " OR WS-REP-OFF
               GO TO GBF-999.
           MOVE DEBTOR-REP-CODE TO SREP-CODE.
           READ SALES-REP-FILE
               INVALID KEY
             MOVE "NO SUCH SALES REP, RE-ENTER." TO WS-MESSAGE
             PERFORM ERROR-MESSAGE
             GO TO GBF-110.
           IF SREP-INACTIVE
               MOVE "SALES REP IS INACTIVE, RE-ENTER." TO WS-MESSAGE
               PERFORM ERROR-MESSAGE
               GO TO GBF-110.
       GBF-999.
           EXIT.
      *
                OPEN OUTPUT MAST-CHGLOG
                CLOSE MAST-CHGLOG
                OPEN I-O MAST-CHGLOG.
            OPEN INPUT SALES-REP-FILE.
            IF WS-SREP-ST1 NOT = 0
                MOVE "Y" TO WS-REP-OFF-SW.
       OPEN-010.
           MOVE Ws-Forms-Name   TO F-FILENAME
           MOVE Ws-cbForms-name TO F-CBFILENAME.
        END-000.
           CLOSE DEBTOR-MASTER
                 MAST-CHGLOG.
           IF NOT WS-REP-OFF
               CLOSE SALES-REP-FILE.
           EXIT PROGRAM.
        END-999.
            EXIT.
