           COPY "SelectTaxTable".
           COPY "SelectStaffDeduct".
           COPY "SelectPayHist".
           COPY "SelectStaffLoan".
           COPY "SelectLeaveType".
           COPY "SelectLeaveBal".
           COPY "SelectPurOrder".
           COPY "SelectPoLine".
           COPY "SelectWarehouse".
           COPY "SelectStMaster".
           COPY "SelectDispatch".
           COPY "SelectDispLine".
           SELECT DEBTOR-DELIVERY ASSIGN TO "DrDeliver"
               ORGANIZATION IS INDEXED
               LOCK MANUAL
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DRDEL-KEY
               FILE STATUS IS WS-DRDEL-STATUS.
           SELECT REPORT-TEXT-FILE ASSIGN TO WS-TEMP0-TXT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           COPY ChlfdTaxTable.
           COPY ChlfdStaffDeduct.
           COPY ChlfdPayHist.
           COPY ChlfdStaffLoan.
           COPY ChlfdLeaveType.
           COPY ChlfdLeaveBal.
           COPY ChlfdPurOrder.
           COPY ChlfdPoLine.
           COPY ChlfdWarehouse.
           COPY ChlfdStockMast.
           COPY ChlfdDispatch.
           COPY ChlfdDispLine.
           COPY ChlfdDrDelAddress.
       FD  REPORT-TEXT-FILE
           LABEL RECORDS ARE STANDARD.
       01  REPORT-TEXT-LINE             PIC X(80).
           03  WS-SDED-ST1          PIC 99.
       01  WS-SLIP-DED-TOTAL        PIC S9(07)V99 VALUE 0.
       01  WS-SLIP-NET              PIC S9(07)V99 VALUE 0.
       01  WS-SLN-STATUS.
           03  WS-SLN-ST1           PIC 99.
       01  WS-LOAN-AMOUNT           PIC S9(07)V99 VALUE 0.
       01  WS-LOAN-LEFT             PIC S9(07)V99 VALUE 0.
       01  WS-DRTRANS-STATUS.
           03  WS-DRTRANS-ST1       PIC 99.
       01  WS-STMT-TYPE             PIC X(09) VALUE " ".
       01  WS-REMIND-LEVEL          PIC X(01) VALUE "1".
       01  WS-PH-STATUS.
           03  WS-PH-ST1            PIC 99.
       01  WS-LT-STATUS.
           03  WS-LT-ST1            PIC 99.
       01  WS-LB-STATUS.
           03  WS-LB-ST1            PIC 99.
       01  WS-LEAVE-HEAD-SW         PIC X VALUE "N".
           88  WS-LEAVE-HEAD-DONE   VALUE "Y".
       01  WS-LT-OPEN-SW            PIC X VALUE "N".
           88  WS-LT-OPEN           VALUE "Y".
       01  WS-LEAVE-TAKEN           PIC S9(03)V99 VALUE 0.
       01  WS-SLIP-VARIABLE         PIC S9(07)V99 VALUE 0.
       01  WS-SLIP-GROSS            PIC S9(07)V99 VALUE 0.
       01  WS-EARN-HEAD-SW          PIC X VALUE "N".
           88  WS-EARN-HEAD-DONE    VALUE "Y".
       01  WS-HOURS-EDIT            PIC ZZ9.99.
       01  WS-MULTIPLE-EDIT         PIC 9.99.
       01  WS-YTD-GROSS             PIC S9(09)V99 VALUE 0.
       01  WS-YTD-TAX               PIC S9(09)V99 VALUE 0.
       01  WS-YTD-DED               PIC S9(09)V99 VALUE 0.
           03  WS-SB-60             PIC S9(09)V99 VALUE 0.
           03  WS-SB-90             PIC S9(09)V99 VALUE 0.
       Copy "WsPayCalc".
       01  WS-PO-STATUS.
           03  WS-PO-ST1            PIC 99.
       01  WS-POL-STATUS.
           03  WS-POL-ST1           PIC 99.
       01  WS-WH-STATUS.
           03  WS-WH-ST1            PIC 99.
       01  WS-STOCK-STATUS.
           03  WS-STOCK-ST1         PIC 99.
       01  WS-DSP-STATUS.
           03  WS-DSP-ST1           PIC 99.
       01  WS-DSPL-STATUS.
           03  WS-DSPL-ST1          PIC 99.
       01  WS-DRDEL-STATUS.
           03  WS-DRDEL-ST1         PIC 99.
       01  WS-PO-TOTAL              PIC S9(09)V99 VALUE 0.
       01  WS-PO-LINE-VALUE         PIC S9(09)V99 VALUE 0.
       01  WS-QTY-EDIT              PIC -(6)9.999.
       01  WS-DEBTOR-STATUS.
           03  WS-DEBTOR-ST1        PIC 99.
       01  WS-RPT-STATUS.
      * background onto every page, archives a timestamped copy and
      * finally delivers it to the printer and/or by e-mail. Driven
      * off PP-REPORT-TYPE so the one pipeline serves invoices,
      * statements, payslips, remittance advices, purchase orders
      * and delivery notes alike.
      *****************************************************************
       000-MAIN.
           MOVE 0 TO PP-RETURN-STATUS.
           IF PP-REPORT-TYPE = "REMINDER"
               MOVE "reminder01.pdf"  TO WS-OVERLAY-PDF
               MOVE "reminder"        TO WS-REPORT-FLAG.
           IF PP-REPORT-TYPE = "PURCHORDER"
               MOVE "purchord01.pdf"  TO WS-OVERLAY-PDF
               MOVE "purchord"        TO WS-REPORT-FLAG.
           IF PP-REPORT-TYPE = "DELNOTE"
               MOVE "delnote01.pdf"   TO WS-OVERLAY-PDF
               MOVE "delnote"         TO WS-REPORT-FLAG.
           MOVE FUNCTION CURRENT-DATE TO WS-NOW.
           MOVE WS-NOW (1:14)         TO WS-TIMESTAMP.
           MOVE CONCATENATE(TRIM(PP-REPORT-TYPE), TRIM(PP-USERNAME),
             '.pdf')                  TO WS-FINAL-PDF.
      *
       006-BUILD-REPORT-TEXT.
      *    For statements, payslips, remittance advices, reminders,
      *    purchase orders and delivery notes the body text is
      *    sourced straight from the relevant master file instead of
      *    being handed off to the external text formatter.
           IF PP-REPORT-TYPE = "STATEMENT"
               PERFORM 007-BUILD-STATEMENT-TEXT THRU
                       007-BUILD-STATEMENT-TEXT-EXIT.
           IF PP-REPORT-TYPE = "REMINDER"
               PERFORM 007-BUILD-REMINDER-TEXT THRU
                       007-BUILD-REMINDER-TEXT-EXIT.
           IF PP-REPORT-TYPE = "PURCHORDER"
               PERFORM 007-BUILD-PURCHORD-TEXT THRU
                       007-BUILD-PURCHORD-TEXT-EXIT.
           IF PP-REPORT-TYPE = "DELNOTE"
               PERFORM 007-BUILD-DELNOTE-TEXT THRU
                       007-BUILD-DELNOTE-TEXT-EXIT.
           IF NOT WS-FAILED AND (PP-REPORT-TYPE = "STATEMENT"
                      OR PP-REPORT-TYPE = "PAYSLIP"
                      OR PP-REPORT-TYPE = "REMIT"
                      OR PP-REPORT-TYPE = "REMINDER"
                      OR PP-REPORT-TYPE = "PURCHORDER"
                      OR PP-REPORT-TYPE = "DELNOTE")
               MOVE "Y" TO WS-SOURCED-SW.
      *
       007-BUILD-STATEMENT-TEXT.
           IF DRTR-ACCOUNT-NUMBER NOT = DEBTOR-ACCOUNT-NUMBER
               CLOSE DRTRANS-FILE
               GO TO 007-REMINDER-AGING-EXIT.
      *    A DISPUTED ITEM IS NOT CHASED, SO THE LETTER LEAVES IT OUT.
           IF DRTR-DISPUTED
               GO TO 007-REMINDER-AGE-ONE.
           PERFORM 007-AGE-TRANSACTION THRU
                   007-AGE-TRANSACTION-EXIT.
           GO TO 007-REMINDER-AGE-ONE.
           MOVE STAFF-DEPARTMENT    TO REPORT-TEXT-LINE (13:4).
           WRITE REPORT-TEXT-LINE.
      *    THE GROSS-TO-NET BREAKDOWN FOLLOWS THE SAME RULES THE
      *    PAYROLL RUN APPLIES: SALARY PLUS THE VARIABLE EARNINGS
      *    PAID TODAY, PAYE OFF THE BRACKET TABLE, THEN EVERY
      *    DEDUCTION RECORD ON FILE FOR THE EMPLOYEE.
           PERFORM 008-LOAD-TAX-TABLE.
           PERFORM 008-PAYSLIP-EARNINGS THRU
                   008-PAYSLIP-EARNINGS-EXIT.
           COMPUTE WS-SLIP-GROSS = STAFF-SALARY + WS-SLIP-VARIABLE.
           MOVE WS-SLIP-GROSS       TO WS-PC-GROSS.
           PERFORM COMPUTE-TAX.
           MOVE WS-SLIP-GROSS       TO WS-AMOUNT-EDIT.
           MOVE SPACES              TO REPORT-TEXT-LINE.
           MOVE "GROSS PAY:"        TO REPORT-TEXT-LINE (1:10).
           MOVE WS-AMOUNT-EDIT      TO REPORT-TEXT-LINE (14:11).
           WRITE REPORT-TEXT-LINE.
           PERFORM 008-LIST-DEDUCTIONS THRU
                   008-LIST-DEDUCTIONS-EXIT.
           PERFORM 008-LIST-LOANS THRU
                   008-LIST-LOANS-EXIT.
           COMPUTE WS-SLIP-NET =
              WS-SLIP-GROSS - WS-PC-TAX - WS-SLIP-DED-TOTAL.
           MOVE WS-SLIP-NET         TO WS-AMOUNT-EDIT.
           MOVE SPACES              TO REPORT-TEXT-LINE.
           MOVE "NET PAY:"          TO REPORT-TEXT-LINE (1:8).
           WRITE REPORT-TEXT-LINE.
           PERFORM 008-PAYSLIP-YTD THRU
                   008-PAYSLIP-YTD-EXIT.
           PERFORM 008-PAYSLIP-LEAVE THRU
                   008-PAYSLIP-LEAVE-EXIT.
           MOVE SPACES              TO REPORT-TEXT-LINE.
           MOVE "BANK ACCOUNT:"     TO REPORT-TEXT-LINE (1:13).
           MOVE STAFF-BANK-ACCOUNT  TO REPORT-TEXT-LINE (15:11).
                 STAFF-FILE.
       007-BUILD-PAYSLIP-TEXT-EXIT.
           EXIT.
      *
       008-PAYSLIP-EARNINGS.
      *    THE VARIABLE EARNINGS THE PAYROLL RUN PAID TODAY, ONE SLIP
      *    LINE EACH OFF THE EMPLOYEE'S PAYROLL HISTORY LINES, WITH THE
      *    BASIC SALARY SHOWN ABOVE THEM.
           MOVE 0   TO WS-SLIP-VARIABLE.
           MOVE "N" TO WS-EARN-HEAD-SW.
           OPEN INPUT PAYHIST-FILE.
           IF WS-PH-ST1 NOT = 0
               GO TO 008-PAYSLIP-EARNINGS-EXIT.
           MOVE STAFF-EMPLOYEE-NUMBER TO PH-EMPLOYEE-NUMBER.
           MOVE WS-NOW (1:8)          TO PH-PAY-DATE.
           MOVE 1                     TO PH-LINE.
           START PAYHIST-FILE KEY NOT < PH-KEY
               INVALID KEY
             CLOSE PAYHIST-FILE
             GO TO 008-PAYSLIP-EARNINGS-EXIT.
       008-PAYSLIP-EARNINGS-ONE.
           READ PAYHIST-FILE NEXT
               AT END
             CLOSE PAYHIST-FILE
             GO TO 008-PAYSLIP-EARNINGS-EXIT.
           IF PH-EMPLOYEE-NUMBER NOT = STAFF-EMPLOYEE-NUMBER
              OR PH-PAY-DATE NOT = WS-NOW (1:8)
               CLOSE PAYHIST-FILE
               GO TO 008-PAYSLIP-EARNINGS-EXIT.
           IF NOT WS-EARN-HEAD-DONE
               MOVE "Y"             TO WS-EARN-HEAD-SW
               MOVE STAFF-SALARY    TO WS-AMOUNT-EDIT
               MOVE SPACES          TO REPORT-TEXT-LINE
               MOVE "BASIC SALARY:" TO REPORT-TEXT-LINE (1:13)
               MOVE WS-AMOUNT-EDIT  TO REPORT-TEXT-LINE (14:11)
               WRITE REPORT-TEXT-LINE.
           ADD PH-EARN-AMOUNT       TO WS-SLIP-VARIABLE.
           MOVE PH-EARN-AMOUNT      TO WS-AMOUNT-EDIT.
           MOVE SPACES              TO REPORT-TEXT-LINE.
           MOVE PH-EARN-DESC        TO REPORT-TEXT-LINE (3:20).
           MOVE WS-AMOUNT-EDIT      TO REPORT-TEXT-LINE (26:11).
           IF PH-EARN-HOURS NOT = 0
               MOVE PH-EARN-HOURS    TO WS-HOURS-EDIT
               MOVE PH-EARN-MULTIPLE TO WS-MULTIPLE-EDIT
               MOVE WS-HOURS-EDIT    TO REPORT-TEXT-LINE (39:6)
               MOVE "HRS @"          TO REPORT-TEXT-LINE (46:5)
               MOVE WS-MULTIPLE-EDIT TO REPORT-TEXT-LINE (52:4).
           WRITE REPORT-TEXT-LINE.
           GO TO 008-PAYSLIP-EARNINGS-ONE.
       008-PAYSLIP-EARNINGS-EXIT.
           EXIT.
      *
       008-PAYSLIP-YTD.
      *    YEAR-TO-DATE FIGURES OFF THE PAYROLL HISTORY FILE, ONE
      *    TOTALS ROW PER PAST RUN FOR THE EMPLOYEE IN THE CURRENT
      *    YEAR; THE EARNINGS LINES BEHIND EACH ROW ARE SKIPPED.
           MOVE 0 TO WS-YTD-GROSS WS-YTD-TAX WS-YTD-DED WS-YTD-NET.
           OPEN INPUT PAYHIST-FILE.
           IF WS-PH-ST1 NOT = 0
               GO TO 008-PAYSLIP-YTD-EXIT.
           MOVE STAFF-EMPLOYEE-NUMBER TO PH-EMPLOYEE-NUMBER.
           MOVE 0                     TO PH-PAY-DATE.
           MOVE 0                     TO PH-LINE.
           START PAYHIST-FILE KEY NOT < PH-KEY
               INVALID KEY
             CLOSE PAYHIST-FILE
               GO TO 008-PAYSLIP-YTD-PRINT.
           IF PH-PAY-DATE (1:4) NOT = WS-NOW (1:4)
               GO TO 008-PAYSLIP-YTD-ONE.
           IF NOT PH-RUN-TOTALS
               GO TO 008-PAYSLIP-YTD-ONE.
           ADD PH-GROSS      TO WS-YTD-GROSS.
           ADD PH-TAX        TO WS-YTD-TAX.
           ADD PH-DEDUCTIONS TO WS-YTD-DED.
           WRITE REPORT-TEXT-LINE.
       008-PAYSLIP-YTD-EXIT.
           EXIT.
      *
       008-PAYSLIP-LEAVE.
      *    LEAVE TAKEN THIS MONTH AND THE BALANCE STILL DUE, ONE LINE
      *    PER LEAVE TYPE THE EMPLOYEE HOLDS ON THE LEAVE BALANCE
      *    FILE. THE PAYROLL RUN HAS ALREADY ADDED THIS MONTH'S
      *    ACCRUAL BEFORE THE SLIP IS BUILT.
           MOVE "N" TO WS-LEAVE-HEAD-SW.
           OPEN INPUT LEAVE-BAL-FILE.
           IF WS-LB-ST1 NOT = 0
               GO TO 008-PAYSLIP-LEAVE-EXIT.
           MOVE "N" TO WS-LT-OPEN-SW.
           OPEN INPUT LEAVE-TYPE-FILE.
           IF WS-LT-ST1 = 0
               MOVE "Y" TO WS-LT-OPEN-SW.
           MOVE STAFF-EMPLOYEE-NUMBER TO LB-EMPLOYEE-NUMBER.
           MOVE SPACES                TO LB-LEAVE-TYPE.
           START LEAVE-BAL-FILE KEY NOT < LB-KEY
               INVALID KEY
             GO TO 008-PAYSLIP-LEAVE-END.
       008-PAYSLIP-LEAVE-ONE.
           READ LEAVE-BAL-FILE NEXT
               AT END
             GO TO 008-PAYSLIP-LEAVE-END.
           IF LB-EMPLOYEE-NUMBER NOT = STAFF-EMPLOYEE-NUMBER
               GO TO 008-PAYSLIP-LEAVE-END.
           IF NOT WS-LEAVE-HEAD-DONE
               MOVE "Y"             TO WS-LEAVE-HEAD-SW
               MOVE SPACES          TO REPORT-TEXT-LINE
               WRITE REPORT-TEXT-LINE
               MOVE SPACES          TO REPORT-TEXT-LINE
               MOVE "LEAVE (DAYS)"  TO REPORT-TEXT-LINE (1:12)
               MOVE "TAKEN"         TO REPORT-TEXT-LINE (28:5)
               MOVE "BALANCE"       TO REPORT-TEXT-LINE (38:7)
               WRITE REPORT-TEXT-LINE.
           MOVE LB-LEAVE-TYPE       TO LT-CODE.
           MOVE LB-LEAVE-TYPE       TO LT-DESCRIPTION.
           IF WS-LT-OPEN
               READ LEAVE-TYPE-FILE
                   INVALID KEY
                 MOVE LB-LEAVE-TYPE TO LT-DESCRIPTION.
           MOVE 0 TO WS-LEAVE-TAKEN.
           IF LB-TAKEN-PERIOD = WS-NOW (1:6)
               MOVE LB-TAKEN-MONTH  TO WS-LEAVE-TAKEN.
           MOVE SPACES              TO REPORT-TEXT-LINE.
           MOVE LT-DESCRIPTION      TO REPORT-TEXT-LINE (1:20).
           MOVE WS-LEAVE-TAKEN      TO WS-AMOUNT-EDIT.
           MOVE WS-AMOUNT-EDIT      TO REPORT-TEXT-LINE (22:11).
           MOVE LB-BALANCE          TO WS-AMOUNT-EDIT.
           MOVE WS-AMOUNT-EDIT      TO REPORT-TEXT-LINE (34:11).
           WRITE REPORT-TEXT-LINE.
           GO TO 008-PAYSLIP-LEAVE-ONE.
       008-PAYSLIP-LEAVE-END.
           CLOSE LEAVE-BAL-FILE.
           IF WS-LT-OPEN
               CLOSE LEAVE-TYPE-FILE.
       008-PAYSLIP-LEAVE-EXIT.
           EXIT.
      *
       008-LOAD-TAX-TABLE.
           MOVE 0 TO WS-TAX-BRACKET-COUNT.
           GO TO 008-LIST-ONE-DEDUCTION.
       008-LIST-DEDUCTIONS-EXIT.
           EXIT.
      *
       008-LIST-LOANS.
      *    STAFF LOAN INSTALMENTS, EACH WITH THE BALANCE LEFT AFTER IT.
      *    ONCE TODAY'S PAYROLL RUN HAS TAKEN ITS RECOVERY THE SLIP
      *    SHOWS THAT; BEFORE THE RUN IT SHOWS WHAT THE RUN WILL TAKE.
           OPEN INPUT STAFF-LOAN-FILE.
           IF WS-SLN-ST1 NOT = 0
               GO TO 008-LIST-LOANS-EXIT.
           MOVE STAFF-EMPLOYEE-NUMBER TO SLN-EMPLOYEE-NUMBER.
           MOVE 0                     TO SLN-LOAN-NUMBER.
           START STAFF-LOAN-FILE KEY NOT < SLN-KEY
               INVALID KEY
             CLOSE STAFF-LOAN-FILE
             GO TO 008-LIST-LOANS-EXIT.
       008-LIST-ONE-LOAN.
           READ STAFF-LOAN-FILE NEXT
               AT END
             CLOSE STAFF-LOAN-FILE
             GO TO 008-LIST-LOANS-EXIT.
           IF SLN-EMPLOYEE-NUMBER NOT = STAFF-EMPLOYEE-NUMBER
               CLOSE STAFF-LOAN-FILE
               GO TO 008-LIST-LOANS-EXIT.
           MOVE SLN-BALANCE         TO WS-LOAN-LEFT.
           MOVE 0                   TO WS-LOAN-AMOUNT.
           IF SLN-LAST-DATE = WS-NOW (1:8)
               MOVE SLN-LAST-AMOUNT TO WS-LOAN-AMOUNT
           ELSE
            IF NOT SLN-SUSPENDED
               AND SLN-BALANCE > 0
               MOVE SLN-INSTALMENT  TO WS-LOAN-AMOUNT
               IF WS-LOAN-AMOUNT > SLN-BALANCE
                   MOVE SLN-BALANCE TO WS-LOAN-AMOUNT.
           IF WS-LOAN-AMOUNT = 0
               GO TO 008-LIST-ONE-LOAN.
           IF SLN-LAST-DATE NOT = WS-NOW (1:8)
               SUBTRACT WS-LOAN-AMOUNT FROM WS-LOAN-LEFT.
           ADD WS-LOAN-AMOUNT       TO WS-SLIP-DED-TOTAL.
           MOVE WS-LOAN-AMOUNT      TO WS-AMOUNT-EDIT.
           MOVE SPACES              TO REPORT-TEXT-LINE.
           MOVE SLN-DESCRIPTION     TO REPORT-TEXT-LINE (1:20).
           MOVE WS-AMOUNT-EDIT      TO REPORT-TEXT-LINE (22:11).
           MOVE "BALANCE"           TO REPORT-TEXT-LINE (35:7).
           MOVE WS-LOAN-LEFT        TO WS-AMOUNT-EDIT.
           MOVE WS-AMOUNT-EDIT      TO REPORT-TEXT-LINE (43:11).
           WRITE REPORT-TEXT-LINE.
           GO TO 008-LIST-ONE-LOAN.
       008-LIST-LOANS-EXIT.
           EXIT.
      *
       007-BUILD-REMIT-TEXT.
           MOVE PP-KEY-NUMBER TO CR-ACCOUNT-NUMBER.
                 CREDITOR-MASTER.
       007-BUILD-REMIT-TEXT-EXIT.
           EXIT.
      *
       007-BUILD-PURCHORD-TEXT.
      *    THE ORDER AS THE SUPPLIER SEES IT: SUPPLIER ADDRESS, THE
      *    WAREHOUSE TO DELIVER TO, ONE ROW PER ORDER LINE AND THE
      *    ORDER TOTAL. THE KEY NUMBER IS THE PURCHASE ORDER NUMBER.
           MOVE PP-KEY-NUMBER TO PO-NUMBER.
           OPEN INPUT PURORDER-FILE.
           READ PURORDER-FILE
               INVALID KEY
             MOVE "Y" TO WS-FAIL-SW
             MOVE 1   TO PP-RETURN-STATUS
             CLOSE PURORDER-FILE
             GO TO 007-BUILD-PURCHORD-TEXT-EXIT.
           MOVE PO-CREDITOR TO CR-ACCOUNT-NUMBER.
           OPEN INPUT CREDITOR-MASTER.
           READ CREDITOR-MASTER
               INVALID KEY
             MOVE "Y" TO WS-FAIL-SW
             MOVE 1   TO PP-RETURN-STATUS
             CLOSE CREDITOR-MASTER
                   PURORDER-FILE
             GO TO 007-BUILD-PURCHORD-TEXT-EXIT.
           OPEN OUTPUT REPORT-TEXT-FILE.
           MOVE CR-NAME             TO REPORT-TEXT-LINE.
           WRITE REPORT-TEXT-LINE.
           MOVE CR-ADDRESS1         TO REPORT-TEXT-LINE.
           WRITE REPORT-TEXT-LINE.
           MOVE CR-ADDRESS2         TO REPORT-TEXT-LINE.
           WRITE REPORT-TEXT-LINE.
           MOVE CR-ADDRESS3         TO REPORT-TEXT-LINE.
           WRITE REPORT-TEXT-LINE.
           MOVE SPACES              TO REPORT-TEXT-LINE.
           WRITE REPORT-TEXT-LINE.
           MOVE SPACES              TO REPORT-TEXT-LINE.
           MOVE "PURCHASE ORDER:"   TO REPORT-TEXT-LINE (1:15).
           MOVE PO-NUMBER           TO REPORT-TEXT-LINE (19:6).
           WRITE REPORT-TEXT-LINE.
           MOVE SPACES              TO REPORT-TEXT-LINE.
           MOVE "ORDER DATE:"       TO REPORT-TEXT-LINE (1:11).
           MOVE PO-DATE             TO REPORT-TEXT-LINE (19:8).
           WRITE REPORT-TEXT-LINE.
           MOVE SPACES              TO REPORT-TEXT-LINE.
           MOVE "YOUR ACCOUNT:"     TO REPORT-TEXT-LINE (1:13).
           MOVE PO-CREDITOR         TO REPORT-TEXT-LINE (19:7).
           WRITE REPORT-TEXT-LINE.
           MOVE SPACES              TO REPORT-TEXT-LINE.
           WRITE REPORT-TEXT-LINE.
           PERFORM 008-PURCHORD-DELIVER-TO THRU
                   008-PURCHORD-DELIVER-TO-EXIT.
           MOVE SPACES              TO REPORT-TEXT-LINE.
           WRITE REPORT-TEXT-LINE.
           MOVE SPACES              TO REPORT-TEXT-LINE.
           MOVE "LINE"              TO REPORT-TEXT-LINE (1:4).
           MOVE "ITEM"              TO REPORT-TEXT-LINE (7:4).
           MOVE "DESCRIPTION"       TO REPORT-TEXT-LINE (17:11).
           MOVE "QUANTITY"          TO REPORT-TEXT-LINE (46:8).
           MOVE "PRICE"             TO REPORT-TEXT-LINE (61:5).
           MOVE "VALUE"             TO REPORT-TEXT-LINE (73:5).
           WRITE REPORT-TEXT-LINE.
           PERFORM 008-PURCHORD-LINES THRU
                   008-PURCHORD-LINES-EXIT.
           MOVE SPACES              TO REPORT-TEXT-LINE.
           WRITE REPORT-TEXT-LINE.
           MOVE WS-PO-TOTAL         TO WS-AMOUNT-EDIT.
           MOVE SPACES              TO REPORT-TEXT-LINE.
           MOVE "ORDER TOTAL:"      TO REPORT-TEXT-LINE (1:12).
           MOVE WS-AMOUNT-EDIT      TO REPORT-TEXT-LINE (67:11).
           WRITE REPORT-TEXT-LINE.
           MOVE SPACES              TO REPORT-TEXT-LINE.
           MOVE "PRICES EXCLUDE VAT. PLEASE QUOTE THE ORDER NUMBER"
                                    TO REPORT-TEXT-LINE (1:50).
           WRITE REPORT-TEXT-LINE.
           MOVE SPACES              TO REPORT-TEXT-LINE.
           MOVE "ON YOUR DELIVERY NOTE AND INVOICE."
                                    TO REPORT-TEXT-LINE (1:34).
           WRITE REPORT-TEXT-LINE.
           CLOSE REPORT-TEXT-FILE
                 CREDITOR-MASTER
                 PURORDER-FILE.
       007-BUILD-PURCHORD-TEXT-EXIT.
           EXIT.
      *
       008-PURCHORD-DELIVER-TO.
      *    THE RECEIVING WAREHOUSE'S ADDRESS OFF THE WAREHOUSE FILE;
      *    WITHOUT ONE THE SUPPLIER AT LEAST SEES THE WAREHOUSE CODE.
           MOVE SPACES              TO REPORT-TEXT-LINE.
           MOVE "DELIVER TO:"       TO REPORT-TEXT-LINE (1:11).
           OPEN INPUT WAREHOUSE-FILE.
           IF WS-WH-ST1 NOT = 0
               MOVE "WAREHOUSE"     TO REPORT-TEXT-LINE (19:9)
               MOVE PO-WAREHOUSE    TO REPORT-TEXT-LINE (29:4)
               WRITE REPORT-TEXT-LINE
               GO TO 008-PURCHORD-DELIVER-TO-EXIT.
           MOVE PO-WAREHOUSE TO WH-CODE.
           READ WAREHOUSE-FILE
               INVALID KEY
             MOVE "WAREHOUSE"       TO REPORT-TEXT-LINE (19:9)
             MOVE PO-WAREHOUSE      TO REPORT-TEXT-LINE (29:4)
             WRITE REPORT-TEXT-LINE
             CLOSE WAREHOUSE-FILE
             GO TO 008-PURCHORD-DELIVER-TO-EXIT.
           MOVE WH-NAME             TO REPORT-TEXT-LINE (19:30).
           WRITE REPORT-TEXT-LINE.
           MOVE SPACES              TO REPORT-TEXT-LINE.
           MOVE WH-ADDRESS1         TO REPORT-TEXT-LINE (19:26).
           WRITE REPORT-TEXT-LINE.
           MOVE SPACES              TO REPORT-TEXT-LINE.
           MOVE WH-ADDRESS2         TO REPORT-TEXT-LINE (19:26).
           WRITE REPORT-TEXT-LINE.
           MOVE SPACES              TO REPORT-TEXT-LINE.
           MOVE WH-ADDRESS3         TO REPORT-TEXT-LINE (19:26).
           WRITE REPORT-TEXT-LINE.
           IF WH-CONTACT NOT = " " OR WH-TELEPHONE NOT = " "
               MOVE SPACES          TO REPORT-TEXT-LINE
               MOVE "RECEIVING:"    TO REPORT-TEXT-LINE (1:10)
               MOVE WH-CONTACT      TO REPORT-TEXT-LINE (19:20)
               MOVE WH-TELEPHONE    TO REPORT-TEXT-LINE (41:15)
               WRITE REPORT-TEXT-LINE.
           CLOSE WAREHOUSE-FILE.
       008-PURCHORD-DELIVER-TO-EXIT.
           EXIT.
      *
       008-PURCHORD-LINES.
      *    EVERY LINE ON THE ORDER, DESCRIBED OFF THE STOCK MASTER
      *    FOR THE RECEIVING WAREHOUSE, VALUED AT THE AGREED PRICE.
           MOVE 0 TO WS-PO-TOTAL.
           OPEN INPUT STOCK-MASTER.
           OPEN INPUT PURORDLINE-FILE.
           IF WS-POL-ST1 NOT = 0
               GO TO 008-PURCHORD-LINES-DONE.
           MOVE PO-NUMBER           TO POL-NUMBER.
           MOVE 0                   TO POL-LINE.
           START PURORDLINE-FILE KEY NOT < POL-KEY
               INVALID KEY
             CLOSE PURORDLINE-FILE
             GO TO 008-PURCHORD-LINES-DONE.
       008-PURCHORD-ONE-LINE.
           READ PURORDLINE-FILE NEXT
               AT END
             CLOSE PURORDLINE-FILE
             GO TO 008-PURCHORD-LINES-DONE.
           IF POL-NUMBER NOT = PO-NUMBER
               CLOSE PURORDLINE-FILE
               GO TO 008-PURCHORD-LINES-DONE.
           MOVE SPACES              TO STK-DESCRIPTION.
           IF WS-STOCK-ST1 = 0
               MOVE POL-STOCKNUMBER TO STK-STOCKNUMBER
               MOVE PO-WAREHOUSE    TO STK-WAREHOUSE
               READ STOCK-MASTER
                   INVALID KEY
                 MOVE SPACES        TO STK-DESCRIPTION.
           COMPUTE WS-PO-LINE-VALUE ROUNDED =
              POL-ORDER-QTY * POL-UNIT-PRICE.
           ADD WS-PO-LINE-VALUE     TO WS-PO-TOTAL.
           MOVE SPACES              TO REPORT-TEXT-LINE.
           MOVE POL-LINE            TO REPORT-TEXT-LINE (1:4).
           MOVE POL-STOCKNUMBER     TO REPORT-TEXT-LINE (7:8).
           MOVE STK-DESCRIPTION     TO REPORT-TEXT-LINE (17:25).
           MOVE POL-ORDER-QTY       TO WS-QTY-EDIT.
           MOVE WS-QTY-EDIT         TO REPORT-TEXT-LINE (43:11).
           MOVE POL-UNIT-PRICE      TO WS-AMOUNT-EDIT.
           MOVE WS-AMOUNT-EDIT      TO REPORT-TEXT-LINE (55:11).
           MOVE WS-PO-LINE-VALUE    TO WS-AMOUNT-EDIT.
           MOVE WS-AMOUNT-EDIT      TO REPORT-TEXT-LINE (67:11).
           WRITE REPORT-TEXT-LINE.
           GO TO 008-PURCHORD-ONE-LINE.
       008-PURCHORD-LINES-DONE.
           IF WS-STOCK-ST1 = 0
               CLOSE STOCK-MASTER.
       008-PURCHORD-LINES-EXIT.
           EXIT.
      *
       007-BUILD-DELNOTE-TEXT.
      *    THE DELIVERY NOTE THAT TRAVELS WITH THE GOODS: THE
      *    CUSTOMER, THE SITE DELIVERED TO, ONE ROW PER ITEM WITH THE
      *    QUANTITY SENT AND SPACE FOR THE CUSTOMER TO SIGN FOR IT.
      *    THE KEY NUMBER IS THE DELIVERY NOTE NUMBER.
           MOVE PP-KEY-NUMBER TO DSP-NUMBER.
           OPEN INPUT DISPATCH-FILE.
           READ DISPATCH-FILE
               INVALID KEY
             MOVE "Y" TO WS-FAIL-SW
             MOVE 1   TO PP-RETURN-STATUS
             CLOSE DISPATCH-FILE
             GO TO 007-BUILD-DELNOTE-TEXT-EXIT.
           MOVE DSP-ACCOUNT TO DEBTOR-ACCOUNT-NUMBER.
           OPEN INPUT DEBTOR-MASTER.
           READ DEBTOR-MASTER
               INVALID KEY
             MOVE "Y" TO WS-FAIL-SW
             MOVE 1   TO PP-RETURN-STATUS
             CLOSE DEBTOR-MASTER
                   DISPATCH-FILE
             GO TO 007-BUILD-DELNOTE-TEXT-EXIT.
           OPEN OUTPUT REPORT-TEXT-FILE.
           MOVE DEBTOR-NAME         TO REPORT-TEXT-LINE.
           WRITE REPORT-TEXT-LINE.
           MOVE SPACES              TO REPORT-TEXT-LINE.
           WRITE REPORT-TEXT-LINE.
           MOVE SPACES              TO REPORT-TEXT-LINE.
           MOVE "DELIVERY NOTE:"    TO REPORT-TEXT-LINE (1:14).
           MOVE DSP-NUMBER          TO REPORT-TEXT-LINE (19:6).
           WRITE REPORT-TEXT-LINE.
           MOVE SPACES              TO REPORT-TEXT-LINE.
           MOVE "DATE:"             TO REPORT-TEXT-LINE (1:5).
           MOVE DSP-DATE            TO REPORT-TEXT-LINE (19:8).
           WRITE REPORT-TEXT-LINE.
           MOVE SPACES              TO REPORT-TEXT-LINE.
           MOVE "ACCOUNT:"          TO REPORT-TEXT-LINE (1:8).
           MOVE DSP-ACCOUNT         TO REPORT-TEXT-LINE (19:7).
           WRITE REPORT-TEXT-LINE.
           MOVE SPACES              TO REPORT-TEXT-LINE.
           IF DSP-FOR-ORDER
               MOVE "SALES ORDER:"  TO REPORT-TEXT-LINE (1:12)
               MOVE DSP-DOC-NUMBER  TO REPORT-TEXT-LINE (19:6)
           ELSE
               MOVE "INVOICE:"      TO REPORT-TEXT-LINE (1:8)
               MOVE DSP-REFERENCE   TO REPORT-TEXT-LINE (19:10).
           WRITE REPORT-TEXT-LINE.
           IF DSP-FOR-ORDER AND DSP-REFERENCE NOT = " "
               MOVE SPACES          TO REPORT-TEXT-LINE
               MOVE "YOUR REFERENCE:" TO REPORT-TEXT-LINE (1:15)
               MOVE DSP-REFERENCE   TO REPORT-TEXT-LINE (19:10)
               WRITE REPORT-TEXT-LINE.
           MOVE SPACES              TO REPORT-TEXT-LINE.
           WRITE REPORT-TEXT-LINE.
           PERFORM 008-DELNOTE-DELIVER-TO THRU
                   008-DELNOTE-DELIVER-TO-EXIT.
           MOVE SPACES              TO REPORT-TEXT-LINE.
           WRITE REPORT-TEXT-LINE.
           MOVE SPACES              TO REPORT-TEXT-LINE.
           MOVE "LINE"              TO REPORT-TEXT-LINE (1:4).
           MOVE "ITEM"              TO REPORT-TEXT-LINE (7:4).
           MOVE "DESCRIPTION"       TO REPORT-TEXT-LINE (17:11).
           MOVE "QUANTITY"          TO REPORT-TEXT-LINE (46:8).
           MOVE "RECEIVED"          TO REPORT-TEXT-LINE (58:8).
           WRITE REPORT-TEXT-LINE.
           PERFORM 008-DELNOTE-LINES THRU
                   008-DELNOTE-LINES-EXIT.
           MOVE SPACES              TO REPORT-TEXT-LINE.
           WRITE REPORT-TEXT-LINE.
           MOVE "RECEIVED THE ABOVE GOODS IN GOOD ORDER AND CONDITION."
                                    TO REPORT-TEXT-LINE.
           WRITE REPORT-TEXT-LINE.
           MOVE SPACES              TO REPORT-TEXT-LINE.
           WRITE REPORT-TEXT-LINE.
           MOVE SPACES              TO REPORT-TEXT-LINE.
           MOVE "SIGNATURE:"        TO REPORT-TEXT-LINE (1:10).
           MOVE ALL "_"             TO REPORT-TEXT-LINE (19:30).
           WRITE REPORT-TEXT-LINE.
           MOVE SPACES              TO REPORT-TEXT-LINE.
           WRITE REPORT-TEXT-LINE.
           MOVE SPACES              TO REPORT-TEXT-LINE.
           MOVE "NAME:"             TO REPORT-TEXT-LINE (1:5).
           MOVE ALL "_"             TO REPORT-TEXT-LINE (19:30).
           WRITE REPORT-TEXT-LINE.
           MOVE SPACES              TO REPORT-TEXT-LINE.
           WRITE REPORT-TEXT-LINE.
           MOVE SPACES              TO REPORT-TEXT-LINE.
           MOVE "DATE RECEIVED:"    TO REPORT-TEXT-LINE (1:14).
           MOVE ALL "_"             TO REPORT-TEXT-LINE (19:12).
           WRITE REPORT-TEXT-LINE.
           CLOSE REPORT-TEXT-FILE
                 DEBTOR-MASTER
                 DISPATCH-FILE.
       007-BUILD-DELNOTE-TEXT-EXIT.
           EXIT.
      *
       008-DELNOTE-DELIVER-TO.
      *    SITE ZERO IS THE ACCOUNT'S OWN ADDRESS; ANY OTHER SITE
      *    COMES OFF THE DEBTOR DELIVERY ADDRESS FILE WITH ITS
      *    CONTACT AND TELEPHONE FOR THE DRIVER.
           MOVE SPACES              TO REPORT-TEXT-LINE.
           MOVE "DELIVER TO:"       TO REPORT-TEXT-LINE (1:11).
           IF DSP-SITE-NUMBER = 0
               GO TO 008-DELNOTE-ACCOUNT-ADDRESS.
           OPEN INPUT DEBTOR-DELIVERY.
           IF WS-DRDEL-ST1 NOT = 0
               GO TO 008-DELNOTE-ACCOUNT-ADDRESS.
           MOVE DSP-ACCOUNT         TO DRDEL-ACCOUNT-NUMBER.
           MOVE DSP-SITE-NUMBER     TO DRDEL-SITE-NUMBER.
           READ DEBTOR-DELIVERY
               INVALID KEY
             CLOSE DEBTOR-DELIVERY
             GO TO 008-DELNOTE-ACCOUNT-ADDRESS.
           MOVE DRDEL-NAME          TO REPORT-TEXT-LINE (19:30).
           WRITE REPORT-TEXT-LINE.
           MOVE SPACES              TO REPORT-TEXT-LINE.
           MOVE DRDEL-ADDRESS1      TO REPORT-TEXT-LINE (19:26).
           WRITE REPORT-TEXT-LINE.
           MOVE SPACES              TO REPORT-TEXT-LINE.
           MOVE DRDEL-ADDRESS2      TO REPORT-TEXT-LINE (19:26).
           WRITE REPORT-TEXT-LINE.
           MOVE SPACES              TO REPORT-TEXT-LINE.
           MOVE DRDEL-ADDRESS3      TO REPORT-TEXT-LINE (19:26).
           WRITE REPORT-TEXT-LINE.
           IF DRDEL-CONTACT NOT = " " OR DRDEL-TELEPHONE NOT = " "
               MOVE SPACES          TO REPORT-TEXT-LINE
               MOVE "CONTACT:"      TO REPORT-TEXT-LINE (1:8)
               MOVE DRDEL-CONTACT   TO REPORT-TEXT-LINE (19:20)
               MOVE DRDEL-TELEPHONE TO REPORT-TEXT-LINE (41:15)
               WRITE REPORT-TEXT-LINE.
           CLOSE DEBTOR-DELIVERY.
           GO TO 008-DELNOTE-DELIVER-TO-EXIT.
       008-DELNOTE-ACCOUNT-ADDRESS.
           MOVE DEBTOR-NAME         TO REPORT-TEXT-LINE (19:30).
           WRITE REPORT-TEXT-LINE.
           MOVE SPACES              TO REPORT-TEXT-LINE.
           MOVE DEBTOR-ADDRESS1     TO REPORT-TEXT-LINE (19:26).
           WRITE REPORT-TEXT-LINE.
           MOVE SPACES              TO REPORT-TEXT-LINE.
           MOVE DEBTOR-ADDRESS2     TO REPORT-TEXT-LINE (19:26).
           WRITE REPORT-TEXT-LINE.
           MOVE SPACES              TO REPORT-TEXT-LINE.
           MOVE DEBTOR-ADDRESS3     TO REPORT-TEXT-LINE (19:26).
           WRITE REPORT-TEXT-LINE.
       008-DELNOTE-DELIVER-TO-EXIT.
           EXIT.
      *
       008-DELNOTE-LINES.
      *    EVERY ITEM ON THE NOTE, DESCRIBED OFF THE STOCK MASTER FOR
      *    THE DISPATCHING WAREHOUSE, WITH A BLANK FOR THE QUANTITY
      *    THE CUSTOMER COUNTS IN.
           OPEN INPUT STOCK-MASTER.
           OPEN INPUT DISPLINE-FILE.
           IF WS-DSPL-ST1 NOT = 0
               GO TO 008-DELNOTE-LINES-DONE.
           MOVE DSP-NUMBER          TO DSPL-NUMBER.
           MOVE 0                   TO DSPL-LINE.
           START DISPLINE-FILE KEY NOT < DSPL-KEY
               INVALID KEY
             CLOSE DISPLINE-FILE
             GO TO 008-DELNOTE-LINES-DONE.
       008-DELNOTE-ONE-LINE.
           READ DISPLINE-FILE NEXT
               AT END
             CLOSE DISPLINE-FILE
             GO TO 008-DELNOTE-LINES-DONE.
           IF DSPL-NUMBER NOT = DSP-NUMBER
               CLOSE DISPLINE-FILE
               GO TO 008-DELNOTE-LINES-DONE.
           MOVE SPACES              TO STK-DESCRIPTION.
           IF WS-STOCK-ST1 = 0
               MOVE DSPL-STOCKNUMBER TO STK-STOCKNUMBER
               MOVE DSP-WAREHOUSE   TO STK-WAREHOUSE
               READ STOCK-MASTER
                   INVALID KEY
                 MOVE SPACES        TO STK-DESCRIPTION.
           MOVE SPACES              TO REPORT-TEXT-LINE.
           MOVE DSPL-LINE           TO REPORT-TEXT-LINE (1:4).
           MOVE DSPL-STOCKNUMBER    TO REPORT-TEXT-LINE (7:8).
           MOVE STK-DESCRIPTION     TO REPORT-TEXT-LINE (17:25).
           MOVE DSPL-QTY            TO WS-QTY-EDIT.
           MOVE WS-QTY-EDIT         TO REPORT-TEXT-LINE (43:11).
           MOVE ALL "_"             TO REPORT-TEXT-LINE (58:11).
           WRITE REPORT-TEXT-LINE.
           GO TO 008-DELNOTE-ONE-LINE.
       008-DELNOTE-LINES-DONE.
           IF WS-STOCK-ST1 = 0
               CLOSE STOCK-MASTER.
       008-DELNOTE-LINES-EXIT.
           EXIT.
      *
       010-CONVERT-TEXT.
           IF NOT WS-SOURCED
