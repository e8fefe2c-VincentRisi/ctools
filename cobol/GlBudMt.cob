               ALTERNATE RECORD KEY IS GL-DESCRIPTION WITH DUPLICATES
               FILE STATUS IS WS-GL-STATUS.
           Copy "SelectGlBudget".
           Copy "SelectCostCentre".
      *
        DATA DIVISION.
        FILE SECTION.
            COPY ChlfdGlMast.
            COPY ChlfdGlBudget.
            COPY ChlfdCostCentre.

       WORKING-STORAGE SECTION.
       77  WS-ACC               PIC X(6) VALUE " ".
       77  WS-PERIOD            PIC X(6) VALUE " ".
       77  WS-CENTRE            PIC X(4) VALUE " ".
       77  WS-ACTION            PIC X VALUE " ".
       77  WS-NEW-SW            PIC X VALUE "N".
           88  WS-NEW-RECORD    VALUE "Y".
           03  WS-GL-ST1        PIC 99.
       01  WS-BUDGET-STATUS.
           03  WS-BUDGET-ST1    PIC 99.
       Copy "WsCostCentre".
       Copy "WsDateInfo".
      **************************************************************
      * FORMS WORK FIELDS
            MOVE 11              TO F-CBFIELDNAME.
            MOVE GL-DESCRIPTION  TO F-NAMEFIELD.
            PERFORM WRITE-FIELD-ALPHA.
       GBK-005.
      *    BLANK BUDGETS THE ACCOUNT AS A WHOLE; A CODE BUDGETS THE
      *    ACCOUNT'S SPEND OR INCOME IN THAT ONE COST CENTRE.
            MOVE "COSTCTR"  TO F-FIELDNAME.
            MOVE 7          TO F-CBFIELDNAME.
            PERFORM USER-FILL-FIELD.
            IF F-EXIT-CH = X"04"
                PERFORM END-OFF.
            MOVE 4           TO F-CBFIELDLENGTH.
            PERFORM READ-FIELD-ALPHA.
            MOVE F-NAMEFIELD (1:4) TO WS-CENTRE.
            IF WS-CENTRE = " "
                GO TO GBK-010.
            IF WS-CC-OFF
                MOVE "NO COST CENTRE FILE, LEAVE THE CENTRE BLANK."
                  TO WS-MESSAGE
                PERFORM ERROR-MESSAGE
                GO TO GBK-005.
            MOVE WS-CENTRE TO CC-CODE.
            READ COST-CENTRE-FILE
                INVALID KEY
              MOVE "NO SUCH COST CENTRE ON FILE, RE-ENTER."
                TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              GO TO GBK-005.
       GBK-010.
            MOVE "PERIOD"   TO F-FIELDNAME.
            MOVE 6          TO F-CBFIELDNAME.
                GO TO GBK-010.
       GBK-020.
            MOVE WS-ACC    TO GLB-NUMBER.
            MOVE WS-CENTRE TO GLB-COST-CENTRE.
            MOVE WS-PERIOD TO GLB-PERIOD.
            READ GL-BUDGET-FILE
                INVALID KEY
            IF WS-NEW-RECORD
                MOVE SPACES    TO GL-BUDGET-RECORD
                MOVE WS-ACC    TO GLB-NUMBER
                MOVE WS-CENTRE TO GLB-COST-CENTRE
                MOVE WS-PERIOD TO GLB-PERIOD
                MOVE 0         TO GLB-AMOUNT
                MOVE "NEW BUDGET LINE, ENTER AMOUNT AND ACTION A."
                OPEN OUTPUT GL-BUDGET-FILE
                CLOSE GL-BUDGET-FILE
                OPEN I-O GL-BUDGET-FILE.
            OPEN INPUT COST-CENTRE-FILE.
            IF WS-CC-ST1 NOT = 0
                MOVE "Y" TO WS-CC-OFF-SW.
            IF WS-BUDGET-ST1 NOT = 0
                MOVE "CANNOT OPEN GL BUDGET FILE."
                  TO WS-MESSAGE
        END-000.
           CLOSE GL-MASTER
                 GL-BUDGET-FILE.
           IF NOT WS-CC-OFF
               CLOSE COST-CENTRE-FILE.
           EXIT PROGRAM.
        END-999.
            EXIT.
