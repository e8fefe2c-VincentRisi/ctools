               ALTERNATE RECORD KEY IS GL-DESCRIPTION WITH DUPLICATES
               FILE STATUS IS WS-GL-STATUS.
           Copy "SelectMastChgLog".
           Copy "SelectCostCentre".
      *
        DATA DIVISION.
        FILE SECTION.
            COPY ChlfdGlMast.
            COPY ChlfdMastChgLog.
            COPY ChlfdCostCentre.

       WORKING-STORAGE SECTION.
       77  WS-ACC               PIC X(6) VALUE " ".
       01  WS-GL-STATUS.
           03  WS-GL-ST1        PIC 99.
       Copy "WsMastChgLog".
       Copy "WsCostCentre".
       Copy "WsDateInfo".
      **************************************************************
      * FORMS WORK FIELDS
           MOVE 8               TO F-CBFIELDNAME.
           MOVE GL-STATEMENT-SECTION TO F-NAMEFIELD.
           PERFORM WRITE-FIELD-ALPHA.
           MOVE "COSTCTR"       TO F-FIELDNAME.
           MOVE 7               TO F-CBFIELDNAME.
           MOVE GL-COST-CENTRE  TO F-NAMEFIELD.
           PERFORM WRITE-FIELD-ALPHA.
           MOVE "BALANCE"       TO F-FIELDNAME.
           MOVE 7               TO F-CBFIELDNAME.
           MOVE GL-BALANCE      TO WS-BAL-EDIT.
           PERFORM READ-FIELD-ALPHA.
           IF F-NAMEFIELD NOT = " "
               MOVE F-NAMEFIELD (1:2) TO GL-STATEMENT-SECTION.
       GBF-050.
      *    THE COST CENTRE JOURNAL LINES TO THIS ACCOUNT TAKE WHEN
      *    NONE IS KEYED. BLANK KEEPS WHAT IS ON FILE, "-" CLEARS IT.
           MOVE "COSTCTR"       TO F-FIELDNAME.
           MOVE 7               TO F-CBFIELDNAME.
           PERFORM USER-FILL-FIELD.
           MOVE 4               TO F-CBFIELDLENGTH.
           PERFORM READ-FIELD-ALPHA.
           IF F-NAMEFIELD = " "
               GO TO GBF-999.
           IF F-NAMEFIELD (1:1) = "-"
               MOVE " " TO GL-COST-CENTRE
               GO TO GBF-999.
           IF WS-CC-OFF
               MOVE "NO COST CENTRE FILE, SET UP CENTRES FIRST."
                 TO WS-MESSAGE
               PERFORM ERROR-MESSAGE
               GO TO GBF-050.
           MOVE F-NAMEFIELD (1:4) TO CC-CODE.
           READ COST-CENTRE-FILE
               INVALID KEY
             MOVE "NO SUCH COST CENTRE ON FILE, RE-ENTER."
               TO WS-MESSAGE
             PERFORM ERROR-MESSAGE
             GO TO GBF-050.
           IF CC-INACTIVE
               MOVE "COST CENTRE IS INACTIVE, RE-ENTER." TO WS-MESSAGE
               PERFORM ERROR-MESSAGE
               GO TO GBF-050.
           MOVE CC-CODE TO GL-COST-CENTRE.
       GBF-999.
           EXIT.
      *
                OPEN OUTPUT MAST-CHGLOG
                CLOSE MAST-CHGLOG
                OPEN I-O MAST-CHGLOG.
            OPEN INPUT COST-CENTRE-FILE.
            IF WS-CC-ST1 NOT = 0
                MOVE "Y" TO WS-CC-OFF-SW.
       OPEN-010.
           MOVE Ws-Forms-Name   TO F-FILENAME
           MOVE Ws-cbForms-name TO F-CBFILENAME.
        END-000.
           CLOSE GL-MASTER
                 MAST-CHGLOG.
           IF NOT WS-CC-OFF
               CLOSE COST-CENTRE-FILE.
           EXIT PROGRAM.
        END-999.
            EXIT.
