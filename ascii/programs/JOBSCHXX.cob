           MOVE "STOCKEXP"   TO JC-JOB-NAME.
           MOVE "STCHANXX"   TO JC-PROGRAM.
           WRITE JOB-CONTROL-RECORD.
           MOVE 060          TO JC-SEQUENCE.
           MOVE "POSTCHK"    TO JC-JOB-NAME.
           MOVE "POSTCHKX"   TO JC-PROGRAM.
           WRITE JOB-CONTROL-RECORD.
           CLOSE JOB-SCHEDULE.
           MOVE "NO SCHEDULE FOUND, SEEDED THE SIX STANDARD JOBS."
              TO WS-MESSAGE.
           PERFORM ERROR-MESSAGE.
        ASS-EXIT.
