        *>
        *>  Retention for the run-stamped output generations.  Each
        *>  HALLMARK run appends a run header ('*** RUN' in story.prt,
        *>  sequence 00000000 records in buildsheet.dat / savestory.dat)
        *>  followed by that run's records.  RUNTRIM keeps the newest
        *>  RUNTRIM_KEEP runs (default 3) in each file and drops the
        *>  rest, compacting in place the way LOGARCH does.
       01  PRINT-REC PIC X(80).

       FD  BUILD-SHEET-FILE
              RECORD CONTAINS 86 CHARACTERS
              BLOCK CONTAINS 0 RECORDS
              RECORDING MODE IS F.

       01  BS-REC PIC X(86).

       FD  SAVE-FILE
              RECORD CONTAINS 128 CHARACTERS
              BLOCK CONTAINS 0 RECORDS
              RECORDING MODE IS F.

       01  SAV-REC PIC X(128).

       FD  WORK-PRT-FILE
              RECORD CONTAINS 80 CHARACTERS
       01  WORK-PRT-REC PIC X(80).

       FD  WORK-BS-FILE
              RECORD CONTAINS 86 CHARACTERS
              BLOCK CONTAINS 0 RECORDS
              RECORDING MODE IS F.

       01  WORK-BS-REC PIC X(86).

       FD  WORK-SAV-FILE
              RECORD CONTAINS 128 CHARACTERS
              BLOCK CONTAINS 0 RECORDS
              RECORDING MODE IS F.

       01  WORK-SAV-REC PIC X(128).

       FD  PRIOR-PRT-FILE
              RECORD CONTAINS 80 CHARACTERS
       01  PRIOR-PRT-REC PIC X(80).

       FD  PRIOR-BS-FILE
              RECORD CONTAINS 86 CHARACTERS
              BLOCK CONTAINS 0 RECORDS
              RECORDING MODE IS F.

       01  PRIOR-BS-REC PIC X(86).

       FD  PRIOR-SAV-FILE
              RECORD CONTAINS 128 CHARACTERS
              BLOCK CONTAINS 0 RECORDS
              RECORDING MODE IS F.

       01  PRIOR-SAV-REC PIC X(128).

       FD  STATE-FILE
              RECORD CONTAINS 19 CHARACTERS
       01  EOF-LCK-SWITCH PIC X VALUE SPACE.
           88  NO-MORE-LCK VALUE 'Y'.
       01  LOCK-OWNER-NAME PIC X(8) VALUE 'RUNTRIM '.
       01  LOCK-OPER-ID PIC X(8).

        *>  parameter block for OPERCHK, the operator authority check
       01  OPERCHK-PARAMETERS.
           05  OCK-FUNCTION         PIC X.
           05  OCK-PROGRAM          PIC X(8).
           05  OCK-OPER             PIC X(8).
           05  OCK-AUTHORITY        PIC X.
           05  OCK-GENRE            PIC X(4).
           05  OCK-RESULT           PIC X.
               88  OCK-ALLOWED VALUE 'Y'.
           05  OCK-OPER-NAME        PIC X(30).
           05  OCK-REASON           PIC X(40).
           05  OCK-DEPT             PIC X(8).
       01 WS-ENV-NAME     PIC X(20).

       01  TRIM-KEEP-X PIC X(2).
           PERFORM READ-BS
           PERFORM UNTIL NO-MORE-RECS
               ADD 1 TO TRIM-LIVE-RECS
               IF BS-REC(1:8) = '00000000'
                   ADD 1 TO TRIM-RUNS
               END-IF
               PERFORM READ-BS
           OPEN OUTPUT WORK-BS-FILE
           PERFORM READ-BS
           PERFORM UNTIL NO-MORE-RECS
               IF BS-REC(1:8) = '00000000'
                   ADD 1 TO TRIM-RUN-NO
               END-IF
               IF TRIM-RUN-NO >= TRIM-FIRST-KEPT
           PERFORM READ-SAV
           PERFORM UNTIL NO-MORE-RECS
               ADD 1 TO TRIM-LIVE-RECS
               IF SAV-REC(1:8) = '00000000'
                   ADD 1 TO TRIM-RUNS
               END-IF
               PERFORM READ-SAV
           OPEN OUTPUT WORK-SAV-FILE
           PERFORM READ-SAV
           PERFORM UNTIL NO-MORE-RECS
               IF SAV-REC(1:8) = '00000000'
                   ADD 1 TO TRIM-RUN-NO
               END-IF
               IF TRIM-RUN-NO >= TRIM-FIRST-KEPT
        *>  two of them together once cost us part of a night's log.
        *>  A held lock refuses startup and names the holder; after an
        *>  abend the morning operator reruns with RUNLOCK_OVERRIDE=Y.
        *>  The override is honoured only for the operator named in
        *>  RUNLOCK_OPER holding run-lock authority on operauth.dat.
       TAKE-RUN-LOCK.
           MOVE "RUNLOCK_OVERRIDE" TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
               END-READ
               IF NOT NO-MORE-LCK AND LCK-HELD
                   IF LOCK-OVERRIDE-X = 'Y' OR LOCK-OVERRIDE-X = 'y'
                       PERFORM CHECK-OVERRIDE-AUTHORITY
                       DISPLAY 'OVERRIDING RUN LOCK HELD BY '
                       LCK-OWNER ' SINCE ' LCK-DATE ' ' LCK-TIME
                   ELSE
                       ' SINCE ' LCK-DATE ' ' LCK-TIME
                       ' - NOT STARTING'
                       DISPLAY 'IF THAT RUN ABENDED, RERUN WITH'
                       ' RUNLOCK_OVERRIDE=Y AND RUNLOCK_OPER=<YOUR ID>'
                       CLOSE LOCK-FILE
                       MOVE 12 TO RETURN-CODE
                       STOP RUN
           WRITE LCK-REC
           CLOSE LOCK-FILE.

        *>  a refused override is logged by OPERCHK and the run
        *>  stops exactly as if no override had been asked for.
       CHECK-OVERRIDE-AUTHORITY.
           MOVE "RUNLOCK_OPER" TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT LOCK-OPER-ID FROM ENVIRONMENT-VALUE
           MOVE 'C' TO OCK-FUNCTION
           MOVE LOCK-OWNER-NAME TO OCK-PROGRAM
           MOVE LOCK-OPER-ID TO OCK-OPER
           MOVE 'L' TO OCK-AUTHORITY
           CALL 'OPERCHK' USING OPERCHK-PARAMETERS
           IF NOT OCK-ALLOWED
               DISPLAY 'RUNLOCK_OVERRIDE REFUSED FOR OPERATOR '
               LOCK-OPER-ID ' - ' OCK-REASON
               DISPLAY 'RUN LOCK HELD BY ' LCK-OWNER
               ' SINCE ' LCK-DATE ' ' LCK-TIME ' - NOT STARTING'
               CLOSE LOCK-FILE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY 'RUN LOCK OVERRIDE BY ' LOCK-OPER-ID ' '
           OCK-OPER-NAME.

       FREE-RUN-LOCK.
           OPEN OUTPUT LOCK-FILE
           MOVE 'F' TO LCK-STATUS
