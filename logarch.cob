       FILE SECTION.

       FD  STORY-LOG-FILE
              RECORD CONTAINS 4432 CHARACTERS
              BLOCK CONTAINS 0 RECORDS
              RECORDING MODE IS F.

       01  STORY-LOG-REC.
           03  SL-SEQ          PIC 9(8).
           03  SL-PLOT-PICK    PIC 99.
           03  SL-DATE         PIC 9(8).
           03  SL-TIME         PIC 9(6).
           03  SL-TITLE        PIC X(80).
           03  SL-STORY-TEXT   PIC X(4092).
           03  SL-PLOT-HASH    PIC 9(9).
           03  SL-LOGLINE      PIC X(200).
           03  SL-PARENT-SEQ   PIC 9(8).
           03  SL-SERIES-ID    PIC 9(8).
           03  SL-SERIES-PART  PIC 9(3).
           03  SL-REQUESTER    PIC X(8).

       FD  ARCHIVE-FILE
              RECORD CONTAINS 4432 CHARACTERS
              BLOCK CONTAINS 0 RECORDS
              RECORDING MODE IS F.

       01  ARCHIVE-REC PIC X(4432).

       FD  NEW-LOG-FILE
              RECORD CONTAINS 4432 CHARACTERS
              BLOCK CONTAINS 0 RECORDS
              RECORDING MODE IS F.

       01  NEW-LOG-REC PIC X(4432).

       FD  CATALOG-FILE
              RECORD CONTAINS 62 CHARACTERS
           03  AC-RECORDS      PIC 9(6).

       FD  PRIOR-LOG-FILE
              RECORD CONTAINS 4432 CHARACTERS
              BLOCK CONTAINS 0 RECORDS
              RECORDING MODE IS F.

       01  PRIOR-LOG-REC PIC X(4432).

       FD  STATE-FILE
              RECORD CONTAINS 7 CHARACTERS
       01  EOF-LCK-SWITCH PIC X VALUE SPACE.
           88  NO-MORE-LCK VALUE 'Y'.
       01  LOCK-OWNER-NAME PIC X(8) VALUE 'LOGARCH '.
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
       01 WS-ARCH-DSNAME  PIC X(40).

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
