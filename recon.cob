        *>  save file and the story log.  All three carry the story
        *>  sequence number; a run that dies mid-story leaves a BS-SEQ
        *>  with no matching SAV-SEQ or SL-SEQ.  The morning operator
        *>  runs this before releasing the night's output.  The
        *>  sequence table is a 9999-story window starting at the
        *>  lowest sequence found on any of the three files; anything
        *>  past the window is counted and reported as one exception.
        ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           03 FILLER PIC X(102).

       FD  BUILD-SHEET-FILE
              RECORD CONTAINS 86 CHARACTERS
              BLOCK CONTAINS 0 RECORDS
              RECORDING MODE IS F.

       01  BS-REC.
           03  BS-SEQ        PIC 9(8).
           03  BS-PLOT-PICK  PIC 99.
           03  BS-VAR-NAME   PIC X(16).
           03  BS-VAR-VAL    PIC X(60).

       FD  SAVE-FILE
              RECORD CONTAINS 128 CHARACTERS
              BLOCK CONTAINS 0 RECORDS
              RECORDING MODE IS F.

       01  SAV-REC.
           03  SAV-SEQ         PIC 9(8).
           03  SAV-PLOT-PICK   PIC 99.
           03  SAV-CHOICE      PIC 99 OCCURS 50 TIMES.
           03  SAV-SCENE-ALT   PIC 9 OCCURS 9 TIMES.
           03  SAV-PLOT-HASH   PIC 9(9).

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
       FD  LOCK-FILE
              RECORD CONTAINS 23 CHARACTERS
              BLOCK CONTAINS 0 RECORDS
       01  EOF-LCK-SWITCH PIC X VALUE SPACE.
           88  NO-MORE-LCK VALUE 'Y'.
       01  LOCK-OWNER-NAME PIC X(8) VALUE 'RECON   '.
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
       01 WS-VARS-DSNAME PIC X(40) VALUE "vars.dat".
       01 WS-ENV-NAME     PIC X(20).


       01  VAR-NAME-COUNT PIC 99 VALUE 0.

        *>  one slot per story sequence in the window - each file
        *>  marks the sequences it carries, and the sweep at the end
        *>  reports the holes and the plot-pick disagreements.  Slot
        *>  1 is RC-BASE-SEQ; SET-RECON-SLOT gives RCX = 0 outside.
       01  SEQ-TABLE-AREA.
           03  SEQ-SLOT OCCURS 9999 TIMES.
               05  RC-BS-FLAG      PIC X.
               05  RC-LOG-HASH     PIC 9(9).

       01  RECON-FIELDS.
           03  RC-SEQ          PIC 9(8).
           03  RCX             PIC 9(9).
           03  RC-HI-SLOT      PIC 9(5) VALUE 0.
           03  RC-BASE-SEQ     PIC 9(8) VALUE 0.
           03  RC-BS-BEYOND    PIC 9(6) VALUE 0.
           03  RC-SAV-BEYOND   PIC 9(6) VALUE 0.
           03  RC-LOG-BEYOND   PIC 9(6) VALUE 0.
           03  RC-BS-RECS      PIC 9(6) VALUE 0.
           03  RC-SAV-RECS     PIC 9(6) VALUE 0.
           03  RC-LOG-RECS     PIC 9(6) VALUE 0.
           DISPLAY 'RECON - BUILD SHEET / SAVE FILE / STORY LOG'
           DISPLAY ' '
           PERFORM LOAD-VAR-NAME-COUNT
           PERFORM VARYING RCX FROM 1 BY 1 UNTIL RCX > SEQMAX
               MOVE SPACE TO RC-BS-FLAG(RCX)
               MOVE SPACE TO RC-SAV-FLAG(RCX)
               MOVE SPACE TO RC-LOG-FLAG(RCX)
               MOVE 0 TO RC-BS-VARS(RCX)
               MOVE 0 TO RC-SAV-HASH(RCX)
               MOVE 0 TO RC-LOG-HASH(RCX)
           END-PERFORM
           PERFORM FIND-RECON-BASE
           PERFORM SCAN-BUILD-SHEET
           PERFORM SCAN-SAVE-FILE
           PERFORM SCAN-STORY-LOG
           END-IF
           PERFORM READ-BS
           PERFORM UNTIL NO-MORE-BS
               IF BS-SEQ = '00000000'
                   ADD 1 TO RC-BS-RUNS
               ELSE
               ADD 1 TO RC-BS-RECS
               IF BS-SEQ NUMERIC AND BS-SEQ > 0
                   MOVE BS-SEQ TO RC-SEQ
                   PERFORM SET-RECON-SLOT
                   IF RCX = 0
                       ADD 1 TO RC-BS-BEYOND
                   ELSE
                       SET RC-BS-SEEN(RCX) TO TRUE
                       IF BS-VAR-NAME NOT = '*PLOT-TITLE*'
                       AND BS-VAR-NAME NOT = '*REQUESTER*'
                           ADD 1 TO RC-BS-VARS(RCX)
                       END-IF
                   END-IF
               ELSE
                   ADD 1 TO RC-EXCEPTIONS
           END-IF
           PERFORM READ-SAV
           PERFORM UNTIL NO-MORE-SAV
               IF SAV-SEQ = '00000000'
                   ADD 1 TO RC-SAV-RUNS
               ELSE
               ADD 1 TO RC-SAV-RECS
               IF SAV-SEQ NUMERIC AND SAV-SEQ > 0
                   MOVE SAV-SEQ TO RC-SEQ
                   PERFORM SET-RECON-SLOT
                   IF RCX = 0
                       ADD 1 TO RC-SAV-BEYOND
                   ELSE
                       SET RC-SAV-SEEN(RCX) TO TRUE
                       MOVE SAV-PLOT-PICK TO RC-SAV-PLOT(RCX)
                       IF SAV-PLOT-HASH NUMERIC
                           MOVE SAV-PLOT-HASH TO RC-SAV-HASH(RCX)
                       ELSE
                           MOVE 0 TO RC-SAV-HASH(RCX)
                       END-IF
                   END-IF
               ELSE
                   ADD 1 TO RC-EXCEPTIONS
               ADD 1 TO RC-LOG-RECS
               IF SL-SEQ NUMERIC AND SL-SEQ > 0
                   MOVE SL-SEQ TO RC-SEQ
                   PERFORM SET-RECON-SLOT
                   IF RCX = 0
                       ADD 1 TO RC-LOG-BEYOND
                   ELSE
                       SET RC-LOG-SEEN(RCX) TO TRUE
                       MOVE SL-PLOT-PICK TO RC-LOG-PLOT(RCX)
                       IF SL-PLOT-HASH NUMERIC
                           MOVE SL-PLOT-HASH TO RC-LOG-HASH(RCX)
                       ELSE
                           MOVE 0 TO RC-LOG-HASH(RCX)
                       END-IF
                   END-IF
               ELSE
                   ADD 1 TO RC-EXCEPTIONS
               SET NO-MORE-LOG TO TRUE
           END-READ.

        *>  lowest real sequence on any of the three files becomes
        *>  slot 1.  Each file is in sequence order, so the first
        *>  story record on each is enough.
       FIND-RECON-BASE.
           MOVE 99999999 TO RC-BASE-SEQ
           OPEN INPUT BUILD-SHEET-FILE
           IF WS-FS-BS = '00'
               PERFORM READ-BS
               PERFORM UNTIL NO-MORE-BS
               OR (BS-SEQ NUMERIC AND BS-SEQ > 0)
                   PERFORM READ-BS
               END-PERFORM
               IF NOT NO-MORE-BS AND BS-SEQ < RC-BASE-SEQ
                   MOVE BS-SEQ TO RC-BASE-SEQ
               END-IF
           END-IF
           CLOSE BUILD-SHEET-FILE
           OPEN INPUT SAVE-FILE
           IF WS-FS-SAV = '00'
               PERFORM READ-SAV
               PERFORM UNTIL NO-MORE-SAV
               OR (SAV-SEQ NUMERIC AND SAV-SEQ > 0)
                   PERFORM READ-SAV
               END-PERFORM
               IF NOT NO-MORE-SAV AND SAV-SEQ < RC-BASE-SEQ
                   MOVE SAV-SEQ TO RC-BASE-SEQ
               END-IF
           END-IF
           CLOSE SAVE-FILE
           OPEN INPUT STORY-LOG-FILE
           IF WS-FS-LOG = '00'
               PERFORM READ-LOG
               PERFORM UNTIL NO-MORE-LOG
               OR (SL-SEQ NUMERIC AND SL-SEQ > 0)
                   PERFORM READ-LOG
               END-PERFORM
               IF NOT NO-MORE-LOG AND SL-SEQ < RC-BASE-SEQ
                   MOVE SL-SEQ TO RC-BASE-SEQ
               END-IF
           END-IF
           CLOSE STORY-LOG-FILE
           MOVE SPACE TO EOF-FLAGS(2:1)
           MOVE SPACE TO EOF-FLAGS(3:1)
           MOVE SPACE TO EOF-FLAGS(4:1)
           IF RC-BASE-SEQ = 99999999
               MOVE 1 TO RC-BASE-SEQ
           END-IF
           DISPLAY 'FIRST SEQUENCE ON FILE: ' RC-BASE-SEQ.

       SET-RECON-SLOT.
           IF RC-SEQ < RC-BASE-SEQ
               MOVE 0 TO RCX
           ELSE
               COMPUTE RCX = RC-SEQ - RC-BASE-SEQ + 1
               IF RCX > SEQMAX
                   MOVE 0 TO RCX
               END-IF
           END-IF
           IF RCX > RC-HI-SLOT
               MOVE RCX TO RC-HI-SLOT
           END-IF.

       REPORT-EXCEPTIONS.
           DISPLAY ' '
           DISPLAY '--- EXCEPTIONS ---'
           PERFORM VARYING RCX FROM 1 BY 1
           UNTIL RCX > RC-HI-SLOT
               IF RC-BS-SEEN(RCX) OR RC-SAV-SEEN(RCX)
               OR RC-LOG-SEEN(RCX)
                   COMPUTE RC-SEQ = RC-BASE-SEQ + RCX - 1
                   PERFORM CHECK-ONE-SEQ
               END-IF
           END-PERFORM
           IF RC-BS-BEYOND > 0 OR RC-SAV-BEYOND > 0
           OR RC-LOG-BEYOND > 0
               ADD 1 TO RC-EXCEPTIONS
               DISPLAY 'SEQUENCES PAST THE ' SEQMAX '-STORY WINDOW'
               ' FROM ' RC-BASE-SEQ ' NOT CHECKED: BUILD SHEET '
               RC-BS-BEYOND ' SAVE FILE ' RC-SAV-BEYOND
               ' STORY LOG ' RC-LOG-BEYOND
               DISPLAY 'TRIM WITH RUNTRIM AND LOGARCH, THEN RERUN'
           END-IF
           IF RC-EXCEPTIONS = 0
               DISPLAY 'NONE - ALL THREE FILES AGREE'
           END-IF
           DISPLAY '--- END EXCEPTIONS ---'.

       CHECK-ONE-SEQ.
           IF NOT RC-BS-SEEN(RCX)
               ADD 1 TO RC-EXCEPTIONS
               DISPLAY 'SEQ ' RC-SEQ ' MISSING FROM BUILD SHEET'
           END-IF
           IF NOT RC-SAV-SEEN(RCX)
               ADD 1 TO RC-EXCEPTIONS
               DISPLAY 'SEQ ' RC-SEQ ' MISSING FROM SAVE FILE'
           END-IF
           IF NOT RC-LOG-SEEN(RCX)
               ADD 1 TO RC-EXCEPTIONS
               DISPLAY 'SEQ ' RC-SEQ ' MISSING FROM STORY LOG'
           END-IF
           IF RC-BS-SEEN(RCX)
           AND RC-BS-VARS(RCX) NOT = VAR-NAME-COUNT
               ADD 1 TO RC-EXCEPTIONS
               DISPLAY 'SEQ ' RC-SEQ ' BUILD SHEET HAS '
               RC-BS-VARS(RCX) ' VARS, EXPECTED ' VAR-NAME-COUNT
           END-IF
           IF RC-SAV-SEEN(RCX) AND RC-LOG-SEEN(RCX)
           AND RC-SAV-PLOT(RCX) NOT = RC-LOG-PLOT(RCX)
               ADD 1 TO RC-EXCEPTIONS
               DISPLAY 'SEQ ' RC-SEQ ' PLOT MISMATCH: SAVE='
               RC-SAV-PLOT(RCX) ' LOG=' RC-LOG-PLOT(RCX)
           END-IF
           IF RC-SAV-SEEN(RCX) AND RC-LOG-SEEN(RCX)
           AND RC-SAV-HASH(RCX) NOT = RC-LOG-HASH(RCX)
               ADD 1 TO RC-EXCEPTIONS
               DISPLAY 'SEQ ' RC-SEQ ' PLOT FINGERPRINT MISMATCH:'
               ' SAVE=' RC-SAV-HASH(RCX)
               ' LOG=' RC-LOG-HASH(RCX)
           END-IF.

        *>  one lock record shared by every program that writes the
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
