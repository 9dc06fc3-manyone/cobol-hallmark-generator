        >>SOURCE FIXED
        IDENTIFICATION DIVISION.
        PROGRAM-ID.    REVCONV.
        AUTHOR.        SIMOTIME TECHNOLOGIES.
        *>
        *>  One-time conversion of review.dat to carry the reviewer
        *>  id STORYREV now records on every decision.
        *>      review.dat   27 -> 35
        *>  The new RV-OPER goes on the end of the record, blank for
        *>  every decision already taken; nothing else moves.  Run it
        *>  after SEQCONV, which still writes the 27-byte layout.
        *>  The file is converted to review.dat.new while an
        *>  untouched copy of the old format goes to review.dat.rv27;
        *>  both are counted against the input before the live
        *>  dataset is rewritten, the way LOGCONV does.  A record
        *>  whose sequence, date or time is not numeric where the old
        *>  layout puts them stops the run before the swap - usually
        *>  a sign it was converted already.  revconv.stat records the
        *>  file as swapping or converted, so a rerun after an
        *>  interruption finishes the swap from the intact work file.
        *>  On any failure the run lock is left held so no job runs
        *>  against a half-converted file; fix the cause and rerun
        *>  REVCONV with RUNLOCK_OVERRIDE=Y.
        ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT OPTIONAL OLD-RV-FILE
               ASSIGN TO CNV-OLD-DSN
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-OLD.

               SELECT KEEP-RV-FILE
               ASSIGN TO CNV-KEEP-DSN
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-KEEP.

               SELECT NEW-RV-FILE
               ASSIGN TO CNV-NEW-DSN
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-NEW.

               SELECT LIVE-RV-FILE
               ASSIGN TO CNV-LIVE-DSN
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-LIVE.

               SELECT OPTIONAL STATE-FILE
               ASSIGN TO "revconv.stat"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-CST.

               SELECT OPTIONAL LOCK-FILE
               ASSIGN TO "runlock.dat"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-LCK.
        DATA DIVISION.
       FILE SECTION.

       FD  OLD-RV-FILE
              RECORD CONTAINS 27 CHARACTERS
              BLOCK CONTAINS 0 RECORDS
              RECORDING MODE IS F.

       01  OLD-RV-REC.
           03  ORV-SEQ         PIC 9(8).
           03  ORV-STATUS      PIC X.
           03  ORV-REASON      PIC X(4).
           03  ORV-DATE        PIC 9(8).
           03  ORV-TIME        PIC 9(6).

       FD  KEEP-RV-FILE
              RECORD CONTAINS 27 CHARACTERS
              BLOCK CONTAINS 0 RECORDS
              RECORDING MODE IS F.

       01  KEEP-RV-REC PIC X(27).

       FD  NEW-RV-FILE
              RECORD CONTAINS 35 CHARACTERS
              BLOCK CONTAINS 0 RECORDS
              RECORDING MODE IS F.

       01  NEW-RV-REC.
           03  NRV-OLD-PART    PIC X(27).
           03  NRV-OPER        PIC X(8).

       FD  LIVE-RV-FILE
              RECORD CONTAINS 35 CHARACTERS
              BLOCK CONTAINS 0 RECORDS
              RECORDING MODE IS F.

       01  LIVE-RV-REC PIC X(35).

        *>  space not started, 'S' live file being rewritten from the
        *>  work file, 'C' converted - plus the record count the swap
        *>  must reach.
       FD  STATE-FILE
              RECORD CONTAINS 10 CHARACTERS
              BLOCK CONTAINS 0 RECORDS
              RECORDING MODE IS F.

       01  STATE-REC.
           03  CST-FLAG        PIC X.
           03  CST-SWAP-COUNT  PIC 9(9).

       FD  LOCK-FILE
              RECORD CONTAINS 23 CHARACTERS
              BLOCK CONTAINS 0 RECORDS
              RECORDING MODE IS F.

       01  LCK-REC.
           03  LCK-STATUS      PIC X.
               88  LCK-HELD VALUE 'H'.
           03  LCK-OWNER       PIC X(8).
           03  LCK-DATE        PIC 9(8).
           03  LCK-TIME        PIC 9(6).
        WORKING-STORAGE SECTION.
       01 EOF-FLAGS.
           03 FILLER PIC X(01) VALUE SPACE.
               88 NO-MORE-OLD VALUE 'Y'.
           03 FILLER PIC X(01) VALUE SPACE.
               88 NO-MORE-WORK VALUE 'Y'.
           03 FILLER PIC X(01) VALUE SPACE.
               88 NO-MORE-CST VALUE 'Y'.

       01 WS-FS-OLD   PIC X(02).
       01 WS-FS-KEEP  PIC X(02).
       01 WS-FS-NEW   PIC X(02).
       01 WS-FS-LIVE  PIC X(02).
       01 WS-FS-CST   PIC X(02).
       01 WS-FS-LCK   PIC X(02).
       01  LOCK-OVERRIDE-X PIC X.
       01  EOF-LCK-SWITCH PIC X VALUE SPACE.
           88  NO-MORE-LCK VALUE 'Y'.
       01  LOCK-OWNER-NAME PIC X(8) VALUE 'REVCONV '.
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

       01  CNV-NAMES.
           03  CNV-LIVE-DSN    PIC X(40) VALUE 'review.dat'.
           03  CNV-OLD-DSN     PIC X(40) VALUE 'review.dat'.
           03  CNV-NEW-DSN     PIC X(40) VALUE 'review.dat.new'.
           03  CNV-KEEP-DSN    PIC X(40) VALUE 'review.dat.rv27'.

       01  CNV-STATE-AREA.
           03  CNV-FLAG        PIC X VALUE SPACE.
           03  CNV-SWAP-COUNT  PIC 9(9) VALUE 0.
       01  CNV-CUR-STATE PIC X.
           88  CNV-CUR-SWAPPING VALUE 'S'.
           88  CNV-CUR-CONVERTED VALUE 'C'.

       01  CNV-ABORT-SWITCH PIC X VALUE SPACE.
           88  CNV-ABORTED VALUE 'Y'.
       01  CNV-EMPTY-SWITCH PIC X VALUE SPACE.
           88  CNV-NOTHING-ON-FILE VALUE 'Y'.
       01  CNV-COUNTS.
           03  CNV-READ-CNT    PIC 9(9) VALUE 0.
           03  CNV-BAD-CNT     PIC 9(9) VALUE 0.
           03  CNV-NEW-CNT     PIC 9(9) VALUE 0.
           03  CNV-KEEP-CNT    PIC 9(9) VALUE 0.
           03  CNV-LIVE-CNT    PIC 9(9) VALUE 0.

        *>****************************************************************
        PROCEDURE DIVISION.
           PERFORM TAKE-RUN-LOCK
           DISPLAY ' '
           DISPLAY 'REVCONV - REVIEW FILE CONVERSION, REVIEWER ADDED'
           DISPLAY ' '
           PERFORM LOAD-CONV-STATE
           MOVE CNV-FLAG TO CNV-CUR-STATE
           DISPLAY CNV-LIVE-DSN

           IF CNV-CUR-CONVERTED
               DISPLAY '  ALREADY CONVERTED'
           ELSE
               IF NOT CNV-CUR-SWAPPING
                   PERFORM COPY-OLD-REVIEW
                   IF CNV-NOTHING-ON-FILE
                       DISPLAY '  NOT ON FILE OR EMPTY - NOTHING TO'
                       ' CONVERT'
                       MOVE 'C' TO CNV-CUR-STATE
                       PERFORM SAVE-CONV-STATE
                   ELSE
                       PERFORM COUNT-WORK-COPIES
                       PERFORM CHECK-WORK-COPIES
                   END-IF
               END-IF
               IF CNV-CUR-SWAPPING AND NOT CNV-ABORTED
                   PERFORM SWAP-REVIEW
                   PERFORM CHECK-LIVE-COPY
               END-IF
           END-IF

           DISPLAY ' '
           IF CNV-ABORTED
               DISPLAY 'CONVERSION STOPPED - RUN LOCK LEFT HELD SO'
               ' NO JOB RUNS AGAINST A HALF-CONVERTED REVIEW FILE'
               DISPLAY 'CORRECT THE CAUSE AND RERUN REVCONV WITH'
               ' RUNLOCK_OVERRIDE=Y'
               MOVE 12 TO RETURN-CODE
           ELSE
               DISPLAY 'THE REVIEW FILE NOW CARRIES THE REVIEWER'
               PERFORM FREE-RUN-LOCK
           END-IF
           GOBACK.

       LOAD-CONV-STATE.
           OPEN INPUT STATE-FILE
           IF WS-FS-CST = '00'
               READ STATE-FILE AT END
                   SET NO-MORE-CST TO TRUE
               END-READ
               IF NOT NO-MORE-CST
                   MOVE STATE-REC TO CNV-STATE-AREA
                   DISPLAY 'RESUMING FROM revconv.stat'
               END-IF
           END-IF
           CLOSE STATE-FILE.

       SAVE-CONV-STATE.
           MOVE CNV-CUR-STATE TO CNV-FLAG
           OPEN OUTPUT STATE-FILE
           MOVE CNV-STATE-AREA TO STATE-REC
           WRITE STATE-REC
           CLOSE STATE-FILE.

       COPY-OLD-REVIEW.
           OPEN INPUT OLD-RV-FILE
           PERFORM READ-OLD-REVIEW
           IF NO-MORE-OLD
               SET CNV-NOTHING-ON-FILE TO TRUE
           ELSE
               OPEN OUTPUT KEEP-RV-FILE
               OPEN OUTPUT NEW-RV-FILE
               PERFORM UNTIL NO-MORE-OLD
                   ADD 1 TO CNV-READ-CNT
                   WRITE KEEP-RV-REC FROM OLD-RV-REC
                   IF ORV-SEQ NOT NUMERIC
                   OR ORV-DATE NOT NUMERIC
                   OR ORV-TIME NOT NUMERIC
                       ADD 1 TO CNV-BAD-CNT
                   END-IF
                   MOVE OLD-RV-REC TO NRV-OLD-PART
                   MOVE SPACES TO NRV-OPER
                   WRITE NEW-RV-REC
                   PERFORM READ-OLD-REVIEW
               END-PERFORM
               CLOSE KEEP-RV-FILE
               CLOSE NEW-RV-FILE
           END-IF
           CLOSE OLD-RV-FILE.

       READ-OLD-REVIEW.
           READ OLD-RV-FILE AT END
               SET NO-MORE-OLD TO TRUE
           END-READ.

       COUNT-WORK-COPIES.
           MOVE 0 TO CNV-NEW-CNT
           MOVE SPACE TO EOF-FLAGS(2:1)
           OPEN INPUT NEW-RV-FILE
           PERFORM UNTIL NO-MORE-WORK
               READ NEW-RV-FILE AT END
                   SET NO-MORE-WORK TO TRUE
               END-READ
               IF NOT NO-MORE-WORK
                   ADD 1 TO CNV-NEW-CNT
               END-IF
           END-PERFORM
           CLOSE NEW-RV-FILE
           MOVE 0 TO CNV-KEEP-CNT
           MOVE SPACE TO EOF-FLAGS(2:1)
           OPEN INPUT KEEP-RV-FILE
           PERFORM UNTIL NO-MORE-WORK
               READ KEEP-RV-FILE AT END
                   SET NO-MORE-WORK TO TRUE
               END-READ
               IF NOT NO-MORE-WORK
                   ADD 1 TO CNV-KEEP-CNT
               END-IF
           END-PERFORM
           CLOSE KEEP-RV-FILE.

        *>  the work file and the old-format copy must both hold every
        *>  record read, and no record may have failed the layout
        *>  check, before the live file is touched.
       CHECK-WORK-COPIES.
           DISPLAY '  RECORDS READ:       ' CNV-READ-CNT
           IF CNV-BAD-CNT > 0
               SET CNV-ABORTED TO TRUE
               DISPLAY '  ' CNV-BAD-CNT ' RECORDS NOT IN THE 27-BYTE'
               ' LAYOUT - ALREADY CONVERTED OR DAMAGED,'
               ' LIVE FILE LEFT UNTOUCHED'
           ELSE
               IF CNV-NEW-CNT NOT = CNV-READ-CNT
               OR CNV-KEEP-CNT NOT = CNV-READ-CNT
                   SET CNV-ABORTED TO TRUE
                   DISPLAY '  WORK FILE HOLDS ' CNV-NEW-CNT
                   ', OLD-FORMAT COPY ' CNV-KEEP-CNT ', EXPECTED '
                   CNV-READ-CNT ' - SWAP REFUSED'
               ELSE
                   MOVE CNV-READ-CNT TO CNV-SWAP-COUNT
                   MOVE 'S' TO CNV-CUR-STATE
                   PERFORM SAVE-CONV-STATE
               END-IF
           END-IF.

       SWAP-REVIEW.
           MOVE 0 TO CNV-LIVE-CNT
           MOVE SPACE TO EOF-FLAGS(2:1)
           OPEN INPUT NEW-RV-FILE
           OPEN OUTPUT LIVE-RV-FILE
           PERFORM UNTIL NO-MORE-WORK
               READ NEW-RV-FILE AT END
                   SET NO-MORE-WORK TO TRUE
               END-READ
               IF NOT NO-MORE-WORK
                   WRITE LIVE-RV-REC FROM NEW-RV-REC
               END-IF
           END-PERFORM
           CLOSE NEW-RV-FILE
           CLOSE LIVE-RV-FILE
           MOVE SPACE TO EOF-FLAGS(2:1)
           OPEN INPUT LIVE-RV-FILE
           PERFORM UNTIL NO-MORE-WORK
               READ LIVE-RV-FILE AT END
                   SET NO-MORE-WORK TO TRUE
               END-READ
               IF NOT NO-MORE-WORK
                   ADD 1 TO CNV-LIVE-CNT
               END-IF
           END-PERFORM
           CLOSE LIVE-RV-FILE.

       CHECK-LIVE-COPY.
           IF CNV-LIVE-CNT = CNV-SWAP-COUNT
               DISPLAY '  CONVERTED:          ' CNV-LIVE-CNT
               ' RECORDS, OLD FORMAT KEPT AS ' CNV-KEEP-DSN
               MOVE 'C' TO CNV-CUR-STATE
               PERFORM SAVE-CONV-STATE
           ELSE
               SET CNV-ABORTED TO TRUE
               DISPLAY '  LIVE FILE HOLDS ' CNV-LIVE-CNT
               ' RECORDS AFTER THE SWAP, EXPECTED ' CNV-SWAP-COUNT
               ' - RERUN TO COMPLETE FROM ' CNV-NEW-DSN
           END-IF.

        *>  one lock record shared by every program that writes the
        *>  nightly datasets - HALLMARK appends while LOGARCH and
        *>  RUNTRIM rewrite the very same files in place, and running
        *>  two of them together once cost us part of a night's log.
        *>  A held lock refuses startup and names the holder; after an
        *>  abend the morning operator reruns with RUNLOCK_OVERRIDE=Y.
        *>  The override is honoured only for the operator named in
        *>  RUNLOCK_OPER holding run-lock authority on operauth.dat.
       TAKE-RUN-LOCK.
           MOVE "RUNLOCK_OVERRIDE" TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT LOCK-OVERRIDE-X FROM ENVIRONMENT-VALUE
           OPEN INPUT LOCK-FILE
           IF WS-FS-LCK = '00'
               READ LOCK-FILE AT END
                   SET NO-MORE-LCK TO TRUE
               END-READ
               IF NOT NO-MORE-LCK AND LCK-HELD
                   IF LOCK-OVERRIDE-X = 'Y' OR LOCK-OVERRIDE-X = 'y'
                       PERFORM CHECK-OVERRIDE-AUTHORITY
                       DISPLAY 'OVERRIDING RUN LOCK HELD BY '
                       LCK-OWNER ' SINCE ' LCK-DATE ' ' LCK-TIME
                   ELSE
                       DISPLAY 'RUN LOCK HELD BY ' LCK-OWNER
                       ' SINCE ' LCK-DATE ' ' LCK-TIME
                       ' - NOT STARTING'
                       DISPLAY 'IF THAT RUN ABENDED, RERUN WITH'
                       ' RUNLOCK_OVERRIDE=Y AND RUNLOCK_OPER=<YOUR ID>'
                       CLOSE LOCK-FILE
                       MOVE 12 TO RETURN-CODE
                       STOP RUN
                   END-IF
               END-IF
           END-IF
           CLOSE LOCK-FILE
           OPEN OUTPUT LOCK-FILE
           MOVE 'H' TO LCK-STATUS
           MOVE LOCK-OWNER-NAME TO LCK-OWNER
           ACCEPT LCK-DATE FROM DATE YYYYMMDD
           ACCEPT LCK-TIME FROM TIME
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
           MOVE LOCK-OWNER-NAME TO LCK-OWNER
           ACCEPT LCK-DATE FROM DATE YYYYMMDD
           ACCEPT LCK-TIME FROM TIME
           WRITE LCK-REC
           CLOSE LOCK-FILE.
        END PROGRAM REVCONV.
