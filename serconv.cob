        >>SOURCE FIXED
        IDENTIFICATION DIVISION.
        PROGRAM-ID.    SERCONV.
        AUTHOR.        SIMOTIME TECHNOLOGIES.
        *>
        *>  One-time conversion of the story log to carry the series
        *>  a sequel belongs to.  Rewrites, in place and in this order:
        *>      storylog.dat   4405 -> 4424
        *>      storylog2.dat  4405 -> 4424 (the language edition)
        *>      every archive cataloged on archcat.dat, 4405 -> 4424
        *>  SL-PARENT-SEQ, SL-SERIES-ID and SL-SERIES-PART go on the
        *>  end of the record, zero for every story already logged -
        *>  none of them is a sequel; nothing else moves.
        *>  Each file is converted to a <name>.new work file while an
        *>  untouched copy of the old format goes to <name>.log4405;
        *>  both are counted against the input before the live
        *>  dataset is rewritten, the way LOGCONV did.  A record whose
        *>  sequence or plot fingerprint is not numeric where the old
        *>  layout puts them stops that file before its swap - usually
        *>  a sign it was converted already.  serconv.stat records
        *>  each file as swapping or converted, so a rerun after an
        *>  interruption finishes the swap from the intact work file
        *>  and skips what is already done.  On any failure the run
        *>  lock is left held so no nightly job runs against a half-
        *>  converted log; fix the cause and rerun SERCONV with
        *>  RUNLOCK_OVERRIDE=Y.
        ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT OPTIONAL OLD-LOG-FILE
               ASSIGN TO CNV-OLD-DSN
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-OLD.

               SELECT KEEP-LOG-FILE
               ASSIGN TO CNV-KEEP-DSN
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-KEEP.

               SELECT NEW-LOG-FILE
               ASSIGN TO CNV-NEW-DSN
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-NEW.

               SELECT LIVE-LOG-FILE
               ASSIGN TO CNV-LIVE-DSN
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-LIVE.

               SELECT OPTIONAL CATALOG-FILE
               ASSIGN TO "archcat.dat"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-CAT.

               SELECT OPTIONAL STATE-FILE
               ASSIGN TO "serconv.stat"
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

       FD  OLD-LOG-FILE
              RECORD CONTAINS 4405 CHARACTERS
              BLOCK CONTAINS 0 RECORDS
              RECORDING MODE IS F.

       01  OLD-LOG-REC.
           03  OLG-SEQ         PIC 9(8).
           03  OLG-BODY        PIC X(4188).
           03  OLG-PLOT-HASH   PIC 9(9).
           03  OLG-LOGLINE     PIC X(200).

       FD  KEEP-LOG-FILE
              RECORD CONTAINS 4405 CHARACTERS
              BLOCK CONTAINS 0 RECORDS
              RECORDING MODE IS F.

       01  KEEP-LOG-REC PIC X(4405).

       FD  NEW-LOG-FILE
              RECORD CONTAINS 4424 CHARACTERS
              BLOCK CONTAINS 0 RECORDS
              RECORDING MODE IS F.

       01  NEW-LOG-REC.
           03  NLG-OLD-PART    PIC X(4405).
           03  NLG-PARENT-SEQ  PIC 9(8).
           03  NLG-SERIES-ID   PIC 9(8).
           03  NLG-SERIES-PART PIC 9(3).

       FD  LIVE-LOG-FILE
              RECORD CONTAINS 4424 CHARACTERS
              BLOCK CONTAINS 0 RECORDS
              RECORDING MODE IS F.

       01  LIVE-LOG-REC PIC X(4424).

       FD  CATALOG-FILE
              RECORD CONTAINS 62 CHARACTERS
              BLOCK CONTAINS 0 RECORDS
              RECORDING MODE IS F.

       01  CATALOG-REC.
           03  AC-DSNAME       PIC X(40).
           03  AC-FROM-DATE    PIC 9(8).
           03  AC-TO-DATE      PIC 9(8).
           03  AC-RECORDS      PIC 9(6).

        *>  one flag each for the live log and the edition log and
        *>  one for the archive list -
        *>  space not started, 'S' live file being rewritten from the
        *>  work file, 'C' converted - plus the record count the swap
        *>  must reach and how far the archive list has got.
       FD  STATE-FILE
              RECORD CONTAINS 17 CHARACTERS
              BLOCK CONTAINS 0 RECORDS
              RECORDING MODE IS F.

       01  STATE-REC.
           03  CST-FLAG        PIC X OCCURS 3 TIMES.
           03  CST-SWAP-COUNT  PIC 9(9).
           03  CST-ARC-DONE    PIC 9(4).
           03  CST-ARC-FLAG    PIC X.

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
               88 NO-MORE-CAT VALUE 'Y'.
           03 FILLER PIC X(01) VALUE SPACE.
               88 NO-MORE-CST VALUE 'Y'.

       01 WS-FS-OLD   PIC X(02).
       01 WS-FS-KEEP  PIC X(02).
       01 WS-FS-NEW   PIC X(02).
       01 WS-FS-LIVE  PIC X(02).
       01 WS-FS-CAT   PIC X(02).
       01 WS-FS-CST   PIC X(02).
       01 WS-FS-LCK   PIC X(02).
       01  LOCK-OVERRIDE-X PIC X.
       01  EOF-LCK-SWITCH PIC X VALUE SPACE.
           88  NO-MORE-LCK VALUE 'Y'.
       01  LOCK-OWNER-NAME PIC X(8) VALUE 'SERCONV '.
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
           03  CNV-LIVE-DSN    PIC X(40).
           03  CNV-OLD-DSN     PIC X(40).
           03  CNV-NEW-DSN     PIC X(40).
           03  CNV-KEEP-DSN    PIC X(40).

       01  CNV-STATE-AREA.
           03  CNV-FLAG        PIC X OCCURS 3 TIMES.
           03  CNV-SWAP-COUNT  PIC 9(9) VALUE 0.
           03  CNV-ARC-DONE    PIC 9(4) VALUE 0.
           03  CNV-ARC-FLAG    PIC X VALUE SPACE.
       01  CNV-CUR-IX PIC 9.
       01  CNV-CUR-STATE PIC X.
           88  CNV-CUR-SWAPPING VALUE 'S'.
           88  CNV-CUR-CONVERTED VALUE 'C'.

       01  CNV-ABORT-SWITCH PIC X VALUE SPACE.
           88  CNV-ABORTED VALUE 'Y'.
       01  CNV-EMPTY-SWITCH PIC X VALUE SPACE.
           88  CNV-NOTHING-ON-FILE VALUE 'Y'.
       01  CNV-COUNTS.
           03  CNV-READ-CNT    PIC 9(9).
           03  CNV-BAD-CNT     PIC 9(9).
           03  CNV-NEW-CNT     PIC 9(9).
           03  CNV-KEEP-CNT    PIC 9(9).
           03  CNV-LIVE-CNT    PIC 9(9).
           03  CNV-FILES-DONE  PIC 9(4) VALUE 0.
           03  CNV-FILES-SKIP  PIC 9(4) VALUE 0.

        *>  archive names off archcat.dat, each once - an archive
        *>  extended on a later LOGARCH run is cataloged twice.
       01  ARCMAX PIC 9(4) VALUE 500.
       01  ARC-COUNT PIC 9(4) VALUE 0.
       01  ARC-NAME-AREA.
           03  ARC-NAME PIC X(40) OCCURS 500 TIMES.
       01  ARX PIC 9(4).
       01  ARY PIC 9(4).
       01  ARC-DUP-SWITCH PIC X.
           88  ARC-ALREADY-LISTED VALUE 'Y'.

        *>****************************************************************
        PROCEDURE DIVISION.
           PERFORM TAKE-RUN-LOCK
           DISPLAY ' '
           DISPLAY 'SERCONV - STORY LOG CONVERSION, SERIES ADDED'
           DISPLAY ' '
           PERFORM LOAD-CONV-STATE

           MOVE 1 TO CNV-CUR-IX
           IF CNV-FLAG(1) NOT = 'C'
               MOVE 'storylog.dat' TO CNV-LIVE-DSN
               PERFORM CONVERT-LOG-DATASET
           END-IF
           MOVE 2 TO CNV-CUR-IX
           IF CNV-FLAG(2) NOT = 'C' AND NOT CNV-ABORTED
               MOVE 'storylog2.dat' TO CNV-LIVE-DSN
               PERFORM CONVERT-LOG-DATASET
           END-IF
           MOVE 3 TO CNV-CUR-IX
           IF CNV-FLAG(3) NOT = 'C' AND NOT CNV-ABORTED
               PERFORM CONVERT-ARCHIVES
           END-IF

           DISPLAY ' '
           DISPLAY 'FILES CONVERTED THIS RUN: ' CNV-FILES-DONE
           DISPLAY 'NOT ON FILE / NOTHING TO DO: ' CNV-FILES-SKIP
           IF CNV-ABORTED
               DISPLAY 'CONVERSION STOPPED - RUN LOCK LEFT HELD SO'
               ' NO NIGHTLY JOB RUNS AGAINST A HALF-CONVERTED LOG'
               DISPLAY 'CORRECT THE CAUSE AND RERUN SERCONV WITH'
               ' RUNLOCK_OVERRIDE=Y'
               MOVE 12 TO RETURN-CODE
           ELSE
               DISPLAY 'THE STORY LOGS AND THE ARCHIVES NOW CARRY'
               ' THE SERIES'
               PERFORM FREE-RUN-LOCK
           END-IF
           GOBACK.

       LOAD-CONV-STATE.
           MOVE SPACE TO CNV-FLAG(1) CNV-FLAG(2) CNV-FLAG(3)
           OPEN INPUT STATE-FILE
           IF WS-FS-CST = '00'
               READ STATE-FILE AT END
                   SET NO-MORE-CST TO TRUE
               END-READ
               IF NOT NO-MORE-CST
                   MOVE STATE-REC TO CNV-STATE-AREA
                   DISPLAY 'RESUMING FROM serconv.stat'
               END-IF
           END-IF
           CLOSE STATE-FILE.

        *>  the state record is rewritten at every change of flag, so
        *>  the file always names the one dataset that may be mid-swap.
       SAVE-CONV-STATE.
           IF CNV-CUR-IX = 3
               MOVE CNV-CUR-STATE TO CNV-ARC-FLAG
           ELSE
               MOVE CNV-CUR-STATE TO CNV-FLAG(CNV-CUR-IX)
           END-IF
           OPEN OUTPUT STATE-FILE
           MOVE CNV-STATE-AREA TO STATE-REC
           WRITE STATE-REC
           CLOSE STATE-FILE.

       SET-WORK-NAMES.
           MOVE CNV-LIVE-DSN TO CNV-OLD-DSN
           MOVE SPACES TO CNV-NEW-DSN CNV-KEEP-DSN
           STRING CNV-LIVE-DSN DELIMITED BY SPACE
               '.new' DELIMITED BY SIZE INTO CNV-NEW-DSN
           STRING CNV-LIVE-DSN DELIMITED BY SPACE
               '.log4405' DELIMITED BY SIZE INTO CNV-KEEP-DSN
           IF CNV-CUR-IX = 3
               MOVE CNV-ARC-FLAG TO CNV-CUR-STATE
           ELSE
               MOVE CNV-FLAG(CNV-CUR-IX) TO CNV-CUR-STATE
           END-IF
           MOVE SPACE TO CNV-EMPTY-SWITCH
           MOVE 0 TO CNV-READ-CNT CNV-BAD-CNT
           MOVE 0 TO CNV-NEW-CNT CNV-KEEP-CNT CNV-LIVE-CNT
           DISPLAY ' '
           DISPLAY CNV-LIVE-DSN.

       MARK-NOTHING-ON-FILE.
           DISPLAY '  NOT ON FILE OR EMPTY - NOTHING TO CONVERT'
           ADD 1 TO CNV-FILES-SKIP
           MOVE 'C' TO CNV-CUR-STATE
           PERFORM SAVE-CONV-STATE.

        *>  pass 1 wrote the work file and the old-format copy; both
        *>  must hold every record read, and no record may have failed
        *>  the layout check, before the live file is touched.
       CHECK-WORK-COPIES.
           DISPLAY '  RECORDS READ:       ' CNV-READ-CNT
           IF CNV-BAD-CNT > 0
               SET CNV-ABORTED TO TRUE
               DISPLAY '  ' CNV-BAD-CNT ' RECORDS NOT IN THE 4405-BYTE'
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

       CHECK-LIVE-COPY.
           IF CNV-LIVE-CNT = CNV-SWAP-COUNT
               DISPLAY '  CONVERTED:          ' CNV-LIVE-CNT
               ' RECORDS, OLD FORMAT KEPT AS ' CNV-KEEP-DSN
               ADD 1 TO CNV-FILES-DONE
               MOVE 'C' TO CNV-CUR-STATE
               PERFORM SAVE-CONV-STATE
           ELSE
               SET CNV-ABORTED TO TRUE
               DISPLAY '  LIVE FILE HOLDS ' CNV-LIVE-CNT
               ' RECORDS AFTER THE SWAP, EXPECTED ' CNV-SWAP-COUNT
               ' - RERUN TO COMPLETE FROM ' CNV-NEW-DSN
           END-IF.

        *>****************************************************************
        *>  story log and its archives
       CONVERT-LOG-DATASET.
           PERFORM SET-WORK-NAMES
           IF NOT CNV-CUR-SWAPPING
               PERFORM COPY-OLD-LOG
               IF CNV-NOTHING-ON-FILE
                   PERFORM MARK-NOTHING-ON-FILE
               ELSE
                   PERFORM COUNT-NEW-LOG
                   PERFORM CHECK-WORK-COPIES
               END-IF
           END-IF
           IF CNV-CUR-SWAPPING AND NOT CNV-ABORTED
               PERFORM SWAP-LOG
               PERFORM CHECK-LIVE-COPY
           END-IF.

       COPY-OLD-LOG.
           MOVE SPACE TO EOF-FLAGS(1:1)
           OPEN INPUT OLD-LOG-FILE
           PERFORM READ-OLD-LOG
           IF NO-MORE-OLD
               SET CNV-NOTHING-ON-FILE TO TRUE
           ELSE
               OPEN OUTPUT KEEP-LOG-FILE
               OPEN OUTPUT NEW-LOG-FILE
               PERFORM UNTIL NO-MORE-OLD
                   ADD 1 TO CNV-READ-CNT
                   WRITE KEEP-LOG-REC FROM OLD-LOG-REC
                   IF OLG-SEQ NOT NUMERIC
                   OR OLG-PLOT-HASH NOT NUMERIC
                       ADD 1 TO CNV-BAD-CNT
                   END-IF
                   MOVE OLD-LOG-REC TO NLG-OLD-PART
                   MOVE 0 TO NLG-PARENT-SEQ NLG-SERIES-ID
                   MOVE 0 TO NLG-SERIES-PART
                   WRITE NEW-LOG-REC
                   PERFORM READ-OLD-LOG
               END-PERFORM
               CLOSE KEEP-LOG-FILE
               CLOSE NEW-LOG-FILE
           END-IF
           CLOSE OLD-LOG-FILE.

       READ-OLD-LOG.
           READ OLD-LOG-FILE AT END
               SET NO-MORE-OLD TO TRUE
           END-READ.

       COUNT-NEW-LOG.
           MOVE 0 TO CNV-NEW-CNT
           MOVE SPACE TO EOF-FLAGS(2:1)
           OPEN INPUT NEW-LOG-FILE
           PERFORM UNTIL NO-MORE-WORK
               READ NEW-LOG-FILE AT END
                   SET NO-MORE-WORK TO TRUE
               END-READ
               IF NOT NO-MORE-WORK
                   ADD 1 TO CNV-NEW-CNT
               END-IF
           END-PERFORM
           CLOSE NEW-LOG-FILE
           MOVE 0 TO CNV-KEEP-CNT
           MOVE SPACE TO EOF-FLAGS(2:1)
           OPEN INPUT KEEP-LOG-FILE
           PERFORM UNTIL NO-MORE-WORK
               READ KEEP-LOG-FILE AT END
                   SET NO-MORE-WORK TO TRUE
               END-READ
               IF NOT NO-MORE-WORK
                   ADD 1 TO CNV-KEEP-CNT
               END-IF
           END-PERFORM
           CLOSE KEEP-LOG-FILE.

       SWAP-LOG.
           MOVE 0 TO CNV-LIVE-CNT
           MOVE SPACE TO EOF-FLAGS(2:1)
           OPEN INPUT NEW-LOG-FILE
           OPEN OUTPUT LIVE-LOG-FILE
           PERFORM UNTIL NO-MORE-WORK
               READ NEW-LOG-FILE AT END
                   SET NO-MORE-WORK TO TRUE
               END-READ
               IF NOT NO-MORE-WORK
                   WRITE LIVE-LOG-REC FROM NEW-LOG-REC
               END-IF
           END-PERFORM
           CLOSE NEW-LOG-FILE
           CLOSE LIVE-LOG-FILE
           MOVE SPACE TO EOF-FLAGS(2:1)
           OPEN INPUT LIVE-LOG-FILE
           PERFORM UNTIL NO-MORE-WORK
               READ LIVE-LOG-FILE AT END
                   SET NO-MORE-WORK TO TRUE
               END-READ
               IF NOT NO-MORE-WORK
                   ADD 1 TO CNV-LIVE-CNT
               END-IF
           END-PERFORM
           CLOSE LIVE-LOG-FILE.

        *>  every distinct archive on the catalog goes through the
        *>  story-log conversion in catalog order; CNV-ARC-DONE says
        *>  how many are finished, so a rerun starts at the next one.
       CONVERT-ARCHIVES.
           PERFORM LOAD-ARCHIVE-NAMES
           DISPLAY ' '
           DISPLAY 'ARCHIVES ON archcat.dat: ' ARC-COUNT
           PERFORM VARYING ARX FROM 1 BY 1
           UNTIL ARX > ARC-COUNT OR CNV-ABORTED
               IF ARX > CNV-ARC-DONE
                   MOVE ARC-NAME(ARX) TO CNV-LIVE-DSN
                   IF CNV-ARC-FLAG = 'C'
                       DISPLAY ' '
                       DISPLAY CNV-LIVE-DSN
                       DISPLAY '  ALREADY CONVERTED'
                   ELSE
                       PERFORM CONVERT-LOG-DATASET
                   END-IF
                   IF NOT CNV-ABORTED
                       MOVE ARX TO CNV-ARC-DONE
                       MOVE SPACE TO CNV-CUR-STATE
                       PERFORM SAVE-CONV-STATE
                   END-IF
               END-IF
           END-PERFORM
           IF NOT CNV-ABORTED
               MOVE 'C' TO CNV-FLAG(3)
               MOVE SPACE TO CNV-CUR-STATE
               PERFORM SAVE-CONV-STATE
           END-IF.

       LOAD-ARCHIVE-NAMES.
           MOVE 0 TO ARC-COUNT
           OPEN INPUT CATALOG-FILE
           IF WS-FS-CAT = '00'
               PERFORM UNTIL NO-MORE-CAT
                   READ CATALOG-FILE AT END
                       SET NO-MORE-CAT TO TRUE
                   END-READ
                   IF NOT NO-MORE-CAT
                       PERFORM LIST-ONE-ARCHIVE
                   END-IF
               END-PERFORM
           END-IF
           CLOSE CATALOG-FILE.

       LIST-ONE-ARCHIVE.
           MOVE SPACE TO ARC-DUP-SWITCH
           PERFORM VARYING ARY FROM 1 BY 1
           UNTIL ARY > ARC-COUNT OR ARC-ALREADY-LISTED
               IF ARC-NAME(ARY) = AC-DSNAME
                   SET ARC-ALREADY-LISTED TO TRUE
               END-IF
           END-PERFORM
           IF NOT ARC-ALREADY-LISTED AND AC-DSNAME NOT = SPACES
               IF ARC-COUNT < ARCMAX
                   ADD 1 TO ARC-COUNT
                   MOVE AC-DSNAME TO ARC-NAME(ARC-COUNT)
               ELSE
                   SET CNV-ABORTED TO TRUE
                   DISPLAY 'MORE THAN ' ARCMAX ' ARCHIVES CATALOGED'
                   ' - ' AC-DSNAME ' NOT CONVERTED'
               END-IF
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
        END PROGRAM SERCONV.
