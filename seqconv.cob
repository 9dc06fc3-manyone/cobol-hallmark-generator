        >>SOURCE FIXED
        IDENTIFICATION DIVISION.
        PROGRAM-ID.    SEQCONV.
        AUTHOR.        SIMOTIME TECHNOLOGIES.
        *>
        *>  One-time conversion of the nightly datasets from the four-
        *>  digit story sequence to the eight-digit one.  Rewrites, in
        *>  place and in this order:
        *>      storyseq.dat      4 ->  8 bytes
        *>      storylog.dat   4201 -> 4205
        *>      buildsheet.dat   82 ->   86  (run headers to 00000000)
        *>      savestory.dat   124 ->  128  (run headers to 00000000)
        *>      replay.dat      124 ->  128  (when present)
        *>      review.dat       23 ->   27
        *>      extrptr.dat      17 ->   27  (hash total to 15 digits)
        *>      checkpoint.dat   11 ->   15
        *>      reject.prt       80 ->   80  (REJECTED lines re-spaced)
        *>      every archive cataloged on archcat.dat, 4201 -> 4205
        *>  Each file is converted to a <name>.new work file while an
        *>  untouched copy of the old format goes to <name>.seq4; both
        *>  are counted against the input before the live dataset is
        *>  rewritten, the way LOGARCH and RUNTRIM compact.  A record
        *>  whose old sequence is not numeric stops that file before
        *>  its swap - usually a sign it was converted already.
        *>  seqconv.stat records each file as swapping or converted,
        *>  so a rerun after an interruption finishes the swap from
        *>  the intact work file and skips what is already done.  On
        *>  any failure the run lock is left held so no nightly job
        *>  runs against half-converted datasets; fix the cause and
        *>  rerun SEQCONV with RUNLOCK_OVERRIDE=Y.
        ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT OPTIONAL OLD-SEQ-FILE
               ASSIGN TO CNV-OLD-DSN
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-OLD.

               SELECT KEEP-SEQ-FILE
               ASSIGN TO CNV-KEEP-DSN
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-KEEP.

               SELECT LIVE-SEQ-FILE
               ASSIGN TO CNV-LIVE-DSN
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-LIVE.

               SELECT OPTIONAL OLD-EXP-FILE
               ASSIGN TO CNV-OLD-DSN
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-OLD.

               SELECT KEEP-EXP-FILE
               ASSIGN TO CNV-KEEP-DSN
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-KEEP.

               SELECT LIVE-EXP-FILE
               ASSIGN TO CNV-LIVE-DSN
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-LIVE.

               SELECT OPTIONAL OLD-CKP-FILE
               ASSIGN TO CNV-OLD-DSN
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-OLD.

               SELECT KEEP-CKP-FILE
               ASSIGN TO CNV-KEEP-DSN
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-KEEP.

               SELECT LIVE-CKP-FILE
               ASSIGN TO CNV-LIVE-DSN
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-LIVE.

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

               SELECT OPTIONAL OLD-BS-FILE
               ASSIGN TO CNV-OLD-DSN
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-OLD.

               SELECT KEEP-BS-FILE
               ASSIGN TO CNV-KEEP-DSN
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-KEEP.

               SELECT NEW-BS-FILE
               ASSIGN TO CNV-NEW-DSN
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-NEW.

               SELECT LIVE-BS-FILE
               ASSIGN TO CNV-LIVE-DSN
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-LIVE.

               SELECT OPTIONAL OLD-SAV-FILE
               ASSIGN TO CNV-OLD-DSN
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-OLD.

               SELECT KEEP-SAV-FILE
               ASSIGN TO CNV-KEEP-DSN
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-KEEP.

               SELECT NEW-SAV-FILE
               ASSIGN TO CNV-NEW-DSN
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-NEW.

               SELECT LIVE-SAV-FILE
               ASSIGN TO CNV-LIVE-DSN
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-LIVE.

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

               SELECT OPTIONAL OLD-REJ-FILE
               ASSIGN TO CNV-OLD-DSN
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-OLD.

               SELECT KEEP-REJ-FILE
               ASSIGN TO CNV-KEEP-DSN
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-KEEP.

               SELECT NEW-REJ-FILE
               ASSIGN TO CNV-NEW-DSN
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-NEW.

               SELECT LIVE-REJ-FILE
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
               ASSIGN TO "seqconv.stat"
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

       FD  OLD-SEQ-FILE
              RECORD CONTAINS 4 CHARACTERS
              BLOCK CONTAINS 0 RECORDS
              RECORDING MODE IS F.

       01  OLD-SEQ-REC PIC X(4).

       FD  KEEP-SEQ-FILE
              RECORD CONTAINS 4 CHARACTERS
              BLOCK CONTAINS 0 RECORDS
              RECORDING MODE IS F.

       01  KEEP-SEQ-REC PIC X(4).

       FD  LIVE-SEQ-FILE
              RECORD CONTAINS 8 CHARACTERS
              BLOCK CONTAINS 0 RECORDS
              RECORDING MODE IS F.

       01  LIVE-SEQ-REC.
           03  NSQ-LAST-SEQ    PIC 9(8).

       FD  OLD-EXP-FILE
              RECORD CONTAINS 17 CHARACTERS
              BLOCK CONTAINS 0 RECORDS
              RECORDING MODE IS F.

       01  OLD-EXP-REC PIC X(17).

       FD  KEEP-EXP-FILE
              RECORD CONTAINS 17 CHARACTERS
              BLOCK CONTAINS 0 RECORDS
              RECORDING MODE IS F.

       01  KEEP-EXP-REC PIC X(17).

       FD  LIVE-EXP-FILE
              RECORD CONTAINS 27 CHARACTERS
              BLOCK CONTAINS 0 RECORDS
              RECORDING MODE IS F.

       01  LIVE-EXP-REC.
           03  NEP-LAST-SEQ    PIC 9(8).
           03  NEP-GEN         PIC 9(4).
           03  NEP-PRIOR-HASH  PIC 9(15).

       FD  OLD-CKP-FILE
              RECORD CONTAINS 11 CHARACTERS
              BLOCK CONTAINS 0 RECORDS
              RECORDING MODE IS F.

       01  OLD-CKP-REC PIC X(11).

       FD  KEEP-CKP-FILE
              RECORD CONTAINS 11 CHARACTERS
              BLOCK CONTAINS 0 RECORDS
              RECORDING MODE IS F.

       01  KEEP-CKP-REC PIC X(11).

       FD  LIVE-CKP-FILE
              RECORD CONTAINS 15 CHARACTERS
              BLOCK CONTAINS 0 RECORDS
              RECORDING MODE IS F.

       01  LIVE-CKP-REC.
           03  NCK-STATUS      PIC X.
           03  NCK-SEQ         PIC 9(8).
           03  NCK-SEL-POS     PIC 9(6).

       FD  OLD-LOG-FILE
              RECORD CONTAINS 4201 CHARACTERS
              BLOCK CONTAINS 0 RECORDS
              RECORDING MODE IS F.

       01  OLD-LOG-REC.
           03  OLG-SEQ         PIC 9(4).
           03  OLG-REST        PIC X(4197).

       FD  KEEP-LOG-FILE
              RECORD CONTAINS 4201 CHARACTERS
              BLOCK CONTAINS 0 RECORDS
              RECORDING MODE IS F.

       01  KEEP-LOG-REC PIC X(4201).

       FD  NEW-LOG-FILE
              RECORD CONTAINS 4205 CHARACTERS
              BLOCK CONTAINS 0 RECORDS
              RECORDING MODE IS F.

       01  NEW-LOG-REC.
           03  NLG-SEQ         PIC 9(8).
           03  NLG-REST        PIC X(4197).

       FD  LIVE-LOG-FILE
              RECORD CONTAINS 4205 CHARACTERS
              BLOCK CONTAINS 0 RECORDS
              RECORDING MODE IS F.

       01  LIVE-LOG-REC PIC X(4205).

        *>  build sheet run header, old layout: '0000' '00' then
        *>  '*** RUN ***' in 16, date, space, time, ' START ' and the
        *>  four-digit first sequence - 40 bytes of text after the
        *>  sequence before the START number.
       FD  OLD-BS-FILE
              RECORD CONTAINS 82 CHARACTERS
              BLOCK CONTAINS 0 RECORDS
              RECORDING MODE IS F.

       01  OLD-BS-REC.
           03  OBS-SEQ         PIC 9(4).
           03  OBS-REST        PIC X(78).
       01  OLD-BS-HDR REDEFINES OLD-BS-REC.
           03  FILLER          PIC X(4).
           03  OBS-HDR-TEXT    PIC X(40).
           03  OBS-HDR-START   PIC 9(4).
           03  FILLER          PIC X(34).

       FD  KEEP-BS-FILE
              RECORD CONTAINS 82 CHARACTERS
              BLOCK CONTAINS 0 RECORDS
              RECORDING MODE IS F.

       01  KEEP-BS-REC PIC X(82).

       FD  NEW-BS-FILE
              RECORD CONTAINS 86 CHARACTERS
              BLOCK CONTAINS 0 RECORDS
              RECORDING MODE IS F.

       01  NEW-BS-REC.
           03  NBS-SEQ         PIC 9(8).
           03  NBS-REST        PIC X(78).
       01  NEW-BS-HDR REDEFINES NEW-BS-REC.
           03  FILLER          PIC X(8).
           03  NBS-HDR-TEXT    PIC X(40).
           03  NBS-HDR-START   PIC 9(8).
           03  NBS-HDR-FILL    PIC X(30).

       FD  LIVE-BS-FILE
              RECORD CONTAINS 86 CHARACTERS
              BLOCK CONTAINS 0 RECORDS
              RECORDING MODE IS F.

       01  LIVE-BS-REC PIC X(86).

        *>  save file run header, old layout: '0000' '00' '*** RUN '
        *>  date, space, time, ' START ' - 32 bytes - then the START
        *>  number.  replay.dat is a cut of savestory.dat and shares it.
       FD  OLD-SAV-FILE
              RECORD CONTAINS 124 CHARACTERS
              BLOCK CONTAINS 0 RECORDS
              RECORDING MODE IS F.

       01  OLD-SAV-REC.
           03  OSV-SEQ         PIC 9(4).
           03  OSV-REST        PIC X(120).
       01  OLD-SAV-HDR REDEFINES OLD-SAV-REC.
           03  FILLER          PIC X(4).
           03  OSV-HDR-TEXT    PIC X(32).
           03  OSV-HDR-START   PIC 9(4).
           03  FILLER          PIC X(84).

       FD  KEEP-SAV-FILE
              RECORD CONTAINS 124 CHARACTERS
              BLOCK CONTAINS 0 RECORDS
              RECORDING MODE IS F.

       01  KEEP-SAV-REC PIC X(124).

       FD  NEW-SAV-FILE
              RECORD CONTAINS 128 CHARACTERS
              BLOCK CONTAINS 0 RECORDS
              RECORDING MODE IS F.

       01  NEW-SAV-REC.
           03  NSV-SEQ         PIC 9(8).
           03  NSV-REST        PIC X(120).
       01  NEW-SAV-HDR REDEFINES NEW-SAV-REC.
           03  FILLER          PIC X(8).
           03  NSV-HDR-TEXT    PIC X(32).
           03  NSV-HDR-START   PIC 9(8).
           03  NSV-HDR-FILL    PIC X(80).

       FD  LIVE-SAV-FILE
              RECORD CONTAINS 128 CHARACTERS
              BLOCK CONTAINS 0 RECORDS
              RECORDING MODE IS F.

       01  LIVE-SAV-REC PIC X(128).

       FD  OLD-RV-FILE
              RECORD CONTAINS 23 CHARACTERS
              BLOCK CONTAINS 0 RECORDS
              RECORDING MODE IS F.

       01  OLD-RV-REC.
           03  ORV-SEQ         PIC 9(4).
           03  ORV-REST        PIC X(19).

       FD  KEEP-RV-FILE
              RECORD CONTAINS 23 CHARACTERS
              BLOCK CONTAINS 0 RECORDS
              RECORDING MODE IS F.

       01  KEEP-RV-REC PIC X(23).

       FD  NEW-RV-FILE
              RECORD CONTAINS 27 CHARACTERS
              BLOCK CONTAINS 0 RECORDS
              RECORDING MODE IS F.

       01  NEW-RV-REC.
           03  NRV-SEQ         PIC 9(8).
           03  NRV-REST        PIC X(19).

       FD  LIVE-RV-FILE
              RECORD CONTAINS 27 CHARACTERS
              BLOCK CONTAINS 0 RECORDS
              RECORDING MODE IS F.

       01  LIVE-RV-REC PIC X(27).

        *>  reject.prt lines: 'REJECTED ' nnnn ' PLOT ' ... - the
        *>  sequence widens into the trailing blanks of the line.
       FD  OLD-REJ-FILE
              RECORD CONTAINS 80 CHARACTERS
              BLOCK CONTAINS 0 RECORDS
              RECORDING MODE IS F.

       01  OLD-REJ-REC.
           03  ORJ-WORD        PIC X(9).
           03  ORJ-SEQ         PIC 9(4).
           03  ORJ-REST        PIC X(67).

       FD  KEEP-REJ-FILE
              RECORD CONTAINS 80 CHARACTERS
              BLOCK CONTAINS 0 RECORDS
              RECORDING MODE IS F.

       01  KEEP-REJ-REC PIC X(80).

       FD  NEW-REJ-FILE
              RECORD CONTAINS 80 CHARACTERS
              BLOCK CONTAINS 0 RECORDS
              RECORDING MODE IS F.

       01  NEW-REJ-REC.
           03  NRJ-WORD        PIC X(9).
           03  NRJ-SEQ         PIC 9(8).
           03  NRJ-REST        PIC X(63).

       FD  LIVE-REJ-FILE
              RECORD CONTAINS 80 CHARACTERS
              BLOCK CONTAINS 0 RECORDS
              RECORDING MODE IS F.

       01  LIVE-REJ-REC PIC X(80).

       FD  CATALOG-FILE
              RECORD CONTAINS 62 CHARACTERS
              BLOCK CONTAINS 0 RECORDS
              RECORDING MODE IS F.

       01  CATALOG-REC.
           03  AC-DSNAME       PIC X(40).
           03  AC-FROM-DATE    PIC 9(8).
           03  AC-TO-DATE      PIC 9(8).
           03  AC-RECORDS      PIC 9(6).

        *>  one flag per dataset in conversion order - space not
        *>  started, 'S' live file being rewritten from the work file,
        *>  'C' converted - plus the record count the swap must reach
        *>  and how far the archive list has got.
       FD  STATE-FILE
              RECORD CONTAINS 24 CHARACTERS
              BLOCK CONTAINS 0 RECORDS
              RECORDING MODE IS F.

       01  STATE-REC.
           03  CST-FLAG        PIC X OCCURS 10 TIMES.
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
       01  LOCK-OWNER-NAME PIC X(8) VALUE 'SEQCONV '.
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
           03  CNV-FLAG        PIC X OCCURS 10 TIMES.
           03  CNV-SWAP-COUNT  PIC 9(9) VALUE 0.
           03  CNV-ARC-DONE    PIC 9(4) VALUE 0.
           03  CNV-ARC-FLAG    PIC X VALUE SPACE.
       01  CNV-CUR-IX PIC 99.
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
           03  CNV-HDR-CNT     PIC 9(6).
           03  CNV-NEW-CNT     PIC 9(9).
           03  CNV-KEEP-CNT    PIC 9(9).
           03  CNV-LIVE-CNT    PIC 9(9).
           03  CNV-FILES-DONE  PIC 9(4) VALUE 0.
           03  CNV-FILES-SKIP  PIC 9(4) VALUE 0.

        *>  the single-record files are held here between reading the
        *>  old copy and writing the new one.
       01  SEQ-HOLD.
           03  SQH-LAST-SEQ    PIC 9(4).
       01  EXP-HOLD.
           03  EPH-LAST-SEQ    PIC 9(4).
           03  EPH-GEN         PIC 9(4).
           03  EPH-PRIOR-HASH  PIC 9(9).
       01  CKP-HOLD.
           03  CKH-STATUS      PIC X.
           03  CKH-SEQ         PIC 9(4).
           03  CKH-SEL-POS     PIC 9(6).

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
           DISPLAY 'SEQCONV - STORY SEQUENCE CONVERSION, 4 TO 8 DIGITS'
           DISPLAY ' '
           PERFORM LOAD-CONV-STATE

           MOVE 1 TO CNV-CUR-IX
           IF CNV-FLAG(1) NOT = 'C'
               PERFORM CONVERT-SEQ-COUNTER
           END-IF
           MOVE 2 TO CNV-CUR-IX
           IF CNV-FLAG(2) NOT = 'C' AND NOT CNV-ABORTED
               MOVE 'storylog.dat' TO CNV-LIVE-DSN
               PERFORM CONVERT-LOG-DATASET
           END-IF
           MOVE 3 TO CNV-CUR-IX
           IF CNV-FLAG(3) NOT = 'C' AND NOT CNV-ABORTED
               MOVE 'buildsheet.dat' TO CNV-LIVE-DSN
               PERFORM CONVERT-BS-DATASET
           END-IF
           MOVE 4 TO CNV-CUR-IX
           IF CNV-FLAG(4) NOT = 'C' AND NOT CNV-ABORTED
               MOVE 'savestory.dat' TO CNV-LIVE-DSN
               PERFORM CONVERT-SAV-DATASET
           END-IF
           MOVE 5 TO CNV-CUR-IX
           IF CNV-FLAG(5) NOT = 'C' AND NOT CNV-ABORTED
               MOVE 'replay.dat' TO CNV-LIVE-DSN
               PERFORM CONVERT-SAV-DATASET
           END-IF
           MOVE 6 TO CNV-CUR-IX
           IF CNV-FLAG(6) NOT = 'C' AND NOT CNV-ABORTED
               MOVE 'review.dat' TO CNV-LIVE-DSN
               PERFORM CONVERT-RV-DATASET
           END-IF
           MOVE 7 TO CNV-CUR-IX
           IF CNV-FLAG(7) NOT = 'C' AND NOT CNV-ABORTED
               PERFORM CONVERT-EXTRACT-POINTER
           END-IF
           MOVE 8 TO CNV-CUR-IX
           IF CNV-FLAG(8) NOT = 'C' AND NOT CNV-ABORTED
               PERFORM CONVERT-CHECKPOINT
           END-IF
           MOVE 9 TO CNV-CUR-IX
           IF CNV-FLAG(9) NOT = 'C' AND NOT CNV-ABORTED
               MOVE 'reject.prt' TO CNV-LIVE-DSN
               PERFORM CONVERT-REJ-DATASET
           END-IF
           MOVE 10 TO CNV-CUR-IX
           IF CNV-FLAG(10) NOT = 'C' AND NOT CNV-ABORTED
               PERFORM CONVERT-ARCHIVES
           END-IF

           DISPLAY ' '
           DISPLAY 'FILES CONVERTED THIS RUN: ' CNV-FILES-DONE
           DISPLAY 'NOT ON FILE / NOTHING TO DO: ' CNV-FILES-SKIP
           IF CNV-ABORTED
               DISPLAY 'CONVERSION STOPPED - RUN LOCK LEFT HELD SO'
               ' NO NIGHTLY JOB RUNS AGAINST HALF-CONVERTED FILES'
               DISPLAY 'CORRECT THE CAUSE AND RERUN SEQCONV WITH'
               ' RUNLOCK_OVERRIDE=Y'
               MOVE 12 TO RETURN-CODE
           ELSE
               DISPLAY 'ALL DATASETS NOW CARRY THE EIGHT-DIGIT'
               ' STORY SEQUENCE'
               PERFORM FREE-RUN-LOCK
           END-IF
           GOBACK.

       LOAD-CONV-STATE.
           PERFORM VARYING CNV-CUR-IX FROM 1 BY 1 UNTIL CNV-CUR-IX > 10
               MOVE SPACE TO CNV-FLAG(CNV-CUR-IX)
           END-PERFORM
           OPEN INPUT STATE-FILE
           IF WS-FS-CST = '00'
               READ STATE-FILE AT END
                   SET NO-MORE-CST TO TRUE
               END-READ
               IF NOT NO-MORE-CST
                   MOVE STATE-REC TO CNV-STATE-AREA
                   DISPLAY 'RESUMING FROM seqconv.stat'
               END-IF
           END-IF
           CLOSE STATE-FILE.

        *>  the state record is rewritten at every change of flag, so
        *>  the file always names the one dataset that may be mid-swap.
       SAVE-CONV-STATE.
           IF CNV-CUR-IX = 10
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
               '.seq4' DELIMITED BY SIZE INTO CNV-KEEP-DSN
           IF CNV-CUR-IX = 10
               MOVE CNV-ARC-FLAG TO CNV-CUR-STATE
           ELSE
               MOVE CNV-FLAG(CNV-CUR-IX) TO CNV-CUR-STATE
           END-IF
           MOVE SPACE TO CNV-EMPTY-SWITCH
           MOVE 0 TO CNV-READ-CNT CNV-BAD-CNT CNV-HDR-CNT
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
        *>  the sequence check, before the live file is touched.
       CHECK-WORK-COPIES.
           DISPLAY '  RECORDS READ:       ' CNV-READ-CNT
           IF CNV-HDR-CNT > 0
               DISPLAY '  RUN HEADERS:        ' CNV-HDR-CNT
           END-IF
           IF CNV-BAD-CNT > 0
               SET CNV-ABORTED TO TRUE
               DISPLAY '  ' CNV-BAD-CNT ' RECORDS WITHOUT A NUMERIC'
               ' FOUR-DIGIT SEQUENCE - ALREADY CONVERTED OR DAMAGED,'
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
        *>  single-record files: storyseq.dat, extrptr.dat and
        *>  checkpoint.dat.  A rerun after the old copy was kept
        *>  converts from that copy, since the live one may already
        *>  be half-written.
       CONVERT-SEQ-COUNTER.
           MOVE 'storyseq.dat' TO CNV-LIVE-DSN
           PERFORM SET-WORK-NAMES
           IF CNV-CUR-SWAPPING
               MOVE CNV-KEEP-DSN TO CNV-OLD-DSN
           END-IF
           MOVE SPACE TO EOF-FLAGS(1:1)
           OPEN INPUT OLD-SEQ-FILE
           READ OLD-SEQ-FILE INTO SEQ-HOLD AT END
               SET NO-MORE-OLD TO TRUE
           END-READ
           CLOSE OLD-SEQ-FILE
           IF NO-MORE-OLD
               PERFORM MARK-NOTHING-ON-FILE
           ELSE
               IF SQH-LAST-SEQ NOT NUMERIC
                   SET CNV-ABORTED TO TRUE
                   DISPLAY '  LAST SEQUENCE ' SEQ-HOLD
                   ' IS NOT NUMERIC - LIVE FILE LEFT UNTOUCHED'
               ELSE
                   IF NOT CNV-CUR-SWAPPING
                       OPEN OUTPUT KEEP-SEQ-FILE
                       WRITE KEEP-SEQ-REC FROM SEQ-HOLD
                       CLOSE KEEP-SEQ-FILE
                       MOVE 1 TO CNV-SWAP-COUNT
                       MOVE 'S' TO CNV-CUR-STATE
                       PERFORM SAVE-CONV-STATE
                   END-IF
                   OPEN OUTPUT LIVE-SEQ-FILE
                   MOVE SQH-LAST-SEQ TO NSQ-LAST-SEQ
                   WRITE LIVE-SEQ-REC
                   CLOSE LIVE-SEQ-FILE
                   DISPLAY '  LAST SEQUENCE ' SQH-LAST-SEQ
                   ' NOW ' NSQ-LAST-SEQ
                   ADD 1 TO CNV-FILES-DONE
                   MOVE 'C' TO CNV-CUR-STATE
                   PERFORM SAVE-CONV-STATE
               END-IF
           END-IF.

       CONVERT-EXTRACT-POINTER.
           MOVE 'extrptr.dat' TO CNV-LIVE-DSN
           PERFORM SET-WORK-NAMES
           IF CNV-CUR-SWAPPING
               MOVE CNV-KEEP-DSN TO CNV-OLD-DSN
           END-IF
           MOVE SPACE TO EOF-FLAGS(1:1)
           OPEN INPUT OLD-EXP-FILE
           READ OLD-EXP-FILE INTO EXP-HOLD AT END
               SET NO-MORE-OLD TO TRUE
           END-READ
           CLOSE OLD-EXP-FILE
           IF NO-MORE-OLD
               PERFORM MARK-NOTHING-ON-FILE
           ELSE
               IF EPH-LAST-SEQ NOT NUMERIC OR EPH-GEN NOT NUMERIC
               OR EPH-PRIOR-HASH NOT NUMERIC
                   SET CNV-ABORTED TO TRUE
                   DISPLAY '  POINTER ' EXP-HOLD
                   ' IS NOT NUMERIC - LIVE FILE LEFT UNTOUCHED'
               ELSE
                   IF NOT CNV-CUR-SWAPPING
                       OPEN OUTPUT KEEP-EXP-FILE
                       WRITE KEEP-EXP-REC FROM EXP-HOLD
                       CLOSE KEEP-EXP-FILE
                       MOVE 1 TO CNV-SWAP-COUNT
                       MOVE 'S' TO CNV-CUR-STATE
                       PERFORM SAVE-CONV-STATE
                   END-IF
                   OPEN OUTPUT LIVE-EXP-FILE
                   MOVE EPH-LAST-SEQ TO NEP-LAST-SEQ
                   MOVE EPH-GEN TO NEP-GEN
                   MOVE EPH-PRIOR-HASH TO NEP-PRIOR-HASH
                   WRITE LIVE-EXP-REC
                   CLOSE LIVE-EXP-FILE
                   DISPLAY '  SENT THROUGH ' NEP-LAST-SEQ
                   ' GENERATION ' NEP-GEN
                   ADD 1 TO CNV-FILES-DONE
                   MOVE 'C' TO CNV-CUR-STATE
                   PERFORM SAVE-CONV-STATE
               END-IF
           END-IF.

       CONVERT-CHECKPOINT.
           MOVE 'checkpoint.dat' TO CNV-LIVE-DSN
           PERFORM SET-WORK-NAMES
           IF CNV-CUR-SWAPPING
               MOVE CNV-KEEP-DSN TO CNV-OLD-DSN
           END-IF
           MOVE SPACE TO EOF-FLAGS(1:1)
           OPEN INPUT OLD-CKP-FILE
           READ OLD-CKP-FILE INTO CKP-HOLD AT END
               SET NO-MORE-OLD TO TRUE
           END-READ
           CLOSE OLD-CKP-FILE
           IF NO-MORE-OLD
               PERFORM MARK-NOTHING-ON-FILE
           ELSE
               IF CKH-SEQ NOT NUMERIC OR CKH-SEL-POS NOT NUMERIC
                   SET CNV-ABORTED TO TRUE
                   DISPLAY '  CHECKPOINT ' CKP-HOLD
                   ' IS NOT NUMERIC - LIVE FILE LEFT UNTOUCHED'
               ELSE
                   IF NOT CNV-CUR-SWAPPING
                       OPEN OUTPUT KEEP-CKP-FILE
                       WRITE KEEP-CKP-REC FROM CKP-HOLD
                       CLOSE KEEP-CKP-FILE
                       MOVE 1 TO CNV-SWAP-COUNT
                       MOVE 'S' TO CNV-CUR-STATE
                       PERFORM SAVE-CONV-STATE
                   END-IF
                   OPEN OUTPUT LIVE-CKP-FILE
                   MOVE CKH-STATUS TO NCK-STATUS
                   MOVE CKH-SEQ TO NCK-SEQ
                   MOVE CKH-SEL-POS TO NCK-SEL-POS
                   WRITE LIVE-CKP-REC
                   CLOSE LIVE-CKP-FILE
                   DISPLAY '  CHECKPOINT ' NCK-STATUS ' AT SEQUENCE '
                   NCK-SEQ
                   ADD 1 TO CNV-FILES-DONE
                   MOVE 'C' TO CNV-CUR-STATE
                   PERFORM SAVE-CONV-STATE
               END-IF
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
                   IF OLG-SEQ NUMERIC
                       MOVE OLG-SEQ TO NLG-SEQ
                   ELSE
                       ADD 1 TO CNV-BAD-CNT
                       MOVE 0 TO NLG-SEQ
                   END-IF
                   MOVE OLG-REST TO NLG-REST
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
               MOVE 'C' TO CNV-FLAG(10)
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

        *>****************************************************************
        *>  build sheet - run headers keep their text and widen both
        *>  the sequence (to 00000000) and the START number
       CONVERT-BS-DATASET.
           PERFORM SET-WORK-NAMES
           IF NOT CNV-CUR-SWAPPING
               PERFORM COPY-OLD-BS
               IF CNV-NOTHING-ON-FILE
                   PERFORM MARK-NOTHING-ON-FILE
               ELSE
                   PERFORM COUNT-NEW-BS
                   PERFORM CHECK-WORK-COPIES
               END-IF
           END-IF
           IF CNV-CUR-SWAPPING AND NOT CNV-ABORTED
               PERFORM SWAP-BS
               PERFORM CHECK-LIVE-COPY
           END-IF.

       COPY-OLD-BS.
           MOVE SPACE TO EOF-FLAGS(1:1)
           OPEN INPUT OLD-BS-FILE
           PERFORM READ-OLD-BS
           IF NO-MORE-OLD
               SET CNV-NOTHING-ON-FILE TO TRUE
           ELSE
               OPEN OUTPUT KEEP-BS-FILE
               OPEN OUTPUT NEW-BS-FILE
               PERFORM UNTIL NO-MORE-OLD
                   ADD 1 TO CNV-READ-CNT
                   WRITE KEEP-BS-REC FROM OLD-BS-REC
                   IF OBS-SEQ NUMERIC
                       MOVE OBS-SEQ TO NBS-SEQ
                   ELSE
                       ADD 1 TO CNV-BAD-CNT
                       MOVE 0 TO NBS-SEQ
                   END-IF
                   IF OBS-SEQ = '0000'
                       ADD 1 TO CNV-HDR-CNT
                       MOVE OBS-HDR-TEXT TO NBS-HDR-TEXT
                       IF OBS-HDR-START NUMERIC
                           MOVE OBS-HDR-START TO NBS-HDR-START
                       ELSE
                           MOVE 0 TO NBS-HDR-START
                       END-IF
                       MOVE SPACES TO NBS-HDR-FILL
                   ELSE
                       MOVE OBS-REST TO NBS-REST
                   END-IF
                   WRITE NEW-BS-REC
                   PERFORM READ-OLD-BS
               END-PERFORM
               CLOSE KEEP-BS-FILE
               CLOSE NEW-BS-FILE
           END-IF
           CLOSE OLD-BS-FILE.

       READ-OLD-BS.
           READ OLD-BS-FILE AT END
               SET NO-MORE-OLD TO TRUE
           END-READ.

       COUNT-NEW-BS.
           MOVE 0 TO CNV-NEW-CNT
           MOVE SPACE TO EOF-FLAGS(2:1)
           OPEN INPUT NEW-BS-FILE
           PERFORM UNTIL NO-MORE-WORK
               READ NEW-BS-FILE AT END
                   SET NO-MORE-WORK TO TRUE
               END-READ
               IF NOT NO-MORE-WORK
                   ADD 1 TO CNV-NEW-CNT
               END-IF
           END-PERFORM
           CLOSE NEW-BS-FILE
           MOVE 0 TO CNV-KEEP-CNT
           MOVE SPACE TO EOF-FLAGS(2:1)
           OPEN INPUT KEEP-BS-FILE
           PERFORM UNTIL NO-MORE-WORK
               READ KEEP-BS-FILE AT END
                   SET NO-MORE-WORK TO TRUE
               END-READ
               IF NOT NO-MORE-WORK
                   ADD 1 TO CNV-KEEP-CNT
               END-IF
           END-PERFORM
           CLOSE KEEP-BS-FILE.

       SWAP-BS.
           MOVE 0 TO CNV-LIVE-CNT
           MOVE SPACE TO EOF-FLAGS(2:1)
           OPEN INPUT NEW-BS-FILE
           OPEN OUTPUT LIVE-BS-FILE
           PERFORM UNTIL NO-MORE-WORK
               READ NEW-BS-FILE AT END
                   SET NO-MORE-WORK TO TRUE
               END-READ
               IF NOT NO-MORE-WORK
                   WRITE LIVE-BS-REC FROM NEW-BS-REC
               END-IF
           END-PERFORM
           CLOSE NEW-BS-FILE
           CLOSE LIVE-BS-FILE
           MOVE SPACE TO EOF-FLAGS(2:1)
           OPEN INPUT LIVE-BS-FILE
           PERFORM UNTIL NO-MORE-WORK
               READ LIVE-BS-FILE AT END
                   SET NO-MORE-WORK TO TRUE
               END-READ
               IF NOT NO-MORE-WORK
                   ADD 1 TO CNV-LIVE-CNT
               END-IF
           END-PERFORM
           CLOSE LIVE-BS-FILE.

        *>****************************************************************
        *>  save file and replay file - same treatment of run headers
       CONVERT-SAV-DATASET.
           PERFORM SET-WORK-NAMES
           IF NOT CNV-CUR-SWAPPING
               PERFORM COPY-OLD-SAV
               IF CNV-NOTHING-ON-FILE
                   PERFORM MARK-NOTHING-ON-FILE
               ELSE
                   PERFORM COUNT-NEW-SAV
                   PERFORM CHECK-WORK-COPIES
               END-IF
           END-IF
           IF CNV-CUR-SWAPPING AND NOT CNV-ABORTED
               PERFORM SWAP-SAV
               PERFORM CHECK-LIVE-COPY
           END-IF.

       COPY-OLD-SAV.
           MOVE SPACE TO EOF-FLAGS(1:1)
           OPEN INPUT OLD-SAV-FILE
           PERFORM READ-OLD-SAV
           IF NO-MORE-OLD
               SET CNV-NOTHING-ON-FILE TO TRUE
           ELSE
               OPEN OUTPUT KEEP-SAV-FILE
               OPEN OUTPUT NEW-SAV-FILE
               PERFORM UNTIL NO-MORE-OLD
                   ADD 1 TO CNV-READ-CNT
                   WRITE KEEP-SAV-REC FROM OLD-SAV-REC
                   IF OSV-SEQ NUMERIC
                       MOVE OSV-SEQ TO NSV-SEQ
                   ELSE
                       ADD 1 TO CNV-BAD-CNT
                       MOVE 0 TO NSV-SEQ
                   END-IF
                   IF OSV-SEQ = '0000'
                       ADD 1 TO CNV-HDR-CNT
                       MOVE OSV-HDR-TEXT TO NSV-HDR-TEXT
                       IF OSV-HDR-START NUMERIC
                           MOVE OSV-HDR-START TO NSV-HDR-START
                       ELSE
                           MOVE 0 TO NSV-HDR-START
                       END-IF
                       MOVE SPACES TO NSV-HDR-FILL
                   ELSE
                       MOVE OSV-REST TO NSV-REST
                   END-IF
                   WRITE NEW-SAV-REC
                   PERFORM READ-OLD-SAV
               END-PERFORM
               CLOSE KEEP-SAV-FILE
               CLOSE NEW-SAV-FILE
           END-IF
           CLOSE OLD-SAV-FILE.

       READ-OLD-SAV.
           READ OLD-SAV-FILE AT END
               SET NO-MORE-OLD TO TRUE
           END-READ.

       COUNT-NEW-SAV.
           MOVE 0 TO CNV-NEW-CNT
           MOVE SPACE TO EOF-FLAGS(2:1)
           OPEN INPUT NEW-SAV-FILE
           PERFORM UNTIL NO-MORE-WORK
               READ NEW-SAV-FILE AT END
                   SET NO-MORE-WORK TO TRUE
               END-READ
               IF NOT NO-MORE-WORK
                   ADD 1 TO CNV-NEW-CNT
               END-IF
           END-PERFORM
           CLOSE NEW-SAV-FILE
           MOVE 0 TO CNV-KEEP-CNT
           MOVE SPACE TO EOF-FLAGS(2:1)
           OPEN INPUT KEEP-SAV-FILE
           PERFORM UNTIL NO-MORE-WORK
               READ KEEP-SAV-FILE AT END
                   SET NO-MORE-WORK TO TRUE
               END-READ
               IF NOT NO-MORE-WORK
                   ADD 1 TO CNV-KEEP-CNT
               END-IF
           END-PERFORM
           CLOSE KEEP-SAV-FILE.

       SWAP-SAV.
           MOVE 0 TO CNV-LIVE-CNT
           MOVE SPACE TO EOF-FLAGS(2:1)
           OPEN INPUT NEW-SAV-FILE
           OPEN OUTPUT LIVE-SAV-FILE
           PERFORM UNTIL NO-MORE-WORK
               READ NEW-SAV-FILE AT END
                   SET NO-MORE-WORK TO TRUE
               END-READ
               IF NOT NO-MORE-WORK
                   WRITE LIVE-SAV-REC FROM NEW-SAV-REC
               END-IF
           END-PERFORM
           CLOSE NEW-SAV-FILE
           CLOSE LIVE-SAV-FILE
           MOVE SPACE TO EOF-FLAGS(2:1)
           OPEN INPUT LIVE-SAV-FILE
           PERFORM UNTIL NO-MORE-WORK
               READ LIVE-SAV-FILE AT END
                   SET NO-MORE-WORK TO TRUE
               END-READ
               IF NOT NO-MORE-WORK
                   ADD 1 TO CNV-LIVE-CNT
               END-IF
           END-PERFORM
           CLOSE LIVE-SAV-FILE.

        *>****************************************************************
        *>  review decisions
       CONVERT-RV-DATASET.
           PERFORM SET-WORK-NAMES
           IF NOT CNV-CUR-SWAPPING
               PERFORM COPY-OLD-RV
               IF CNV-NOTHING-ON-FILE
                   PERFORM MARK-NOTHING-ON-FILE
               ELSE
                   PERFORM COUNT-NEW-RV
                   PERFORM CHECK-WORK-COPIES
               END-IF
           END-IF
           IF CNV-CUR-SWAPPING AND NOT CNV-ABORTED
               PERFORM SWAP-RV
               PERFORM CHECK-LIVE-COPY
           END-IF.

       COPY-OLD-RV.
           MOVE SPACE TO EOF-FLAGS(1:1)
           OPEN INPUT OLD-RV-FILE
           PERFORM READ-OLD-RV
           IF NO-MORE-OLD
               SET CNV-NOTHING-ON-FILE TO TRUE
           ELSE
               OPEN OUTPUT KEEP-RV-FILE
               OPEN OUTPUT NEW-RV-FILE
               PERFORM UNTIL NO-MORE-OLD
                   ADD 1 TO CNV-READ-CNT
                   WRITE KEEP-RV-REC FROM OLD-RV-REC
                   IF ORV-SEQ NUMERIC
                       MOVE ORV-SEQ TO NRV-SEQ
                   ELSE
                       ADD 1 TO CNV-BAD-CNT
                       MOVE 0 TO NRV-SEQ
                   END-IF
                   MOVE ORV-REST TO NRV-REST
                   WRITE NEW-RV-REC
                   PERFORM READ-OLD-RV
               END-PERFORM
               CLOSE KEEP-RV-FILE
               CLOSE NEW-RV-FILE
           END-IF
           CLOSE OLD-RV-FILE.

       READ-OLD-RV.
           READ OLD-RV-FILE AT END
               SET NO-MORE-OLD TO TRUE
           END-READ.

       COUNT-NEW-RV.
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

       SWAP-RV.
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

        *>****************************************************************
        *>  reject listing - only the REJECTED lines carry a sequence
       CONVERT-REJ-DATASET.
           PERFORM SET-WORK-NAMES
           IF NOT CNV-CUR-SWAPPING
               PERFORM COPY-OLD-REJ
               IF CNV-NOTHING-ON-FILE
                   PERFORM MARK-NOTHING-ON-FILE
               ELSE
                   PERFORM COUNT-NEW-REJ
                   PERFORM CHECK-WORK-COPIES
               END-IF
           END-IF
           IF CNV-CUR-SWAPPING AND NOT CNV-ABORTED
               PERFORM SWAP-REJ
               PERFORM CHECK-LIVE-COPY
           END-IF.

       COPY-OLD-REJ.
           MOVE SPACE TO EOF-FLAGS(1:1)
           OPEN INPUT OLD-REJ-FILE
           PERFORM READ-OLD-REJ
           IF NO-MORE-OLD
               SET CNV-NOTHING-ON-FILE TO TRUE
           ELSE
               OPEN OUTPUT KEEP-REJ-FILE
               OPEN OUTPUT NEW-REJ-FILE
               PERFORM UNTIL NO-MORE-OLD
                   ADD 1 TO CNV-READ-CNT
                   WRITE KEEP-REJ-REC FROM OLD-REJ-REC
                   IF ORJ-WORD = 'REJECTED '
                       IF ORJ-SEQ NUMERIC
                           MOVE ORJ-WORD TO NRJ-WORD
                           MOVE ORJ-SEQ TO NRJ-SEQ
                           MOVE ORJ-REST TO NRJ-REST
                       ELSE
                           ADD 1 TO CNV-BAD-CNT
                           MOVE OLD-REJ-REC TO NEW-REJ-REC
                       END-IF
                   ELSE
                       MOVE OLD-REJ-REC TO NEW-REJ-REC
                   END-IF
                   WRITE NEW-REJ-REC
                   PERFORM READ-OLD-REJ
               END-PERFORM
               CLOSE KEEP-REJ-FILE
               CLOSE NEW-REJ-FILE
           END-IF
           CLOSE OLD-REJ-FILE.

       READ-OLD-REJ.
           READ OLD-REJ-FILE AT END
               SET NO-MORE-OLD TO TRUE
           END-READ.

       COUNT-NEW-REJ.
           MOVE 0 TO CNV-NEW-CNT
           MOVE SPACE TO EOF-FLAGS(2:1)
           OPEN INPUT NEW-REJ-FILE
           PERFORM UNTIL NO-MORE-WORK
               READ NEW-REJ-FILE AT END
                   SET NO-MORE-WORK TO TRUE
               END-READ
               IF NOT NO-MORE-WORK
                   ADD 1 TO CNV-NEW-CNT
               END-IF
           END-PERFORM
           CLOSE NEW-REJ-FILE
           MOVE 0 TO CNV-KEEP-CNT
           MOVE SPACE TO EOF-FLAGS(2:1)
           OPEN INPUT KEEP-REJ-FILE
           PERFORM UNTIL NO-MORE-WORK
               READ KEEP-REJ-FILE AT END
                   SET NO-MORE-WORK TO TRUE
               END-READ
               IF NOT NO-MORE-WORK
                   ADD 1 TO CNV-KEEP-CNT
               END-IF
           END-PERFORM
           CLOSE KEEP-REJ-FILE.

       SWAP-REJ.
           MOVE 0 TO CNV-LIVE-CNT
           MOVE SPACE TO EOF-FLAGS(2:1)
           OPEN INPUT NEW-REJ-FILE
           OPEN OUTPUT LIVE-REJ-FILE
           PERFORM UNTIL NO-MORE-WORK
               READ NEW-REJ-FILE AT END
                   SET NO-MORE-WORK TO TRUE
               END-READ
               IF NOT NO-MORE-WORK
                   WRITE LIVE-REJ-REC FROM NEW-REJ-REC
               END-IF
           END-PERFORM
           CLOSE NEW-REJ-FILE
           CLOSE LIVE-REJ-FILE
           MOVE SPACE TO EOF-FLAGS(2:1)
           OPEN INPUT LIVE-REJ-FILE
           PERFORM UNTIL NO-MORE-WORK
               READ LIVE-REJ-FILE AT END
                   SET NO-MORE-WORK TO TRUE
               END-READ
               IF NOT NO-MORE-WORK
                   ADD 1 TO CNV-LIVE-CNT
               END-IF
           END-PERFORM
           CLOSE LIVE-REJ-FILE.

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
        END PROGRAM SEQCONV.
