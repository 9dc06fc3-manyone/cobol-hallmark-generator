//HERC02C  JOB (COB),
//             'WEBFEED',
//             CLASS=A,
//             MSGCLASS=C,
//             REGION=0M,TIME=1440,
//             MSGLEVEL=(1,1)
//*
//* COMPILE, LINK AND RUN WEBFEED - THE WEBSITE FEED OF APPROVED
//* STORIES: COMMA-DELIMITED STORY ROWS ON UT-S-WEB, THEIR BUILD-SHEET
//* NAME/VALUE ROWS ON UT-S-WEBV, EACH ENDING WITH THE SAME Z CONTROL
//* ROW.  SENDS PAST ITS OWN POINTER ON UT-S-WEBPTR, APART FROM
//* EXTRACT'S.
//* RC 0 WRITTEN, 12 A FILE WOULD NOT OPEN OR THE RUN LOCK IS HELD,
//* 24 PLOT WOULD NOT OPEN.
//* UT-S-PARM: WEBFEED_FULL=Y RESENDS EVERYTHING; RUNLOCK_OVERRIDE=Y
//* WITH RUNLOCK_OPER=<YOUR ID> TAKES OVER AN ABENDED LOCK.
//*
//COBUCL  PROC CPARM1='LOAD,SUPMAP',                                   100010000
//             CPARM2='SIZE=2048K,BUF=1024K'                            00020000
//COB  EXEC  PGM=IKFCBL00,REGION=4096K,                                 00040001
//           PARM='&CPARM1,&CPARM2'                                     00050001
//STEPLIB  DD DSN=SYSC.LINKLIB,DISP=SHR                                 00051001
//SYSPRINT  DD SYSOUT=*                                                 00060000
//SYSUT1 DD UNIT=SYSDA,SPACE=(460,(700,100))                            00070000
//SYSUT2 DD UNIT=SYSDA,SPACE=(460,(700,100))                            00080000
//SYSUT3 DD UNIT=SYSDA,SPACE=(460,(700,100))                            00090000
//SYSUT4 DD UNIT=SYSDA,SPACE=(460,(700,100))                            00100000
//SYSLIN DD DSN=&LOADSET,DISP=(MOD,PASS),UNIT=SYSDA,                    00110000
//             SPACE=(80,(500,100))                                     00120000
//LKED EXEC PGM=IEWL,PARM='LIST,XREF,LET',COND=(5,LT,COB),REGION=96K    00130000
//SYSLIN  DD DSN=&LOADSET,DISP=(OLD,DELETE)                             00140000
//  DD  DDNAME=SYSIN                                                    00150000
//SYSLMOD DD DISP=SHR,DSN=HERC02.RUN.LOAD(WEBFEED)                      00160000
//SYSLIB DD   DSN=SYSC.COBLIB,DISP=SHR                                  00170000
//RUNLIB DD DISP=SHR,DSN=HERC02.RUN.LOAD                                00175000
//SYSUT1 DD UNIT=SYSDA,SPACE=(1024,(50,20))                             00180000
//SYSPRINT DD SYSOUT=*                                                  00190000
// PEND
//STP1 EXEC COBUCL
//COB.SYSIN  DD *
        IDENTIFICATION DIVISION.
        PROGRAM-ID.    WEBFEED.
        AUTHOR.        SIMOTIME TECHNOLOGIES.
      * 10/15/2026 DLK ADAPTED FROM THE WORKSTATION SOURCE FOR
      *                THE MVS BATCH - FILES ON UT-S- DD NAMES
      *                IN PLACE OF THE DATASET-NAME VARIABLES,
      *                RUN OPTIONS FROM RUNPARM CARDS
      *
      *  Delimited feed of the approved stories for the website
      *  team, in place of their reading handoff.txt - extract.dat
      *  stays the scheduling group's.  Reads the story log and
      *  the build sheet (both in story-sequence order) and writes
      *  two comma-delimited files, one row to a line, each row
      *  starting with its type:
      *    webfeed.dat
      *      S  one per story: seq, log date, title, plot title,
      *         genre and the whole story cased as the proof copy
      *         is (HALLMARK's rules, from the story's own build
      *         sheet values) in one field
      *    webvars.dat
      *      V  one per build-sheet substitution: seq, variable
      *         name, value (the department charged, an in-house
      *         record, is not sent)
      *  and each file ends with the same Z control row:
      *      generation, run date and time, the sequence sent
      *      after and the sequence sent through, story rows,
      *      V rows, stories pulled, stories pending and a hash
      *      total of the story sequence numbers
      *  so the website can prove a file complete and, by each
      *  run's sent-after matching the last run's sent-through,
      *  that none went missing.  Text fields are enclosed in
      *  double quotes with any quote inside doubled, so a comma
      *  or a quote in a story travels safely; numbers are
      *  unquoted and zero-filled.  A field is cut at its last
      *  non-space character.
      *  Which stories go follows EXTRACT exactly - approved on
      *  review.dat, a caution word (watchhit.dat) needing the
      *  confirmed 'C', a two-approver genre (OPERCHK) needing a
      *  second reviewer, and a pending story holding back the
      *  pointer and every story behind it.  The sent-through
      *  pointer is webptr.dat, kept apart from extrptr.dat so the
      *  two feeds advance on their own; WEBFEED_FULL=Y resends
      *  everything for the day the website loses a file.
        ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT STORY-LOG-FILE
               ASSIGN TO UT-S-LOG
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-LOG.

               SELECT BUILD-SHEET-FILE
               ASSIGN TO UT-S-BS
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-BS.

               SELECT WEB-FEED-FILE
               ASSIGN TO UT-S-WEB
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-WEB.

               SELECT WEB-VARS-FILE
               ASSIGN TO UT-S-WEBV
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-WBV.

               SELECT OPTIONAL REVIEW-FILE
               ASSIGN TO UT-S-REVIEW
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-RV.

               SELECT OPTIONAL WEBPTR-FILE
               ASSIGN TO UT-S-WEBPTR
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-WBP.

               SELECT OPTIONAL LOCK-FILE
               ASSIGN TO UT-S-LOCK
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-LCK.

               SELECT OPTIONAL WATCH-HIT-FILE
               ASSIGN TO UT-S-WHIT
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-WH.

               SELECT PLOT-FILE
               ASSIGN TO UT-S-PLOT
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-PLOT.
        DATA DIVISION.
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

       FD  BUILD-SHEET-FILE
              RECORD CONTAINS 86 CHARACTERS
              BLOCK CONTAINS 0 RECORDS
              RECORDING MODE IS F.

       01  BS-REC.
           03  BS-SEQ        PIC 9(8).
           03  BS-PLOT-PICK  PIC 99.
           03  BS-VAR-NAME   PIC X(16).
           03  BS-VAR-VAL    PIC X(60).

      *  room for a story of nothing but quotes, every one of
      *  them doubled, with the other fields around it.
       FD  WEB-FEED-FILE
              RECORD CONTAINS 8400 CHARACTERS
              BLOCK CONTAINS 0 RECORDS
              RECORDING MODE IS F.

       01  WEB-FEED-REC PIC X(8400).

       FD  WEB-VARS-FILE
              RECORD CONTAINS 200 CHARACTERS
              BLOCK CONTAINS 0 RECORDS
              RECORDING MODE IS F.

       01  WEB-VARS-REC PIC X(200).

       FD  REVIEW-FILE
              RECORD CONTAINS 35 CHARACTERS
              BLOCK CONTAINS 0 RECORDS
              RECORDING MODE IS F.

       01  REVIEW-REC.
           03  RV-SEQ          PIC 9(8).
           03  RV-STATUS       PIC X.
           03  RV-REASON       PIC X(4).
           03  RV-DATE         PIC 9(8).
           03  RV-TIME         PIC 9(6).
           03  RV-OPER         PIC X(8).

       FD  WEBPTR-FILE
              RECORD CONTAINS 27 CHARACTERS
              BLOCK CONTAINS 0 RECORDS
              RECORDING MODE IS F.

       01  WEBPTR-REC.
           03  WBP-LAST-SEQ    PIC 9(8).
           03  WBP-GEN         PIC 9(4).
           03  WBP-PRIOR-HASH  PIC 9(15).

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

       FD  WATCH-HIT-FILE
              RECORD CONTAINS 80 CHARACTERS
              BLOCK CONTAINS 0 RECORDS
              RECORDING MODE IS F.

       01  WATCH-HIT-REC.
           03  WH-SEQ          PIC 9(8).
           03  WH-DATE         PIC 9(8).
           03  WH-WHERE        PIC X(5).
           03  WH-WORD         PIC X(30).
           03  WH-NOTE         PIC X(29).

       FD  PLOT-FILE
              RECORD CONTAINS 1024 CHARACTERS
              BLOCK CONTAINS 0 RECORDS
              RECORDING MODE IS F.

       01  PLOT-RECORD.
           03 FILLER PIC X(1024).

       01  PLOT-RECORD-VIEW REDEFINES PLOT-RECORD.
           03  PLOT-TEXT-CHUNK  PIC X(1023).
           03  PLOT-CONT-FLAG   PIC X(01).
               88  PLOT-MORE-CHUNKS VALUE '+'.

       01  PLOT-CATALOG-VIEW REDEFINES PLOT-RECORD.
           03  PC-MARKER        PIC X(8).
               88  PC-CATALOG-REC VALUE '*CATALOG'.
           03  PC-TITLE         PIC X(40).
           03  PC-GENRE         PIC X(4).
           03  FILLER           PIC X(972).
        WORKING-STORAGE SECTION.
       01 EOF-FLAGS.
           03 FILLER PIC X(01) VALUE SPACE.
               88 NO-MORE-LOG VALUE 'Y'.
           03 FILLER PIC X(01) VALUE SPACE.
               88 NO-MORE-BS VALUE 'Y'.
           03 FILLER PIC X(01) VALUE SPACE.
               88 NO-MORE-RV VALUE 'Y'.
           03 FILLER PIC X(01) VALUE SPACE.
               88 NO-MORE-WBP VALUE 'Y'.
           03 FILLER PIC X(01) VALUE SPACE.
               88 NO-MORE-WH VALUE 'Y'.
           03 FILLER PIC X(01) VALUE SPACE.
               88 NO-MORE-PLOT VALUE 'Y'.

       01 WS-FS-LOG   PIC X(02).
       01 WS-FS-BS    PIC X(02).
       01 WS-FS-WEB   PIC X(02).
       01 WS-FS-WBV   PIC X(02).
       01 WS-FS-RV    PIC X(02).
       01 WS-FS-WBP   PIC X(02).
       01 WS-FS-LCK   PIC X(02).
       01 WS-FS-WH    PIC X(02).
       01 WS-FS-PLOT  PIC X(02).
       01  LOCK-OVERRIDE-X PIC X.
       01  EOF-LCK-SWITCH PIC X VALUE SPACE.
           88  NO-MORE-LCK VALUE 'Y'.
       01  LOCK-OWNER-NAME PIC X(8) VALUE 'WEBFEED '.
       01  LOCK-OPER-ID PIC X(8).

      *  parameter block for OPERCHK, the operator authority check
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
       01 WS-PLOT-DSNAME PIC X(40) VALUE 'UT-S-PLOT'.
       01 WS-ENV-NAME     PIC X(20).
       01 WS-ENV-VALUE    PIC X(60).

       01  WEB-COUNTS.
           03  WEB-STORY-COUNT PIC 9(6) VALUE 0.
           03  WEB-VAR-COUNT   PIC 9(6) VALUE 0.
           03  WEB-SEQ-HASH    PIC 9(15) VALUE 0.
           03  WEB-PULLED-CNT  PIC 9(6) VALUE 0.
           03  WEB-PENDING-CNT PIC 9(6) VALUE 0.
           03  WEB-HELD-CNT    PIC 9(6) VALUE 0.
           03  WEB-CAUTION-CNT PIC 9(6) VALUE 0.
           03  WEB-BEYOND-CNT  PIC 9(6) VALUE 0.
           03  WEB-SECOND-CNT  PIC 9(6) VALUE 0.
           03  WEB-UNCASED-CNT PIC 9(6) VALUE 0.

       01  FULL-RESEND-X PIC X.
       01  FULL-RESEND-SWITCH PIC X VALUE SPACE.
           88  FULL-RESEND VALUE 'Y'.
       01  WEBPTR-FIELDS.
           03  WBP-OLD-LAST    PIC 9(8) VALUE 0.
           03  WBP-OLD-GEN     PIC 9(4) VALUE 0.
           03  WBP-NEW-LAST    PIC 9(8) VALUE 0.
           03  WBP-SKIPPED     PIC 9(6) VALUE 0.
       01  POINTER-BLOCK-SWITCH PIC X VALUE SPACE.
           88  POINTER-BLOCKED VALUE 'Y'.
       01  RUN-DATE PIC 9(8).
       01  RUN-TIME PIC 9(6).

      *  latest decision per sequence from review.dat, tabled as
      *  EXTRACT tables it - see EXTRACT for the window.
       01  SEQMAX PIC 9(4) VALUE 9999.
       01  REVIEW-TABLE-AREA.
           03  RV-TAB-STATUS PIC X OCCURS 9999 TIMES.
       01  CAUTION-TABLE-AREA.
           03  RV-TAB-CAUTION PIC X OCCURS 9999 TIMES.
               88  STORY-CAUTIONED VALUE 'Y'.
       01  REVIEW-OPER-AREA.
           03  RV-TAB-OPER PIC X(8) OCCURS 9999 TIMES.
       01  REVIEW-PRIOR-AREA.
           03  RV-TAB-PRIOR-OPER PIC X(8) OCCURS 9999 TIMES.
       01  RVX PIC 9(9).
       01  RV-BASE-SEQ PIC 9(8) VALUE 1.
       01  RV-LOOK-SEQ PIC 9(8).

      *  title and genre of each template, from its '*CATALOG'
      *  record, in plot.dat order - the order SL-PLOT-PICK
      *  counts in.
       01  PLOTMAX PIC 99 VALUE 99.
       01  PLOT-COUNT PIC 99 VALUE 0.
       01  PLOT-CATALOG-AREA.
           03  PLOT-CAT-ENTRY OCCURS 99 TIMES.
               05  PLOT-TITLE  PIC X(40).
               05  PLOT-GENRE  PIC X(4).
       01  STORY-PLOT-TITLE PIC X(40).
       01  STORY-GENRE PIC X(4).
       01  TWO-SWITCH PIC X VALUE SPACE.
           88  STORY-NEEDS-TWO VALUE 'Y'.

      *  the story's build-sheet values, kept for the casing; a
      *  story with more than VALMAX of them still sends every
      *  V row, only the values past the table are not cased.
       01  VALMAX PIC 9(4) VALUE 500.
       01  VAL-COUNT PIC 9(4) VALUE 0.
       01  STORY-VALUES-AREA.
           03  STORY-VAL PIC X(60) OCCURS 500 TIMES.
       01  VX PIC 9(4).
       01  VAL-OVER-SWITCH PIC X VALUE SPACE.
           88  VALUES-OVER VALUE 'Y'.

       01  STORY-TEXT PIC X(4092).
       01  CASED-TEXT PIC X(4092).
       01  STORY-LENGTH PIC 9(4) VALUE 1024.
       01  CASE-FIELDS.
           03  CS-POS          PIC 9(4).
           03  CS-CH           PIC X.
           03  CS-START-SW     PIC X.
               88  CS-AT-SENTENCE-START VALUE 'Y'.
           03  CS-WORD-SW      PIC X.
               88  CS-AT-WORD-START VALUE 'Y'.
           03  CS-VLEN         PIC 99.
           03  CS-VX           PIC 9(4).
           03  CS-UPPERS       PIC X(26) VALUE
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           03  CS-LOWERS       PIC X(26) VALUE
               "abcdefghijklmnopqrstuvwxyz".

      *  one row is put together here: ROW-POS is the next free
      *  byte; a text field goes through FIELD-TEXT, FIELD-LEN
      *  bytes of it.
       01  ROW-BUFFER PIC X(8400).
       01  ROW-POS PIC 9(4).
       01  FIELD-TEXT PIC X(4092).
       01  FIELD-LEN PIC 9(4).
       01  FIELD-X PIC 9(4).
       01  FIELD-CH PIC X.
       01  QUOTE-CH PIC X VALUE '"'.
       01  ROW-TYPE PIC X.
       01  ROW-SEQ PIC 9(8).
       01  ROW-DATE PIC 9(8).

      *****************************************************************
        PROCEDURE DIVISION.
           PERFORM TAKE-RUN-LOCK

           MOVE "WEBFEED_FULL" TO WS-ENV-NAME
           CALL 'RUNPARM' USING WS-ENV-NAME WS-ENV-VALUE
           MOVE WS-ENV-VALUE TO FULL-RESEND-X
           IF FULL-RESEND-X = 'Y' OR FULL-RESEND-X = 'y'
               SET FULL-RESEND TO TRUE
           END-IF

           DISPLAY ' '
           DISPLAY 'WEBFEED - WEBSITE STORY FEED'
           ACCEPT RUN-DATE FROM DATE YYYYMMDD
           ACCEPT RUN-TIME FROM TIME
           PERFORM LOAD-WEB-POINTER
           PERFORM LOAD-PLOT-CATALOG
           IF FULL-RESEND
               DISPLAY 'FULL RESEND REQUESTED - POINTER IGNORED'
               MOVE 0 TO WBP-OLD-LAST
           END-IF
           DISPLAY 'GENERATION: ' WBP-OLD-GEN ' + 1,'
           ' SENDING AFTER SEQ ' WBP-OLD-LAST

           OPEN INPUT STORY-LOG-FILE
           IF WS-FS-LOG NOT = '00'
               DISPLAY 'UNABLE TO OPEN storylog.dat, FILE STATUS='
               WS-FS-LOG
               PERFORM FREE-RUN-LOCK
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT BUILD-SHEET-FILE
           IF WS-FS-BS NOT = '00'
               DISPLAY 'UNABLE TO OPEN buildsheet.dat, FILE STATUS='
               WS-FS-BS
               PERFORM FREE-RUN-LOCK
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT WEB-FEED-FILE
           IF WS-FS-WEB NOT = '00'
               DISPLAY 'UNABLE TO OPEN webfeed.dat, FILE STATUS='
               WS-FS-WEB
               PERFORM FREE-RUN-LOCK
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT WEB-VARS-FILE
           IF WS-FS-WBV NOT = '00'
               DISPLAY 'UNABLE TO OPEN webvars.dat, FILE STATUS='
               WS-FS-WBV
               PERFORM FREE-RUN-LOCK
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM READ-BS
           PERFORM READ-LOG
           COMPUTE RV-BASE-SEQ = WBP-OLD-LAST + 1
           IF NOT NO-MORE-LOG AND SL-SEQ NUMERIC
           AND SL-SEQ > RV-BASE-SEQ
               MOVE SL-SEQ TO RV-BASE-SEQ
           END-IF
           PERFORM LOAD-REVIEW-TABLE
           PERFORM LOAD-CAUTION-TABLE
           MOVE WBP-OLD-LAST TO WBP-NEW-LAST
           PERFORM MAINLINE-LOOP UNTIL NO-MORE-LOG
           PERFORM WRITE-CONTROL-ROWS
           PERFORM SAVE-WEB-POINTER
           CLOSE STORY-LOG-FILE
           CLOSE BUILD-SHEET-FILE
           CLOSE WEB-FEED-FILE
           CLOSE WEB-VARS-FILE
           DISPLAY 'STORIES SENT:      ' WEB-STORY-COUNT
           DISPLAY 'STORIES PULLED:    ' WEB-PULLED-CNT
           DISPLAY 'STORIES PENDING:   ' WEB-PENDING-CNT
           DISPLAY '  OF WHICH HELD BEHIND A PENDING REVIEW: '
           WEB-HELD-CNT
           IF WEB-CAUTION-CNT > 0
               DISPLAY '  OF WHICH CAUTION WORDS NOT CONFIRMED: '
               WEB-CAUTION-CNT
           END-IF
           IF WEB-BEYOND-CNT > 0
               DISPLAY '  OF WHICH PAST THE REVIEW WINDOW:        '
               WEB-BEYOND-CNT
           END-IF
           IF WEB-SECOND-CNT > 0
               DISPLAY '  OF WHICH AWAITING A SECOND APPROVER:   '
               WEB-SECOND-CNT
           END-IF
           DISPLAY 'NAME/VALUE ROWS:   ' WEB-VAR-COUNT
           IF WEB-UNCASED-CNT > 0
               DISPLAY 'STORIES WITH MORE THAN ' VALMAX
               ' VALUES, THE REST NOT CASED: ' WEB-UNCASED-CNT
           END-IF
           DISPLAY 'ALREADY SENT:      ' WBP-SKIPPED
           DISPLAY 'SENT THROUGH SEQ:  ' WBP-NEW-LAST
           DISPLAY 'SEQ HASH TOTAL:    ' WEB-SEQ-HASH
           PERFORM FREE-RUN-LOCK
           GOBACK.

       MAINLINE-LOOP.
           IF SL-SEQ NUMERIC AND SL-SEQ > 0
               IF SL-SEQ <= WBP-OLD-LAST
                   ADD 1 TO WBP-SKIPPED
               ELSE
                   PERFORM DISPOSE-ONE-STORY
               END-IF
           END-IF
           PERFORM READ-LOG.

      *  the pointer moves exactly as EXTRACT's does: a sent or
      *  pulled story advances it, a pending one blocks it and
      *  holds every approved story behind it for the next run.
       DISPOSE-ONE-STORY.
           MOVE SL-SEQ TO RV-LOOK-SEQ
           PERFORM SET-REVIEW-SLOT
           IF RVX = 0
               ADD 1 TO WEB-BEYOND-CNT
               ADD 1 TO WEB-PENDING-CNT
               SET POINTER-BLOCKED TO TRUE
           ELSE
               IF RV-TAB-STATUS(RVX) = 'A' AND STORY-CAUTIONED(RVX)
                   ADD 1 TO WEB-CAUTION-CNT
                   MOVE SPACE TO RV-TAB-STATUS(RVX)
               END-IF
               PERFORM CHECK-SECOND-APPROVAL
               IF RV-TAB-STATUS(RVX) = 'A'
               OR RV-TAB-STATUS(RVX) = 'C'
                   IF POINTER-BLOCKED
                       ADD 1 TO WEB-HELD-CNT
                       ADD 1 TO WEB-PENDING-CNT
                   ELSE
                       PERFORM SEND-ONE-STORY
                       MOVE SL-SEQ TO WBP-NEW-LAST
                   END-IF
               ELSE
                   IF RV-TAB-STATUS(RVX) = 'P'
                       ADD 1 TO WEB-PULLED-CNT
                       IF NOT POINTER-BLOCKED
                           MOVE SL-SEQ TO WBP-NEW-LAST
                       END-IF
                   ELSE
                       ADD 1 TO WEB-PENDING-CNT
                       SET POINTER-BLOCKED TO TRUE
                   END-IF
               END-IF
           END-IF.

       CHECK-SECOND-APPROVAL.
           IF RV-TAB-STATUS(RVX) = 'F'
               ADD 1 TO WEB-SECOND-CNT
           END-IF
           IF RV-TAB-STATUS(RVX) = 'A' OR RV-TAB-STATUS(RVX) = 'C'
               PERFORM SET-STORY-GENRE
               IF STORY-NEEDS-TWO
                   IF RV-TAB-PRIOR-OPER(RVX) = SPACES
                   OR RV-TAB-OPER(RVX) = SPACES
                   OR RV-TAB-PRIOR-OPER(RVX) = RV-TAB-OPER(RVX)
                       ADD 1 TO WEB-SECOND-CNT
                       MOVE SPACE TO RV-TAB-STATUS(RVX)
                   END-IF
               END-IF
           END-IF.

       SET-STORY-GENRE.
           MOVE SPACE TO TWO-SWITCH
           MOVE SPACES TO STORY-GENRE STORY-PLOT-TITLE
           IF SL-PLOT-PICK NUMERIC AND SL-PLOT-PICK > 0
           AND SL-PLOT-PICK <= PLOT-COUNT
               MOVE PLOT-GENRE(SL-PLOT-PICK) TO STORY-GENRE
               MOVE PLOT-TITLE(SL-PLOT-PICK) TO STORY-PLOT-TITLE
           END-IF
           IF STORY-GENRE NOT = SPACES
               MOVE 'G' TO OCK-FUNCTION
               MOVE 'WEBFEED ' TO OCK-PROGRAM
               MOVE STORY-GENRE TO OCK-GENRE
               CALL 'OPERCHK' USING OPERCHK-PARAMETERS
               IF OCK-ALLOWED
                   SET STORY-NEEDS-TWO TO TRUE
               END-IF
           END-IF.

      *  the build sheet is read first: its rows go straight to
      *  webvars.dat and its values case the story for webfeed.dat.
       SEND-ONE-STORY.
           PERFORM SET-STORY-GENRE
           ADD 1 TO WEB-STORY-COUNT
           ADD SL-SEQ TO WEB-SEQ-HASH
           PERFORM WRITE-VAR-ROWS
           MOVE SL-STORY-TEXT TO STORY-TEXT
           PERFORM SET-STORY-LENGTH
           PERFORM FORMAT-CASED-TEXT
           MOVE 'S' TO ROW-TYPE
           MOVE SL-SEQ TO ROW-SEQ
           PERFORM START-ROW
           MOVE SL-DATE TO ROW-DATE
           PERFORM ADD-DATE-FIELD
           MOVE SL-TITLE TO FIELD-TEXT
           MOVE 80 TO FIELD-LEN
           PERFORM ADD-TEXT-FIELD
           MOVE STORY-PLOT-TITLE TO FIELD-TEXT
           MOVE 40 TO FIELD-LEN
           PERFORM ADD-TEXT-FIELD
           MOVE STORY-GENRE TO FIELD-TEXT
           MOVE 4 TO FIELD-LEN
           PERFORM ADD-TEXT-FIELD
           MOVE CASED-TEXT TO FIELD-TEXT
           MOVE STORY-LENGTH TO FIELD-LEN
           PERFORM ADD-TEXT-FIELD
           MOVE ROW-BUFFER TO WEB-FEED-REC
           WRITE WEB-FEED-REC.

      *  both files are in ascending story sequence, so the same
      *  co-sequential match EXTRACT uses pairs them.
       WRITE-VAR-ROWS.
           MOVE 0 TO VAL-COUNT
           MOVE SPACE TO VAL-OVER-SWITCH
           PERFORM WRITE-VAR-ROWS-LOOP
           UNTIL NO-MORE-BS OR BS-SEQ >= SL-SEQ
      *  the department charged is kept in house.
           PERFORM WRITE-VAR-ROWS-LOOP-2
           UNTIL NO-MORE-BS OR BS-SEQ NOT = SL-SEQ
           IF VALUES-OVER
               ADD 1 TO WEB-UNCASED-CNT
           END-IF.

       WRITE-VAR-ROWS-LOOP.
           PERFORM READ-BS.

       WRITE-VAR-ROWS-LOOP-2.
           IF BS-VAR-NAME NOT = '*REQUESTER*'
               PERFORM WRITE-ONE-VAR-ROW
           END-IF
           PERFORM READ-BS.

       WRITE-ONE-VAR-ROW.
           MOVE 'V' TO ROW-TYPE
           MOVE BS-SEQ TO ROW-SEQ
           PERFORM START-ROW
           MOVE BS-VAR-NAME TO FIELD-TEXT
           MOVE 16 TO FIELD-LEN
           PERFORM ADD-TEXT-FIELD
           MOVE BS-VAR-VAL TO FIELD-TEXT
           MOVE 60 TO FIELD-LEN
           PERFORM ADD-TEXT-FIELD
           MOVE ROW-BUFFER TO WEB-VARS-REC
           WRITE WEB-VARS-REC
           ADD 1 TO WEB-VAR-COUNT
           IF VAL-COUNT < VALMAX
               ADD 1 TO VAL-COUNT
               MOVE BS-VAR-VAL TO STORY-VAL(VAL-COUNT)
           ELSE
               SET VALUES-OVER TO TRUE
           END-IF.

       SET-STORY-LENGTH.
           MOVE 4092 TO STORY-LENGTH
           PERFORM SET-STORY-LENGTH-LOOP UNTIL STORY-LENGTH < 2
           OR STORY-TEXT(STORY-LENGTH:1) NOT = SPACE.

       SET-STORY-LENGTH-LOOP.
           SUBTRACT 1 FROM STORY-LENGTH.

      *  HALLMARK's proof copy: lowercase the story, capitalise
      *  sentence starts, then each word of every substituted
      *  value - the proper nouns - back to upper case.  The log
      *  keeps the uppercase original the rules start from.
       FORMAT-CASED-TEXT.
           MOVE STORY-TEXT TO CASED-TEXT
           INSPECT CASED-TEXT CONVERTING CS-UPPERS TO CS-LOWERS
           MOVE 'Y' TO CS-START-SW
           PERFORM FORMAT-CASED-TEXT-LOOP VARYING CS-POS FROM 1 BY 1
           UNTIL CS-POS > STORY-LENGTH
           PERFORM FORMAT-CASED-TEXT-LOOP-2
           VARYING VX FROM 1 BY 1 UNTIL VX > VAL-COUNT.

       FORMAT-CASED-TEXT-LOOP.
           MOVE CASED-TEXT(CS-POS:1) TO CS-CH
           IF CS-CH = '.' OR CS-CH = '!' OR CS-CH = '?'
               MOVE 'Y' TO CS-START-SW
           ELSE
               IF CS-CH NOT = SPACE
                   IF CS-AT-SENTENCE-START
                       INSPECT CASED-TEXT(CS-POS:1)
                           CONVERTING CS-LOWERS TO CS-UPPERS
                   END-IF
                   MOVE 'N' TO CS-START-SW
               END-IF
           END-IF.

       FORMAT-CASED-TEXT-LOOP-2.
           PERFORM CASE-ONE-VALUE.

       CASE-ONE-VALUE.
           MOVE 60 TO CS-VLEN
           PERFORM CASE-ONE-VALUE-LOOP UNTIL CS-VLEN < 1
           OR STORY-VAL(VX)(CS-VLEN:1) NOT = SPACE
           IF CS-VLEN > 0
               PERFORM CASE-ONE-VALUE-LOOP-2 VARYING CS-VX FROM 1 BY 1
               UNTIL CS-VX + CS-VLEN - 1 > STORY-LENGTH
           END-IF.

       CASE-ONE-VALUE-LOOP.
           SUBTRACT 1 FROM CS-VLEN.

       CASE-ONE-VALUE-LOOP-2.
           IF STORY-TEXT(CS-VX:CS-VLEN)
               = STORY-VAL(VX)(1:CS-VLEN)
               PERFORM CASE-VALUE-SPAN
           END-IF.

       CASE-VALUE-SPAN.
           MOVE 'Y' TO CS-WORD-SW
           PERFORM CASE-VALUE-SPAN-LOOP VARYING CS-POS FROM CS-VX BY 1
           UNTIL CS-POS >= CS-VX + CS-VLEN.

       CASE-VALUE-SPAN-LOOP.
           MOVE CASED-TEXT(CS-POS:1) TO CS-CH
           IF CS-CH = SPACE OR CS-CH = '-'
               MOVE 'Y' TO CS-WORD-SW
           ELSE
               IF CS-AT-WORD-START
                   INSPECT CASED-TEXT(CS-POS:1)
                       CONVERTING CS-LOWERS TO CS-UPPERS
               END-IF
               MOVE 'N' TO CS-WORD-SW
           END-IF.

      *  every row opens with its type and the story sequence.
       START-ROW.
           MOVE SPACES TO ROW-BUFFER
           MOVE 1 TO ROW-POS
           STRING ROW-TYPE ',' ROW-SEQ DELIMITED BY SIZE
               INTO ROW-BUFFER WITH POINTER ROW-POS.

       ADD-DATE-FIELD.
           STRING ',' ROW-DATE DELIMITED BY SIZE
               INTO ROW-BUFFER WITH POINTER ROW-POS.

      *  quoted, trailing spaces dropped, a quote inside doubled.
       ADD-TEXT-FIELD.
           PERFORM ADD-TEXT-FIELD-LOOP UNTIL FIELD-LEN < 1
           OR FIELD-TEXT(FIELD-LEN:1) NOT = SPACE
           STRING ',' QUOTE-CH DELIMITED BY SIZE
               INTO ROW-BUFFER WITH POINTER ROW-POS
           PERFORM ADD-TEXT-FIELD-LOOP-2 VARYING FIELD-X FROM 1 BY 1
           UNTIL FIELD-X > FIELD-LEN
           MOVE QUOTE-CH TO ROW-BUFFER(ROW-POS:1)
           ADD 1 TO ROW-POS.

       ADD-TEXT-FIELD-LOOP.
           SUBTRACT 1 FROM FIELD-LEN.

       ADD-TEXT-FIELD-LOOP-2.
           MOVE FIELD-TEXT(FIELD-X:1) TO FIELD-CH
           IF FIELD-CH = QUOTE-CH
               MOVE QUOTE-CH TO ROW-BUFFER(ROW-POS:1)
               ADD 1 TO ROW-POS
           END-IF
           MOVE FIELD-CH TO ROW-BUFFER(ROW-POS:1)
           ADD 1 TO ROW-POS.

      *  the same control row closes both files, so either one
      *  can be checked alone and the pair checked together.
       WRITE-CONTROL-ROWS.
           MOVE SPACES TO ROW-BUFFER
           MOVE 1 TO ROW-POS
           COMPUTE WBP-GEN = WBP-OLD-GEN + 1
           STRING 'Z,' WBP-GEN ',' RUN-DATE ',' RUN-TIME ','
               WBP-OLD-LAST ',' WBP-NEW-LAST ','
               WEB-STORY-COUNT ',' WEB-VAR-COUNT ','
               WEB-PULLED-CNT ',' WEB-PENDING-CNT ','
               WEB-SEQ-HASH DELIMITED BY SIZE
               INTO ROW-BUFFER WITH POINTER ROW-POS
           MOVE ROW-BUFFER TO WEB-FEED-REC
           WRITE WEB-FEED-REC
           MOVE ROW-BUFFER TO WEB-VARS-REC
           WRITE WEB-VARS-REC.

       LOAD-PLOT-CATALOG.
           OPEN INPUT PLOT-FILE
           IF WS-FS-PLOT NOT = '00'
               DISPLAY 'UNABLE TO OPEN ' WS-PLOT-DSNAME
               ' FILE STATUS=' WS-FS-PLOT
               PERFORM FREE-RUN-LOCK
               MOVE 24 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 0 TO PLOT-COUNT
           PERFORM READ-PLOT
           PERFORM LOAD-PLOT-CATALOG-LOOP UNTIL NO-MORE-PLOT
           CLOSE PLOT-FILE.

       LOAD-PLOT-CATALOG-LOOP.
           IF PLOT-COUNT < PLOTMAX
               ADD 1 TO PLOT-COUNT
               MOVE SPACES TO PLOT-CAT-ENTRY(PLOT-COUNT)
               IF PC-CATALOG-REC
                   MOVE PC-TITLE TO PLOT-TITLE(PLOT-COUNT)
                   MOVE PC-GENRE TO PLOT-GENRE(PLOT-COUNT)
                   PERFORM READ-PLOT
               END-IF
               IF NO-MORE-PLOT
                   SUBTRACT 1 FROM PLOT-COUNT
               ELSE
                   PERFORM SKIP-PLOT-TEXT
               END-IF
           ELSE
               SET NO-MORE-PLOT TO TRUE
           END-IF.

       SKIP-PLOT-TEXT.
           PERFORM SKIP-PLOT-TEXT-LOOP
           UNTIL NO-MORE-PLOT OR NOT PLOT-MORE-CHUNKS
           PERFORM READ-PLOT.

       SKIP-PLOT-TEXT-LOOP.
           PERFORM READ-PLOT.

       READ-PLOT.
           READ PLOT-FILE
           AT END
               SET NO-MORE-PLOT TO TRUE.
           IF WS-FS-PLOT NOT = '00' AND WS-FS-PLOT NOT = '10'
               DISPLAY 'ERROR READING ' WS-PLOT-DSNAME
               ' FILE STATUS=' WS-FS-PLOT
               MOVE 24 TO RETURN-CODE
               STOP RUN
           END-IF.

       LOAD-WEB-POINTER.
           OPEN INPUT WEBPTR-FILE
           READ WEBPTR-FILE
           AT END
               SET NO-MORE-WBP TO TRUE.
           IF NOT NO-MORE-WBP
               IF WBP-LAST-SEQ NUMERIC
                   MOVE WBP-LAST-SEQ TO WBP-OLD-LAST
               END-IF
               IF WBP-GEN NUMERIC
                   MOVE WBP-GEN TO WBP-OLD-GEN
               END-IF
           END-IF
           CLOSE WEBPTR-FILE.

       SAVE-WEB-POINTER.
           OPEN OUTPUT WEBPTR-FILE
           MOVE WBP-NEW-LAST TO WBP-LAST-SEQ
           COMPUTE WBP-GEN = WBP-OLD-GEN + 1
           MOVE WEB-SEQ-HASH TO WBP-PRIOR-HASH
           WRITE WEBPTR-REC
           CLOSE WEBPTR-FILE.

       LOAD-REVIEW-TABLE.
           PERFORM LOAD-REVIEW-TABLE-LOOP
           VARYING RVX FROM 1 BY 1 UNTIL RVX > SEQMAX
           OPEN INPUT REVIEW-FILE
           IF WS-FS-RV = '00'
               PERFORM READ-RV
               PERFORM LOAD-REVIEW-TABLE-LOOP-2 UNTIL NO-MORE-RV
           END-IF
           CLOSE REVIEW-FILE.

       LOAD-REVIEW-TABLE-LOOP.
           MOVE SPACE TO RV-TAB-STATUS(RVX)
           MOVE SPACES TO RV-TAB-OPER(RVX) RV-TAB-PRIOR-OPER(RVX).

       LOAD-REVIEW-TABLE-LOOP-2.
           IF RV-SEQ NUMERIC AND RV-SEQ > 0
               MOVE RV-SEQ TO RV-LOOK-SEQ
               PERFORM SET-REVIEW-SLOT
               IF RVX > 0
                   PERFORM TAKE-DECISION
               END-IF
           END-IF
           PERFORM READ-RV.

      *  an approval following an approval keeps the earlier
      *  approver as the prior one; anything else clears it.
       TAKE-DECISION.
           IF RV-STATUS = 'A' OR RV-STATUS = 'C' OR RV-STATUS = 'F'
               IF RV-TAB-STATUS(RVX) = 'A' OR RV-TAB-STATUS(RVX) = 'C'
               OR RV-TAB-STATUS(RVX) = 'F'
                   MOVE RV-TAB-OPER(RVX) TO RV-TAB-PRIOR-OPER(RVX)
               ELSE
                   MOVE SPACES TO RV-TAB-PRIOR-OPER(RVX)
               END-IF
           ELSE
               MOVE SPACES TO RV-TAB-PRIOR-OPER(RVX)
           END-IF
           MOVE RV-STATUS TO RV-TAB-STATUS(RVX)
           MOVE RV-OPER TO RV-TAB-OPER(RVX).

       LOAD-CAUTION-TABLE.
           PERFORM LOAD-CAUTION-TABLE-LOOP
           VARYING RVX FROM 1 BY 1 UNTIL RVX > SEQMAX
           OPEN INPUT WATCH-HIT-FILE
           IF WS-FS-WH = '00'
               PERFORM LOAD-CAUTION-TABLE-LOOP-2 UNTIL NO-MORE-WH
           END-IF
           CLOSE WATCH-HIT-FILE.

       LOAD-CAUTION-TABLE-LOOP.
           MOVE SPACE TO RV-TAB-CAUTION(RVX).

       LOAD-CAUTION-TABLE-LOOP-2.
           READ WATCH-HIT-FILE
           AT END
               SET NO-MORE-WH TO TRUE.
           IF NOT NO-MORE-WH
               IF WH-SEQ NUMERIC AND WH-SEQ > 0
                   MOVE WH-SEQ TO RV-LOOK-SEQ
                   PERFORM SET-REVIEW-SLOT
                   IF RVX > 0
                       SET STORY-CAUTIONED(RVX) TO TRUE
                   END-IF
               END-IF
           END-IF.

       SET-REVIEW-SLOT.
           IF RV-LOOK-SEQ < RV-BASE-SEQ
               MOVE 0 TO RVX
           ELSE
               COMPUTE RVX = RV-LOOK-SEQ - RV-BASE-SEQ + 1
               IF RVX > SEQMAX
                   MOVE 0 TO RVX
               END-IF
           END-IF.

       READ-RV.
           READ REVIEW-FILE
           AT END
               SET NO-MORE-RV TO TRUE.

       READ-LOG.
           READ STORY-LOG-FILE
           AT END
               SET NO-MORE-LOG TO TRUE.

       READ-BS.
           READ BUILD-SHEET-FILE
           AT END
               SET NO-MORE-BS TO TRUE.

      *  one lock record shared by every program that reads or
      *  writes the nightly datasets in bulk - LOGARCH and RUNTRIM
      *  rewrite the story log and build sheet in place, and a feed
      *  read half-way through that would send half a night.
      *  A held lock refuses startup and names the holder; after an
      *  abend the morning operator reruns with RUNLOCK_OVERRIDE=Y.
      *  The override is honoured only for the operator named in
      *  RUNLOCK_OPER holding run-lock authority on operauth.dat.
       TAKE-RUN-LOCK.
           MOVE "RUNLOCK_OVERRIDE" TO WS-ENV-NAME
           CALL 'RUNPARM' USING WS-ENV-NAME WS-ENV-VALUE
           MOVE WS-ENV-VALUE TO LOCK-OVERRIDE-X
           OPEN INPUT LOCK-FILE
           IF WS-FS-LCK = '00'
               PERFORM READ-LOCK
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

       READ-LOCK.
           READ LOCK-FILE
           AT END
               SET NO-MORE-LCK TO TRUE.

      *  a refused override is logged by OPERCHK and the run
      *  stops exactly as if no override had been asked for.
       CHECK-OVERRIDE-AUTHORITY.
           MOVE "RUNLOCK_OPER" TO WS-ENV-NAME
           CALL 'RUNPARM' USING WS-ENV-NAME WS-ENV-VALUE
           MOVE WS-ENV-VALUE TO LOCK-OPER-ID
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
//LKED.SYSIN DD *
  INCLUDE RUNLIB(RUNPARM)
  INCLUDE RUNLIB(OPERCHK)
//*
//* RUN WEBFEED FROM THE LOAD MODULE JUST LINKED, SKIPPED WHEN THE
//* COMPILE OR THE LINK FAILED.
//GO      EXEC PGM=WEBFEED,
//             COND=((5,LT,STP1.COB),(5,LT,STP1.LKED))
//STEPLIB  DD DISP=SHR,DSN=HERC02.RUN.LOAD
//SYSOUT   DD SYSOUT=*
//UT-S-LOG      DD DISP=SHR,DSN=HERC02.RUN.DATA(STORYLOG)
//UT-S-BS       DD DISP=SHR,DSN=HERC02.RUN.DATA(BUILDSHT)
//UT-S-WEB      DD DISP=SHR,DSN=HERC02.RUN.DATA(WEBFEED)
//UT-S-WEBV     DD DISP=SHR,DSN=HERC02.RUN.DATA(WEBVARS)
//UT-S-REVIEW   DD DISP=SHR,DSN=HERC02.RUN.DATA(REVIEW)
//UT-S-WEBPTR   DD DISP=SHR,DSN=HERC02.RUN.DATA(WEBPTR)
//UT-S-LOCK     DD DISP=SHR,DSN=HERC02.RUN.DATA(RUNLOCK)
//UT-S-WHIT     DD DISP=SHR,DSN=HERC02.RUN.DATA(WATCHHIT)
//UT-S-PLOT     DD DISP=SHR,DSN=HERC02.RUN.DATA(PLOT)
//UT-S-OPERAUTH DD DISP=SHR,DSN=HERC02.RUN.DATA(OPERAUTH)
//UT-S-ACCLOG   DD DISP=SHR,DSN=HERC02.RUN.DATA(ACCESLOG)
//UT-S-PARM     DD *
WEBFEED_FULL=
RUNLOCK_OVERRIDE=
RUNLOCK_OPER=
/*
//SYSIN    DD DUMMY
//
