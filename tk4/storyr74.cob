//HERC02C  JOB (COB),
//             'STORYREV',
//             CLASS=A,
//             MSGCLASS=C,
//             REGION=0M,TIME=1440,
//             MSGLEVEL=(1,1)
//*
//* COMPILE, LINK AND RUN STORYREV - RECORDS THE REVIEWER'S
//* APPROVE / PULL DECISIONS ON REVIEW FOR EXTRACT.
//* RC 12 WHEN THE REVIEWER IN STORYREV_OPER LACKS R AUTHORITY ON
//* OPERAUTH, 24 WHEN PLOT WOULD NOT OPEN.
//* SYSIN CARDS, ONE PER STORY OFFERED, IN THE ORDER OFFERED:
//*   A  APPROVE - ON A STORY CARRYING A CAUTION WORD, FOLLOW IT
//*      WITH A Y CARD TO APPROVE IT AS WRITTEN
//*   P  PULL - FOLLOW IT WITH A CARD HOLDING THE 4-BYTE REASON
//*   S  SKIP, LEAVE IT PENDING
//*   Q  QUIT - END THE DECK WITH Q SO THE RUN STOPS CLEANLY
//* THE REASON MUST BE A PULL REASON ON UT-S-REASON; A STORY
//* WITHOUT ONE IN THREE CARDS IS LEFT PENDING.
//* THE DECK BELOW IS A WORKED EXAMPLE - SWAP IT FOR THE REAL
//* DECISIONS BEFORE SUBMITTING, AND PUT THE REVIEWER'S OWN ID ON
//* THE STORYREV_OPER CARD.
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
//SYSLMOD DD DISP=SHR,DSN=HERC02.RUN.LOAD(STORYREV)                     00160000
//SYSLIB DD   DSN=SYSC.COBLIB,DISP=SHR                                  00170000
//RUNLIB DD DISP=SHR,DSN=HERC02.RUN.LOAD                                00175000
//SYSUT1 DD UNIT=SYSDA,SPACE=(1024,(50,20))                             00180000
//SYSPRINT DD SYSOUT=*                                                  00190000
// PEND
//STP1 EXEC COBUCL
//COB.SYSIN  DD *
        IDENTIFICATION DIVISION.
        PROGRAM-ID.    STORYREV.
        AUTHOR.        SIMOTIME TECHNOLOGIES.
      * 10/15/2026 DLK ADAPTED FROM THE WORKSTATION SOURCE FOR
      *                THE MVS BATCH - FILES ON UT-S- DD NAMES
      *                IN PLACE OF THE DATASET-NAME VARIABLES,
      *                RUN OPTIONS FROM RUNPARM CARDS
      * 10/15/2026 DLK PULL REASONS CHECKED AGAINST THE REASON
      *                MASTER THROUGH RSNCHK
      *
      *  Morning review of the night's stories before anything
      *  reaches the downstream interface.  Walks every story on
      *  storylog.dat that has no decision yet on review.dat,
      *  shows it the way LOGVIEW's VIEW-STORY does, and records
      *  approve or pull (with a reason code) keyed by SL-SEQ.
      *  EXTRACT sends only approved stories, so nothing goes out
      *  that an operator has not looked at.  Decisions are held
      *  in a 9999-story window starting at the oldest story still
      *  on the log; anything past it waits for LOGARCH.
      *  A story HALLMARK kept with a watch-list caution word
      *  (watchhit.dat) shows its words before the text, and is
      *  approved only when the reviewer confirms them - status
      *  'C' - which is the approval EXTRACT needs to send it.  A
      *  plain 'A' on such a story is offered again.
      *  The reviewer id comes from STORYREV_OPER, must carry review
      *  authority on the operator authority file (OPERCHK), and
      *  is recorded on every decision.  A story whose plot is in a
      *  genre operauth.dat names for two approvers takes its first
      *  approval as status 'F' and is offered again, to anyone
      *  but that reviewer, for the second; EXTRACT sends it only
      *  on an approval following one by a different reviewer.
      *  A pull is recorded only under a code on the reason-code
      *  master (RSNCHK, reason.dat) kept for pulls, in the
      *  master's spelling; a story whose reviewer cannot give
      *  one in three tries is left pending.
        ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT STORY-LOG-FILE
               ASSIGN TO UT-S-LOG
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-LOG.

               SELECT OPTIONAL REVIEW-FILE
               ASSIGN TO UT-S-REVIEW
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-RV.

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

       FD  REVIEW-FILE
              RECORD CONTAINS 35 CHARACTERS
              BLOCK CONTAINS 0 RECORDS
              RECORDING MODE IS F.

       01  REVIEW-REC.
           03  RV-SEQ          PIC 9(8).
           03  RV-STATUS       PIC X.
               88  RV-APPROVED VALUE 'A' 'C'.
               88  RV-PULLED VALUE 'P'.
               88  RV-ANY-APPROVAL VALUE 'A' 'C' 'F'.
           03  RV-REASON       PIC X(4).
           03  RV-DATE         PIC 9(8).
           03  RV-TIME         PIC 9(6).
           03  RV-OPER         PIC X(8).

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
               88 NO-MORE-RV VALUE 'Y'.
           03 FILLER PIC X(01) VALUE SPACE.
               88 NO-MORE-WH VALUE 'Y'.
           03 FILLER PIC X(01) VALUE SPACE.
               88 NO-MORE-PLOT VALUE 'Y'.

       01 WS-FS-LOG   PIC X(02).
       01 WS-FS-RV    PIC X(02).
       01 WS-FS-WH    PIC X(02).
       01 WS-FS-PLOT  PIC X(02).
       01 WS-PLOT-DSNAME PIC X(40) VALUE 'UT-S-PLOT'.
       01 WS-ENV-NAME     PIC X(20).
       01 WS-ENV-VALUE    PIC X(60).

       01  REVIEWER-ID PIC X(8) VALUE 'UNKNOWN'.
       01  LOWER-LETTERS PIC X(26) VALUE 'abcdefghijklmnopqrstuvwxyz'.
       01  UPPER-LETTERS PIC X(26) VALUE 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.

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

      *  parameter block for RSNCHK, the reason-code master check
       01  RSNCHK-PARAMETERS.
           05  RSK-FUNCTION         PIC X.
           05  RSK-USE              PIC X.
           05  RSK-CODE             PIC X(4).
           05  RSK-INDEX            PIC 9(4).
           05  RSK-RESULT           PIC X.
               88  RSK-FOUND VALUE 'Y'.
           05  RSK-CODE-USE         PIC X.
           05  RSK-DESC             PIC X(40).
           05  RSK-COUNT            PIC 9(4).
       01  PULL-REASON-CNT PIC 9(4) VALUE 0.
       01  REASON-TRIES PIC 9 VALUE 0.

       01  QUIT-SWITCH PIC X VALUE SPACE.
           88  QUIT-REQUESTED VALUE 'Y'.
       01  ANS-CHOICE  PIC X.
       01  ANS-REASON  PIC X(4).
       01  DECIDED-SWITCH PIC X VALUE SPACE.
           88  DECISION-TAKEN VALUE 'Y'.
       01  APPROVE-STATUS PIC X.
       01  WANTED-SWITCH PIC X VALUE SPACE.
           88  STORY-WANTS-REVIEW VALUE 'Y'.
       01  TWO-SWITCH PIC X VALUE SPACE.
           88  STORY-NEEDS-TWO VALUE 'Y'.
       01  STORY-GENRE PIC X(4).

      *  genre of each template, from its '*CATALOG' record, in
      *  plot.dat order - the order SL-PLOT-PICK counts in.
       01  PLOTMAX PIC 99 VALUE 99.
       01  PLOT-COUNT PIC 99 VALUE 0.
       01  PLOT-GENRE-AREA.
           03  PLOT-GENRE PIC X(4) OCCURS 99 TIMES.

      *  latest decision per sequence, loaded from review.dat the
      *  way RECON slots its sequence table.  Slot 1 is the first
      *  story on storylog.dat (RV-BASE-SEQ); SET-REVIEW-SLOT gives
      *  RVX = 0 for a sequence outside the window.
       01  SEQMAX PIC 9(4) VALUE 9999.
       01  REVIEW-TABLE-AREA.
           03  RV-TAB-STATUS PIC X OCCURS 9999 TIMES.
      *  same slots: who took the latest decision, and who gave the
      *  approval before it when the latest is an approval too.
       01  REVIEW-OPER-AREA.
           03  RV-TAB-OPER PIC X(8) OCCURS 9999 TIMES.
       01  REVIEW-PRIOR-AREA.
           03  RV-TAB-PRIOR-OPER PIC X(8) OCCURS 9999 TIMES.
       01  RVX PIC 9(9).
       01  RV-BASE-SEQ PIC 9(8) VALUE 1.
       01  RV-LOOK-SEQ PIC 9(8).

      *  caution words for the stories in the window, in the
      *  order HALLMARK posted them (story sequence order).
       01  CAUTIONMAX PIC 9(4) VALUE 2000.
       01  CAUTION-COUNT PIC 9(4) VALUE 0.
       01  CAUTION-OVERFLOW-CNT PIC 9(6) VALUE 0.
       01  CAUTION-TABLE-AREA.
           03  CAUTION-ENTRY OCCURS 2000 TIMES.
               05  CT-SEQ          PIC 9(8).
               05  CT-WHERE        PIC X(5).
               05  CT-WORD         PIC X(30).
               05  CT-NOTE         PIC X(29).
       01  CTX PIC 9(5).
       01  STORY-CAUTION-CNT PIC 99.

       01  REVIEW-COUNTS.
           03  RV-SHOWN        PIC 9(6) VALUE 0.
           03  RV-APPROVED-CNT PIC 9(6) VALUE 0.
           03  RV-CAUTION-CNT  PIC 9(6) VALUE 0.
           03  RV-PULLED-CNT   PIC 9(6) VALUE 0.
           03  RV-SKIPPED-CNT  PIC 9(6) VALUE 0.
           03  RV-BEYOND-CNT   PIC 9(6) VALUE 0.
           03  RV-FIRST-CNT    PIC 9(6) VALUE 0.
           03  RV-AWAIT-CNT    PIC 9(6) VALUE 0.

       01  STORY-TEXT PIC X(4092).
       01  STORY-LENGTH PIC 9(4) VALUE 1024.
       01  INDEX-POS PIC 9(4) VALUE 1.
       01  LINE-BUFFER PIC X(80).
       01  REMAINING-LEN PIC 9(4).
       01  COPY-LEN PIC 9(4).
       01  SPACE-POS PIC 9(4).
       01  DISP-LEN PIC 99 VALUE 80.

      *****************************************************************
        PROCEDURE DIVISION.
           MOVE "STORYREV_OPER" TO WS-ENV-NAME
           CALL 'RUNPARM' USING WS-ENV-NAME WS-ENV-VALUE
           MOVE WS-ENV-VALUE TO REVIEWER-ID
           IF REVIEWER-ID = SPACES
               MOVE 'UNKNOWN' TO REVIEWER-ID
           END-IF
           INSPECT REVIEWER-ID
               CONVERTING LOWER-LETTERS TO UPPER-LETTERS
           DISPLAY ' '
           DISPLAY 'STORYREV - STORY REVIEW AND APPROVAL'
           PERFORM CHECK-OPERATOR-AUTHORITY
           PERFORM COUNT-PULL-REASONS
           PERFORM LOAD-PLOT-GENRES
           OPEN INPUT STORY-LOG-FILE
           IF WS-FS-LOG NOT = '00'
               DISPLAY 'UNABLE TO OPEN storylog.dat, FILE STATUS='
               WS-FS-LOG
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM READ-LOG
           IF NOT NO-MORE-LOG AND SL-SEQ NUMERIC AND SL-SEQ > 0
               MOVE SL-SEQ TO RV-BASE-SEQ
           END-IF
           PERFORM LOAD-REVIEW-TABLE
           PERFORM LOAD-CAUTION-TABLE
           OPEN EXTEND REVIEW-FILE
           IF WS-FS-RV NOT = '00' AND WS-FS-RV NOT = '05'
               OPEN OUTPUT REVIEW-FILE
           END-IF
           PERFORM MAINLINE-LOOP UNTIL NO-MORE-LOG OR QUIT-REQUESTED
           CLOSE STORY-LOG-FILE
           CLOSE REVIEW-FILE
           DISPLAY ' '
           DISPLAY 'STORIES REVIEWED: ' RV-SHOWN
           DISPLAY '  APPROVED:       ' RV-APPROVED-CNT
           DISPLAY '    OVER CAUTION: ' RV-CAUTION-CNT
           DISPLAY '    FIRST OF TWO: ' RV-FIRST-CNT
           DISPLAY '  PULLED:         ' RV-PULLED-CNT
           DISPLAY '  LEFT PENDING:   ' RV-SKIPPED-CNT
           IF RV-AWAIT-CNT > 0
               DISPLAY '  AWAITING A SECOND APPROVER: ' RV-AWAIT-CNT
               ' - YOUR OWN FIRST APPROVALS, FOR ANOTHER REVIEWER'
           END-IF
           IF RV-BEYOND-CNT > 0
               DISPLAY '  PAST WINDOW:    ' RV-BEYOND-CNT
               ' - ARCHIVE THE LOG WITH LOGARCH, THEN REVIEW AGAIN'
           END-IF
           IF CAUTION-OVERFLOW-CNT > 0
               DISPLAY '  CAUTION WORDS PAST THE TABLE: '
               CAUTION-OVERFLOW-CNT ' - REVIEW AGAIN AFTER THIS PASS'
           END-IF
           GOBACK.

       MAINLINE-LOOP.
           IF SL-SEQ NUMERIC AND SL-SEQ > 0
               MOVE SL-SEQ TO RV-LOOK-SEQ
               PERFORM SET-REVIEW-SLOT
               IF RVX = 0
                   ADD 1 TO RV-BEYOND-CNT
               ELSE
                   PERFORM COUNT-STORY-CAUTIONS
                   PERFORM CHECK-STORY-WANTED
                   IF STORY-WANTS-REVIEW
                       PERFORM REVIEW-ONE-STORY
                   END-IF
               END-IF
           END-IF
           IF NOT QUIT-REQUESTED
               PERFORM READ-LOG
           END-IF.

      *  only operators with review authority on operauth.dat may
      *  decide stories; a refusal is logged by OPERCHK.
       CHECK-OPERATOR-AUTHORITY.
           MOVE 'C' TO OCK-FUNCTION
           MOVE 'STORYREV' TO OCK-PROGRAM
           MOVE REVIEWER-ID TO OCK-OPER
           MOVE 'R' TO OCK-AUTHORITY
           CALL 'OPERCHK' USING OPERCHK-PARAMETERS
           IF NOT OCK-ALLOWED
               DISPLAY 'STORYREV REFUSED FOR OPERATOR ' REVIEWER-ID
               ' - ' OCK-REASON
               DISPLAY 'THE ATTEMPT HAS BEEN WRITTEN TO THE ACCESS LOG'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY 'REVIEWER: ' REVIEWER-ID ' ' OCK-OPER-NAME.

      *  without a pull reason on the master the reviewer can
      *  still approve and skip, but nothing can be pulled.
       COUNT-PULL-REASONS.
           MOVE 0 TO PULL-REASON-CNT
           MOVE 'L' TO RSK-FUNCTION
           MOVE 1 TO RSK-INDEX
           CALL 'RSNCHK' USING RSNCHK-PARAMETERS
           PERFORM COUNT-PULL-REASONS-LOOP UNTIL NOT RSK-FOUND
           IF PULL-REASON-CNT = 0
               DISPLAY 'NO PULL REASONS ON THE REASON-CODE MASTER -'
               ' STORIES CAN BE APPROVED OR SKIPPED, NOT PULLED'
           END-IF.

       COUNT-PULL-REASONS-LOOP.
           IF RSK-CODE-USE NOT = 'R'
               ADD 1 TO PULL-REASON-CNT
           END-IF
           ADD 1 TO RSK-INDEX
           CALL 'RSNCHK' USING RSNCHK-PARAMETERS.

       LIST-PULL-REASONS.
           DISPLAY 'PULL REASONS:'
           MOVE 'L' TO RSK-FUNCTION
           MOVE 1 TO RSK-INDEX
           CALL 'RSNCHK' USING RSNCHK-PARAMETERS
           PERFORM LIST-PULL-REASONS-LOOP UNTIL NOT RSK-FOUND.

       LIST-PULL-REASONS-LOOP.
           IF RSK-CODE-USE NOT = 'R'
               DISPLAY '  ' RSK-CODE '  ' RSK-DESC
           END-IF
           ADD 1 TO RSK-INDEX
           CALL 'RSNCHK' USING RSNCHK-PARAMETERS.

       LOAD-PLOT-GENRES.
           OPEN INPUT PLOT-FILE
           IF WS-FS-PLOT NOT = '00'
               DISPLAY 'UNABLE TO OPEN ' WS-PLOT-DSNAME
               ' FILE STATUS=' WS-FS-PLOT
               MOVE 24 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 0 TO PLOT-COUNT
           PERFORM READ-PLOT
           PERFORM LOAD-PLOT-GENRES-LOOP UNTIL NO-MORE-PLOT
           CLOSE PLOT-FILE.

       LOAD-PLOT-GENRES-LOOP.
           IF PLOT-COUNT < PLOTMAX
               ADD 1 TO PLOT-COUNT
               MOVE SPACES TO PLOT-GENRE(PLOT-COUNT)
               IF PC-CATALOG-REC
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
      *  EXTRACT tables review.dat the same way.
       TAKE-DECISION.
           IF RV-ANY-APPROVAL
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

      *  a two-approver story is offered until its latest approval
      *  follows one by a different reviewer, but never to the
      *  reviewer who gave the approval it is waiting on.
       CHECK-STORY-WANTED.
           MOVE SPACE TO WANTED-SWITCH
           PERFORM SET-STORY-GENRE
           IF RV-TAB-STATUS(RVX) = SPACE
               SET STORY-WANTS-REVIEW TO TRUE
           ELSE
           IF RV-TAB-STATUS(RVX) = 'A' AND STORY-CAUTION-CNT > 0
               SET STORY-WANTS-REVIEW TO TRUE
           ELSE
           IF RV-TAB-STATUS(RVX) = 'F' AND NOT STORY-NEEDS-TWO
               SET STORY-WANTS-REVIEW TO TRUE
           ELSE
           IF RV-TAB-STATUS(RVX) NOT = 'P' AND STORY-NEEDS-TWO
           AND (RV-TAB-STATUS(RVX) = 'F'
             OR RV-TAB-PRIOR-OPER(RVX) = SPACES
             OR RV-TAB-OPER(RVX) = SPACES
             OR RV-TAB-PRIOR-OPER(RVX) = RV-TAB-OPER(RVX))
               IF RV-TAB-OPER(RVX) = REVIEWER-ID
                   ADD 1 TO RV-AWAIT-CNT
               ELSE
                   SET STORY-WANTS-REVIEW TO TRUE
               END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

       SET-STORY-GENRE.
           MOVE SPACE TO TWO-SWITCH
           MOVE SPACES TO STORY-GENRE
           IF SL-PLOT-PICK NUMERIC AND SL-PLOT-PICK > 0
           AND SL-PLOT-PICK <= PLOT-COUNT
               MOVE PLOT-GENRE(SL-PLOT-PICK) TO STORY-GENRE
           END-IF
           IF STORY-GENRE NOT = SPACES
               MOVE 'G' TO OCK-FUNCTION
               MOVE STORY-GENRE TO OCK-GENRE
               CALL 'OPERCHK' USING OPERCHK-PARAMETERS
               IF OCK-ALLOWED
                   SET STORY-NEEDS-TWO TO TRUE
               END-IF
           END-IF.

       LOAD-CAUTION-TABLE.
           OPEN INPUT WATCH-HIT-FILE
           IF WS-FS-WH = '00'
               PERFORM LOAD-CAUTION-TABLE-LOOP UNTIL NO-MORE-WH
           END-IF
           CLOSE WATCH-HIT-FILE.

       LOAD-CAUTION-TABLE-LOOP.
           READ WATCH-HIT-FILE
           AT END
               SET NO-MORE-WH TO TRUE.
           IF NOT NO-MORE-WH
               IF WH-SEQ NUMERIC AND WH-SEQ >= RV-BASE-SEQ
                   PERFORM TAKE-CAUTION-HIT
               END-IF
           END-IF.

       TAKE-CAUTION-HIT.
           IF CAUTION-COUNT >= CAUTIONMAX
               ADD 1 TO CAUTION-OVERFLOW-CNT
           ELSE
               ADD 1 TO CAUTION-COUNT
               MOVE WH-SEQ TO CT-SEQ(CAUTION-COUNT)
               MOVE WH-WHERE TO CT-WHERE(CAUTION-COUNT)
               MOVE WH-WORD TO CT-WORD(CAUTION-COUNT)
               MOVE WH-NOTE TO CT-NOTE(CAUTION-COUNT)
           END-IF.

       COUNT-STORY-CAUTIONS.
           MOVE 0 TO STORY-CAUTION-CNT
           PERFORM COUNT-STORY-CAUTIONS-LOOP
           VARYING CTX FROM 1 BY 1 UNTIL CTX > CAUTION-COUNT.

       COUNT-STORY-CAUTIONS-LOOP.
           IF CT-SEQ(CTX) = SL-SEQ
               ADD 1 TO STORY-CAUTION-CNT
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

       REVIEW-ONE-STORY.
           ADD 1 TO RV-SHOWN
           DISPLAY ' '
           DISPLAY '======================================'
           DISPLAY 'STORY ' SL-SEQ ' DATED ' SL-DATE
           ' PLOT ' SL-PLOT-PICK
           IF SL-TITLE NOT = SPACES
               DISPLAY SL-TITLE
           END-IF
           IF STORY-NEEDS-TWO
               IF RV-TAB-STATUS(RVX) = SPACE
                   DISPLAY 'GENRE ' STORY-GENRE
                   ' NEEDS TWO APPROVERS - YOURS WILL BE THE FIRST'
               ELSE
                   DISPLAY 'GENRE ' STORY-GENRE
                   ' NEEDS TWO APPROVERS - FIRST APPROVED BY '
                   RV-TAB-OPER(RVX)
               END-IF
           END-IF
           IF STORY-CAUTION-CNT > 0
               DISPLAY ' '
               DISPLAY '*** WATCH-LIST CAUTION - CHECK BEFORE APPROVING'
               PERFORM REVIEW-ONE-STORY-LOOP VARYING CTX FROM 1 BY 1
               UNTIL CTX > CAUTION-COUNT
           END-IF
           DISPLAY ' '
           MOVE SL-STORY-TEXT TO STORY-TEXT
           PERFORM SET-STORY-LENGTH
           PERFORM SHOW-MOVIE-PLOT
           IF SL-LOGLINE NOT = SPACES
               DISPLAY ' '
               DISPLAY 'LOGLINE: ' SL-LOGLINE
           END-IF
           PERFORM ASK-DECISION.

       REVIEW-ONE-STORY-LOOP.
           IF CT-SEQ(CTX) = SL-SEQ
               DISPLAY '*** ' CT-WHERE(CTX) ' ' CT-WORD(CTX)
               ' ' CT-NOTE(CTX)
           END-IF.

       ASK-DECISION.
           MOVE SPACE TO DECIDED-SWITCH
           PERFORM ASK-DECISION-LOOP UNTIL DECISION-TAKEN.

       ASK-DECISION-LOOP.
           DISPLAY ' '
           DISPLAY 'A=APPROVE P=PULL S=SKIP (LEAVE PENDING)'
           ' Q=QUIT'
           ACCEPT ANS-CHOICE
           SET DECISION-TAKEN TO TRUE
           IF ANS-CHOICE = 'A'
           OR ANS-CHOICE = 'a'
               IF STORY-CAUTION-CNT > 0
                   PERFORM CONFIRM-CAUTION-APPROVAL
               ELSE
                   MOVE 'A' TO APPROVE-STATUS
                   PERFORM RECORD-APPROVAL
               END-IF
           ELSE
           IF ANS-CHOICE = 'P'
           OR ANS-CHOICE = 'p'
               PERFORM RECORD-PULL
           ELSE
           IF ANS-CHOICE = 'S'
           OR ANS-CHOICE = 's'
               ADD 1 TO RV-SKIPPED-CNT
           ELSE
           IF ANS-CHOICE = 'Q'
           OR ANS-CHOICE = 'q'
               ADD 1 TO RV-SKIPPED-CNT
               SET QUIT-REQUESTED TO TRUE
           ELSE
               DISPLAY 'IMVALID VALUE'
               MOVE SPACE TO DECIDED-SWITCH
           END-IF
           END-IF
           END-IF
           END-IF.

      *  the caution words must be read and accepted, not just
      *  waved through with the usual A.
       CONFIRM-CAUTION-APPROVAL.
           DISPLAY 'STORY CARRIES ' STORY-CAUTION-CNT
           ' CAUTION WORD(S) - Y TO APPROVE IT AS WRITTEN'
           ACCEPT ANS-CHOICE
           IF ANS-CHOICE = 'Y' OR ANS-CHOICE = 'y'
               MOVE 'C' TO APPROVE-STATUS
               PERFORM RECORD-APPROVAL
               ADD 1 TO RV-CAUTION-CNT
           ELSE
               DISPLAY 'NOT APPROVED'
               MOVE SPACE TO DECIDED-SWITCH
           END-IF.

      *  on a two-approver story with no approval by another
      *  reviewer yet, the approval is recorded as the first ('F').
       RECORD-APPROVAL.
           IF STORY-NEEDS-TWO
               IF (RV-TAB-STATUS(RVX) NOT = 'A'
                   AND RV-TAB-STATUS(RVX) NOT = 'C'
                   AND RV-TAB-STATUS(RVX) NOT = 'F')
               OR RV-TAB-OPER(RVX) = SPACES
               OR RV-TAB-OPER(RVX) = REVIEWER-ID
                   MOVE 'F' TO APPROVE-STATUS
               END-IF
           END-IF
           MOVE SL-SEQ TO RV-SEQ
           MOVE APPROVE-STATUS TO RV-STATUS
           MOVE SPACES TO RV-REASON
           ACCEPT RV-DATE FROM DATE YYYYMMDD
           ACCEPT RV-TIME FROM TIME
           MOVE REVIEWER-ID TO RV-OPER
           WRITE REVIEW-REC
           PERFORM TAKE-DECISION
           IF APPROVE-STATUS = 'F'
               ADD 1 TO RV-FIRST-CNT
               DISPLAY 'STORY ' SL-SEQ ' APPROVED - AWAITING A SECOND'
               ' APPROVER'
           ELSE
               ADD 1 TO RV-APPROVED-CNT
               DISPLAY 'STORY ' SL-SEQ ' APPROVED'
           END-IF.

      *  only a pull reason on the master is written; '?' lists
      *  them and does not count as a try.
       RECORD-PULL.
           MOVE 0 TO REASON-TRIES
           MOVE 'N' TO RSK-RESULT
           PERFORM RECORD-PULL-LOOP
           UNTIL RSK-FOUND OR REASON-TRIES >= 3
           IF NOT RSK-FOUND
               ADD 1 TO RV-SKIPPED-CNT
               DISPLAY 'NO PULL REASON GIVEN - STORY ' SL-SEQ
               ' LEFT PENDING'
           ELSE
               MOVE SL-SEQ TO RV-SEQ
               MOVE 'P' TO RV-STATUS
               MOVE RSK-CODE TO RV-REASON
               ACCEPT RV-DATE FROM DATE YYYYMMDD
               ACCEPT RV-TIME FROM TIME
               MOVE REVIEWER-ID TO RV-OPER
               WRITE REVIEW-REC
               PERFORM TAKE-DECISION
               ADD 1 TO RV-PULLED-CNT
               DISPLAY 'STORY ' SL-SEQ ' PULLED (' RSK-CODE ' '
               RSK-DESC ')'
           END-IF.

       RECORD-PULL-LOOP.
           DISPLAY 'REASON CODE (4 CHARACTERS, ? LISTS THEM)?'
           MOVE SPACES TO ANS-REASON
           ACCEPT ANS-REASON
           IF ANS-REASON = '?'
               PERFORM LIST-PULL-REASONS
               MOVE 'N' TO RSK-RESULT
           ELSE
               ADD 1 TO REASON-TRIES
               MOVE 'C' TO RSK-FUNCTION
               MOVE 'P' TO RSK-USE
               MOVE ANS-REASON TO RSK-CODE
               CALL 'RSNCHK' USING RSNCHK-PARAMETERS
               IF RSK-RESULT = 'W'
                   DISPLAY RSK-CODE ' IS A DOWNSTREAM REJECT'
                   ' REASON, NOT A PULL REASON'
               ELSE
               IF RSK-RESULT NOT = 'Y'
                   DISPLAY RSK-CODE ' IS NOT ON THE REASON-'
                   'CODE MASTER'
               END-IF
               END-IF
           END-IF.

       SET-STORY-LENGTH.
           MOVE 4092 TO STORY-LENGTH
           PERFORM SET-STORY-LENGTH-LOOP UNTIL STORY-LENGTH < 2
           OR STORY-TEXT(STORY-LENGTH:1) NOT = SPACE.

       SET-STORY-LENGTH-LOOP.
           SUBTRACT 1 FROM STORY-LENGTH.

       SHOW-MOVIE-PLOT.
           MOVE 1 TO INDEX-POS
           PERFORM SHOW-MOVIE-PLOT-LOOP UNTIL INDEX-POS > STORY-LENGTH.

       SHOW-MOVIE-PLOT-LOOP.
           COMPUTE REMAINING-LEN = STORY-LENGTH - INDEX-POS + 1
           MOVE STORY-TEXT(INDEX-POS:DISP-LEN) TO LINE-BUFFER
           IF REMAINING-LEN > DISP-LEN
               MOVE  DISP-LEN TO COPY-LEN
               PERFORM FIND-SPACE-BACKWARDS
           ELSE
               MOVE REMAINING-LEN TO COPY-LEN
           END-IF
           MOVE SPACES TO LINE-BUFFER
           MOVE STORY-TEXT(INDEX-POS:COPY-LEN) TO LINE-BUFFER
           DISPLAY LINE-BUFFER
           ADD COPY-LEN TO INDEX-POS.

       FIND-SPACE-BACKWARDS.
           MOVE  DISP-LEN TO SPACE-POS
           PERFORM FIND-SPACE-BACKWARDS-LOOP
           UNTIL SPACE-POS < 1 OR LINE-BUFFER(SPACE-POS:1) = ' '
           IF SPACE-POS > 1
               MOVE SPACE-POS TO COPY-LEN
           END-IF.

       FIND-SPACE-BACKWARDS-LOOP.
           SUBTRACT 1 FROM SPACE-POS.
//LKED.SYSIN DD *
  INCLUDE RUNLIB(RUNPARM)
  INCLUDE RUNLIB(OPERCHK)
  INCLUDE RUNLIB(RSNCHK)
//*
//* RUN STORYREV FROM THE LOAD MODULE JUST LINKED, SKIPPED WHEN THE
//* COMPILE OR THE LINK FAILED.
//GO      EXEC PGM=STORYREV,
//             COND=((5,LT,STP1.COB),(5,LT,STP1.LKED))
//STEPLIB  DD DISP=SHR,DSN=HERC02.RUN.LOAD
//SYSOUT   DD SYSOUT=*
//UT-S-LOG      DD DISP=SHR,DSN=HERC02.RUN.DATA(STORYLOG)
//UT-S-REVIEW   DD DISP=SHR,DSN=HERC02.RUN.DATA(REVIEW)
//UT-S-WHIT     DD DISP=SHR,DSN=HERC02.RUN.DATA(WATCHHIT)
//UT-S-PLOT     DD DISP=SHR,DSN=HERC02.RUN.DATA(PLOT)
//UT-S-OPERAUTH DD DISP=SHR,DSN=HERC02.RUN.DATA(OPERAUTH)
//UT-S-ACCLOG   DD DISP=SHR,DSN=HERC02.RUN.DATA(ACCESLOG)
//UT-S-REASON   DD DISP=SHR,DSN=HERC02.RUN.DATA(REASONS)
//UT-S-PARM     DD *
STORYREV_OPER=
/*
//SYSIN    DD *
A
P
DUPE
S
Q
/*
//
