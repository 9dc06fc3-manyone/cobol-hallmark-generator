//HERC02C  JOB (COB),
//             'RECON',
//             CLASS=A,
//             MSGCLASS=C,
//             REGION=0M,TIME=1440,
//             MSGLEVEL=(1,1)
//*
//* COMPILE, LINK AND RUN RECON - THREE-WAY RECONCILIATION OF THE
//* BUILD SHEET, SAVE FILE AND STORY LOG BY STORY SEQUENCE.
//* RC 0 BALANCED, 8 EXCEPTIONS LISTED, 12 A FILE WOULD NOT OPEN
//* OR THE RUN LOCK IS HELD, 20 VARS WOULD NOT READ.
//* UT-S-PARM: RUNLOCK_OVERRIDE=Y WITH RUNLOCK_OPER=<YOUR ID> TAKES
//* OVER A LOCK LEFT BY AN ABENDED JOB (NEEDS L ON OPERAUTH).
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
//SYSLMOD DD DISP=SHR,DSN=HERC02.RUN.LOAD(RECON)                        00160000
//SYSLIB DD   DSN=SYSC.COBLIB,DISP=SHR                                  00170000
//RUNLIB DD DISP=SHR,DSN=HERC02.RUN.LOAD                                00175000
//SYSUT1 DD UNIT=SYSDA,SPACE=(1024,(50,20))                             00180000
//SYSPRINT DD SYSOUT=*                                                  00190000
// PEND
//STP1 EXEC COBUCL
//COB.SYSIN  DD *
        IDENTIFICATION DIVISION.
        PROGRAM-ID.    RECON.
        AUTHOR.        SIMOTIME TECHNOLOGIES.
      * 10/15/2026 DLK ADAPTED FROM THE WORKSTATION SOURCE FOR
      *                THE MVS BATCH - FILES ON UT-S- DD NAMES
      *                IN PLACE OF THE DATASET-NAME VARIABLES,
      *                RUN OPTIONS FROM RUNPARM CARDS
      *
      *  Nightly three-way reconciliation of the build sheet, the
      *  save file and the story log.  All three carry the story
      *  sequence number; a run that dies mid-story leaves a BS-SEQ
      *  with no matching SAV-SEQ or SL-SEQ.  The morning operator
      *  runs this before releasing the night's output.  The
      *  sequence table is a 9999-story window starting at the
      *  lowest sequence found on any of the three files; anything
      *  past the window is counted and reported as one exception.
        ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT VARS-FILE
               ASSIGN TO UT-S-VARS
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-VARS.

               SELECT BUILD-SHEET-FILE
               ASSIGN TO UT-S-BS
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-BS.

               SELECT SAVE-FILE
               ASSIGN TO UT-S-SAV
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-SAV.

               SELECT STORY-LOG-FILE
               ASSIGN TO UT-S-LOG
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-LOG.

               SELECT OPTIONAL LOCK-FILE
               ASSIGN TO UT-S-LOCK
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-LCK.
        DATA DIVISION.
       FILE SECTION.

       FD  VARS-FILE
              RECORD CONTAINS 102 CHARACTERS
              BLOCK CONTAINS 0 RECORDS
              RECORDING MODE IS F.

       01  VARS-RECORD.
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
               88 NO-MORE-VARS VALUE 'Y'.
           03 FILLER PIC X(01) VALUE SPACE.
               88 NO-MORE-BS VALUE 'Y'.
           03 FILLER PIC X(01) VALUE SPACE.
               88 NO-MORE-SAV VALUE 'Y'.
           03 FILLER PIC X(01) VALUE SPACE.
               88 NO-MORE-LOG VALUE 'Y'.

       01 WS-FS-VARS  PIC X(02).
       01 WS-FS-BS    PIC X(02).
       01 WS-FS-SAV   PIC X(02).
       01 WS-FS-LOG   PIC X(02).
       01 WS-FS-LCK   PIC X(02).
       01  LOCK-OVERRIDE-X PIC X.
       01  EOF-LCK-SWITCH PIC X VALUE SPACE.
           88  NO-MORE-LCK VALUE 'Y'.
       01  LOCK-OWNER-NAME PIC X(8) VALUE 'RECON   '.
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
       01 WS-VARS-DSNAME PIC X(40) VALUE 'UT-S-VARS'.
       01 WS-ENV-NAME     PIC X(20).
       01 WS-ENV-VALUE    PIC X(60).

       01  REF-DATA.
           03  VIMAX   PIC 99 VALUE 50.
           03  SEQMAX  PIC 9(4) VALUE 9999.

        01 CNTL-FIELDS.
           03 CNTL-VAR-NAME    PIC X(16).
        01  VARS-REC.
           03  VARS-VAR-NAME   PIC X(16).
           03  VARS-VAR-VALUE  PIC X(60).
           03  VARS-WEIGHT     PIC 9(02).
           03  FILLER          PIC X(02).
           03  VARS-DEP-NAME   PIC X(16).
           03  VARS-DEP-CHOICE PIC 9(02).
           03  VARS-GENRE      PIC X(04).

       01  VAR-NAME-COUNT PIC 99 VALUE 0.

      *  one slot per story sequence in the window - each file
      *  marks the sequences it carries, and the sweep at the end
      *  reports the holes and the plot-pick disagreements.  Slot
      *  1 is RC-BASE-SEQ; SET-RECON-SLOT gives RCX = 0 outside.
       01  SEQ-TABLE-AREA.
           03  SEQ-SLOT OCCURS 9999 TIMES.
               05  RC-BS-FLAG      PIC X.
                   88  RC-BS-SEEN VALUE 'Y'.
               05  RC-BS-VARS      PIC 99.
               05  RC-SAV-FLAG     PIC X.
                   88  RC-SAV-SEEN VALUE 'Y'.
               05  RC-SAV-PLOT     PIC 99.
               05  RC-LOG-FLAG     PIC X.
                   88  RC-LOG-SEEN VALUE 'Y'.
               05  RC-LOG-PLOT     PIC 99.
               05  RC-SAV-HASH     PIC 9(9).
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
           03  RC-EXCEPTIONS   PIC 9(6) VALUE 0.
           03  RC-BS-RUNS      PIC 9(4) VALUE 0.
           03  RC-SAV-RUNS     PIC 9(4) VALUE 0.

      *****************************************************************
        PROCEDURE DIVISION.
           PERFORM TAKE-RUN-LOCK

           DISPLAY ' '
           DISPLAY 'RECON - BUILD SHEET / SAVE FILE / STORY LOG'
           DISPLAY ' '
           PERFORM LOAD-VAR-NAME-COUNT
           PERFORM MAINLINE-LOOP
           VARYING RCX FROM 1 BY 1 UNTIL RCX > SEQMAX
           PERFORM FIND-RECON-BASE
           PERFORM SCAN-BUILD-SHEET
           PERFORM SCAN-SAVE-FILE
           PERFORM SCAN-STORY-LOG
           PERFORM REPORT-EXCEPTIONS
           DISPLAY ' '
           DISPLAY 'BUILD SHEET RECORDS: ' RC-BS-RECS
           ' (' RC-BS-RUNS ' RUN HEADERS)'
           DISPLAY 'SAVE FILE RECORDS:   ' RC-SAV-RECS
           ' (' RC-SAV-RUNS ' RUN HEADERS)'
           DISPLAY 'STORY LOG RECORDS:   ' RC-LOG-RECS
           DISPLAY 'EXCEPTIONS:          ' RC-EXCEPTIONS
           IF RC-EXCEPTIONS > 0
               MOVE 8 TO RETURN-CODE
           END-IF
           PERFORM FREE-RUN-LOCK
           GOBACK.

       MAINLINE-LOOP.
           MOVE SPACE TO RC-BS-FLAG(RCX)
           MOVE SPACE TO RC-SAV-FLAG(RCX)
           MOVE SPACE TO RC-LOG-FLAG(RCX)
           MOVE 0 TO RC-BS-VARS(RCX)
           MOVE 0 TO RC-SAV-HASH(RCX)
           MOVE 0 TO RC-LOG-HASH(RCX).

       LOAD-VAR-NAME-COUNT.
           OPEN INPUT VARS-FILE
           IF WS-FS-VARS NOT = '00'
               DISPLAY 'UNABLE TO OPEN ' WS-VARS-DSNAME
               ' FILE STATUS=' WS-FS-VARS
               MOVE 20 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 0 TO VAR-NAME-COUNT
           PERFORM READ-VARS
           PERFORM LOAD-VAR-NAME-COUNT-LOOP UNTIL NO-MORE-VARS
           CLOSE VARS-FILE
           DISPLAY 'VARIABLES ON FILE: ' VAR-NAME-COUNT.

       LOAD-VAR-NAME-COUNT-LOOP.
           MOVE VARS-VAR-NAME TO CNTL-VAR-NAME
           IF VAR-NAME-COUNT < VIMAX
               ADD 1 TO VAR-NAME-COUNT
           END-IF
           PERFORM LOAD-VAR-NAME-COUNT-LOOP-2 UNTIL NO-MORE-VARS
           OR CNTL-VAR-NAME NOT = VARS-VAR-NAME.

       LOAD-VAR-NAME-COUNT-LOOP-2.
           PERFORM READ-VARS.

       READ-VARS.
           READ VARS-FILE INTO VARS-REC
           AT END
               SET NO-MORE-VARS TO TRUE.
           IF WS-FS-VARS NOT = '00' AND WS-FS-VARS NOT = '10'
               DISPLAY 'ERROR READING ' WS-VARS-DSNAME
               ' FILE STATUS=' WS-FS-VARS
               MOVE 20 TO RETURN-CODE
               STOP RUN
           END-IF.

       SCAN-BUILD-SHEET.
           OPEN INPUT BUILD-SHEET-FILE
           IF WS-FS-BS NOT = '00'
               DISPLAY 'UNABLE TO OPEN buildsheet.dat, FILE STATUS='
               WS-FS-BS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM READ-BS
           PERFORM SCAN-BUILD-SHEET-LOOP UNTIL NO-MORE-BS
           CLOSE BUILD-SHEET-FILE.

       SCAN-BUILD-SHEET-LOOP.
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
               DISPLAY 'BAD SEQUENCE ON BUILD SHEET RECORD '
               RC-BS-RECS
           END-IF
           END-IF
           PERFORM READ-BS.

       READ-BS.
           READ BUILD-SHEET-FILE
           AT END
               SET NO-MORE-BS TO TRUE.

       SCAN-SAVE-FILE.
           OPEN INPUT SAVE-FILE
           IF WS-FS-SAV NOT = '00'
               DISPLAY 'UNABLE TO OPEN savestory.dat, FILE STATUS='
               WS-FS-SAV
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM READ-SAV
           PERFORM SCAN-SAVE-FILE-LOOP UNTIL NO-MORE-SAV
           CLOSE SAVE-FILE.

       SCAN-SAVE-FILE-LOOP.
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
               DISPLAY 'BAD SEQUENCE ON SAVE FILE RECORD '
               RC-SAV-RECS
           END-IF
           END-IF
           PERFORM READ-SAV.

       READ-SAV.
           READ SAVE-FILE
           AT END
               SET NO-MORE-SAV TO TRUE.

       SCAN-STORY-LOG.
           OPEN INPUT STORY-LOG-FILE
           IF WS-FS-LOG NOT = '00'
               DISPLAY 'UNABLE TO OPEN storylog.dat, FILE STATUS='
               WS-FS-LOG
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM READ-LOG
           PERFORM SCAN-STORY-LOG-LOOP UNTIL NO-MORE-LOG
           CLOSE STORY-LOG-FILE.

       SCAN-STORY-LOG-LOOP.
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
               DISPLAY 'BAD SEQUENCE ON STORY LOG RECORD '
               RC-LOG-RECS
           END-IF
           PERFORM READ-LOG.

       READ-LOG.
           READ STORY-LOG-FILE
           AT END
               SET NO-MORE-LOG TO TRUE.

      *  lowest real sequence on any of the three files becomes
      *  slot 1.  Each file is in sequence order, so the first
      *  story record on each is enough.
       FIND-RECON-BASE.
           MOVE 99999999 TO RC-BASE-SEQ
           OPEN INPUT BUILD-SHEET-FILE
           IF WS-FS-BS = '00'
               PERFORM READ-BS
               PERFORM FIND-RECON-BASE-LOOP UNTIL NO-MORE-BS
               OR (BS-SEQ NUMERIC AND BS-SEQ > 0)
               IF NOT NO-MORE-BS AND BS-SEQ < RC-BASE-SEQ
                   MOVE BS-SEQ TO RC-BASE-SEQ
               END-IF
           END-IF
           CLOSE BUILD-SHEET-FILE
           OPEN INPUT SAVE-FILE
           IF WS-FS-SAV = '00'
               PERFORM READ-SAV
               PERFORM FIND-RECON-BASE-LOOP-2 UNTIL NO-MORE-SAV
               OR (SAV-SEQ NUMERIC AND SAV-SEQ > 0)
               IF NOT NO-MORE-SAV AND SAV-SEQ < RC-BASE-SEQ
                   MOVE SAV-SEQ TO RC-BASE-SEQ
               END-IF
           END-IF
           CLOSE SAVE-FILE
           OPEN INPUT STORY-LOG-FILE
           IF WS-FS-LOG = '00'
               PERFORM READ-LOG
               PERFORM FIND-RECON-BASE-LOOP-3 UNTIL NO-MORE-LOG
               OR (SL-SEQ NUMERIC AND SL-SEQ > 0)
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

       FIND-RECON-BASE-LOOP.
           PERFORM READ-BS.

       FIND-RECON-BASE-LOOP-2.
           PERFORM READ-SAV.

       FIND-RECON-BASE-LOOP-3.
           PERFORM READ-LOG.

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
           PERFORM REPORT-EXCEPTIONS-LOOP VARYING RCX FROM 1 BY 1
           UNTIL RCX > RC-HI-SLOT
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

       REPORT-EXCEPTIONS-LOOP.
           IF RC-BS-SEEN(RCX) OR RC-SAV-SEEN(RCX)
           OR RC-LOG-SEEN(RCX)
               COMPUTE RC-SEQ = RC-BASE-SEQ + RCX - 1
               PERFORM CHECK-ONE-SEQ
           END-IF.

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

      *  one lock record shared by every program that writes the
      *  nightly datasets - HALLMARK appends while LOGARCH and
      *  RUNTRIM rewrite the very same files in place, and running
      *  two of them together once cost us part of a night's log.
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
//* RUN RECON FROM THE LOAD MODULE JUST LINKED, SKIPPED WHEN THE
//* COMPILE OR THE LINK FAILED.
//GO      EXEC PGM=RECON,
//             COND=((5,LT,STP1.COB),(5,LT,STP1.LKED))
//STEPLIB  DD DISP=SHR,DSN=HERC02.RUN.LOAD
//SYSOUT   DD SYSOUT=*
//UT-S-VARS     DD DISP=SHR,DSN=HERC02.RUN.DATA(VARS)
//UT-S-BS       DD DISP=SHR,DSN=HERC02.RUN.DATA(BUILDSHT)
//UT-S-SAV      DD DISP=SHR,DSN=HERC02.RUN.DATA(SAVESTRY)
//UT-S-LOG      DD DISP=SHR,DSN=HERC02.RUN.DATA(STORYLOG)
//UT-S-LOCK     DD DISP=SHR,DSN=HERC02.RUN.DATA(RUNLOCK)
//UT-S-OPERAUTH DD DISP=SHR,DSN=HERC02.RUN.DATA(OPERAUTH)
//UT-S-ACCLOG   DD DISP=SHR,DSN=HERC02.RUN.DATA(ACCESLOG)
//UT-S-PARM     DD *
RUNLOCK_OVERRIDE=
RUNLOCK_OPER=
/*
//SYSIN    DD DUMMY
//
