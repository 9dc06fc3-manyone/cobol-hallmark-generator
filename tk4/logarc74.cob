//HERC02C  JOB (COB),
//             'LOGARCH',
//             CLASS=A,
//             MSGCLASS=C,
//             REGION=0M,TIME=1440,
//             MSGLEVEL=(1,1)
//*
//* COMPILE, LINK AND RUN LOGARCH - MOVES STORY LOG RECORDS DATED
//* BEFORE THE CUTOFF TO THE ARCHIVE ON UT-S-ARCH AND CATALOGS THEM
//* ON UT-S-ARCHCAT.  UT-S-ARCH IS EXTENDED, SO ONE ARCHIVE DATASET
//* GATHERS EVERY RUN; THE CATALOG STILL RECORDS EACH RUN UNDER ITS
//* DATED NAME AND DATE RANGE.
//* RC 12 A FILE WOULD NOT OPEN, THE SWAP DID NOT VERIFY OR THE RUN
//* LOCK IS HELD, 16 A BAD CUTOFF.
//* UT-S-PARM: LOGARCH_CUTOFF=YYYYMMDD - THE CARD BELOW IS A WORKED
//* EXAMPLE, SET THE REAL CUTOFF BEFORE SUBMITTING.  RUNLOCK_
//* OVERRIDE=Y WITH RUNLOCK_OPER=<YOUR ID> TAKES OVER AN ABENDED
//* LOCK.
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
//SYSLMOD DD DISP=SHR,DSN=HERC02.RUN.LOAD(LOGARCH)                      00160000
//SYSLIB DD   DSN=SYSC.COBLIB,DISP=SHR                                  00170000
//RUNLIB DD DISP=SHR,DSN=HERC02.RUN.LOAD                                00175000
//SYSUT1 DD UNIT=SYSDA,SPACE=(1024,(50,20))                             00180000
//SYSPRINT DD SYSOUT=*                                                  00190000
// PEND
//STP1 EXEC COBUCL
//COB.SYSIN  DD *
        IDENTIFICATION DIVISION.
        PROGRAM-ID.    LOGARCH.
        AUTHOR.        SIMOTIME TECHNOLOGIES.
      * 10/15/2026 DLK ADAPTED FROM THE WORKSTATION SOURCE FOR
      *                THE MVS BATCH - FILES ON UT-S- DD NAMES
      *                IN PLACE OF THE DATASET-NAME VARIABLES,
      *                RUN OPTIONS FROM RUNPARM CARDS
      *
      *  Retention and archival for storylog.dat.  Records whose
      *  SL-DATE is older than the cutoff move to a dated archive
      *  file (same record layout, so a replay investigation can
      *  still read them); the current log is rewritten compacted.
      *  Cutoff comes from LOGARCH_CUTOFF (YYYYMMDD) or is prompted.
      *  Every archive created or extended is cataloged on
      *  archcat.dat (name, date range, record count) so LOGVIEW
      *  can walk the archives for an inquiry without anybody
      *  renaming files by hand.
      *  The live log is never the file being overwritten until the
      *  work file has been counted against the kept total; the
      *  displaced log is kept as storylog.prior, and archstat.dat
      *  marks the swap so an interrupted run is completed from the
      *  intact work file instead of hand-reconstructed.
        ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT STORY-LOG-FILE
               ASSIGN TO UT-S-LOG
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-LOG.

               SELECT OPTIONAL ARCHIVE-FILE
               ASSIGN TO UT-S-ARCH
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-ARC.

               SELECT NEW-LOG-FILE
               ASSIGN TO UT-S-LOGNEW
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-NEW.

               SELECT OPTIONAL CATALOG-FILE
               ASSIGN TO UT-S-ARCHCAT
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-CAT.

               SELECT PRIOR-LOG-FILE
               ASSIGN TO UT-S-LOGPRIOR
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-PRI.

               SELECT OPTIONAL STATE-FILE
               ASSIGN TO UT-S-ARCHSTAT
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-AST.

               SELECT OPTIONAL LOCK-FILE
               ASSIGN TO UT-S-LOCK
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-LCK.
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
              BLOCK CONTAINS 0 RECORDS
              RECORDING MODE IS F.

       01  CATALOG-REC.
           03  AC-DSNAME       PIC X(40).
           03  AC-FROM-DATE    PIC 9(8).
           03  AC-TO-DATE      PIC 9(8).
           03  AC-RECORDS      PIC 9(6).

       FD  PRIOR-LOG-FILE
              RECORD CONTAINS 4432 CHARACTERS
              BLOCK CONTAINS 0 RECORDS
              RECORDING MODE IS F.

       01  PRIOR-LOG-REC PIC X(4432).

       FD  STATE-FILE
              RECORD CONTAINS 7 CHARACTERS
              BLOCK CONTAINS 0 RECORDS
              RECORDING MODE IS F.

       01  STATE-REC.
           03  AST-STATUS      PIC X.
               88  AST-SWAPPING VALUE 'S'.
           03  AST-KEPT        PIC 9(6).

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
               88 NO-MORE-LOG VALUE 'Y'.
           03 FILLER PIC X(01) VALUE SPACE.
               88 NO-MORE-NEW VALUE 'Y'.

       01 WS-FS-LOG   PIC X(02).
       01 WS-FS-ARC   PIC X(02).
       01 WS-FS-NEW   PIC X(02).
       01 WS-FS-CAT   PIC X(02).
       01 WS-FS-PRI   PIC X(02).
       01 WS-FS-AST   PIC X(02).
       01 WS-FS-LCK   PIC X(02).
       01  LOCK-OVERRIDE-X PIC X.
       01  EOF-LCK-SWITCH PIC X VALUE SPACE.
           88  NO-MORE-LCK VALUE 'Y'.
       01  LOCK-OWNER-NAME PIC X(8) VALUE 'LOGARCH '.
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
       01 WS-ENV-NAME     PIC X(20).
       01 WS-ENV-VALUE    PIC X(60).
       01 WS-ARCH-DSNAME  PIC X(40).

       01  ARCH-CUTOFF-X PIC X(8).
       01  FILLER REDEFINES ARCH-CUTOFF-X.
          03  ARCH-CUTOFF PIC 9(8).

       01  EOF-AST-SWITCH PIC X VALUE SPACE.
           88  NO-MORE-AST VALUE 'Y'.
       01  ARCH-ABORT-SWITCH PIC X VALUE SPACE.
           88  ARCH-ABORTED VALUE 'Y'.
       01  ARCH-SWAP-DONE-SW PIC X VALUE SPACE.
           88  ARCH-SWAP-COMPLETED VALUE 'Y'.
       01  ARCH-VERIFY PIC 9(6).
       01  ARCH-FIELDS.
           03  ARCH-KEPT        PIC 9(6) VALUE 0.
           03  ARCH-MOVED       PIC 9(6) VALUE 0.
           03  ARCH-KEPT-OLD    PIC 9(8) VALUE 99999999.
           03  ARCH-KEPT-NEW    PIC 9(8) VALUE 0.
           03  ARCH-MOVED-OLD   PIC 9(8) VALUE 99999999.
           03  ARCH-MOVED-NEW   PIC 9(8) VALUE 0.

      *****************************************************************
        PROCEDURE DIVISION.
           PERFORM TAKE-RUN-LOCK
           PERFORM CHECK-ARCH-STATE
           MOVE "LOGARCH_CUTOFF" TO WS-ENV-NAME
           CALL 'RUNPARM' USING WS-ENV-NAME WS-ENV-VALUE
           MOVE WS-ENV-VALUE TO ARCH-CUTOFF-X
           IF ARCH-CUTOFF-X = SPACES
               DISPLAY 'ARCHIVE STORIES DATED BEFORE (YYYYMMDD)?'
               ACCEPT ARCH-CUTOFF-X
           END-IF
           IF ARCH-CUTOFF-X NOT NUMERIC
               DISPLAY 'IMVALID VALUE: ' ARCH-CUTOFF-X
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE SPACES TO WS-ARCH-DSNAME
           STRING 'storylog.' ARCH-CUTOFF-X '.arc'
               DELIMITED BY SIZE INTO WS-ARCH-DSNAME

           DISPLAY ' '
           DISPLAY 'LOGARCH - STORY LOG RETENTION'
           DISPLAY 'CUTOFF DATE: ' ARCH-CUTOFF-X
           DISPLAY 'ARCHIVE FILE: ' WS-ARCH-DSNAME

           OPEN INPUT STORY-LOG-FILE
           IF WS-FS-LOG NOT = '00'
               DISPLAY 'UNABLE TO OPEN storylog.dat, FILE STATUS='
               WS-FS-LOG
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN EXTEND ARCHIVE-FILE
           IF WS-FS-ARC NOT = '00' AND WS-FS-ARC NOT = '05'
               DISPLAY 'UNABLE TO OPEN ' WS-ARCH-DSNAME
               ' FILE STATUS=' WS-FS-ARC
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT NEW-LOG-FILE

           PERFORM READ-LOG
           PERFORM MAINLINE-LOOP UNTIL NO-MORE-LOG
           CLOSE STORY-LOG-FILE
           CLOSE ARCHIVE-FILE
           CLOSE NEW-LOG-FILE

           PERFORM VERIFY-WORK-FILE
           IF ARCH-ABORTED
               DISPLAY 'LIVE LOG LEFT UNTOUCHED - RERUN AFTER'
               ' INVESTIGATING storylog.new'
               MOVE 12 TO RETURN-CODE
           ELSE
               PERFORM SNAPSHOT-PRIOR-LOG
               IF NOT ARCH-ABORTED
                   PERFORM MARK-SWAP-STARTED
                   PERFORM REWRITE-CURRENT-LOG
                   PERFORM VERIFY-LIVE-LOG
                   PERFORM WRITE-CATALOG-ENTRY
               END-IF
           END-IF
           PERFORM PRINT-SUMMARY
           PERFORM FREE-RUN-LOCK
           GOBACK.

       MAINLINE-LOOP.
           PERFORM SPLIT-LOG-REC
           PERFORM READ-LOG.

       READ-LOG.
           READ STORY-LOG-FILE
           AT END
               SET NO-MORE-LOG TO TRUE.
           IF WS-FS-LOG NOT = '00' AND WS-FS-LOG NOT = '10'
               DISPLAY 'ERROR READING storylog.dat, FILE STATUS='
               WS-FS-LOG
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       SPLIT-LOG-REC.
           IF SL-DATE NUMERIC AND SL-DATE < ARCH-CUTOFF
               ADD 1 TO ARCH-MOVED
               IF SL-DATE < ARCH-MOVED-OLD
                   MOVE SL-DATE TO ARCH-MOVED-OLD
               END-IF
               IF SL-DATE > ARCH-MOVED-NEW
                   MOVE SL-DATE TO ARCH-MOVED-NEW
               END-IF
               WRITE ARCHIVE-REC FROM STORY-LOG-REC
           ELSE
               ADD 1 TO ARCH-KEPT
               IF SL-DATE NUMERIC
                   IF SL-DATE < ARCH-KEPT-OLD
                       MOVE SL-DATE TO ARCH-KEPT-OLD
                   END-IF
                   IF SL-DATE > ARCH-KEPT-NEW
                       MOVE SL-DATE TO ARCH-KEPT-NEW
                   END-IF
               END-IF
               WRITE NEW-LOG-REC FROM STORY-LOG-REC
           END-IF.

      *  a marker left at 'S' means the last run died while the
      *  live log was half-written; the work file it was copying
      *  from is still intact, so finish that copy before doing
      *  anything else.
       CHECK-ARCH-STATE.
           OPEN INPUT STATE-FILE
           IF WS-FS-AST = '00'
               PERFORM READ-STATE
               IF NOT NO-MORE-AST AND AST-SWAPPING
                   DISPLAY 'INTERRUPTED COMPACTION FOUND -'
                   ' COMPLETING THE SWAP FROM storylog.new'
                   MOVE AST-KEPT TO ARCH-KEPT
                   CLOSE STATE-FILE
                   PERFORM REWRITE-CURRENT-LOG
                   PERFORM VERIFY-LIVE-LOG
                   IF NOT ARCH-SWAP-COMPLETED
                       DISPLAY 'RECOVERY DID NOT COMPLETE -'
                       ' storylog.new IS STILL THE ONLY GOOD COPY,'
                       ' NOT STARTING A NEW PASS'
                       PERFORM FREE-RUN-LOCK
                       STOP RUN
                   END-IF
                   MOVE 0 TO ARCH-KEPT
               ELSE
                   CLOSE STATE-FILE
               END-IF
           ELSE
               CLOSE STATE-FILE
           END-IF.

       READ-STATE.
           READ STATE-FILE
           AT END
               SET NO-MORE-AST TO TRUE.

      *  the work file must hold exactly the records the split pass
      *  kept before the live log is touched at all.
       VERIFY-WORK-FILE.
           MOVE 0 TO ARCH-VERIFY
           MOVE SPACE TO EOF-FLAGS(2:1)
           OPEN INPUT NEW-LOG-FILE
           PERFORM READ-NEW
           PERFORM VERIFY-WORK-FILE-LOOP UNTIL NO-MORE-NEW
           CLOSE NEW-LOG-FILE
           IF ARCH-VERIFY NOT = ARCH-KEPT
               SET ARCH-ABORTED TO TRUE
               DISPLAY 'WORK FILE HOLDS ' ARCH-VERIFY
               ' RECORDS, EXPECTED ' ARCH-KEPT ' - SWAP REFUSED'
           END-IF.

       VERIFY-WORK-FILE-LOOP.
           ADD 1 TO ARCH-VERIFY
           PERFORM READ-NEW.

      *  the displaced log survives as storylog.prior until the
      *  next compaction replaces it.
       SNAPSHOT-PRIOR-LOG.
           MOVE 0 TO ARCH-VERIFY
           MOVE SPACE TO EOF-FLAGS(1:1)
           OPEN INPUT STORY-LOG-FILE
           OPEN OUTPUT PRIOR-LOG-FILE
           PERFORM READ-LOG
           PERFORM SNAPSHOT-PRIOR-LOG-LOOP UNTIL NO-MORE-LOG
           CLOSE STORY-LOG-FILE
           CLOSE PRIOR-LOG-FILE
           COMPUTE AST-KEPT = ARCH-KEPT + ARCH-MOVED
           IF ARCH-VERIFY NOT = AST-KEPT
               SET ARCH-ABORTED TO TRUE
               DISPLAY 'PRIOR-GENERATION COPY HOLDS ' ARCH-VERIFY
               ' RECORDS, EXPECTED ' AST-KEPT ' - SWAP REFUSED'
               MOVE 12 TO RETURN-CODE
           END-IF.

       SNAPSHOT-PRIOR-LOG-LOOP.
           WRITE PRIOR-LOG-REC FROM STORY-LOG-REC
           ADD 1 TO ARCH-VERIFY
           PERFORM READ-LOG.

       MARK-SWAP-STARTED.
           MOVE SPACE TO ARCH-SWAP-DONE-SW
           OPEN OUTPUT STATE-FILE
           MOVE 'S' TO AST-STATUS
           MOVE ARCH-KEPT TO AST-KEPT
           WRITE STATE-REC
           CLOSE STATE-FILE.

       MARK-SWAP-COMPLETE.
           SET ARCH-SWAP-COMPLETED TO TRUE
           OPEN OUTPUT STATE-FILE
           MOVE 'C' TO AST-STATUS
           MOVE ARCH-KEPT TO AST-KEPT
           WRITE STATE-REC
           CLOSE STATE-FILE.

      *  copy the compacted work file back over storylog.dat so
      *  HALLMARK's OPEN EXTEND keeps appending to the same dataset.
       REWRITE-CURRENT-LOG.
           MOVE SPACE TO EOF-FLAGS(2:1)
           OPEN INPUT NEW-LOG-FILE
           OPEN OUTPUT STORY-LOG-FILE
           PERFORM READ-NEW
           PERFORM REWRITE-CURRENT-LOG-LOOP UNTIL NO-MORE-NEW
           CLOSE NEW-LOG-FILE
           CLOSE STORY-LOG-FILE.

       REWRITE-CURRENT-LOG-LOOP.
           WRITE STORY-LOG-REC FROM NEW-LOG-REC
           PERFORM READ-NEW.

       VERIFY-LIVE-LOG.
           MOVE 0 TO ARCH-VERIFY
           MOVE SPACE TO EOF-FLAGS(1:1)
           OPEN INPUT STORY-LOG-FILE
           PERFORM READ-LOG
           PERFORM VERIFY-LIVE-LOG-LOOP UNTIL NO-MORE-LOG
           CLOSE STORY-LOG-FILE
           IF ARCH-VERIFY = ARCH-KEPT
               PERFORM MARK-SWAP-COMPLETE
           ELSE
               DISPLAY 'LIVE LOG HOLDS ' ARCH-VERIFY
               ' RECORDS AFTER THE SWAP, EXPECTED ' ARCH-KEPT
               ' - MARKER LEFT AT SWAP-IN-PROGRESS, RERUN TO'
               ' COMPLETE FROM storylog.new'
               MOVE 12 TO RETURN-CODE
           END-IF.

       VERIFY-LIVE-LOG-LOOP.
           ADD 1 TO ARCH-VERIFY
           PERFORM READ-LOG.

       READ-NEW.
           READ NEW-LOG-FILE
           AT END
               SET NO-MORE-NEW TO TRUE.

      *  one catalog record per run that moved anything; the same
      *  archive file extended on a later run simply gains a second
      *  record, and the inquiry side reads them all.
       WRITE-CATALOG-ENTRY.
           IF ARCH-MOVED > 0
               OPEN EXTEND CATALOG-FILE
               IF WS-FS-CAT NOT = '00' AND WS-FS-CAT NOT = '05'
                   OPEN OUTPUT CATALOG-FILE
               END-IF
               MOVE WS-ARCH-DSNAME TO AC-DSNAME
               MOVE ARCH-MOVED-OLD TO AC-FROM-DATE
               MOVE ARCH-MOVED-NEW TO AC-TO-DATE
               MOVE ARCH-MOVED TO AC-RECORDS
               WRITE CATALOG-REC
               CLOSE CATALOG-FILE
           END-IF.

       PRINT-SUMMARY.
           DISPLAY ' '
           DISPLAY 'RECORDS KEPT:     ' ARCH-KEPT
           IF ARCH-KEPT > 0
               DISPLAY '  OLDEST SL-DATE: ' ARCH-KEPT-OLD
               DISPLAY '  NEWEST SL-DATE: ' ARCH-KEPT-NEW
           END-IF
           DISPLAY 'RECORDS ARCHIVED: ' ARCH-MOVED
           IF ARCH-MOVED > 0
               DISPLAY '  OLDEST SL-DATE: ' ARCH-MOVED-OLD
               DISPLAY '  NEWEST SL-DATE: ' ARCH-MOVED-NEW
               DISPLAY '  ARCHIVED TO:    ' WS-ARCH-DSNAME
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
//* RUN LOGARCH FROM THE LOAD MODULE JUST LINKED, SKIPPED WHEN THE
//* COMPILE OR THE LINK FAILED.
//GO      EXEC PGM=LOGARCH,
//             COND=((5,LT,STP1.COB),(5,LT,STP1.LKED))
//STEPLIB  DD DISP=SHR,DSN=HERC02.RUN.LOAD
//SYSOUT   DD SYSOUT=*
//UT-S-LOG      DD DISP=SHR,DSN=HERC02.RUN.DATA(STORYLOG)
//UT-S-ARCH     DD DISP=MOD,DSN=HERC02.RUN.STORYARC
//UT-S-LOGNEW   DD DISP=SHR,DSN=HERC02.RUN.DATA(STORYLGN)
//UT-S-ARCHCAT  DD DISP=SHR,DSN=HERC02.RUN.DATA(ARCHCAT)
//UT-S-LOGPRIOR DD DISP=SHR,DSN=HERC02.RUN.DATA(STORYLGP)
//UT-S-ARCHSTAT DD DISP=SHR,DSN=HERC02.RUN.DATA(ARCHSTAT)
//UT-S-LOCK     DD DISP=SHR,DSN=HERC02.RUN.DATA(RUNLOCK)
//UT-S-OPERAUTH DD DISP=SHR,DSN=HERC02.RUN.DATA(OPERAUTH)
//UT-S-ACCLOG   DD DISP=SHR,DSN=HERC02.RUN.DATA(ACCESLOG)
//UT-S-PARM     DD *
LOGARCH_CUTOFF=20260101
RUNLOCK_OVERRIDE=
RUNLOCK_OPER=
/*
//SYSIN    DD DUMMY
//
