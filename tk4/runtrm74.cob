//HERC02C  JOB (COB),
//             'RUNTRIM',
//             CLASS=A,
//             MSGCLASS=C,
//             REGION=0M,TIME=1440,
//             MSGLEVEL=(1,1)
//*
//* COMPILE, LINK AND RUN RUNTRIM - KEEPS THE NEWEST RUNS IN THE
//* STORY PRINT, BUILD SHEET AND SAVE FILE AND DROPS THE REST.
//* UT-S-PRT HERE IS THE STORY PRINT KEPT ON DISK (STORYPRT); WHERE
//* HALLMARK'S PRINT GOES TO SYSOUT THERE IS NOTHING ON IT TO TRIM
//* AND THE FILE IS SIMPLY LEFT EMPTY.
//* RC 12 A SWAP DID NOT VERIFY OR THE RUN LOCK IS HELD.
//* UT-S-PARM: RUNTRIM_KEEP=N RUNS TO KEEP (DEFAULT 3);
//* RUNLOCK_OVERRIDE=Y WITH RUNLOCK_OPER=<YOUR ID> TAKES OVER AN
//* ABENDED LOCK.
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
//SYSLMOD DD DISP=SHR,DSN=HERC02.RUN.LOAD(RUNTRIM)                      00160000
//SYSLIB DD   DSN=SYSC.COBLIB,DISP=SHR                                  00170000
//RUNLIB DD DISP=SHR,DSN=HERC02.RUN.LOAD                                00175000
//SYSUT1 DD UNIT=SYSDA,SPACE=(1024,(50,20))                             00180000
//SYSPRINT DD SYSOUT=*                                                  00190000
// PEND
//STP1 EXEC COBUCL
//COB.SYSIN  DD *
        IDENTIFICATION DIVISION.
        PROGRAM-ID.    RUNTRIM.
        AUTHOR.        SIMOTIME TECHNOLOGIES.
      * 10/15/2026 DLK ADAPTED FROM THE WORKSTATION SOURCE FOR
      *                THE MVS BATCH - FILES ON UT-S- DD NAMES
      *                IN PLACE OF THE DATASET-NAME VARIABLES,
      *                RUN OPTIONS FROM RUNPARM CARDS
      *
      *  Retention for the run-stamped output generations.  Each
      *  HALLMARK run appends a run header ('*** RUN' in story.prt,
      *  sequence 00000000 records in buildsheet.dat / savestory.dat)
      *  followed by that run's records.  RUNTRIM keeps the newest
      *  RUNTRIM_KEEP runs (default 3) in each file and drops the
      *  rest, compacting in place the way LOGARCH does.
      *  The live dataset is never the one being overwritten until
      *  the work file has been counted against the kept total;
      *  the displaced records survive as a .prior generation, and
      *  runtrim.stat marks which file is mid-swap so an
      *  interrupted run is completed from the intact work file.
        ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT OPTIONAL PRINT-FILE
               ASSIGN TO UT-S-PRT
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-PRT.

               SELECT OPTIONAL BUILD-SHEET-FILE
               ASSIGN TO UT-S-BS
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-BS.

               SELECT OPTIONAL SAVE-FILE
               ASSIGN TO UT-S-SAV
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-SAV.

               SELECT WORK-PRT-FILE
               ASSIGN TO UT-S-PRTNEW
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-WP.

               SELECT WORK-BS-FILE
               ASSIGN TO UT-S-BSNEW
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-WB.

               SELECT WORK-SAV-FILE
               ASSIGN TO UT-S-SAVNEW
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-WS.

               SELECT PRIOR-PRT-FILE
               ASSIGN TO UT-S-PRTPRIOR
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-PP.

               SELECT PRIOR-BS-FILE
               ASSIGN TO UT-S-BSPRIOR
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-PB.

               SELECT PRIOR-SAV-FILE
               ASSIGN TO UT-S-SAVPRIOR
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-PS.

               SELECT OPTIONAL STATE-FILE
               ASSIGN TO UT-S-TRIMSTAT
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-RTS.

               SELECT OPTIONAL LOCK-FILE
               ASSIGN TO UT-S-LOCK
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-LCK.
        DATA DIVISION.
       FILE SECTION.

       FD  PRINT-FILE
              RECORD CONTAINS 80 CHARACTERS
              BLOCK CONTAINS 0 RECORDS
              RECORDING MODE IS F.

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
              BLOCK CONTAINS 0 RECORDS
              RECORDING MODE IS F.

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
              BLOCK CONTAINS 0 RECORDS
              RECORDING MODE IS F.

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
              BLOCK CONTAINS 0 RECORDS
              RECORDING MODE IS F.

       01  STATE-REC.
           03  RTS-STATUS      PIC X.
               88  RTS-SWAPPING VALUE 'S'.
           03  RTS-FILE        PIC X(12).
           03  RTS-KEPT        PIC 9(6).

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
           03 TRIM-EOF-FLAG PIC X(01) VALUE SPACE.
               88 NO-MORE-RECS VALUE 'Y'.

       01 WS-FS-PRT   PIC X(02).
       01 WS-FS-BS    PIC X(02).
       01 WS-FS-SAV   PIC X(02).
       01 WS-FS-WP    PIC X(02).
       01 WS-FS-WB    PIC X(02).
       01 WS-FS-WS    PIC X(02).
       01 WS-FS-LCK   PIC X(02).
       01 WS-FS-PP    PIC X(02).
       01 WS-FS-PB    PIC X(02).
       01 WS-FS-PS    PIC X(02).
       01 WS-FS-RTS   PIC X(02).
       01  LOCK-OVERRIDE-X PIC X.
       01  EOF-LCK-SWITCH PIC X VALUE SPACE.
           88  NO-MORE-LCK VALUE 'Y'.
       01  LOCK-OWNER-NAME PIC X(8) VALUE 'RUNTRIM '.
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

       01  TRIM-KEEP-X PIC X(2).
       01  FILLER REDEFINES TRIM-KEEP-X.
          03  TRIM-KEEP PIC 99.

       01  TRIM-FIELDS.
           03  TRIM-RUNS       PIC 9(4).
           03  TRIM-FIRST-KEPT PIC 9(4).
           03  TRIM-RUN-NO     PIC 9(4).
           03  TRIM-KEPT       PIC 9(6).
           03  TRIM-DROPPED    PIC 9(6).
           03  TRIM-VERIFY     PIC 9(6).
           03  TRIM-LIVE-RECS  PIC 9(6).
       01  EOF-RTS-SWITCH PIC X VALUE SPACE.
           88  NO-MORE-RTS VALUE 'Y'.
       01  TRIM-ABORT-SWITCH PIC X VALUE SPACE.
           88  TRIM-ABORTED VALUE 'Y'.

      *****************************************************************
        PROCEDURE DIVISION.
           PERFORM TAKE-RUN-LOCK
           PERFORM CHECK-TRIM-STATE
           MOVE "RUNTRIM_KEEP" TO WS-ENV-NAME
           CALL 'RUNPARM' USING WS-ENV-NAME WS-ENV-VALUE
           MOVE WS-ENV-VALUE TO TRIM-KEEP-X
           IF TRIM-KEEP-X(2:1) = SPACE
           AND TRIM-KEEP-X(1:1) >= '0' AND TRIM-KEEP-X(1:1) <= '9'
               MOVE TRIM-KEEP-X(1:1) TO TRIM-KEEP-X(2:1)
               MOVE '0' TO TRIM-KEEP-X(1:1)
           END-IF
           IF TRIM-KEEP-X NOT NUMERIC OR TRIM-KEEP = 0
               MOVE 3 TO TRIM-KEEP
           END-IF
           DISPLAY ' '
           DISPLAY 'RUNTRIM - KEEPING THE NEWEST ' TRIM-KEEP ' RUNS'

           PERFORM TRIM-PRINT-FILE
           PERFORM TRIM-BUILD-SHEET
           PERFORM TRIM-SAVE-FILE
           PERFORM FREE-RUN-LOCK
           GOBACK.

      *  a marker left at 'S' means the last run died while one of
      *  the live files was half-written; its work file is still
      *  intact, so finish that copy before trimming anything.
       CHECK-TRIM-STATE.
           OPEN INPUT STATE-FILE
           IF WS-FS-RTS = '00'
               PERFORM READ-STATE
               IF NOT NO-MORE-RTS AND RTS-SWAPPING
                   DISPLAY 'INTERRUPTED COMPACTION OF ' RTS-FILE
                   ' FOUND - COMPLETING THE SWAP'
                   MOVE RTS-KEPT TO TRIM-KEPT
                   CLOSE STATE-FILE
                   IF RTS-FILE = 'story.prt   '
                       PERFORM SWAP-IN-PRT
                   ELSE
                   IF RTS-FILE = 'buildsheet  '
                       PERFORM SWAP-IN-BS
                   ELSE
                   IF RTS-FILE = 'savestory   '
                       PERFORM SWAP-IN-SAV
                   ELSE
                       DISPLAY 'UNKNOWN FILE ON runtrim.stat: '
                       RTS-FILE ' - NOT TOUCHING ANYTHING'
                       MOVE 12 TO RETURN-CODE
                       PERFORM FREE-RUN-LOCK
                       STOP RUN
                   END-IF
                   END-IF
                   END-IF
               ELSE
                   CLOSE STATE-FILE
               END-IF
           ELSE
               CLOSE STATE-FILE
           END-IF.

       READ-STATE.
           READ STATE-FILE
           AT END
               SET NO-MORE-RTS TO TRUE.

       MARK-SWAP-STARTED.
           OPEN OUTPUT STATE-FILE
           MOVE 'S' TO RTS-STATUS
           MOVE TRIM-KEPT TO RTS-KEPT
           WRITE STATE-REC
           CLOSE STATE-FILE.

       MARK-SWAP-COMPLETE.
           OPEN OUTPUT STATE-FILE
           MOVE 'C' TO RTS-STATUS
           MOVE TRIM-KEPT TO RTS-KEPT
           WRITE STATE-REC
           CLOSE STATE-FILE.

      *  pass 1 counts the run headers, pass 2 copies only the
      *  runs at or after the first kept header into the work
      *  file, and the swap back over the live file happens only
      *  after the work file and the prior-generation copy have
      *  both counted clean.
       TRIM-PRINT-FILE.
           MOVE SPACE TO TRIM-ABORT-SWITCH
           MOVE 0 TO TRIM-RUNS
           MOVE 0 TO TRIM-LIVE-RECS
           MOVE SPACE TO TRIM-EOF-FLAG
           OPEN INPUT PRINT-FILE
           PERFORM READ-PRT
           PERFORM TRIM-PRINT-FILE-LOOP UNTIL NO-MORE-RECS
           CLOSE PRINT-FILE
           PERFORM SET-FIRST-KEPT
           MOVE 0 TO TRIM-RUN-NO TRIM-KEPT TRIM-DROPPED
           MOVE SPACE TO TRIM-EOF-FLAG
           OPEN INPUT PRINT-FILE
           OPEN OUTPUT WORK-PRT-FILE
           PERFORM READ-PRT
           PERFORM TRIM-PRINT-FILE-LOOP-2 UNTIL NO-MORE-RECS
           CLOSE PRINT-FILE
           CLOSE WORK-PRT-FILE
           PERFORM VERIFY-WORK-PRT
           IF NOT TRIM-ABORTED
               PERFORM SNAPSHOT-PRT
           END-IF
           IF NOT TRIM-ABORTED
               MOVE 'story.prt   ' TO RTS-FILE
               PERFORM MARK-SWAP-STARTED
               PERFORM SWAP-IN-PRT
               DISPLAY 'story.prt:      ' TRIM-RUNS ' RUNS ON FILE, '
               TRIM-KEPT ' RECORDS KEPT, ' TRIM-DROPPED ' DROPPED'
           ELSE
               DISPLAY 'story.prt:      LEFT UNTOUCHED'
               MOVE 12 TO RETURN-CODE
           END-IF.

       TRIM-PRINT-FILE-LOOP.
           ADD 1 TO TRIM-LIVE-RECS
           IF PRINT-REC(1:7) = '*** RUN'
               ADD 1 TO TRIM-RUNS
           END-IF
           PERFORM READ-PRT.

       TRIM-PRINT-FILE-LOOP-2.
           IF PRINT-REC(1:7) = '*** RUN'
               ADD 1 TO TRIM-RUN-NO
           END-IF
           IF TRIM-RUN-NO >= TRIM-FIRST-KEPT
               ADD 1 TO TRIM-KEPT
               WRITE WORK-PRT-REC FROM PRINT-REC
           ELSE
               ADD 1 TO TRIM-DROPPED
           END-IF
           PERFORM READ-PRT.

       VERIFY-WORK-PRT.
           MOVE 0 TO TRIM-VERIFY
           MOVE SPACE TO TRIM-EOF-FLAG
           OPEN INPUT WORK-PRT-FILE
           PERFORM READ-WORK-PRT UNTIL NO-MORE-RECS
           CLOSE WORK-PRT-FILE
           IF TRIM-VERIFY NOT = TRIM-KEPT
               SET TRIM-ABORTED TO TRUE
               DISPLAY 'story.prt.new HOLDS ' TRIM-VERIFY
               ' RECORDS, EXPECTED ' TRIM-KEPT ' - SWAP REFUSED'
           END-IF.

       READ-WORK-PRT.
           READ WORK-PRT-FILE
           AT END
               SET NO-MORE-RECS TO TRUE.
           IF NOT NO-MORE-RECS
               ADD 1 TO TRIM-VERIFY
           END-IF.

       SNAPSHOT-PRT.
           MOVE 0 TO TRIM-VERIFY
           MOVE SPACE TO TRIM-EOF-FLAG
           OPEN INPUT PRINT-FILE
           OPEN OUTPUT PRIOR-PRT-FILE
           PERFORM READ-PRT
           PERFORM SNAPSHOT-PRT-LOOP UNTIL NO-MORE-RECS
           CLOSE PRINT-FILE
           CLOSE PRIOR-PRT-FILE
           IF TRIM-VERIFY NOT = TRIM-LIVE-RECS
               SET TRIM-ABORTED TO TRUE
               DISPLAY 'story.prt.prior HOLDS ' TRIM-VERIFY
               ' RECORDS, EXPECTED ' TRIM-LIVE-RECS
               ' - SWAP REFUSED'
           END-IF.

       SNAPSHOT-PRT-LOOP.
           WRITE PRIOR-PRT-REC FROM PRINT-REC
           ADD 1 TO TRIM-VERIFY
           PERFORM READ-PRT.

       SWAP-IN-PRT.
           MOVE SPACE TO TRIM-EOF-FLAG
           OPEN INPUT WORK-PRT-FILE
           OPEN OUTPUT PRINT-FILE
           MOVE 0 TO TRIM-VERIFY
           PERFORM COPY-BACK-PRT UNTIL NO-MORE-RECS
           CLOSE WORK-PRT-FILE
           CLOSE PRINT-FILE
           IF TRIM-VERIFY = TRIM-KEPT
               PERFORM MARK-SWAP-COMPLETE
           ELSE
               DISPLAY 'story.prt HOLDS ' TRIM-VERIFY
               ' RECORDS AFTER THE SWAP, EXPECTED ' TRIM-KEPT
               ' - MARKER LEFT AT SWAP-IN-PROGRESS, RERUN TO'
               ' COMPLETE FROM story.prt.new'
               MOVE 12 TO RETURN-CODE
               PERFORM FREE-RUN-LOCK
               STOP RUN
           END-IF.

       COPY-BACK-PRT.
           READ WORK-PRT-FILE
           AT END
               SET NO-MORE-RECS TO TRUE.
           IF NOT NO-MORE-RECS
               WRITE PRINT-REC FROM WORK-PRT-REC
               ADD 1 TO TRIM-VERIFY
           END-IF.

       READ-PRT.
           READ PRINT-FILE
           AT END
               SET NO-MORE-RECS TO TRUE.

       TRIM-BUILD-SHEET.
           MOVE SPACE TO TRIM-ABORT-SWITCH
           MOVE 0 TO TRIM-RUNS
           MOVE 0 TO TRIM-LIVE-RECS
           MOVE SPACE TO TRIM-EOF-FLAG
           OPEN INPUT BUILD-SHEET-FILE
           PERFORM READ-BS
           PERFORM TRIM-BUILD-SHEET-LOOP UNTIL NO-MORE-RECS
           CLOSE BUILD-SHEET-FILE
           PERFORM SET-FIRST-KEPT
           MOVE 0 TO TRIM-RUN-NO TRIM-KEPT TRIM-DROPPED
           MOVE SPACE TO TRIM-EOF-FLAG
           OPEN INPUT BUILD-SHEET-FILE
           OPEN OUTPUT WORK-BS-FILE
           PERFORM READ-BS
           PERFORM TRIM-BUILD-SHEET-LOOP-2 UNTIL NO-MORE-RECS
           CLOSE BUILD-SHEET-FILE
           CLOSE WORK-BS-FILE
           PERFORM VERIFY-WORK-BS
           IF NOT TRIM-ABORTED
               PERFORM SNAPSHOT-BS
           END-IF
           IF NOT TRIM-ABORTED
               MOVE 'buildsheet  ' TO RTS-FILE
               PERFORM MARK-SWAP-STARTED
               PERFORM SWAP-IN-BS
               DISPLAY 'buildsheet.dat: ' TRIM-RUNS ' RUNS ON FILE, '
               TRIM-KEPT ' RECORDS KEPT, ' TRIM-DROPPED ' DROPPED'
           ELSE
               DISPLAY 'buildsheet.dat: LEFT UNTOUCHED'
               MOVE 12 TO RETURN-CODE
           END-IF.

       TRIM-BUILD-SHEET-LOOP.
           ADD 1 TO TRIM-LIVE-RECS
           IF BS-REC(1:8) = '00000000'
               ADD 1 TO TRIM-RUNS
           END-IF
           PERFORM READ-BS.

       TRIM-BUILD-SHEET-LOOP-2.
           IF BS-REC(1:8) = '00000000'
               ADD 1 TO TRIM-RUN-NO
           END-IF
           IF TRIM-RUN-NO >= TRIM-FIRST-KEPT
               ADD 1 TO TRIM-KEPT
               WRITE WORK-BS-REC FROM BS-REC
           ELSE
               ADD 1 TO TRIM-DROPPED
           END-IF
           PERFORM READ-BS.

       VERIFY-WORK-BS.
           MOVE 0 TO TRIM-VERIFY
           MOVE SPACE TO TRIM-EOF-FLAG
           OPEN INPUT WORK-BS-FILE
           PERFORM READ-WORK-BS UNTIL NO-MORE-RECS
           CLOSE WORK-BS-FILE
           IF TRIM-VERIFY NOT = TRIM-KEPT
               SET TRIM-ABORTED TO TRUE
               DISPLAY 'buildsheet.new HOLDS ' TRIM-VERIFY
               ' RECORDS, EXPECTED ' TRIM-KEPT ' - SWAP REFUSED'
           END-IF.

       READ-WORK-BS.
           READ WORK-BS-FILE
           AT END
               SET NO-MORE-RECS TO TRUE.
           IF NOT NO-MORE-RECS
               ADD 1 TO TRIM-VERIFY
           END-IF.

       SNAPSHOT-BS.
           MOVE 0 TO TRIM-VERIFY
           MOVE SPACE TO TRIM-EOF-FLAG
           OPEN INPUT BUILD-SHEET-FILE
           OPEN OUTPUT PRIOR-BS-FILE
           PERFORM READ-BS
           PERFORM SNAPSHOT-BS-LOOP UNTIL NO-MORE-RECS
           CLOSE BUILD-SHEET-FILE
           CLOSE PRIOR-BS-FILE
           IF TRIM-VERIFY NOT = TRIM-LIVE-RECS
               SET TRIM-ABORTED TO TRUE
               DISPLAY 'buildsheet.prior HOLDS ' TRIM-VERIFY
               ' RECORDS, EXPECTED ' TRIM-LIVE-RECS
               ' - SWAP REFUSED'
           END-IF.

       SNAPSHOT-BS-LOOP.
           WRITE PRIOR-BS-REC FROM BS-REC
           ADD 1 TO TRIM-VERIFY
           PERFORM READ-BS.

       SWAP-IN-BS.
           MOVE SPACE TO TRIM-EOF-FLAG
           OPEN INPUT WORK-BS-FILE
           OPEN OUTPUT BUILD-SHEET-FILE
           MOVE 0 TO TRIM-VERIFY
           PERFORM COPY-BACK-BS UNTIL NO-MORE-RECS
           CLOSE WORK-BS-FILE
           CLOSE BUILD-SHEET-FILE
           IF TRIM-VERIFY = TRIM-KEPT
               PERFORM MARK-SWAP-COMPLETE
           ELSE
               DISPLAY 'buildsheet.dat HOLDS ' TRIM-VERIFY
               ' RECORDS AFTER THE SWAP, EXPECTED ' TRIM-KEPT
               ' - MARKER LEFT AT SWAP-IN-PROGRESS, RERUN TO'
               ' COMPLETE FROM buildsheet.new'
               MOVE 12 TO RETURN-CODE
               PERFORM FREE-RUN-LOCK
               STOP RUN
           END-IF.

       COPY-BACK-BS.
           READ WORK-BS-FILE
           AT END
               SET NO-MORE-RECS TO TRUE.
           IF NOT NO-MORE-RECS
               WRITE BS-REC FROM WORK-BS-REC
               ADD 1 TO TRIM-VERIFY
           END-IF.

       READ-BS.
           READ BUILD-SHEET-FILE
           AT END
               SET NO-MORE-RECS TO TRUE.

       TRIM-SAVE-FILE.
           MOVE SPACE TO TRIM-ABORT-SWITCH
           MOVE 0 TO TRIM-RUNS
           MOVE 0 TO TRIM-LIVE-RECS
           MOVE SPACE TO TRIM-EOF-FLAG
           OPEN INPUT SAVE-FILE
           PERFORM READ-SAV
           PERFORM TRIM-SAVE-FILE-LOOP UNTIL NO-MORE-RECS
           CLOSE SAVE-FILE
           PERFORM SET-FIRST-KEPT
           MOVE 0 TO TRIM-RUN-NO TRIM-KEPT TRIM-DROPPED
           MOVE SPACE TO TRIM-EOF-FLAG
           OPEN INPUT SAVE-FILE
           OPEN OUTPUT WORK-SAV-FILE
           PERFORM READ-SAV
           PERFORM TRIM-SAVE-FILE-LOOP-2 UNTIL NO-MORE-RECS
           CLOSE SAVE-FILE
           CLOSE WORK-SAV-FILE
           PERFORM VERIFY-WORK-SAV
           IF NOT TRIM-ABORTED
               PERFORM SNAPSHOT-SAV
           END-IF
           IF NOT TRIM-ABORTED
               MOVE 'savestory   ' TO RTS-FILE
               PERFORM MARK-SWAP-STARTED
               PERFORM SWAP-IN-SAV
               DISPLAY 'savestory.dat:  ' TRIM-RUNS ' RUNS ON FILE, '
               TRIM-KEPT ' RECORDS KEPT, ' TRIM-DROPPED ' DROPPED'
           ELSE
               DISPLAY 'savestory.dat:  LEFT UNTOUCHED'
               MOVE 12 TO RETURN-CODE
           END-IF.

       TRIM-SAVE-FILE-LOOP.
           ADD 1 TO TRIM-LIVE-RECS
           IF SAV-REC(1:8) = '00000000'
               ADD 1 TO TRIM-RUNS
           END-IF
           PERFORM READ-SAV.

       TRIM-SAVE-FILE-LOOP-2.
           IF SAV-REC(1:8) = '00000000'
               ADD 1 TO TRIM-RUN-NO
           END-IF
           IF TRIM-RUN-NO >= TRIM-FIRST-KEPT
               ADD 1 TO TRIM-KEPT
               WRITE WORK-SAV-REC FROM SAV-REC
           ELSE
               ADD 1 TO TRIM-DROPPED
           END-IF
           PERFORM READ-SAV.

       VERIFY-WORK-SAV.
           MOVE 0 TO TRIM-VERIFY
           MOVE SPACE TO TRIM-EOF-FLAG
           OPEN INPUT WORK-SAV-FILE
           PERFORM READ-WORK-SAV UNTIL NO-MORE-RECS
           CLOSE WORK-SAV-FILE
           IF TRIM-VERIFY NOT = TRIM-KEPT
               SET TRIM-ABORTED TO TRUE
               DISPLAY 'savestory.new HOLDS ' TRIM-VERIFY
               ' RECORDS, EXPECTED ' TRIM-KEPT ' - SWAP REFUSED'
           END-IF.

       READ-WORK-SAV.
           READ WORK-SAV-FILE
           AT END
               SET NO-MORE-RECS TO TRUE.
           IF NOT NO-MORE-RECS
               ADD 1 TO TRIM-VERIFY
           END-IF.

       SNAPSHOT-SAV.
           MOVE 0 TO TRIM-VERIFY
           MOVE SPACE TO TRIM-EOF-FLAG
           OPEN INPUT SAVE-FILE
           OPEN OUTPUT PRIOR-SAV-FILE
           PERFORM READ-SAV
           PERFORM SNAPSHOT-SAV-LOOP UNTIL NO-MORE-RECS
           CLOSE SAVE-FILE
           CLOSE PRIOR-SAV-FILE
           IF TRIM-VERIFY NOT = TRIM-LIVE-RECS
               SET TRIM-ABORTED TO TRUE
               DISPLAY 'savestory.prior HOLDS ' TRIM-VERIFY
               ' RECORDS, EXPECTED ' TRIM-LIVE-RECS
               ' - SWAP REFUSED'
           END-IF.

       SNAPSHOT-SAV-LOOP.
           WRITE PRIOR-SAV-REC FROM SAV-REC
           ADD 1 TO TRIM-VERIFY
           PERFORM READ-SAV.

       SWAP-IN-SAV.
           MOVE SPACE TO TRIM-EOF-FLAG
           OPEN INPUT WORK-SAV-FILE
           OPEN OUTPUT SAVE-FILE
           MOVE 0 TO TRIM-VERIFY
           PERFORM COPY-BACK-SAV UNTIL NO-MORE-RECS
           CLOSE WORK-SAV-FILE
           CLOSE SAVE-FILE
           IF TRIM-VERIFY = TRIM-KEPT
               PERFORM MARK-SWAP-COMPLETE
           ELSE
               DISPLAY 'savestory.dat HOLDS ' TRIM-VERIFY
               ' RECORDS AFTER THE SWAP, EXPECTED ' TRIM-KEPT
               ' - MARKER LEFT AT SWAP-IN-PROGRESS, RERUN TO'
               ' COMPLETE FROM savestory.new'
               MOVE 12 TO RETURN-CODE
               PERFORM FREE-RUN-LOCK
               STOP RUN
           END-IF.

       COPY-BACK-SAV.
           READ WORK-SAV-FILE
           AT END
               SET NO-MORE-RECS TO TRUE.
           IF NOT NO-MORE-RECS
               WRITE SAV-REC FROM WORK-SAV-REC
               ADD 1 TO TRIM-VERIFY
           END-IF.

       READ-SAV.
           READ SAVE-FILE
           AT END
               SET NO-MORE-RECS TO TRUE.

      *  records before the first header (files from before the
      *  run-stamping change) belong to no run and are dropped
      *  once any trimming happens; with few enough runs nothing
      *  is dropped at all.
       SET-FIRST-KEPT.
           IF TRIM-RUNS > TRIM-KEEP
               COMPUTE TRIM-FIRST-KEPT = TRIM-RUNS - TRIM-KEEP + 1
           ELSE
               MOVE 0 TO TRIM-FIRST-KEPT
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
//* RUN RUNTRIM FROM THE LOAD MODULE JUST LINKED, SKIPPED WHEN THE
//* COMPILE OR THE LINK FAILED.
//GO      EXEC PGM=RUNTRIM,
//             COND=((5,LT,STP1.COB),(5,LT,STP1.LKED))
//STEPLIB  DD DISP=SHR,DSN=HERC02.RUN.LOAD
//SYSOUT   DD SYSOUT=*
//UT-S-PRT      DD DISP=SHR,DSN=HERC02.RUN.DATA(STORYPRT)
//UT-S-BS       DD DISP=SHR,DSN=HERC02.RUN.DATA(BUILDSHT)
//UT-S-SAV      DD DISP=SHR,DSN=HERC02.RUN.DATA(SAVESTRY)
//UT-S-PRTNEW   DD DISP=SHR,DSN=HERC02.RUN.DATA(STORYPRN)
//UT-S-BSNEW    DD DISP=SHR,DSN=HERC02.RUN.DATA(BUILDSHN)
//UT-S-SAVNEW   DD DISP=SHR,DSN=HERC02.RUN.DATA(SAVESTRN)
//UT-S-PRTPRIOR DD DISP=SHR,DSN=HERC02.RUN.DATA(STORYPRP)
//UT-S-BSPRIOR  DD DISP=SHR,DSN=HERC02.RUN.DATA(BUILDSHP)
//UT-S-SAVPRIOR DD DISP=SHR,DSN=HERC02.RUN.DATA(SAVESTRP)
//UT-S-TRIMSTAT DD DISP=SHR,DSN=HERC02.RUN.DATA(RUNTRIMS)
//UT-S-LOCK     DD DISP=SHR,DSN=HERC02.RUN.DATA(RUNLOCK)
//UT-S-OPERAUTH DD DISP=SHR,DSN=HERC02.RUN.DATA(OPERAUTH)
//UT-S-ACCLOG   DD DISP=SHR,DSN=HERC02.RUN.DATA(ACCESLOG)
//UT-S-PARM     DD *
RUNTRIM_KEEP=
RUNLOCK_OVERRIDE=
RUNLOCK_OPER=
/*
//SYSIN    DD DUMMY
//
