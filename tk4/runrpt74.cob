//HERC02C  JOB (COB),
//             'RUNRPT',
//             CLASS=A,
//             MSGCLASS=C,
//             REGION=0M,TIME=1440,
//             MSGLEVEL=(1,1)
//*
//* COMPILE, LINK AND RUN RUNRPT - THE LAST RUNSTATS RECORDS SIDE BY
//* SIDE.  UT-S-PARM: RUNRPT_LAST=N COLUMNS (DEFAULT AND MAXIMUM 5).
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
//SYSLMOD DD DISP=SHR,DSN=HERC02.RUN.LOAD(RUNRPT)                       00160000
//SYSLIB DD   DSN=SYSC.COBLIB,DISP=SHR                                  00170000
//RUNLIB DD DISP=SHR,DSN=HERC02.RUN.LOAD                                00175000
//SYSUT1 DD UNIT=SYSDA,SPACE=(1024,(50,20))                             00180000
//SYSPRINT DD SYSOUT=*                                                  00190000
// PEND
//STP1 EXEC COBUCL
//COB.SYSIN  DD *
        IDENTIFICATION DIVISION.
        PROGRAM-ID.    RUNRPT.
        AUTHOR.        SIMOTIME TECHNOLOGIES.
      * 10/15/2026 DLK ADAPTED FROM THE WORKSTATION SOURCE FOR
      *                THE MVS BATCH - FILES ON UT-S- DD NAMES
      *                IN PLACE OF THE DATASET-NAME VARIABLES,
      *                RUN OPTIONS FROM RUNPARM CARDS
      *
      *  Prints the last N runstats records side by side (newest
      *  on the right) so a nightly job that is quietly degrading
      *  - rising skips, falling story counts, creeping return
      *  codes - shows up as a trend, not a surprise.  N comes
      *  from RUNRPT_LAST, default and maximum 5 columns.
        ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT RUNSTATS-FILE
               ASSIGN TO UT-S-RSTAT
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-RST.
        DATA DIVISION.
       FILE SECTION.

       FD  RUNSTATS-FILE
              RECORD CONTAINS 450 CHARACTERS
              BLOCK CONTAINS 0 RECORDS
              RECORDING MODE IS F.

       01  RUNSTATS-REC.
           03  RST-DATE        PIC 9(8).
           03  RST-TIME        PIC 9(6).
           03  RST-MODE        PIC X.
           03  RST-STORIES     PIC 9(6).
           03  RST-REJECTS     PIC 9(4).
           03  RST-VARS-SKIP   PIC 9(4).
           03  RST-OPTS-SKIP   PIC 9(4).
           03  RST-CHUNK-TRUNC PIC 9(4).
           03  RST-VAL-WARNS   PIC 9(4).
           03  RST-RETURN-CODE PIC 9(4).
           03  RST-PLOT-COUNT  PIC 9(4) OCCURS 99 TIMES.
           03  RST-QUOTA-BLOCKS PIC 9(3).
           03  RST-TITLE-DUPS  PIC 9(3).
           03  RST-HASH-WARNS  PIC 9(3).
        WORKING-STORAGE SECTION.
       01 EOF-FLAGS.
           03 FILLER PIC X(01) VALUE SPACE.
               88 NO-MORE-RST VALUE 'Y'.

       01 WS-FS-RST   PIC X(02).
       01 WS-ENV-NAME     PIC X(20).
       01 WS-ENV-VALUE    PIC X(60).

       01  RPT-LAST-X PIC X(1).
       01  RPT-LAST   PIC 9 VALUE 5.

      *  ring of the newest runs, col 1 oldest shown, col RPT-KEPT
      *  newest.
       01  RUN-COLS-AREA.
           03  RPT-KEPT PIC 9 VALUE 0.
           03  RUN-COL OCCURS 5 TIMES.
               05  RC-DATE        PIC 9(8).
               05  RC-TIME        PIC 9(6).
               05  RC-MODE        PIC X.
               05  RC-STORIES     PIC 9(6).
               05  RC-REJECTS     PIC 9(4).
               05  RC-VARS-SKIP   PIC 9(4).
               05  RC-OPTS-SKIP   PIC 9(4).
               05  RC-CHUNK-TRUNC PIC 9(4).
               05  RC-VAL-WARNS   PIC 9(4).
               05  RC-RETCODE     PIC 9(4).
               05  RC-QUOTA-BLOCKS PIC 9(3).
               05  RC-TITLE-DUPS  PIC 9(3).
               05  RC-HASH-WARNS  PIC 9(3).
               05  RC-PLOTS       PIC 9(4) OCCURS 99 TIMES.

       01  RPT-INDICES.
           03  CX PIC 9.
           03  SX PIC 9.
           03  PX PIC 9(3).

       01  LINE-FIELDS.
           03  RPT-LINE        PIC X(80).
           03  RPT-COL-POS     PIC 99.
           03  RPT-ANY-SW      PIC X.
               88  RPT-PLOT-USED VALUE 'Y'.

      *****************************************************************
        PROCEDURE DIVISION.
           MOVE "RUNRPT_LAST" TO WS-ENV-NAME
           CALL 'RUNPARM' USING WS-ENV-NAME WS-ENV-VALUE
           MOVE WS-ENV-VALUE TO RPT-LAST-X
           IF RPT-LAST-X >= '1' AND RPT-LAST-X <= '5'
               MOVE RPT-LAST-X TO RPT-LAST
           END-IF

           OPEN INPUT RUNSTATS-FILE
           IF WS-FS-RST NOT = '00'
               DISPLAY 'NO RUNSTATS ON FILE - RUN HALLMARK FIRST'
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM READ-RST
           PERFORM MAINLINE-LOOP UNTIL NO-MORE-RST
           CLOSE RUNSTATS-FILE

           IF RPT-KEPT = 0
               DISPLAY 'NO RUNSTATS ON FILE - RUN HALLMARK FIRST'
           ELSE
               PERFORM PRINT-REPORT
           END-IF
           GOBACK.

       MAINLINE-LOOP.
           PERFORM TAKE-RUN-COL
           PERFORM READ-RST.

       READ-RST.
           READ RUNSTATS-FILE
           AT END
               SET NO-MORE-RST TO TRUE.

      *  keep the newest RPT-LAST records: shift left when full.
       TAKE-RUN-COL.
           IF RPT-KEPT < RPT-LAST
               ADD 1 TO RPT-KEPT
               MOVE RPT-KEPT TO CX
           ELSE
               PERFORM TAKE-RUN-COL-LOOP
               VARYING SX FROM 1 BY 1 UNTIL SX >= RPT-KEPT
               MOVE RPT-KEPT TO CX
           END-IF
           MOVE RST-DATE TO RC-DATE(CX)
           MOVE RST-TIME TO RC-TIME(CX)
           MOVE RST-MODE TO RC-MODE(CX)
           MOVE RST-STORIES TO RC-STORIES(CX)
           MOVE RST-REJECTS TO RC-REJECTS(CX)
           MOVE RST-VARS-SKIP TO RC-VARS-SKIP(CX)
           MOVE RST-OPTS-SKIP TO RC-OPTS-SKIP(CX)
           MOVE RST-CHUNK-TRUNC TO RC-CHUNK-TRUNC(CX)
           MOVE RST-VAL-WARNS TO RC-VAL-WARNS(CX)
           MOVE RST-RETURN-CODE TO RC-RETCODE(CX)
           IF RST-QUOTA-BLOCKS NUMERIC
               MOVE RST-QUOTA-BLOCKS TO RC-QUOTA-BLOCKS(CX)
           ELSE
               MOVE 0 TO RC-QUOTA-BLOCKS(CX)
           END-IF
           IF RST-TITLE-DUPS NUMERIC
               MOVE RST-TITLE-DUPS TO RC-TITLE-DUPS(CX)
           ELSE
               MOVE 0 TO RC-TITLE-DUPS(CX)
           END-IF
           IF RST-HASH-WARNS NUMERIC
               MOVE RST-HASH-WARNS TO RC-HASH-WARNS(CX)
           ELSE
               MOVE 0 TO RC-HASH-WARNS(CX)
           END-IF
           PERFORM TAKE-RUN-COL-LOOP-2
           VARYING PX FROM 1 BY 1 UNTIL PX > 99.

       TAKE-RUN-COL-LOOP.
           MOVE RUN-COL(SX + 1) TO RUN-COL(SX).

       TAKE-RUN-COL-LOOP-2.
           MOVE RST-PLOT-COUNT(PX) TO RC-PLOTS(CX, PX).

       PRINT-REPORT.
           DISPLAY ' '
           DISPLAY 'RUNRPT - LAST ' RPT-KEPT ' RUNS (NEWEST RIGHT)'
           DISPLAY ' '
           MOVE 'DATE      ' TO RPT-LINE
           PERFORM PRINT-REPORT-LOOP
           VARYING CX FROM 1 BY 1 UNTIL CX > RPT-KEPT
           DISPLAY RPT-LINE
           MOVE 'TIME      ' TO RPT-LINE
           PERFORM PRINT-REPORT-LOOP-2
           VARYING CX FROM 1 BY 1 UNTIL CX > RPT-KEPT
           DISPLAY RPT-LINE
           MOVE 'MODE      ' TO RPT-LINE
           PERFORM PRINT-REPORT-LOOP-3
           VARYING CX FROM 1 BY 1 UNTIL CX > RPT-KEPT
           DISPLAY RPT-LINE
           MOVE 'STORIES   ' TO RPT-LINE
           PERFORM PRINT-REPORT-LOOP-4
           VARYING CX FROM 1 BY 1 UNTIL CX > RPT-KEPT
           DISPLAY RPT-LINE
           MOVE 'REJECTS   ' TO RPT-LINE
           PERFORM PRINT-REPORT-LOOP-5
           VARYING CX FROM 1 BY 1 UNTIL CX > RPT-KEPT
           DISPLAY RPT-LINE
           MOVE 'VARS-SKIP ' TO RPT-LINE
           PERFORM PRINT-REPORT-LOOP-6
           VARYING CX FROM 1 BY 1 UNTIL CX > RPT-KEPT
           DISPLAY RPT-LINE
           MOVE 'OPTS-SKIP ' TO RPT-LINE
           PERFORM PRINT-REPORT-LOOP-7
           VARYING CX FROM 1 BY 1 UNTIL CX > RPT-KEPT
           DISPLAY RPT-LINE
           MOVE 'CHUNKTRUNC' TO RPT-LINE
           PERFORM PRINT-REPORT-LOOP-8
           VARYING CX FROM 1 BY 1 UNTIL CX > RPT-KEPT
           DISPLAY RPT-LINE
           MOVE 'VAL-WARNS ' TO RPT-LINE
           PERFORM PRINT-REPORT-LOOP-9
           VARYING CX FROM 1 BY 1 UNTIL CX > RPT-KEPT
           DISPLAY RPT-LINE
           MOVE 'RETCODE   ' TO RPT-LINE
           PERFORM PRINT-REPORT-LOOP-10
           VARYING CX FROM 1 BY 1 UNTIL CX > RPT-KEPT
           DISPLAY RPT-LINE
           MOVE 'QUOTA-BLK ' TO RPT-LINE
           PERFORM PRINT-REPORT-LOOP-11
           VARYING CX FROM 1 BY 1 UNTIL CX > RPT-KEPT
           DISPLAY RPT-LINE
           MOVE 'TITLE-DUP ' TO RPT-LINE
           PERFORM PRINT-REPORT-LOOP-12
           VARYING CX FROM 1 BY 1 UNTIL CX > RPT-KEPT
           DISPLAY RPT-LINE
           MOVE 'HASH-WARN ' TO RPT-LINE
           PERFORM PRINT-REPORT-LOOP-13
           VARYING CX FROM 1 BY 1 UNTIL CX > RPT-KEPT
           DISPLAY RPT-LINE
           DISPLAY ' '
           PERFORM PRINT-REPORT-LOOP-14
           VARYING PX FROM 1 BY 1 UNTIL PX > 99.

       PRINT-REPORT-LOOP.
           COMPUTE RPT-COL-POS = 12 + (CX - 1) * 10
           MOVE RC-DATE(CX) TO RPT-LINE(RPT-COL-POS:8).

       PRINT-REPORT-LOOP-2.
           COMPUTE RPT-COL-POS = 12 + (CX - 1) * 10
           MOVE RC-TIME(CX) TO RPT-LINE(RPT-COL-POS:6).

       PRINT-REPORT-LOOP-3.
           COMPUTE RPT-COL-POS = 12 + (CX - 1) * 10
           MOVE RC-MODE(CX) TO RPT-LINE(RPT-COL-POS:1).

       PRINT-REPORT-LOOP-4.
           COMPUTE RPT-COL-POS = 12 + (CX - 1) * 10
           MOVE RC-STORIES(CX) TO RPT-LINE(RPT-COL-POS:6).

       PRINT-REPORT-LOOP-5.
           COMPUTE RPT-COL-POS = 12 + (CX - 1) * 10
           MOVE RC-REJECTS(CX) TO RPT-LINE(RPT-COL-POS:4).

       PRINT-REPORT-LOOP-6.
           COMPUTE RPT-COL-POS = 12 + (CX - 1) * 10
           MOVE RC-VARS-SKIP(CX) TO RPT-LINE(RPT-COL-POS:4).

       PRINT-REPORT-LOOP-7.
           COMPUTE RPT-COL-POS = 12 + (CX - 1) * 10
           MOVE RC-OPTS-SKIP(CX) TO RPT-LINE(RPT-COL-POS:4).

       PRINT-REPORT-LOOP-8.
           COMPUTE RPT-COL-POS = 12 + (CX - 1) * 10
           MOVE RC-CHUNK-TRUNC(CX) TO RPT-LINE(RPT-COL-POS:4).

       PRINT-REPORT-LOOP-9.
           COMPUTE RPT-COL-POS = 12 + (CX - 1) * 10
           MOVE RC-VAL-WARNS(CX) TO RPT-LINE(RPT-COL-POS:4).

       PRINT-REPORT-LOOP-10.
           COMPUTE RPT-COL-POS = 12 + (CX - 1) * 10
           MOVE RC-RETCODE(CX) TO RPT-LINE(RPT-COL-POS:4).

       PRINT-REPORT-LOOP-11.
           COMPUTE RPT-COL-POS = 12 + (CX - 1) * 10
           MOVE RC-QUOTA-BLOCKS(CX) TO RPT-LINE(RPT-COL-POS:3).

       PRINT-REPORT-LOOP-12.
           COMPUTE RPT-COL-POS = 12 + (CX - 1) * 10
           MOVE RC-TITLE-DUPS(CX) TO RPT-LINE(RPT-COL-POS:3).

       PRINT-REPORT-LOOP-13.
           COMPUTE RPT-COL-POS = 12 + (CX - 1) * 10
           MOVE RC-HASH-WARNS(CX) TO RPT-LINE(RPT-COL-POS:3).

       PRINT-REPORT-LOOP-14.
           MOVE SPACE TO RPT-ANY-SW
           PERFORM PRINT-REPORT-LOOP-15
           VARYING CX FROM 1 BY 1 UNTIL CX > RPT-KEPT
           IF RPT-PLOT-USED
               MOVE SPACES TO RPT-LINE
               MOVE 'PLOT' TO RPT-LINE(1:4)
               MOVE PX TO RPT-LINE(6:3)
               PERFORM PRINT-REPORT-LOOP-16
               VARYING CX FROM 1 BY 1 UNTIL CX > RPT-KEPT
               DISPLAY RPT-LINE
           END-IF.

       PRINT-REPORT-LOOP-15.
           IF RC-PLOTS(CX, PX) > 0
               SET RPT-PLOT-USED TO TRUE
           END-IF.

       PRINT-REPORT-LOOP-16.
           COMPUTE RPT-COL-POS = 12 + (CX - 1) * 10
           MOVE RC-PLOTS(CX, PX)
             TO RPT-LINE(RPT-COL-POS:4).
//LKED.SYSIN DD *
  INCLUDE RUNLIB(RUNPARM)
//*
//* RUN RUNRPT FROM THE LOAD MODULE JUST LINKED, SKIPPED WHEN THE
//* COMPILE OR THE LINK FAILED.
//GO      EXEC PGM=RUNRPT,
//             COND=((5,LT,STP1.COB),(5,LT,STP1.LKED))
//STEPLIB  DD DISP=SHR,DSN=HERC02.RUN.LOAD
//SYSOUT   DD SYSOUT=*
//UT-S-RSTAT DD DISP=SHR,DSN=HERC02.RUN.DATA(RUNSTATS)
//UT-S-PARM  DD *
RUNRPT_LAST=
/*
//SYSIN    DD DUMMY
//
