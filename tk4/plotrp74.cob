//HERC02C  JOB (COB),
//             'PLOTRPT',
//             CLASS=A,
//             MSGCLASS=C,
//             REGION=0M,TIME=1440,
//             MSGLEVEL=(1,1)
//*
//* COMPILE, LINK AND RUN PLOTRPT - PLOT USAGE AND TREND FROM THE
//* STORY LOG.  UT-S-PARM: PLOTRPT_FROM / PLOTRPT_TO (YYYYMMDD,
//* BLANK = OPEN) AND PLOTRPT_MIN_SHARE (PERCENT).
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
//SYSLMOD DD DISP=SHR,DSN=HERC02.RUN.LOAD(PLOTRPT)                      00160000
//SYSLIB DD   DSN=SYSC.COBLIB,DISP=SHR                                  00170000
//RUNLIB DD DISP=SHR,DSN=HERC02.RUN.LOAD                                00175000
//SYSUT1 DD UNIT=SYSDA,SPACE=(1024,(50,20))                             00180000
//SYSPRINT DD SYSOUT=*                                                  00190000
// PEND
//STP1 EXEC COBUCL
//COB.SYSIN  DD *
        IDENTIFICATION DIVISION.
        PROGRAM-ID.    PLOTRPT.
        AUTHOR.        SIMOTIME TECHNOLOGIES.
      * 10/15/2026 DLK ADAPTED FROM THE WORKSTATION SOURCE FOR
      *                THE MVS BATCH - FILES ON UT-S- DD NAMES
      *                IN PLACE OF THE DATASET-NAME VARIABLES,
      *                RUN OPTIONS FROM RUNPARM CARDS
      *
      *  Plot usage and trend report from the story log.  For each
      *  SL-PLOT-PICK: total stories, daily counts across the
      *  reporting window, and the plot's share of the total.  Any
      *  plot under the configurable share is flagged so a stale
      *  template can be rotated out of plot.dat.
      *  Window and threshold come from PLOTRPT_FROM / PLOTRPT_TO
      *  (YYYYMMDD, blank = open) and PLOTRPT_MIN_SHARE (percent).
        ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT STORY-LOG-FILE
               ASSIGN TO UT-S-LOG
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-LOG.
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
        WORKING-STORAGE SECTION.
       01 EOF-FLAGS.
           03 FILLER PIC X(01) VALUE SPACE.
               88 NO-MORE-LOG VALUE 'Y'.

       01 WS-FS-LOG   PIC X(02).
       01 WS-ENV-NAME     PIC X(20).
       01 WS-ENV-VALUE    PIC X(60).

       01  REF-DATA.
           03  RPTPLOTMAX  PIC 99 VALUE 99.
           03  RPTDAYMAX   PIC 99 VALUE 90.

       01  RPT-FROM-X PIC X(8).
       01  FILLER REDEFINES RPT-FROM-X.
          03  RPT-FROM PIC 9(8).
       01  RPT-TO-X PIC X(8).
       01  FILLER REDEFINES RPT-TO-X.
          03  RPT-TO PIC 9(8).
       01  RPT-SHARE-X PIC X(3).
       01  FILLER REDEFINES RPT-SHARE-X.
          03  RPT-MIN-SHARE PIC 9(3).
       01  RPT-SHIFT-X PIC X(3).

       01  PLOT-TOTALS-AREA.
           03  RPT-PLOT-TOTAL PIC 9(6) OCCURS 99 TIMES.

      *  one row per distinct SL-DATE inside the window, in the
      *  order the log presents them (the log is written in date
      *  order, so this is date order for any real file).
       01  DAY-TABLE-AREA.
           03  RPT-DAY-COUNT PIC 99 VALUE 0.
           03  RPT-DAY-ROW OCCURS 90 TIMES.
               05  RPT-DAY-DATE  PIC 9(8).
               05  RPT-DAY-PLOT  PIC 9(4) OCCURS 99 TIMES.
       01  DAY-OVERFLOW-SWITCH PIC X VALUE SPACE.
           88  DAY-OVERFLOWED VALUE 'Y'.

       01  RPT-FIELDS.
           03  RPT-GRAND       PIC 9(6) VALUE 0.
           03  RPT-SKIPPED     PIC 9(6) VALUE 0.
           03  RPT-SHARE       PIC 9(3)V9.
           03  RPT-PX          PIC 9(3).
           03  RPT-DX          PIC 9(3).
           03  RPT-ROW         PIC 99.

      *****************************************************************
        PROCEDURE DIVISION.
           MOVE "PLOTRPT_FROM" TO WS-ENV-NAME
           CALL 'RUNPARM' USING WS-ENV-NAME WS-ENV-VALUE
           MOVE WS-ENV-VALUE TO RPT-FROM-X
           IF RPT-FROM-X NOT NUMERIC
               MOVE 0 TO RPT-FROM
           END-IF
           MOVE "PLOTRPT_TO" TO WS-ENV-NAME
           CALL 'RUNPARM' USING WS-ENV-NAME WS-ENV-VALUE
           MOVE WS-ENV-VALUE TO RPT-TO-X
           IF RPT-TO-X NOT NUMERIC
               MOVE 99999999 TO RPT-TO
           END-IF
           MOVE "PLOTRPT_MIN_SHARE" TO WS-ENV-NAME
           CALL 'RUNPARM' USING WS-ENV-NAME WS-ENV-VALUE
           MOVE WS-ENV-VALUE TO RPT-SHARE-X
           PERFORM MAINLINE-LOOP UNTIL RPT-SHARE-X = SPACES
           OR RPT-SHARE-X(3:1) NOT = SPACE
           INSPECT RPT-SHARE-X REPLACING LEADING SPACES BY '0'
           IF RPT-SHARE-X NOT NUMERIC OR RPT-MIN-SHARE = 0
               MOVE 5 TO RPT-MIN-SHARE
           END-IF

           DISPLAY ' '
           DISPLAY 'PLOTRPT - PLOT USAGE FROM THE STORY LOG'
           DISPLAY 'WINDOW: ' RPT-FROM ' THRU ' RPT-TO
           DISPLAY 'MINIMUM SHARE: ' RPT-MIN-SHARE ' PERCENT'

           PERFORM MAINLINE-LOOP-2 VARYING RPT-PX FROM 1 BY 1
           UNTIL RPT-PX > RPTPLOTMAX

           OPEN INPUT STORY-LOG-FILE
           IF WS-FS-LOG NOT = '00'
               DISPLAY 'UNABLE TO OPEN storylog.dat, FILE STATUS='
               WS-FS-LOG
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM READ-LOG
           PERFORM MAINLINE-LOOP-3 UNTIL NO-MORE-LOG
           CLOSE STORY-LOG-FILE

           PERFORM PRINT-REPORT
           GOBACK.

       MAINLINE-LOOP.
           MOVE RPT-SHARE-X TO RPT-SHIFT-X
           MOVE RPT-SHIFT-X(1:2) TO RPT-SHARE-X(2:2)
           MOVE SPACE TO RPT-SHARE-X(1:1).

       MAINLINE-LOOP-2.
           MOVE 0 TO RPT-PLOT-TOTAL(RPT-PX).

       MAINLINE-LOOP-3.
           PERFORM TALLY-LOG-REC
           PERFORM READ-LOG.

       READ-LOG.
           READ STORY-LOG-FILE
           AT END
               SET NO-MORE-LOG TO TRUE.

       TALLY-LOG-REC.
           IF SL-PLOT-PICK NOT NUMERIC
           OR SL-PLOT-PICK < 1 OR SL-PLOT-PICK > RPTPLOTMAX
           OR SL-DATE NOT NUMERIC
               ADD 1 TO RPT-SKIPPED
           ELSE
               IF SL-DATE >= RPT-FROM AND SL-DATE <= RPT-TO
                   ADD 1 TO RPT-GRAND
                   ADD 1 TO RPT-PLOT-TOTAL(SL-PLOT-PICK)
                   PERFORM TALLY-DAY
               END-IF
           END-IF.

       TALLY-DAY.
           MOVE 0 TO RPT-ROW
           PERFORM TALLY-DAY-LOOP VARYING RPT-DX FROM 1 BY 1
           UNTIL RPT-DX > RPT-DAY-COUNT
           IF RPT-ROW = 0
               IF RPT-DAY-COUNT >= RPTDAYMAX
                   IF NOT DAY-OVERFLOWED
                       DISPLAY 'MORE THAN ' RPTDAYMAX ' DATES IN'
                       ' WINDOW - DAILY DETAIL TRUNCATED'
                       SET DAY-OVERFLOWED TO TRUE
                   END-IF
               ELSE
                   ADD 1 TO RPT-DAY-COUNT
                   MOVE RPT-DAY-COUNT TO RPT-ROW
                   MOVE SL-DATE TO RPT-DAY-DATE(RPT-ROW)
                   PERFORM TALLY-DAY-LOOP-2 VARYING RPT-PX FROM 1 BY 1
                   UNTIL RPT-PX > RPTPLOTMAX
               END-IF
           END-IF
           IF RPT-ROW > 0
               ADD 1 TO RPT-DAY-PLOT(RPT-ROW, SL-PLOT-PICK)
           END-IF.

       TALLY-DAY-LOOP.
           IF RPT-DAY-DATE(RPT-DX) = SL-DATE
               MOVE RPT-DX TO RPT-ROW
           END-IF.

       TALLY-DAY-LOOP-2.
           MOVE 0 TO RPT-DAY-PLOT(RPT-ROW, RPT-PX).

       PRINT-REPORT.
           DISPLAY ' '
           IF RPT-GRAND = 0
               DISPLAY 'NO STORIES IN THE REPORTING WINDOW'
           ELSE
               DISPLAY 'STORIES IN WINDOW: ' RPT-GRAND
               PERFORM PRINT-REPORT-LOOP VARYING RPT-PX FROM 1 BY 1
               UNTIL RPT-PX > RPTPLOTMAX
           END-IF
           IF RPT-SKIPPED > 0
               DISPLAY ' '
               DISPLAY 'RECORDS SKIPPED (BAD PLOT OR DATE): '
               RPT-SKIPPED
           END-IF.

       PRINT-REPORT-LOOP.
           IF RPT-PLOT-TOTAL(RPT-PX) > 0
               PERFORM PRINT-ONE-PLOT
           END-IF.

       PRINT-ONE-PLOT.
           COMPUTE RPT-SHARE ROUNDED =
               (RPT-PLOT-TOTAL(RPT-PX) * 100) / RPT-GRAND
           DISPLAY ' '
           DISPLAY 'PLOT ' RPT-PX ': ' RPT-PLOT-TOTAL(RPT-PX)
           ' STORIES, SHARE ' RPT-SHARE ' PERCENT'
           IF RPT-SHARE < RPT-MIN-SHARE
               DISPLAY '  *** UNDER ' RPT-MIN-SHARE
               ' PERCENT - CONSIDER ROTATING THIS TEMPLATE OUT'
           END-IF
           PERFORM PRINT-ONE-PLOT-LOOP VARYING RPT-DX FROM 1 BY 1
           UNTIL RPT-DX > RPT-DAY-COUNT.

       PRINT-ONE-PLOT-LOOP.
           IF RPT-DAY-PLOT(RPT-DX, RPT-PX) > 0
               DISPLAY '  ' RPT-DAY-DATE(RPT-DX) ': '
               RPT-DAY-PLOT(RPT-DX, RPT-PX)
           END-IF.
//LKED.SYSIN DD *
  INCLUDE RUNLIB(RUNPARM)
//*
//* RUN PLOTRPT FROM THE LOAD MODULE JUST LINKED, SKIPPED WHEN THE
//* COMPILE OR THE LINK FAILED.
//GO      EXEC PGM=PLOTRPT,
//             COND=((5,LT,STP1.COB),(5,LT,STP1.LKED))
//STEPLIB  DD DISP=SHR,DSN=HERC02.RUN.LOAD
//SYSOUT   DD SYSOUT=*
//UT-S-LOG  DD DISP=SHR,DSN=HERC02.RUN.DATA(STORYLOG)
//UT-S-PARM DD *
PLOTRPT_FROM=
PLOTRPT_TO=
PLOTRPT_MIN_SHARE=
/*
//SYSIN    DD DUMMY
//
