//HERC02C  JOB (COB),
//             'VARTREND',
//             CLASS=A,
//             MSGCLASS=C,
//             REGION=0M,TIME=1440,
//             MSGLEVEL=(1,1)
//*
//* COMPILE, LINK AND RUN VARTREND - VALUE SHARE MOVEMENT OVER THE
//* PICK-COUNT HISTORY.  UT-S-PARM: VARTREND_FROM / VARTREND_TO
//* (YYYYMMDD, BLANK = OPEN) AND VARTREND_MIN_MOVE (POINTS).
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
//SYSLMOD DD DISP=SHR,DSN=HERC02.RUN.LOAD(VARTREND)                     00160000
//SYSLIB DD   DSN=SYSC.COBLIB,DISP=SHR                                  00170000
//RUNLIB DD DISP=SHR,DSN=HERC02.RUN.LOAD                                00175000
//SYSUT1 DD UNIT=SYSDA,SPACE=(1024,(50,20))                             00180000
//SYSPRINT DD SYSOUT=*                                                  00190000
// PEND
//STP1 EXEC COBUCL
//COB.SYSIN  DD *
        IDENTIFICATION DIVISION.
        PROGRAM-ID.    VARTREND.
        AUTHOR.        SIMOTIME TECHNOLOGIES.
      * 10/15/2026 DLK ADAPTED FROM THE WORKSTATION SOURCE FOR
      *                THE MVS BATCH - FILES ON UT-S- DD NAMES
      *                IN PLACE OF THE DATASET-NAME VARIABLES,
      *                RUN OPTIONS FROM RUNPARM CARDS
      *
      *  Usage trend report over the dated pick-count snapshots
      *  HALLMARK appends to varchist.dat, in the spirit of
      *  PLOTRPT.  For a from/to window it shows each variable's
      *  value distribution inside the window against the rest of
      *  the history, flagging values whose share moved by more
      *  than the threshold - which is how a VARS-WEIGHT change
      *  is actually verified.  Window and threshold come from
      *  VARTREND_FROM / VARTREND_TO (YYYYMMDD, blank = open)
      *  and VARTREND_MIN_MOVE (percentage points, default 10).
        ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT COUNT-HIST-FILE
               ASSIGN TO UT-S-CHIST
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-HST.
        DATA DIVISION.
       FILE SECTION.

       FD  COUNT-HIST-FILE
              RECORD CONTAINS 91 CHARACTERS
              BLOCK CONTAINS 0 RECORDS
              RECORDING MODE IS F.

       01  COUNT-HIST-REC.
           03  HST-DATE        PIC 9(8).
           03  HST-VAR-NAME    PIC X(16).
           03  HST-VAR-VAL     PIC X(60).
           03  HST-DELTA       PIC 9(7).
        WORKING-STORAGE SECTION.
       01 EOF-FLAGS.
           03 FILLER PIC X(01) VALUE SPACE.
               88 NO-MORE-HST VALUE 'Y'.

       01 WS-FS-HST   PIC X(02).
       01 WS-ENV-NAME     PIC X(20).
       01 WS-ENV-VALUE    PIC X(60).

       01  REF-DATA.
           03  VIMAX   PIC 99 VALUE 50.
           03  VJMAX   PIC 99 VALUE 25.

       01  RPT-FROM-X PIC X(8).
       01  FILLER REDEFINES RPT-FROM-X.
          03  RPT-FROM PIC 9(8).
       01  RPT-TO-X PIC X(8).
       01  FILLER REDEFINES RPT-TO-X.
          03  RPT-TO PIC 9(8).
       01  RPT-MOVE-X PIC X(3).
       01  FILLER REDEFINES RPT-MOVE-X.
          03  RPT-MIN-MOVE PIC 9(3).
       01  RPT-SHIFT-X PIC X(3).

      *  the same 50x25 grid shape the night uses, with an
      *  in-window and an out-of-window total per value.
       01  TREND-TABLE-AREA.
           03  TRD-VAR-COUNT PIC 99 VALUE 0.
           03  TRD-VAR OCCURS 50 TIMES.
               05  TRD-VAR-NAME    PIC X(16).
               05  TRD-VAL-COUNT   PIC 99.
               05  TRD-VAL         PIC X(60) OCCURS 25 TIMES.
               05  TRD-IN-CNT      PIC 9(7) OCCURS 25 TIMES.
               05  TRD-OUT-CNT     PIC 9(7) OCCURS 25 TIMES.

       01  TRD-INDICES.
           03  VI PIC 99.
           03  VJ PIC 99.
           03  TRD-FOUND-VJ PIC 99.

       01  TREND-FIELDS.
           03  TRD-IN-TOTAL    PIC 9(9).
           03  TRD-OUT-TOTAL   PIC 9(9).
           03  TRD-IN-SHARE    PIC 9(3)V9.
           03  TRD-OUT-SHARE   PIC 9(3)V9.
           03  TRD-MOVE        PIC S9(3)V9.
           03  TRD-MOVE-ABS    PIC 9(3)V9.
           03  TRD-SKIPPED     PIC 9(6) VALUE 0.
           03  TRD-RECS        PIC 9(6) VALUE 0.

      *****************************************************************
        PROCEDURE DIVISION.
           MOVE "VARTREND_FROM" TO WS-ENV-NAME
           CALL 'RUNPARM' USING WS-ENV-NAME WS-ENV-VALUE
           MOVE WS-ENV-VALUE TO RPT-FROM-X
           IF RPT-FROM-X NOT NUMERIC
               MOVE 0 TO RPT-FROM
           END-IF
           MOVE "VARTREND_TO" TO WS-ENV-NAME
           CALL 'RUNPARM' USING WS-ENV-NAME WS-ENV-VALUE
           MOVE WS-ENV-VALUE TO RPT-TO-X
           IF RPT-TO-X NOT NUMERIC
               MOVE 99999999 TO RPT-TO
           END-IF
           MOVE "VARTREND_MIN_MOVE" TO WS-ENV-NAME
           CALL 'RUNPARM' USING WS-ENV-NAME WS-ENV-VALUE
           MOVE WS-ENV-VALUE TO RPT-MOVE-X
           PERFORM MAINLINE-LOOP UNTIL RPT-MOVE-X = SPACES
           OR RPT-MOVE-X(3:1) NOT = SPACE
           INSPECT RPT-MOVE-X REPLACING LEADING SPACES BY '0'
           IF RPT-MOVE-X NOT NUMERIC OR RPT-MIN-MOVE = 0
               MOVE 10 TO RPT-MIN-MOVE
           END-IF

           DISPLAY ' '
           DISPLAY 'VARTREND - VALUE USAGE BY WINDOW'
           DISPLAY 'WINDOW: ' RPT-FROM ' THRU ' RPT-TO
           DISPLAY 'FLAGGING MOVES OF ' RPT-MIN-MOVE
           ' PERCENTAGE POINTS OR MORE'

           OPEN INPUT COUNT-HIST-FILE
           IF WS-FS-HST NOT = '00'
               DISPLAY 'NO COUNT HISTORY ON FILE - RUN HALLMARK'
               ' FIRST'
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM READ-HST
           PERFORM MAINLINE-LOOP-2 UNTIL NO-MORE-HST
           CLOSE COUNT-HIST-FILE

           IF TRD-RECS = 0
               DISPLAY 'NO SNAPSHOT RECORDS ON FILE'
           ELSE
               PERFORM MAINLINE-LOOP-3 VARYING VI FROM 1 BY 1
               UNTIL VI > TRD-VAR-COUNT
           END-IF
           IF TRD-SKIPPED > 0
               DISPLAY ' '
               DISPLAY 'RECORDS SKIPPED (TABLE FULL OR BAD DATE): '
               TRD-SKIPPED
           END-IF
           GOBACK.

       MAINLINE-LOOP.
           MOVE RPT-MOVE-X TO RPT-SHIFT-X
           MOVE RPT-SHIFT-X(1:2) TO RPT-MOVE-X(2:2)
           MOVE SPACE TO RPT-MOVE-X(1:1).

       MAINLINE-LOOP-2.
           PERFORM TALLY-HIST-REC
           PERFORM READ-HST.

       MAINLINE-LOOP-3.
           PERFORM REPORT-ONE-VARIABLE.

       READ-HST.
           READ COUNT-HIST-FILE
           AT END
               SET NO-MORE-HST TO TRUE.

       TALLY-HIST-REC.
           ADD 1 TO TRD-RECS
           IF HST-DATE NOT NUMERIC OR HST-DELTA NOT NUMERIC
               ADD 1 TO TRD-SKIPPED
           ELSE
               PERFORM FIND-OR-ADD-SLOT
               IF VI = 0 OR VJ = 0
                   ADD 1 TO TRD-SKIPPED
               ELSE
                   IF HST-DATE >= RPT-FROM AND HST-DATE <= RPT-TO
                       ADD HST-DELTA TO TRD-IN-CNT(VI,VJ)
                   ELSE
                       ADD HST-DELTA TO TRD-OUT-CNT(VI,VJ)
                   END-IF
               END-IF
           END-IF.

       FIND-OR-ADD-SLOT.
           MOVE 0 TO VI
           PERFORM FIND-OR-ADD-SLOT-LOOP
           VARYING VJ FROM 1 BY 1 UNTIL VJ > TRD-VAR-COUNT
           IF VI = 0
               IF TRD-VAR-COUNT < VIMAX
                   ADD 1 TO TRD-VAR-COUNT
                   MOVE TRD-VAR-COUNT TO VI
                   MOVE HST-VAR-NAME TO TRD-VAR-NAME(VI)
                   MOVE 0 TO TRD-VAL-COUNT(VI)
               END-IF
           END-IF
           MOVE 0 TO VJ
           IF VI > 0
               PERFORM FIND-OR-ADD-VALUE
           END-IF.

       FIND-OR-ADD-SLOT-LOOP.
           IF TRD-VAR-NAME(VJ) = HST-VAR-NAME
               MOVE VJ TO VI
           END-IF.

       FIND-OR-ADD-VALUE.
           MOVE 0 TO TRD-FOUND-VJ
           PERFORM FIND-OR-ADD-VALUE-LOOP VARYING VJ FROM 1 BY 1
           UNTIL VJ > TRD-VAL-COUNT(VI)
           IF TRD-FOUND-VJ > 0
               MOVE TRD-FOUND-VJ TO VJ
           ELSE
               IF TRD-VAL-COUNT(VI) < VJMAX
                   ADD 1 TO TRD-VAL-COUNT(VI)
                   MOVE TRD-VAL-COUNT(VI) TO VJ
                   MOVE HST-VAR-VAL TO TRD-VAL(VI,VJ)
                   MOVE 0 TO TRD-IN-CNT(VI,VJ)
                   MOVE 0 TO TRD-OUT-CNT(VI,VJ)
               ELSE
                   MOVE 0 TO VJ
               END-IF
           END-IF.

       FIND-OR-ADD-VALUE-LOOP.
           IF TRD-VAL(VI,VJ) = HST-VAR-VAL
               MOVE VJ TO TRD-FOUND-VJ
           END-IF.

       REPORT-ONE-VARIABLE.
           MOVE 0 TO TRD-IN-TOTAL
           MOVE 0 TO TRD-OUT-TOTAL
           PERFORM REPORT-ONE-VARIABLE-LOOP VARYING VJ FROM 1 BY 1
           UNTIL VJ > TRD-VAL-COUNT(VI)
           DISPLAY ' '
           DISPLAY TRD-VAR-NAME(VI) ' (' TRD-IN-TOTAL ' PICKS IN'
           ' WINDOW, ' TRD-OUT-TOTAL ' OUTSIDE)'
           IF TRD-IN-TOTAL = 0
               DISPLAY '    NO PICKS INSIDE THE WINDOW'
           ELSE
               PERFORM REPORT-ONE-VARIABLE-LOOP-2
               VARYING VJ FROM 1 BY 1
               UNTIL VJ > TRD-VAL-COUNT(VI)
           END-IF.

       REPORT-ONE-VARIABLE-LOOP.
           ADD TRD-IN-CNT(VI,VJ) TO TRD-IN-TOTAL
           ADD TRD-OUT-CNT(VI,VJ) TO TRD-OUT-TOTAL.

       REPORT-ONE-VARIABLE-LOOP-2.
           PERFORM REPORT-ONE-VALUE.

       REPORT-ONE-VALUE.
           COMPUTE TRD-IN-SHARE ROUNDED =
               (TRD-IN-CNT(VI,VJ) * 100) / TRD-IN-TOTAL
           IF TRD-OUT-TOTAL > 0
               COMPUTE TRD-OUT-SHARE ROUNDED =
                   (TRD-OUT-CNT(VI,VJ) * 100) / TRD-OUT-TOTAL
           ELSE
               MOVE 0 TO TRD-OUT-SHARE
           END-IF
           DISPLAY '    ' TRD-VAL(VI,VJ)(1:40) ' '
           TRD-IN-CNT(VI,VJ) ' (' TRD-IN-SHARE ' PCT, WAS '
           TRD-OUT-SHARE ' PCT)'
           IF TRD-OUT-TOTAL > 0
               COMPUTE TRD-MOVE = TRD-IN-SHARE - TRD-OUT-SHARE
               IF TRD-MOVE < 0
                   COMPUTE TRD-MOVE-ABS = 0 - TRD-MOVE
               ELSE
                   MOVE TRD-MOVE TO TRD-MOVE-ABS
               END-IF
               IF TRD-MOVE-ABS >= RPT-MIN-MOVE
                   DISPLAY '        *** SHARE MOVED ' TRD-MOVE-ABS
                   ' POINTS'
               END-IF
           END-IF.
//LKED.SYSIN DD *
  INCLUDE RUNLIB(RUNPARM)
//*
//* RUN VARTREND FROM THE LOAD MODULE JUST LINKED, SKIPPED WHEN THE
//* COMPILE OR THE LINK FAILED.
//GO      EXEC PGM=VARTREND,
//             COND=((5,LT,STP1.COB),(5,LT,STP1.LKED))
//STEPLIB  DD DISP=SHR,DSN=HERC02.RUN.LOAD
//SYSOUT   DD SYSOUT=*
//UT-S-CHIST DD DISP=SHR,DSN=HERC02.RUN.DATA(VARCHIST)
//UT-S-PARM  DD *
VARTREND_FROM=
VARTREND_TO=
VARTREND_MIN_MOVE=
/*
//SYSIN    DD DUMMY
//
