//HERC02C  JOB (COB),
//             'CAPRPT',
//             CLASS=A,
//             MSGCLASS=C,
//             REGION=0M,TIME=1440,
//             MSGLEVEL=(1,1)
//*
//* COMPILE, LINK AND RUN CAPRPT - HOW MANY DIFFERENT STORIES EACH
//* PLOT CAN STILL TELL, ON SYSOUT THROUGH UT-S-CAPRPT.
//* RC 4 WHEN ANY PLOT IS FLAGGED LOW OR EXHAUSTED.
//* UT-S-PARM: CAPRPT_WARN=NIGHTS BELOW WHICH A PLOT IS FLAGGED LOW
//* (DEFAULT 30).
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
//SYSLMOD DD DISP=SHR,DSN=HERC02.RUN.LOAD(CAPRPT)                       00160000
//SYSLIB DD   DSN=SYSC.COBLIB,DISP=SHR                                  00170000
//RUNLIB DD DISP=SHR,DSN=HERC02.RUN.LOAD                                00175000
//SYSUT1 DD UNIT=SYSDA,SPACE=(1024,(50,20))                             00180000
//SYSPRINT DD SYSOUT=*                                                  00190000
// PEND
//STP1 EXEC COBUCL
//COB.SYSIN  DD *
        IDENTIFICATION DIVISION.
        PROGRAM-ID.    CAPRPT.
        AUTHOR.        SIMOTIME TECHNOLOGIES.
      * 10/15/2026 DLK ADAPTED FROM THE WORKSTATION SOURCE FOR
      *                THE MVS BATCH - FILES ON UT-S- DD NAMES
      *                IN PLACE OF THE DATASET-NAME VARIABLES,
      *                RUN OPTIONS FROM RUNPARM CARDS
      *
      *  How many different stories each plot can still tell.
      *  HALLMARK re-rolls a duplicate hand or title three times
      *  and then keeps it, so once a plot's combinations run low
      *  the night quietly starts shipping repeats.  One line per
      *  template on plot.dat:
      *      the variables the plot actually prints (its flat text,
      *      or every alternate on scenes.dat when it has scenes)
      *      times the scene alternates it can assemble,
      *      honouring genre tags, VAR-DEP-NAME dependencies,
      *      conflict.dat pairs and values already at quota,
      *  less the distinct hands savestory.dat has already used,
      *  and the nights that leaves at the plot's average volume
      *  over the last CAPNIGHTS run dates on runstats.dat.
      *  A variable the plot does not print does not make a new
      *  story, so a dependency on one is taken as satisfiable and
      *  a conflict with one as avoidable.  A plot with fewer
      *  nights left than CAPRPT_WARN (default 30) is flagged LOW,
      *  one with nothing left EXHAUSTED, and the variables and
      *  slots behind every flagged plot are listed so the next
      *  values or scenes can be written where they count.
      *  capacity.prt, return code 4 when anything is flagged.
        ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT VARS-FILE
               ASSIGN TO UT-S-VARS
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-VARS.

               SELECT PLOT-FILE
               ASSIGN TO UT-S-PLOT
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-PLOT.

               SELECT OPTIONAL SCENE-FILE
               ASSIGN TO UT-S-SCENE
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-SCN.

               SELECT OPTIONAL CONFLICT-FILE
               ASSIGN TO UT-S-CONFL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-CFL.

               SELECT OPTIONAL LIMIT-FILE
               ASSIGN TO UT-S-LIMIT
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-LIM.

               SELECT OPTIONAL COUNTER-FILE
               ASSIGN TO UT-S-CNT
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-CNT.

               SELECT OPTIONAL SAVE-FILE
               ASSIGN TO UT-S-SAV
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-SAV.

               SELECT OPTIONAL RUNSTATS-FILE
               ASSIGN TO UT-S-RSTAT
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-RST.

               SELECT PRINT-FILE
               ASSIGN TO UT-S-CAPRPT
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-PRT.
        DATA DIVISION.
       FILE SECTION.

       FD  VARS-FILE
              RECORD CONTAINS 102 CHARACTERS
              BLOCK CONTAINS 0 RECORDS
              RECORDING MODE IS F.

       01  VARS-RECORD.
           03 FILLER PIC X(102).

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
           03  PC-EFF-FROM      PIC X(8).
           03  PC-EFF-TO        PIC X(8).
           03  FILLER           PIC X(956).

       FD  SCENE-FILE
              RECORD CONTAINS 260 CHARACTERS
              BLOCK CONTAINS 0 RECORDS
              RECORDING MODE IS F.

       01  SCENE-REC.
           03  SCN-PLOT        PIC 99.
           03  SCN-SLOT        PIC 9.
           03  SCN-ALT         PIC 9.
           03  SCN-TEXT        PIC X(256).

       FD  CONFLICT-FILE
              RECORD CONTAINS 36 CHARACTERS
              BLOCK CONTAINS 0 RECORDS
              RECORDING MODE IS F.

       01  CONFLICT-REC.
           03  CFL-A-NAME      PIC X(16).
           03  CFL-A-CHOICE    PIC 99.
           03  CFL-B-NAME      PIC X(16).
           03  CFL-B-CHOICE    PIC 99.

       FD  LIMIT-FILE
              RECORD CONTAINS 83 CHARACTERS
              BLOCK CONTAINS 0 RECORDS
              RECORDING MODE IS F.

       01  LIMIT-REC.
           03  LIM-VAR-NAME    PIC X(16).
           03  LIM-VAR-VAL     PIC X(60).
           03  LIM-MAX-COUNT   PIC 9(07).

       FD  COUNTER-FILE
              RECORD CONTAINS 83 CHARACTERS
              BLOCK CONTAINS 0 RECORDS
              RECORDING MODE IS F.

       01  COUNTER-REC.
           03  CNT-VAR-NAME    PIC X(16).
           03  CNT-VAR-VAL     PIC X(60).
           03  CNT-PICK-COUNT  PIC 9(07).

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

       FD  PRINT-FILE
              RECORD CONTAINS 133 CHARACTERS
              BLOCK CONTAINS 0 RECORDS
              RECORDING MODE IS F.

       01  PRINT-REC.
           03  PRT-CC          PIC X.
           03  PRT-DATA        PIC X(132).
        WORKING-STORAGE SECTION.
       01 EOF-FLAGS.
           03 FILLER PIC X(01) VALUE SPACE.
               88 NO-MORE-VARS VALUE 'Y'.
           03 FILLER PIC X(01) VALUE SPACE.
               88 NO-MORE-PLOT VALUE 'Y'.
           03 FILLER PIC X(01) VALUE SPACE.
               88 NO-MORE-SCN VALUE 'Y'.
           03 FILLER PIC X(01) VALUE SPACE.
               88 NO-MORE-CFL VALUE 'Y'.
           03 FILLER PIC X(01) VALUE SPACE.
               88 NO-MORE-LIM VALUE 'Y'.
           03 FILLER PIC X(01) VALUE SPACE.
               88 NO-MORE-CNT VALUE 'Y'.
           03 FILLER PIC X(01) VALUE SPACE.
               88 NO-MORE-SAV VALUE 'Y'.
           03 FILLER PIC X(01) VALUE SPACE.
               88 NO-MORE-RST VALUE 'Y'.

       01 WS-FS-VARS  PIC X(02).
       01 WS-FS-PLOT  PIC X(02).
       01 WS-FS-SCN   PIC X(02).
       01 WS-FS-CFL   PIC X(02).
       01 WS-FS-LIM   PIC X(02).
       01 WS-FS-CNT   PIC X(02).
       01 WS-FS-SAV   PIC X(02).
       01 WS-FS-RST   PIC X(02).
       01 WS-FS-PRT   PIC X(02).
       01 WS-VARS-DSNAME PIC X(40) VALUE 'UT-S-VARS'.
       01 WS-PLOT-DSNAME PIC X(40) VALUE 'UT-S-PLOT'.
       01 WS-SCENE-DSNAME PIC X(40) VALUE 'UT-S-SCENE'.
       01 WS-CONFLICT-DSNAME PIC X(40) VALUE 'UT-S-CONFL'.
       01 WS-LIMIT-DSNAME PIC X(40) VALUE 'UT-S-LIMIT'.
       01 WS-ENV-NAME     PIC X(20).
       01 WS-ENV-VALUE    PIC X(60).

       01  REF-DATA.
           03  VIMAX   PIC 99 VALUE 50.
           03  VJMAX   PIC 99 VALUE 25.
           03  PLOTMAX PIC 99 VALUE 99.
           03  PLOTCHUNKMAX PIC 9 VALUE 4.
           03  SCENEMAX PIC 9(3) VALUE 500.
           03  SCNSLOTMAX PIC 99 VALUE 9.
           03  CFLMAX  PIC 9(3) VALUE 100.
           03  SAVMAX  PIC 9(4) VALUE 9999.
           03  CAPNIGHTS PIC 9 VALUE 7.
           03  NODEMAX PIC 9(9) VALUE 5000000.
           03  PAGE-DEPTH PIC 99 VALUE 55.

       01  CAP-WARN-X PIC X(3).
       01  FILLER REDEFINES CAP-WARN-X.
          03  CAP-WARN PIC 9(3).
       01  CAP-WARN-SHIFT PIC X(2).

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

        01 VAR-TABLE-AREA.
           03  VAR-GRID.
               05 VAR-NAME-COUNT                PIC 99.
               05 VAR-SET OCCURS 50 TIMES.
                   07 VAR-NAME             PIC X(16).
                   07  VAR-VAL-COUNT     PIC 99.
                   07  VAR-VAL             PIC X(60) OCCURS 25 TIMES.
                   07  VAR-DEP-NAME        PIC X(16) OCCURS 25 TIMES.
                   07  VAR-DEP-CHOICE      PIC 99 OCCURS 25 TIMES.
                   07  VAR-GENRE           PIC X(4) OCCURS 25 TIMES.
                   07  VAR-PICK-COUNT      PIC 9(07) OCCURS 25 TIMES.
                   07  VAR-LIMIT           PIC 9(07) OCCURS 25 TIMES.

       01  VAR-INDICES.
           03 VI PIC 99.
           03 VJ PIC 99.
           03 VD PIC 99.

       01 PLOT-COUNT PIC 99 VALUE 0.
       01  PLOT-CATALOG-AREA.
           03  PLOT-CAT OCCURS 99 TIMES.
               05  PLOT-TITLE      PIC X(40).
               05  PLOT-GENRE      PIC X(4).
       01  PLOT-TABLE-AREA.
           03  PLOT-ENTRY PIC X(4092) OCCURS 99 TIMES.
           03  PLOT-LEN   PIC 9(4) OCCURS 99 TIMES.
       01  PLOT-CHUNK-NO PIC 9.
       01  PLOT-POS PIC 9(4).
       01  PX PIC 9(3).

       01  SCENE-COUNT PIC 9(3) VALUE 0.
       01  SCENE-TABLE-AREA.
           03  SCENE-ENTRY OCCURS 500 TIMES.
               05  SCENE-T-PLOT    PIC 99.
               05  SCENE-T-SLOT    PIC 9.
               05  SCENE-T-TEXT    PIC X(256).
       01  SCN-X PIC 9(3).
       01  SLOT-X PIC 99.

      *  never-together pairs resolved to grid positions, as
      *  HALLMARK resolves them at load.
       01  CONFLICT-COUNT PIC 9(3) VALUE 0.
       01  CONFLICT-TABLE-AREA.
           03  CONFLICT-RULE OCCURS 100 TIMES.
               05  CR-A-VI         PIC 99.
               05  CR-A-VJ         PIC 99.
               05  CR-B-VI         PIC 99.
               05  CR-B-VJ         PIC 99.
       01  CFX PIC 9(3).

      *  every saved hand, run headers skipped.
       01  SAV-COUNT PIC 9(4) VALUE 0.
       01  SAV-OVERFLOW-CNT PIC 9(6) VALUE 0.
       01  SAVED-HAND-AREA.
           03  SAVED-HAND OCCURS 9999 TIMES.
               05  SH-PLOT         PIC 99.
               05  SH-CHOICE       PIC 99 OCCURS 50 TIMES.
               05  SH-SCENE-ALT    PIC 9 OCCURS 9 TIMES.
       01  SHX PIC 9(5).

      *  stories per plot for each of the newest CAPNIGHTS run
      *  dates; two runs on one date (a restart) are one night.
       01  NIGHT-COUNT PIC 9 VALUE 0.
       01  NIGHT-TABLE-AREA.
           03  NIGHT-ENTRY OCCURS 7 TIMES.
               05  NT-DATE         PIC 9(8).
               05  NT-PLOT-COUNT   PIC 9(5) OCCURS 99 TIMES.
       01  NX PIC 9.

      *  the plot being sized.
       01  PLOT-WORK-AREA.
           03  PW-USED-FLAG    PIC X OCCURS 50 TIMES.
               88  PW-VAR-USED VALUE 'Y'.
           03  PW-LINK-FLAG    PIC X OCCURS 50 TIMES.
               88  PW-VAR-LINKED VALUE 'Y'.
           03  PW-OK-COUNT     PIC 99 OCCURS 50 TIMES.
           03  PW-SLOT-ALTS    PIC 9(3) OCCURS 9 TIMES.
           03  PW-VALUE-SET OCCURS 50 TIMES.
               05  PW-BASE-OK      PIC X OCCURS 25 TIMES.
                   88  PW-VALUE-OK VALUE 'Y'.
               05  PW-DEP-VI       PIC 99 OCCURS 25 TIMES.
       01  PW-USED-COUNT PIC 99.
       01  PW-LINK-COUNT PIC 99.
       01  PW-SCENE-HITS PIC 9(3).
       01  PW-SCENE-COMBOS PIC 9(7).
       01  PW-FREE-FACTOR PIC 9(18).
       01  PW-LINK-HANDS PIC 9(18).
       01  PW-CAPACITY PIC 9(18).
       01  PW-USED-HANDS PIC 9(6).
       01  PW-REMAINING PIC 9(18).
       01  PW-NIGHT-TOTAL PIC 9(7).
       01  PW-PER-NIGHT PIC 9(5)V99.
       01  PW-NIGHTS-LEFT PIC 9(10).
       01  PW-OVER-SWITCH PIC X.
           88  PW-CAPACITY-OVER VALUE 'Y'.
       01  PW-BOUND-SWITCH PIC X.
           88  PW-UPPER-BOUND VALUE 'Y'.
       01  PW-FLAG PIC X(21).

      *  token scan of plot or scene text, the way HALLMARK's
      *  pre-flight validation reads it.
       01  TOKEN-FIELDS.
           03  TK-TEXT         PIC X(4092).
           03  TK-LEN          PIC 9(4).
           03  TK-POS          PIC 9(4).
           03  TK-CH           PIC X.
           03  TK-VAL          PIC X(16).
           03  TK-VAL-LEN      PIC 99.
           03  TK-DONE-SW      PIC X.
               88  TK-DONE VALUE 'Y'.

      *  walk of every combination of the linked variables - those
      *  tied to another printed variable by a dependency or a
      *  conflict.  The rest multiply in as plain counts.
       01  LINK-WALK-AREA.
           03  WALK-VI         PIC 99 OCCURS 50 TIMES.
           03  WALK-J          PIC 99 OCCURS 50 TIMES.
           03  WALK-OVR-SW     PIC X OCCURS 50 TIMES.
               88  VALUE-OVERRIDDEN VALUE 'Y'.
       01  HAND-CHOICE-TABLE.
           03  HAND-CHOICE     PIC 99 OCCURS 50 TIMES.
       01  WX PIC 99.
       01  WALK-NODES PIC 9(9).
       01  VALUE-FOUND-SW PIC X.
           88  VALUE-FOUND VALUE 'Y'.
       01  VALUE-OK-SW PIC X.
           88  VALUE-ELIGIBLE VALUE 'Y'.

      *  distinct printed hands for the plot being sized.
       01  KEY-COUNT PIC 9(4).
       01  KEY-TABLE-AREA.
           03  KEY-ENTRY PIC X(109) OCCURS 9999 TIMES.
       01  HAND-KEY.
           03  HK-SCENE-ALT    PIC 9 OCCURS 9 TIMES.
           03  HK-CHOICE       PIC 99 OCCURS 50 TIMES.
       01  KX PIC 9(5).
       01  HAND-SW PIC X.
           88  HAND-IN-SPACE VALUE 'Y'.
       01  KEY-SW PIC X.
           88  KEY-FOUND VALUE 'Y'.

       01  CAP-COUNTS.
           03  CP-LOW          PIC 9(3) VALUE 0.
           03  CP-EXHAUSTED    PIC 9(3) VALUE 0.
           03  CP-BOUNDED      PIC 9(3) VALUE 0.
           03  CP-OVER         PIC 9(3) VALUE 0.
       01  FLAGGED-TABLE.
           03  FLAGGED-SW      PIC X OCCURS 99 TIMES.
               88  PLOT-FLAGGED VALUE 'Y'.

       01  PRINT-FIELDS.
           03  PRT-HOLD-LINE   PIC X(132).
           03  PRT-PAGE-NO     PIC 9(4) VALUE 0.
           03  PRT-LINE-NO     PIC 99 VALUE 99.
           03  PRT-RUN-DATE    PIC 9(8).
           03  PRT-BIG         PIC Z(17)9.
           03  PRT-NIGHTS      PIC Z(9)9.
           03  PRT-RATE        PIC ZZ9.99.
           03  PRT-SMALL       PIC ZZZZZZ9.
           03  PRT-PLOT-NO     PIC 99.

      *****************************************************************
        PROCEDURE DIVISION.
           MOVE "CAPRPT_WARN" TO WS-ENV-NAME
           CALL 'RUNPARM' USING WS-ENV-NAME WS-ENV-VALUE
           MOVE WS-ENV-VALUE TO CAP-WARN-X
           PERFORM MAINLINE-LOOP UNTIL CAP-WARN-X = SPACES
           OR CAP-WARN-X(3:1) NOT = SPACE
           INSPECT CAP-WARN-X REPLACING LEADING SPACES BY ZEROS
           IF CAP-WARN-X NOT NUMERIC OR CAP-WARN = 0
               MOVE 30 TO CAP-WARN
           END-IF

           DISPLAY ' '
           DISPLAY 'CAPRPT - UNIQUE-STORY CAPACITY BY PLOT'
           DISPLAY 'LOW WHEN UNDER ' CAP-WARN ' NIGHTS OF HEADROOM'
           DISPLAY ' '
           PERFORM LOAD-VARS-TABLE
           PERFORM LOAD-COUNTERS
           PERFORM LOAD-LIMITS
           PERFORM LOAD-CONFLICTS
           PERFORM LOAD-PLOT-TABLE
           PERFORM LOAD-SCENES
           PERFORM LOAD-SAVED-HANDS
           PERFORM LOAD-NIGHT-VOLUMES

           OPEN OUTPUT PRINT-FILE
           IF WS-FS-PRT NOT = '00'
               DISPLAY 'UNABLE TO OPEN capacity.prt, FILE STATUS='
               WS-FS-PRT
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ACCEPT PRT-RUN-DATE FROM DATE YYYYMMDD
           PERFORM PRINT-COLUMN-HEADINGS
           PERFORM MAINLINE-LOOP-2
           VARYING PX FROM 1 BY 1 UNTIL PX > PLOT-COUNT
           PERFORM PRINT-TOTALS
           IF CP-LOW > 0 OR CP-EXHAUSTED > 0
               PERFORM PRINT-FLAGGED-DETAIL
           END-IF
           CLOSE PRINT-FILE

           DISPLAY 'PLOTS SIZED:     ' PLOT-COUNT
           DISPLAY 'EXHAUSTED:       ' CP-EXHAUSTED
           DISPLAY 'LOW ON HEADROOM: ' CP-LOW
           DISPLAY 'REPORT ON capacity.prt'
           IF CP-LOW > 0 OR CP-EXHAUSTED > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.

       MAINLINE-LOOP.
           MOVE CAP-WARN-X(1:2) TO CAP-WARN-SHIFT
           MOVE SPACE TO CAP-WARN-X(1:1)
           MOVE CAP-WARN-SHIFT TO CAP-WARN-X(2:2).

       MAINLINE-LOOP-2.
           PERFORM SIZE-ONE-PLOT
           PERFORM PRINT-PLOT-LINE.

       LOAD-VARS-TABLE.
           OPEN INPUT VARS-FILE
           IF WS-FS-VARS NOT = '00'
               DISPLAY 'UNABLE TO OPEN ' WS-VARS-DSNAME
               ' FILE STATUS=' WS-FS-VARS
               MOVE 20 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 0 TO VAR-NAME-COUNT
           PERFORM READ-VARS
           PERFORM LOAD-VARS-TABLE-LOOP UNTIL NO-MORE-VARS
           CLOSE VARS-FILE
           DISPLAY 'VARIABLES ON FILE: ' VAR-NAME-COUNT.

       LOAD-VARS-TABLE-LOOP.
           MOVE VARS-VAR-NAME TO CNTL-VAR-NAME
           IF VAR-NAME-COUNT >= VIMAX
               PERFORM LOAD-VARS-TABLE-LOOP-2 UNTIL NO-MORE-VARS
           ELSE
               ADD 1 TO VAR-NAME-COUNT
               MOVE VAR-NAME-COUNT TO VI
               MOVE VARS-VAR-NAME TO VAR-NAME(VI)
               MOVE 0 TO VAR-VAL-COUNT(VI)
               PERFORM LOAD-VARS-TABLE-LOOP-3 UNTIL NO-MORE-VARS
               OR CNTL-VAR-NAME NOT = VARS-VAR-NAME
           END-IF.

       LOAD-VARS-TABLE-LOOP-2.
           PERFORM READ-VARS.

       LOAD-VARS-TABLE-LOOP-3.
           IF VAR-VAL-COUNT(VI) < VJMAX
               PERFORM TAKE-VARS-VALUE
           END-IF
           PERFORM READ-VARS.

       TAKE-VARS-VALUE.
           ADD 1 TO VAR-VAL-COUNT(VI)
           MOVE VAR-VAL-COUNT(VI) TO VJ
           MOVE VARS-VAR-VALUE TO VAR-VAL(VI,VJ)
           MOVE VARS-DEP-NAME TO VAR-DEP-NAME(VI,VJ)
           IF VARS-DEP-CHOICE NUMERIC
               MOVE VARS-DEP-CHOICE TO VAR-DEP-CHOICE(VI,VJ)
           ELSE
               MOVE 0 TO VAR-DEP-CHOICE(VI,VJ)
           END-IF
           MOVE VARS-GENRE TO VAR-GENRE(VI,VJ)
           MOVE 0 TO VAR-PICK-COUNT(VI,VJ)
           MOVE 0 TO VAR-LIMIT(VI,VJ).

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

      *  counters and caps keyed by name and value text, the way
      *  HALLMARK applies them - a value at its cap is no longer
      *  offered, so it adds nothing to what is left.
       LOAD-COUNTERS.
           OPEN INPUT COUNTER-FILE
           IF WS-FS-CNT = '00'
               PERFORM LOAD-COUNTERS-LOOP UNTIL NO-MORE-CNT
           END-IF
           CLOSE COUNTER-FILE.

       LOAD-COUNTERS-LOOP.
           READ COUNTER-FILE
           AT END
               SET NO-MORE-CNT TO TRUE.
           IF NOT NO-MORE-CNT
               PERFORM APPLY-COUNTER-REC
           END-IF.

       APPLY-COUNTER-REC.
           PERFORM APPLY-COUNTER-REC-LOOP
           VARYING VI FROM 1 BY 1 UNTIL VI > VAR-NAME-COUNT.

       APPLY-COUNTER-REC-LOOP.
           IF VAR-NAME(VI) = CNT-VAR-NAME
               PERFORM APPLY-COUNTER-REC-LOOP-2 VARYING VJ FROM 1 BY 1
               UNTIL VJ > VAR-VAL-COUNT(VI)
           END-IF.

       APPLY-COUNTER-REC-LOOP-2.
           IF VAR-VAL(VI,VJ) = CNT-VAR-VAL
           AND CNT-PICK-COUNT NUMERIC
               MOVE CNT-PICK-COUNT TO VAR-PICK-COUNT(VI,VJ)
           END-IF.

       LOAD-LIMITS.
           OPEN INPUT LIMIT-FILE
           IF WS-FS-LIM = '00'
               PERFORM LOAD-LIMITS-LOOP UNTIL NO-MORE-LIM
           END-IF
           CLOSE LIMIT-FILE.

       LOAD-LIMITS-LOOP.
           READ LIMIT-FILE
           AT END
               SET NO-MORE-LIM TO TRUE.
           IF NOT NO-MORE-LIM
               PERFORM APPLY-LIMIT-REC
           END-IF.

       APPLY-LIMIT-REC.
           PERFORM APPLY-LIMIT-REC-LOOP
           VARYING VI FROM 1 BY 1 UNTIL VI > VAR-NAME-COUNT.

       APPLY-LIMIT-REC-LOOP.
           IF VAR-NAME(VI) = LIM-VAR-NAME
               PERFORM APPLY-LIMIT-REC-LOOP-2 VARYING VJ FROM 1 BY 1
               UNTIL VJ > VAR-VAL-COUNT(VI)
           END-IF.

       APPLY-LIMIT-REC-LOOP-2.
           IF VAR-VAL(VI,VJ) = LIM-VAR-VAL
           AND LIM-MAX-COUNT NUMERIC
               MOVE LIM-MAX-COUNT TO VAR-LIMIT(VI,VJ)
           END-IF.

      *  a rule naming a variable no longer loaded is dropped, as
      *  HALLMARK drops it.
       LOAD-CONFLICTS.
           OPEN INPUT CONFLICT-FILE
           IF WS-FS-CFL = '00'
               PERFORM LOAD-CONFLICTS-LOOP UNTIL NO-MORE-CFL
           END-IF
           CLOSE CONFLICT-FILE.

       LOAD-CONFLICTS-LOOP.
           READ CONFLICT-FILE
           AT END
               SET NO-MORE-CFL TO TRUE.
           IF NOT NO-MORE-CFL
               PERFORM TAKE-CONFLICT-REC
           END-IF.

       TAKE-CONFLICT-REC.
           IF CONFLICT-COUNT >= CFLMAX
               SET NO-MORE-CFL TO TRUE
           ELSE
               ADD 1 TO CONFLICT-COUNT
               MOVE 0 TO CR-A-VI(CONFLICT-COUNT)
               MOVE 0 TO CR-B-VI(CONFLICT-COUNT)
               MOVE 0 TO CR-A-VJ(CONFLICT-COUNT)
               MOVE 0 TO CR-B-VJ(CONFLICT-COUNT)
               PERFORM TAKE-CONFLICT-REC-LOOP
               VARYING VI FROM 1 BY 1 UNTIL VI > VAR-NAME-COUNT
               IF CFL-A-CHOICE NUMERIC
                   MOVE CFL-A-CHOICE TO CR-A-VJ(CONFLICT-COUNT)
               END-IF
               IF CFL-B-CHOICE NUMERIC
                   MOVE CFL-B-CHOICE TO CR-B-VJ(CONFLICT-COUNT)
               END-IF
               IF CR-A-VI(CONFLICT-COUNT) = 0
               OR CR-B-VI(CONFLICT-COUNT) = 0
               OR CR-A-VI(CONFLICT-COUNT) = CR-B-VI(CONFLICT-COUNT)
                   SUBTRACT 1 FROM CONFLICT-COUNT
               END-IF
           END-IF.

       TAKE-CONFLICT-REC-LOOP.
           IF VAR-NAME(VI) = CFL-A-NAME
               MOVE VI TO CR-A-VI(CONFLICT-COUNT)
           END-IF
           IF VAR-NAME(VI) = CFL-B-NAME
               MOVE VI TO CR-B-VI(CONFLICT-COUNT)
           END-IF.

      *  the text is kept so the token scan can find the variables
      *  each template prints.
       LOAD-PLOT-TABLE.
           OPEN INPUT PLOT-FILE
           IF WS-FS-PLOT NOT = '00'
               DISPLAY 'UNABLE TO OPEN ' WS-PLOT-DSNAME
               ' FILE STATUS=' WS-FS-PLOT
               MOVE 24 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 0 TO PLOT-COUNT
           PERFORM READ-PLOT
           PERFORM LOAD-PLOT-TABLE-LOOP UNTIL NO-MORE-PLOT
           CLOSE PLOT-FILE
           DISPLAY 'TEMPLATES ON FILE: ' PLOT-COUNT.

       LOAD-PLOT-TABLE-LOOP.
           IF PLOT-COUNT < PLOTMAX
               ADD 1 TO PLOT-COUNT
               PERFORM SET-PLOT-CATALOG
               IF NO-MORE-PLOT
                   SUBTRACT 1 FROM PLOT-COUNT
               ELSE
                   PERFORM LOAD-PLOT-ENTRY
               END-IF
           ELSE
               SET NO-MORE-PLOT TO TRUE
           END-IF.

       SET-PLOT-CATALOG.
           MOVE SPACES TO PLOT-TITLE(PLOT-COUNT)
           MOVE 'PLOT' TO PLOT-TITLE(PLOT-COUNT)(1:4)
           MOVE PLOT-COUNT TO PLOT-TITLE(PLOT-COUNT)(6:2)
           MOVE SPACES TO PLOT-GENRE(PLOT-COUNT)
           IF PC-CATALOG-REC
               MOVE PC-TITLE TO PLOT-TITLE(PLOT-COUNT)
               MOVE PC-GENRE TO PLOT-GENRE(PLOT-COUNT)
               PERFORM READ-PLOT
           END-IF.

       LOAD-PLOT-ENTRY.
           MOVE SPACES TO PLOT-ENTRY(PLOT-COUNT)
           MOVE 1 TO PLOT-CHUNK-NO
           MOVE 1 TO PLOT-POS
           PERFORM APPEND-PLOT-CHUNK
           PERFORM LOAD-PLOT-ENTRY-LOOP
           UNTIL NO-MORE-PLOT OR NOT PLOT-MORE-CHUNKS
           COMPUTE PLOT-LEN(PLOT-COUNT) = PLOT-POS - 1
           PERFORM READ-PLOT.

       LOAD-PLOT-ENTRY-LOOP.
           PERFORM READ-PLOT
           IF NOT NO-MORE-PLOT
           AND PLOT-CHUNK-NO < PLOTCHUNKMAX
               ADD 1 TO PLOT-CHUNK-NO
               PERFORM APPEND-PLOT-CHUNK
           END-IF.

       APPEND-PLOT-CHUNK.
           MOVE PLOT-TEXT-CHUNK TO
               PLOT-ENTRY(PLOT-COUNT)(PLOT-POS:1023)
           ADD 1023 TO PLOT-POS.

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

      *  records HALLMARK would skip are skipped here too.
       LOAD-SCENES.
           OPEN INPUT SCENE-FILE
           IF WS-FS-SCN = '00'
               PERFORM LOAD-SCENES-LOOP UNTIL NO-MORE-SCN
           END-IF
           CLOSE SCENE-FILE.

       LOAD-SCENES-LOOP.
           READ SCENE-FILE
           AT END
               SET NO-MORE-SCN TO TRUE.
           IF NOT NO-MORE-SCN
               PERFORM TAKE-SCENE-REC
           END-IF.

       TAKE-SCENE-REC.
           IF SCENE-COUNT >= SCENEMAX
               SET NO-MORE-SCN TO TRUE
           ELSE
               IF SCN-PLOT NUMERIC AND SCN-SLOT NUMERIC
               AND SCN-PLOT >= 1 AND SCN-PLOT <= PLOT-COUNT
               AND SCN-SLOT >= 1
                   ADD 1 TO SCENE-COUNT
                   MOVE SCN-PLOT TO SCENE-T-PLOT(SCENE-COUNT)
                   MOVE SCN-SLOT TO SCENE-T-SLOT(SCENE-COUNT)
                   MOVE SCN-TEXT TO SCENE-T-TEXT(SCENE-COUNT)
               END-IF
           END-IF.

       LOAD-SAVED-HANDS.
           OPEN INPUT SAVE-FILE
           IF WS-FS-SAV = '00'
               PERFORM LOAD-SAVED-HANDS-LOOP UNTIL NO-MORE-SAV
           END-IF
           CLOSE SAVE-FILE
           DISPLAY 'SAVED HANDS:       ' SAV-COUNT
           IF SAV-OVERFLOW-CNT > 0
               DISPLAY 'NOT TABLED - OVER ' SAVMAX ' SAVED HANDS: '
               SAV-OVERFLOW-CNT
           END-IF.

       LOAD-SAVED-HANDS-LOOP.
           READ SAVE-FILE
           AT END
               SET NO-MORE-SAV TO TRUE.
           IF NOT NO-MORE-SAV
               PERFORM TAKE-SAVED-HAND
           END-IF.

       TAKE-SAVED-HAND.
           IF SAV-SEQ NUMERIC AND SAV-SEQ > 0
           AND SAV-PLOT-PICK NUMERIC
               IF SAV-COUNT >= SAVMAX
                   ADD 1 TO SAV-OVERFLOW-CNT
               ELSE
                   ADD 1 TO SAV-COUNT
                   MOVE SAV-PLOT-PICK TO SH-PLOT(SAV-COUNT)
                   PERFORM TAKE-SAVED-HAND-LOOP
                   VARYING VI FROM 1 BY 1 UNTIL VI > 50
                   PERFORM TAKE-SAVED-HAND-LOOP-2
                   VARYING SLOT-X FROM 1 BY 1
                   UNTIL SLOT-X > SCNSLOTMAX
               END-IF
           END-IF.

       TAKE-SAVED-HAND-LOOP.
           IF SAV-CHOICE(VI) NUMERIC
               MOVE SAV-CHOICE(VI)
                 TO SH-CHOICE(SAV-COUNT,VI)
           ELSE
               MOVE 0 TO SH-CHOICE(SAV-COUNT,VI)
           END-IF.

       TAKE-SAVED-HAND-LOOP-2.
           IF SAV-SCENE-ALT(SLOT-X) NUMERIC
               MOVE SAV-SCENE-ALT(SLOT-X)
                 TO SH-SCENE-ALT(SAV-COUNT,SLOT-X)
           ELSE
               MOVE 0 TO SH-SCENE-ALT(SAV-COUNT,SLOT-X)
           END-IF.

      *  replay runs regenerate old stories and use no new hands.
       LOAD-NIGHT-VOLUMES.
           OPEN INPUT RUNSTATS-FILE
           IF WS-FS-RST = '00'
               PERFORM LOAD-NIGHT-VOLUMES-LOOP UNTIL NO-MORE-RST
           END-IF
           CLOSE RUNSTATS-FILE
           DISPLAY 'NIGHTS AVERAGED:   ' NIGHT-COUNT.

       LOAD-NIGHT-VOLUMES-LOOP.
           READ RUNSTATS-FILE
           AT END
               SET NO-MORE-RST TO TRUE.
           IF NOT NO-MORE-RST
               IF RST-MODE NOT = 'R'
                   PERFORM TAKE-RUN-VOLUME
               END-IF
           END-IF.

       TAKE-RUN-VOLUME.
           IF NIGHT-COUNT = 0
           OR RST-DATE NOT = NT-DATE(NIGHT-COUNT)
               IF NIGHT-COUNT >= CAPNIGHTS
                   PERFORM TAKE-RUN-VOLUME-LOOP VARYING NX FROM 1 BY 1
                   UNTIL NX >= NIGHT-COUNT
               ELSE
                   ADD 1 TO NIGHT-COUNT
               END-IF
               MOVE RST-DATE TO NT-DATE(NIGHT-COUNT)
               PERFORM TAKE-RUN-VOLUME-LOOP-2
               VARYING PX FROM 1 BY 1 UNTIL PX > 99
           END-IF
           PERFORM TAKE-RUN-VOLUME-LOOP-3
           VARYING PX FROM 1 BY 1 UNTIL PX > 99.

       TAKE-RUN-VOLUME-LOOP.
           MOVE NIGHT-ENTRY(NX + 1) TO NIGHT-ENTRY(NX).

       TAKE-RUN-VOLUME-LOOP-2.
           MOVE 0 TO NT-PLOT-COUNT(NIGHT-COUNT,PX).

       TAKE-RUN-VOLUME-LOOP-3.
           IF RST-PLOT-COUNT(PX) NUMERIC
               ADD RST-PLOT-COUNT(PX)
                 TO NT-PLOT-COUNT(NIGHT-COUNT,PX)
           END-IF.

      *****************************************************************
      *  capacity = scene combinations x free variables x linked
      *  walk; used = distinct printed hands on savestory.dat that
      *  still fall inside that space.
       SIZE-ONE-PLOT.
           MOVE SPACE TO PW-OVER-SWITCH
           MOVE SPACE TO PW-BOUND-SWITCH
           MOVE SPACES TO PW-FLAG
           PERFORM FIND-USED-VARIABLES
           PERFORM COUNT-SCENE-COMBOS
           PERFORM SET-VALUE-ELIGIBILITY
           PERFORM FIND-LINKED-VARIABLES
           PERFORM COUNT-FREE-FACTOR
           PERFORM COUNT-LINKED-HANDS
           MOVE PW-SCENE-COMBOS TO PW-CAPACITY
           PERFORM MULTIPLY-CAPACITY
           IF PW-CAPACITY-OVER
               MOVE 999999999999999999 TO PW-CAPACITY
           END-IF
           PERFORM COUNT-USED-HANDS
           IF PW-USED-HANDS >= PW-CAPACITY
               MOVE 0 TO PW-REMAINING
           ELSE
               COMPUTE PW-REMAINING = PW-CAPACITY - PW-USED-HANDS
           END-IF
           MOVE 0 TO PW-NIGHT-TOTAL
           PERFORM SIZE-ONE-PLOT-LOOP
           VARYING NX FROM 1 BY 1 UNTIL NX > NIGHT-COUNT
           MOVE 0 TO PW-PER-NIGHT
           IF NIGHT-COUNT > 0
               COMPUTE PW-PER-NIGHT = PW-NIGHT-TOTAL / NIGHT-COUNT
           END-IF
           MOVE 0 TO PW-NIGHTS-LEFT
           IF PW-PER-NIGHT > 0
               PERFORM COUNT-NIGHTS-LEFT
           END-IF
           MOVE SPACE TO FLAGGED-SW(PX)
           IF PW-REMAINING = 0
               MOVE 'EXHAUSTED' TO PW-FLAG
               ADD 1 TO CP-EXHAUSTED
               SET PLOT-FLAGGED(PX) TO TRUE
           ELSE
               IF PW-PER-NIGHT > 0 AND PW-NIGHTS-LEFT < CAP-WARN
                   MOVE 'LOW' TO PW-FLAG
                   ADD 1 TO CP-LOW
                   SET PLOT-FLAGGED(PX) TO TRUE
               ELSE
                   IF PW-PER-NIGHT = 0
                       MOVE 'NOT RUN LATELY' TO PW-FLAG
                   END-IF
               END-IF
           END-IF
           IF PW-UPPER-BOUND
               ADD 1 TO CP-BOUNDED
           END-IF
           IF PW-CAPACITY-OVER
               ADD 1 TO CP-OVER
           END-IF.

       SIZE-ONE-PLOT-LOOP.
           ADD NT-PLOT-COUNT(NX,PX) TO PW-NIGHT-TOTAL.

       MULTIPLY-CAPACITY.
           MULTIPLY PW-FREE-FACTOR BY PW-CAPACITY
               ON SIZE ERROR SET PW-CAPACITY-OVER TO TRUE.
           MULTIPLY PW-LINK-HANDS BY PW-CAPACITY
               ON SIZE ERROR SET PW-CAPACITY-OVER TO TRUE.

       COUNT-NIGHTS-LEFT.
           COMPUTE PW-NIGHTS-LEFT = PW-REMAINING / PW-PER-NIGHT
               ON SIZE ERROR MOVE 9999999999 TO PW-NIGHTS-LEFT.

      *  a plot with scene records prints its alternates, never
      *  its flat text; a variable in any alternate counts as
      *  printed.
       FIND-USED-VARIABLES.
           PERFORM FIND-USED-VARIABLES-LOOP
           VARYING VI FROM 1 BY 1 UNTIL VI > 50
           MOVE 0 TO PW-SCENE-HITS
           PERFORM FIND-USED-VARIABLES-LOOP-2
           VARYING SCN-X FROM 1 BY 1 UNTIL SCN-X > SCENE-COUNT
           IF PW-SCENE-HITS = 0
               MOVE PLOT-ENTRY(PX) TO TK-TEXT
               MOVE PLOT-LEN(PX) TO TK-LEN
               PERFORM SCAN-TEXT-TOKENS
           END-IF
           MOVE 0 TO PW-USED-COUNT
           PERFORM FIND-USED-VARIABLES-LOOP-3
           VARYING VI FROM 1 BY 1 UNTIL VI > VAR-NAME-COUNT.

       FIND-USED-VARIABLES-LOOP.
           MOVE SPACE TO PW-USED-FLAG(VI).

       FIND-USED-VARIABLES-LOOP-2.
           IF SCENE-T-PLOT(SCN-X) = PX
               ADD 1 TO PW-SCENE-HITS
               MOVE SPACES TO TK-TEXT
               MOVE SCENE-T-TEXT(SCN-X) TO TK-TEXT
               MOVE 256 TO TK-LEN
               PERFORM SCAN-TEXT-TOKENS
           END-IF.

       FIND-USED-VARIABLES-LOOP-3.
           IF PW-VAR-USED(VI)
               ADD 1 TO PW-USED-COUNT
           END-IF.

       SCAN-TEXT-TOKENS.
           MOVE 1 TO TK-POS
           PERFORM SCAN-TEXT-TOKENS-LOOP UNTIL TK-POS > TK-LEN.

       SCAN-TEXT-TOKENS-LOOP.
           MOVE TK-TEXT(TK-POS:1) TO TK-CH
           IF TK-CH >= 'A' AND TK-CH <= 'Z'
               PERFORM COLLECT-TEXT-TOKEN
           ELSE
               ADD 1 TO TK-POS
           END-IF.

       COLLECT-TEXT-TOKEN.
           MOVE SPACES TO TK-VAL
           MOVE 0 TO TK-VAL-LEN
           MOVE SPACE TO TK-DONE-SW
           PERFORM COLLECT-TEXT-TOKEN-LOOP
           UNTIL TK-POS > TK-LEN OR TK-DONE
           IF TK-VAL-LEN >= 2
               PERFORM COLLECT-TEXT-TOKEN-LOOP-2
               VARYING VI FROM 1 BY 1 UNTIL VI > VAR-NAME-COUNT
           END-IF.

       COLLECT-TEXT-TOKEN-LOOP.
           MOVE TK-TEXT(TK-POS:1) TO TK-CH
           IF (TK-CH >= 'A' AND TK-CH <= 'Z') OR TK-CH = '-'
               IF TK-VAL-LEN < 16
                   ADD 1 TO TK-VAL-LEN
                   MOVE TK-CH TO TK-VAL(TK-VAL-LEN:1)
               END-IF
               ADD 1 TO TK-POS
           ELSE
               SET TK-DONE TO TRUE
           END-IF.

       COLLECT-TEXT-TOKEN-LOOP-2.
           IF VAR-NAME(VI) = TK-VAL
               SET PW-VAR-USED(VI) TO TRUE
           END-IF.

      *  one alternate per slot is drawn for every story, so the
      *  slots multiply.
       COUNT-SCENE-COMBOS.
           PERFORM COUNT-SCENE-COMBOS-LOOP
           VARYING SLOT-X FROM 1 BY 1 UNTIL SLOT-X > SCNSLOTMAX
           PERFORM COUNT-SCENE-COMBOS-LOOP-2
           VARYING SCN-X FROM 1 BY 1 UNTIL SCN-X > SCENE-COUNT
           MOVE 1 TO PW-SCENE-COMBOS
           PERFORM COUNT-SCENE-COMBOS-LOOP-3
           VARYING SLOT-X FROM 1 BY 1 UNTIL SLOT-X > SCNSLOTMAX.

       COUNT-SCENE-COMBOS-LOOP.
           MOVE 0 TO PW-SLOT-ALTS(SLOT-X).

       COUNT-SCENE-COMBOS-LOOP-2.
           IF SCENE-T-PLOT(SCN-X) = PX
           AND SCENE-T-SLOT(SCN-X) <= SCNSLOTMAX
               ADD 1 TO PW-SLOT-ALTS(SCENE-T-SLOT(SCN-X))
           END-IF.

       COUNT-SCENE-COMBOS-LOOP-3.
           IF PW-SLOT-ALTS(SLOT-X) > 0
               PERFORM MULTIPLY-SCENE-COMBOS
           END-IF.

       MULTIPLY-SCENE-COMBOS.
           MULTIPLY PW-SLOT-ALTS(SLOT-X) BY PW-SCENE-COMBOS
               ON SIZE ERROR SET PW-CAPACITY-OVER TO TRUE.

      *  what a value needs regardless of the rest of the hand:
      *  the plot's genre (or no tag), room under its quota, and a
      *  dependency on an earlier variable - HALLMARK never
      *  satisfies one naming a later or unknown variable.
       SET-VALUE-ELIGIBILITY.
           PERFORM SET-VALUE-ELIGIBILITY-LOOP
           VARYING VI FROM 1 BY 1 UNTIL VI > VAR-NAME-COUNT.

       SET-VALUE-ELIGIBILITY-LOOP.
           MOVE 0 TO PW-OK-COUNT(VI)
           PERFORM SET-VALUE-ELIGIBILITY-LOOP-2 VARYING VJ FROM 1 BY 1
           UNTIL VJ > VAR-VAL-COUNT(VI).

       SET-VALUE-ELIGIBILITY-LOOP-2.
           MOVE 'Y' TO PW-BASE-OK(VI,VJ)
           MOVE 0 TO PW-DEP-VI(VI,VJ)
           IF VAR-GENRE(VI,VJ) NOT = SPACES
           AND VAR-GENRE(VI,VJ) NOT = PLOT-GENRE(PX)
               MOVE 'N' TO PW-BASE-OK(VI,VJ)
           END-IF
           IF VAR-LIMIT(VI,VJ) > 0
           AND VAR-PICK-COUNT(VI,VJ) >= VAR-LIMIT(VI,VJ)
               MOVE 'N' TO PW-BASE-OK(VI,VJ)
           END-IF
           IF VAR-DEP-NAME(VI,VJ) NOT = SPACES
               PERFORM SET-VALUE-ELIGIBILITY-LOOP-3
               VARYING VD FROM 1 BY 1 UNTIL VD >= VI
               IF PW-DEP-VI(VI,VJ) = 0
                   MOVE 'N' TO PW-BASE-OK(VI,VJ)
               END-IF
           END-IF
           IF PW-VALUE-OK(VI,VJ)
               ADD 1 TO PW-OK-COUNT(VI)
           END-IF.

       SET-VALUE-ELIGIBILITY-LOOP-3.
           IF VAR-NAME(VD) = VAR-DEP-NAME(VI,VJ)
               MOVE VD TO PW-DEP-VI(VI,VJ)
           END-IF.

      *  printed variables tied to another printed variable, by a
      *  dependency either way or by a conflict pair, cannot be
      *  counted on their own.
       FIND-LINKED-VARIABLES.
           PERFORM FIND-LINKED-VARIABLES-LOOP
           VARYING VI FROM 1 BY 1 UNTIL VI > 50
           PERFORM FIND-LINKED-VARIABLES-LOOP-2
           VARYING VI FROM 1 BY 1 UNTIL VI > VAR-NAME-COUNT
           PERFORM FIND-LINKED-VARIABLES-LOOP-3
           VARYING CFX FROM 1 BY 1 UNTIL CFX > CONFLICT-COUNT
           MOVE 0 TO PW-LINK-COUNT
           PERFORM FIND-LINKED-VARIABLES-LOOP-4
           VARYING VI FROM 1 BY 1 UNTIL VI > VAR-NAME-COUNT.

       FIND-LINKED-VARIABLES-LOOP.
           MOVE SPACE TO PW-LINK-FLAG(VI).

       FIND-LINKED-VARIABLES-LOOP-2.
           IF PW-VAR-USED(VI)
               PERFORM FIND-LINKED-VARIABLES-LOOP-5
               VARYING VJ FROM 1 BY 1
               UNTIL VJ > VAR-VAL-COUNT(VI)
           END-IF.

       FIND-LINKED-VARIABLES-LOOP-3.
           IF PW-VAR-USED(CR-A-VI(CFX))
           AND PW-VAR-USED(CR-B-VI(CFX))
               SET PW-VAR-LINKED(CR-A-VI(CFX)) TO TRUE
               SET PW-VAR-LINKED(CR-B-VI(CFX)) TO TRUE
           END-IF.

       FIND-LINKED-VARIABLES-LOOP-4.
           IF PW-VAR-LINKED(VI)
               ADD 1 TO PW-LINK-COUNT
               MOVE VI TO WALK-VI(PW-LINK-COUNT)
           END-IF.

       FIND-LINKED-VARIABLES-LOOP-5.
           MOVE PW-DEP-VI(VI,VJ) TO VD
           IF VD > 0
               IF PW-VAR-USED(VD)
                   SET PW-VAR-LINKED(VI) TO TRUE
                   SET PW-VAR-LINKED(VD) TO TRUE
               END-IF
           END-IF.

      *  a variable with nothing eligible is shown in full by
      *  HALLMARK's no-options override, so it counts in full.
       COUNT-FREE-FACTOR.
           MOVE 1 TO PW-FREE-FACTOR
           PERFORM COUNT-FREE-FACTOR-LOOP
           VARYING VI FROM 1 BY 1 UNTIL VI > VAR-NAME-COUNT.

       COUNT-FREE-FACTOR-LOOP.
           IF PW-VAR-USED(VI) AND NOT PW-VAR-LINKED(VI)
               IF PW-OK-COUNT(VI) > 0
                   PERFORM MULTIPLY-FREE-OK
               ELSE
                   IF VAR-VAL-COUNT(VI) > 0
                       PERFORM MULTIPLY-FREE-VALUES
                   END-IF
               END-IF
           END-IF.

       MULTIPLY-FREE-OK.
           MULTIPLY PW-OK-COUNT(VI) BY PW-FREE-FACTOR
               ON SIZE ERROR SET PW-CAPACITY-OVER TO TRUE.

       MULTIPLY-FREE-VALUES.
           MULTIPLY VAR-VAL-COUNT(VI) BY PW-FREE-FACTOR
               ON SIZE ERROR SET PW-CAPACITY-OVER TO TRUE.

      *  depth-first over the linked variables in load order, the
      *  order HALLMARK picks them in, so every dependency and
      *  conflict partner is already chosen when a value is
      *  tried.  Past NODEMAX steps the walk gives up and the
      *  plain product stands in as an upper bound.
       COUNT-LINKED-HANDS.
           MOVE 1 TO PW-LINK-HANDS
           IF PW-LINK-COUNT > 0
               MOVE 0 TO PW-LINK-HANDS
               MOVE 0 TO WALK-NODES
               MOVE 1 TO WX
               MOVE 0 TO WALK-J(1)
               PERFORM SET-LEVEL-OVERRIDE
               PERFORM COUNT-LINKED-HANDS-LOOP
               UNTIL WX = 0 OR PW-UPPER-BOUND
               IF PW-UPPER-BOUND
                   PERFORM COUNT-LINKED-BOUND
               END-IF
           END-IF.

       COUNT-LINKED-HANDS-LOOP.
           PERFORM NEXT-LINKED-VALUE
           IF VALUE-FOUND
               MOVE WALK-J(WX) TO HAND-CHOICE(WALK-VI(WX))
               IF WX = PW-LINK-COUNT
                   PERFORM ADD-LINKED-HAND
               ELSE
                   ADD 1 TO WX
                   MOVE 0 TO WALK-J(WX)
                   PERFORM SET-LEVEL-OVERRIDE
               END-IF
           ELSE
               SUBTRACT 1 FROM WX
           END-IF
           ADD 1 TO WALK-NODES
           IF WALK-NODES > NODEMAX
               SET PW-UPPER-BOUND TO TRUE
           END-IF.

       ADD-LINKED-HAND.
           ADD 1 TO PW-LINK-HANDS
               ON SIZE ERROR SET PW-CAPACITY-OVER TO TRUE.

       NEXT-LINKED-VALUE.
           MOVE SPACE TO VALUE-FOUND-SW
           MOVE WALK-VI(WX) TO VI
           PERFORM NEXT-LINKED-VALUE-LOOP UNTIL VALUE-FOUND
           OR WALK-J(WX) >= VAR-VAL-COUNT(VI).

       NEXT-LINKED-VALUE-LOOP.
           ADD 1 TO WALK-J(WX)
           MOVE WALK-J(WX) TO VJ
           IF VALUE-OVERRIDDEN(WX)
               SET VALUE-FOUND TO TRUE
           ELSE
               PERFORM CHECK-LINKED-VALUE
               IF VALUE-ELIGIBLE
                   SET VALUE-FOUND TO TRUE
               END-IF
           END-IF.

       SET-LEVEL-OVERRIDE.
           MOVE 'Y' TO WALK-OVR-SW(WX)
           MOVE WALK-VI(WX) TO VI
           PERFORM SET-LEVEL-OVERRIDE-LOOP VARYING VJ FROM 1 BY 1
           UNTIL VJ > VAR-VAL-COUNT(VI) OR NOT VALUE-OVERRIDDEN(WX).

       SET-LEVEL-OVERRIDE-LOOP.
           PERFORM CHECK-LINKED-VALUE
           IF VALUE-ELIGIBLE
               MOVE SPACE TO WALK-OVR-SW(WX)
           END-IF.

       CHECK-LINKED-VALUE.
           MOVE 'N' TO VALUE-OK-SW
           IF PW-VALUE-OK(VI,VJ)
               SET VALUE-ELIGIBLE TO TRUE
               MOVE PW-DEP-VI(VI,VJ) TO VD
               IF VD > 0
                   IF PW-VAR-USED(VD)
                   AND HAND-CHOICE(VD) NOT = VAR-DEP-CHOICE(VI,VJ)
                       MOVE 'N' TO VALUE-OK-SW
                   END-IF
               END-IF
               PERFORM CHECK-LINKED-VALUE-LOOP VARYING CFX FROM 1 BY 1
               UNTIL CFX > CONFLICT-COUNT OR NOT VALUE-ELIGIBLE
           END-IF.

       CHECK-LINKED-VALUE-LOOP.
           IF CR-A-VI(CFX) = VI AND CR-A-VJ(CFX) = VJ
           AND CR-B-VI(CFX) < VI
           AND PW-VAR-USED(CR-B-VI(CFX))
           AND HAND-CHOICE(CR-B-VI(CFX)) = CR-B-VJ(CFX)
               MOVE 'N' TO VALUE-OK-SW
           END-IF
           IF CR-B-VI(CFX) = VI AND CR-B-VJ(CFX) = VJ
           AND CR-A-VI(CFX) < VI
           AND PW-VAR-USED(CR-A-VI(CFX))
           AND HAND-CHOICE(CR-A-VI(CFX)) = CR-A-VJ(CFX)
               MOVE 'N' TO VALUE-OK-SW
           END-IF.

       COUNT-LINKED-BOUND.
           MOVE 1 TO PW-LINK-HANDS
           PERFORM COUNT-LINKED-BOUND-LOOP
           VARYING WX FROM 1 BY 1 UNTIL WX > PW-LINK-COUNT.

       COUNT-LINKED-BOUND-LOOP.
           MOVE WALK-VI(WX) TO VI
           IF PW-OK-COUNT(VI) > 0
               PERFORM MULTIPLY-BOUND-OK
           ELSE
               PERFORM MULTIPLY-BOUND-VALUES
           END-IF.

       MULTIPLY-BOUND-OK.
           MULTIPLY PW-OK-COUNT(VI) BY PW-LINK-HANDS
               ON SIZE ERROR SET PW-CAPACITY-OVER TO TRUE.

       MULTIPLY-BOUND-VALUES.
           MULTIPLY VAR-VAL-COUNT(VI) BY PW-LINK-HANDS
               ON SIZE ERROR SET PW-CAPACITY-OVER TO TRUE.

      *  a saved hand is reduced to what the reader sees - the
      *  scene alternates and the printed variables - so two
      *  hands that differ only in a variable the plot never
      *  prints are one story.  Hands using a value no longer in
      *  the space (since capped, retagged or removed) are not
      *  taken off what is left.
       COUNT-USED-HANDS.
           MOVE 0 TO KEY-COUNT
           PERFORM COUNT-USED-HANDS-LOOP
           VARYING SHX FROM 1 BY 1 UNTIL SHX > SAV-COUNT
           MOVE KEY-COUNT TO PW-USED-HANDS.

       COUNT-USED-HANDS-LOOP.
           IF SH-PLOT(SHX) = PX
               PERFORM BUILD-HAND-KEY
               IF HAND-IN-SPACE
                   PERFORM ADD-HAND-KEY
               END-IF
           END-IF.

       BUILD-HAND-KEY.
           SET HAND-IN-SPACE TO TRUE
           MOVE ZEROS TO HAND-KEY
           PERFORM BUILD-HAND-KEY-LOOP
           VARYING SLOT-X FROM 1 BY 1 UNTIL SLOT-X > SCNSLOTMAX
           PERFORM BUILD-HAND-KEY-LOOP-2
           VARYING VI FROM 1 BY 1 UNTIL VI > VAR-NAME-COUNT.

       BUILD-HAND-KEY-LOOP.
           IF PW-SLOT-ALTS(SLOT-X) > 0
               IF SH-SCENE-ALT(SHX,SLOT-X) < 1
               OR SH-SCENE-ALT(SHX,SLOT-X) > PW-SLOT-ALTS(SLOT-X)
                   MOVE 'N' TO HAND-SW
               ELSE
                   MOVE SH-SCENE-ALT(SHX,SLOT-X)
                     TO HK-SCENE-ALT(SLOT-X)
               END-IF
           END-IF.

       BUILD-HAND-KEY-LOOP-2.
           IF PW-VAR-USED(VI)
               MOVE SH-CHOICE(SHX,VI) TO VJ
               IF VJ < 1 OR VJ > VAR-VAL-COUNT(VI)
                   MOVE 'N' TO HAND-SW
               ELSE
                   IF NOT PW-VALUE-OK(VI,VJ)
                   AND PW-OK-COUNT(VI) > 0
                       MOVE 'N' TO HAND-SW
                   END-IF
                   MOVE VJ TO HK-CHOICE(VI)
               END-IF
           END-IF.

       ADD-HAND-KEY.
           MOVE SPACE TO KEY-SW
           PERFORM ADD-HAND-KEY-LOOP VARYING KX FROM 1 BY 1
           UNTIL KX > KEY-COUNT OR KEY-FOUND
           IF NOT KEY-FOUND
               ADD 1 TO KEY-COUNT
               MOVE HAND-KEY TO KEY-ENTRY(KEY-COUNT)
           END-IF.

       ADD-HAND-KEY-LOOP.
           IF KEY-ENTRY(KX) = HAND-KEY
               SET KEY-FOUND TO TRUE
           END-IF.

      *****************************************************************
      *  capacity.prt: ANSI carriage control in column 1 as on
      *  rules.prt.
       PRINT-COLUMN-HEADINGS.
           MOVE SPACES TO PRT-HOLD-LINE
           MOVE 'PLOT' TO PRT-HOLD-LINE(1:4)
           MOVE 'TITLE' TO PRT-HOLD-LINE(6:5)
           MOVE 'GENRE' TO PRT-HOLD-LINE(30:5)
           MOVE 'VARS' TO PRT-HOLD-LINE(36:4)
           MOVE ' SCENES' TO PRT-HOLD-LINE(41:7)
           MOVE '          CAPACITY' TO PRT-HOLD-LINE(49:18)
           MOVE '    USED' TO PRT-HOLD-LINE(69:8)
           MOVE '         REMAINING' TO PRT-HOLD-LINE(78:18)
           MOVE ' NIGHT' TO PRT-HOLD-LINE(97:6)
           MOVE 'NIGHTS LEFT' TO PRT-HOLD-LINE(104:11)
           PERFORM WRITE-PRINT-LINE.

       PRINT-PLOT-LINE.
           MOVE SPACES TO PRT-HOLD-LINE
           MOVE PX TO PRT-PLOT-NO
           MOVE PRT-PLOT-NO TO PRT-HOLD-LINE(1:2)
           MOVE PLOT-TITLE(PX) TO PRT-HOLD-LINE(6:23)
           MOVE PLOT-GENRE(PX) TO PRT-HOLD-LINE(30:4)
           MOVE PW-USED-COUNT TO PRT-HOLD-LINE(37:2)
           MOVE PW-SCENE-COMBOS TO PRT-SMALL
           MOVE PRT-SMALL TO PRT-HOLD-LINE(41:7)
           MOVE PW-CAPACITY TO PRT-BIG
           MOVE PRT-BIG TO PRT-HOLD-LINE(49:18)
           IF PW-CAPACITY-OVER
               MOVE '+' TO PRT-HOLD-LINE(67:1)
           ELSE
               IF PW-UPPER-BOUND
                   MOVE '*' TO PRT-HOLD-LINE(67:1)
               END-IF
           END-IF
           MOVE PW-USED-HANDS TO PRT-SMALL
           MOVE PRT-SMALL TO PRT-HOLD-LINE(70:7)
           MOVE PW-REMAINING TO PRT-BIG
           MOVE PRT-BIG TO PRT-HOLD-LINE(78:18)
           MOVE PW-PER-NIGHT TO PRT-RATE
           MOVE PRT-RATE TO PRT-HOLD-LINE(97:6)
           IF PW-PER-NIGHT > 0
               MOVE PW-NIGHTS-LEFT TO PRT-NIGHTS
               MOVE PRT-NIGHTS TO PRT-HOLD-LINE(104:10)
           END-IF
           MOVE PW-FLAG TO PRT-HOLD-LINE(116:17)
           PERFORM WRITE-PRINT-LINE.

       PRINT-TOTALS.
           MOVE SPACES TO PRT-HOLD-LINE
           PERFORM WRITE-PRINT-LINE
           MOVE 'PLOTS EXHAUSTED' TO PRT-HOLD-LINE(1:15)
           MOVE CP-EXHAUSTED TO PRT-HOLD-LINE(36:3)
           PERFORM WRITE-PRINT-LINE
           MOVE SPACES TO PRT-HOLD-LINE
           MOVE 'PLOTS UNDER' TO PRT-HOLD-LINE(1:11)
           MOVE CAP-WARN TO PRT-HOLD-LINE(13:3)
           MOVE 'NIGHTS OF HEADROOM' TO PRT-HOLD-LINE(17:18)
           MOVE CP-LOW TO PRT-HOLD-LINE(36:3)
           PERFORM WRITE-PRINT-LINE
           MOVE SPACES TO PRT-HOLD-LINE
           MOVE 'NIGHT = AVERAGE STORIES PER RUN DATE OVER THE LAST'
             TO PRT-HOLD-LINE(1:50)
           MOVE NIGHT-COUNT TO PRT-HOLD-LINE(52:1)
           MOVE 'ON runstats.dat' TO PRT-HOLD-LINE(54:15)
           PERFORM WRITE-PRINT-LINE
           IF CP-BOUNDED > 0
               MOVE SPACES TO PRT-HOLD-LINE
               MOVE '* TOO MANY LINKED COMBINATIONS TO WALK - CAPACITY'
                 TO PRT-HOLD-LINE(1:50)
               MOVE ' IS AN UPPER BOUND' TO PRT-HOLD-LINE(51:18)
               PERFORM WRITE-PRINT-LINE
           END-IF
           IF CP-OVER > 0
               MOVE SPACES TO PRT-HOLD-LINE
               MOVE '+ CAPACITY BEYOND 18 DIGITS' TO PRT-HOLD-LINE(1:27)
               PERFORM WRITE-PRINT-LINE
           END-IF
           IF SAV-OVERFLOW-CNT > 0
               MOVE SPACES TO PRT-HOLD-LINE
               MOVE 'SAVED HANDS PAST THE TABLE NOT COUNTED:'
                 TO PRT-HOLD-LINE(1:39)
               MOVE SAV-OVERFLOW-CNT TO PRT-HOLD-LINE(41:6)
               PERFORM WRITE-PRINT-LINE
           END-IF.

      *  for each flagged plot, where the combinations come from:
      *  the printed variables with the values still eligible,
      *  and the scene slots with their alternates.
       PRINT-FLAGGED-DETAIL.
           MOVE SPACES TO PRT-HOLD-LINE
           PERFORM WRITE-PRINT-LINE
           MOVE 'FLAGGED PLOTS - WHERE THE COMBINATIONS COME FROM'
             TO PRT-HOLD-LINE(1:48)
           PERFORM WRITE-PRINT-LINE
           PERFORM PRINT-FLAGGED-DETAIL-LOOP
           VARYING PX FROM 1 BY 1 UNTIL PX > PLOT-COUNT.

       PRINT-FLAGGED-DETAIL-LOOP.
           IF PLOT-FLAGGED(PX)
               PERFORM PRINT-PLOT-DETAIL
           END-IF.

       PRINT-PLOT-DETAIL.
           PERFORM FIND-USED-VARIABLES
           PERFORM COUNT-SCENE-COMBOS
           PERFORM SET-VALUE-ELIGIBILITY
           PERFORM FIND-LINKED-VARIABLES
           MOVE SPACES TO PRT-HOLD-LINE
           PERFORM WRITE-PRINT-LINE
           MOVE PX TO PRT-PLOT-NO
           MOVE PRT-PLOT-NO TO PRT-HOLD-LINE(1:2)
           MOVE PLOT-TITLE(PX) TO PRT-HOLD-LINE(6:40)
           PERFORM WRITE-PRINT-LINE
           IF PW-USED-COUNT = 0
               MOVE SPACES TO PRT-HOLD-LINE
               MOVE 'PRINTS NO VARIABLE - EVERY STORY READS THE SAME'
                 TO PRT-HOLD-LINE(6:47)
               PERFORM WRITE-PRINT-LINE
           END-IF
           PERFORM PRINT-PLOT-DETAIL-LOOP
           VARYING VI FROM 1 BY 1 UNTIL VI > VAR-NAME-COUNT
           PERFORM PRINT-PLOT-DETAIL-LOOP-2
           VARYING SLOT-X FROM 1 BY 1 UNTIL SLOT-X > SCNSLOTMAX.

       PRINT-PLOT-DETAIL-LOOP.
           IF PW-VAR-USED(VI)
               MOVE SPACES TO PRT-HOLD-LINE
               MOVE 'VARIABLE' TO PRT-HOLD-LINE(6:8)
               MOVE VAR-NAME(VI) TO PRT-HOLD-LINE(15:16)
               MOVE VAR-VAL-COUNT(VI) TO PRT-HOLD-LINE(33:2)
               MOVE 'ON FILE' TO PRT-HOLD-LINE(36:7)
               MOVE PW-OK-COUNT(VI) TO PRT-HOLD-LINE(45:2)
               MOVE 'ELIGIBLE' TO PRT-HOLD-LINE(48:8)
               IF PW-VAR-LINKED(VI)
                   MOVE 'LINKED BY DEPENDENCY OR CONFLICT'
                     TO PRT-HOLD-LINE(58:32)
               END-IF
               PERFORM WRITE-PRINT-LINE
           END-IF.

       PRINT-PLOT-DETAIL-LOOP-2.
           IF PW-SLOT-ALTS(SLOT-X) > 0
               MOVE SPACES TO PRT-HOLD-LINE
               MOVE 'SCENE SLOT' TO PRT-HOLD-LINE(6:10)
               MOVE SLOT-X TO PRT-HOLD-LINE(17:2)
               MOVE PW-SLOT-ALTS(SLOT-X) TO PRT-HOLD-LINE(31:3)
               MOVE 'ALTERNATES' TO PRT-HOLD-LINE(36:10)
               PERFORM WRITE-PRINT-LINE
           END-IF.

       START-NEW-PAGE.
           ADD 1 TO PRT-PAGE-NO
           MOVE SPACES TO PRINT-REC
           MOVE '1' TO PRT-CC
           MOVE 'HALLMARK UNIQUE-STORY CAPACITY' TO PRT-DATA(1:30)
           MOVE 'RUN' TO PRT-DATA(40:3)
           MOVE PRT-RUN-DATE TO PRT-DATA(44:8)
           MOVE 'PAGE' TO PRT-DATA(120:4)
           MOVE PRT-PAGE-NO TO PRT-DATA(125:4)
           WRITE PRINT-REC
           MOVE SPACES TO PRINT-REC
           WRITE PRINT-REC
           MOVE 2 TO PRT-LINE-NO.

       WRITE-PRINT-LINE.
           IF PRT-LINE-NO >= PAGE-DEPTH
               PERFORM START-NEW-PAGE
           END-IF
           MOVE SPACES TO PRINT-REC
           MOVE ' ' TO PRT-CC
           MOVE PRT-HOLD-LINE TO PRT-DATA
           WRITE PRINT-REC
           ADD 1 TO PRT-LINE-NO.
//LKED.SYSIN DD *
  INCLUDE RUNLIB(RUNPARM)
//*
//* RUN CAPRPT FROM THE LOAD MODULE JUST LINKED, SKIPPED WHEN THE
//* COMPILE OR THE LINK FAILED.
//GO      EXEC PGM=CAPRPT,
//             COND=((5,LT,STP1.COB),(5,LT,STP1.LKED))
//STEPLIB  DD DISP=SHR,DSN=HERC02.RUN.LOAD
//SYSOUT   DD SYSOUT=*
//UT-S-VARS   DD DISP=SHR,DSN=HERC02.RUN.DATA(VARS)
//UT-S-PLOT   DD DISP=SHR,DSN=HERC02.RUN.DATA(PLOT)
//UT-S-SCENE  DD DISP=SHR,DSN=HERC02.RUN.DATA(SCENES)
//UT-S-CONFL  DD DISP=SHR,DSN=HERC02.RUN.DATA(CONFLICT)
//UT-S-LIMIT  DD DISP=SHR,DSN=HERC02.RUN.DATA(VARLIMIT)
//UT-S-CNT    DD DISP=SHR,DSN=HERC02.RUN.DATA(VARCOUNT)
//UT-S-SAV    DD DISP=SHR,DSN=HERC02.RUN.DATA(SAVESTRY)
//UT-S-RSTAT  DD DISP=SHR,DSN=HERC02.RUN.DATA(RUNSTATS)
//UT-S-CAPRPT DD SYSOUT=*
//UT-S-PARM   DD *
CAPRPT_WARN=
/*
//SYSIN    DD DUMMY
//
