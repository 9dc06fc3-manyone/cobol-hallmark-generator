//HERC02C  JOB (COB),
//             'RATERPT',
//             CLASS=A,
//             MSGCLASS=C,
//             REGION=0M,TIME=1440,
//             MSGLEVEL=(1,1)
//*
//* COMPILE, LINK AND RUN RATERPT - AVERAGE VIEWER RATING BY PLOT,
//* GENRE, SCENE ALTERNATE AND VALUE, ON SYSOUT THROUGH UT-S-RATERPT,
//* WITH THE WEIGHT CHANGES IT RECOMMENDS WRITTEN TO UT-S-WREC FOR
//* REVIEW AND VARMAINT'S W OPTION.  RC 4 WHEN RECOMMENDATIONS WERE
//* WRITTEN.
//* UT-S-PARM: RATERPT_FROM= AND RATERPT_TO= AIR DATES (YYYYMMDD,
//* BLANK = OPEN); RATERPT_MIN_STORIES= (DEFAULT 5) AND
//* RATERPT_MIN_DIFF= PERCENT (DEFAULT 10) FOR A RECOMMENDATION.
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
//SYSLMOD DD DISP=SHR,DSN=HERC02.RUN.LOAD(RATERPT)                      00160000
//SYSLIB DD   DSN=SYSC.COBLIB,DISP=SHR                                  00170000
//RUNLIB DD DISP=SHR,DSN=HERC02.RUN.LOAD                                00175000
//SYSUT1 DD UNIT=SYSDA,SPACE=(1024,(50,20))                             00180000
//SYSPRINT DD SYSOUT=*                                                  00190000
// PEND
//STP1 EXEC COBUCL
//COB.SYSIN  DD *
        IDENTIFICATION DIVISION.
        PROGRAM-ID.    RATERPT.
        AUTHOR.        SIMOTIME TECHNOLOGIES.
      * 10/15/2026 DLK ADAPTED FROM THE WORKSTATION SOURCE FOR
      *                THE MVS BATCH - FILES ON UT-S- DD NAMES
      *                IN PLACE OF THE DATASET-NAME VARIABLES,
      *                RUN OPTIONS FROM RUNPARM CARDS
      *
      *  Viewer ratings report, raterpt.prt.  For the stories whose
      *  latest rating on ratehist.dat (loaded by RATELOAD) has an
      *  air date in the window it prints the rated stories and
      *  their average rating:
      *      - by plot and by genre
      *      - by scene alternate, from the alternates each story
      *        kept on savestory.dat
      *      - by VAR-VAL value, from buildsheet.dat
      *  each with the number of rated stories behind it and how
      *  far it sits above or below the average of all of them.
      *  The plot is the save file's, else the build sheet's, else
      *  the story log's; the genre is the one the build sheet's
      *  plot-title record carried that night, or the plot's
      *  catalog genre.  The scene and value sections cover only
      *  stories still on the save file and the build sheet
      *  (RUNTRIM keeps the newest runs), and say how many that was.
      *  A value is recommended for a new weight when at least
      *  RATERPT_MIN_STORIES (default 5) rated stories used it,
      *  their average is RATERPT_MIN_DIFF percent (default 10) or
      *  more above or below the average of all rated stories, and
      *  two in three of them rated on that side of it.  The new
      *  weight is the weight on vars.dat scaled by the value's
      *  average over the overall one, moved at least one and kept
      *  within 1 to 99.  The recommendations are written to
      *  weightrec.dat for review, and VARMAINT's W option applies
      *  the ones the maintainer accepts.  weightrec.dat is
      *  rewritten every run, so a stale list is never applied.
      *  Window from RATERPT_FROM / RATERPT_TO (air dates,
      *  YYYYMMDD, blank = open).  Stories are held in a 9999-story
      *  window ending at the newest rated story in it; ratehist.dat
      *  is never trimmed, so when older rated stories fall outside
      *  the window they are not counted, no recommendation is
      *  written and the return code is 8 - narrow RATERPT_FROM.
      *  Otherwise return code 4 when recommendations were written.
        ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT OPTIONAL RATE-HISTORY-FILE
               ASSIGN TO UT-S-RATEHIST
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-RH.

               SELECT OPTIONAL SAVE-FILE
               ASSIGN TO UT-S-SAV
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-SAV.

               SELECT OPTIONAL BUILD-SHEET-FILE
               ASSIGN TO UT-S-BS
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-BS.

               SELECT OPTIONAL STORY-LOG-FILE
               ASSIGN TO UT-S-LOG
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-LOG.

               SELECT PLOT-FILE
               ASSIGN TO UT-S-PLOT
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-PLOT.

               SELECT OPTIONAL SCENE-FILE
               ASSIGN TO UT-S-SCENE
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-SCN.

               SELECT VARS-FILE
               ASSIGN TO UT-S-VARS
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-VARS.

               SELECT PRINT-FILE
               ASSIGN TO UT-S-RATERPT
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-PRT.

               SELECT WEIGHT-REC-FILE
               ASSIGN TO UT-S-WREC
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-WR.
        DATA DIVISION.
       FILE SECTION.

       FD  RATE-HISTORY-FILE
              RECORD CONTAINS 34 CHARACTERS
              BLOCK CONTAINS 0 RECORDS
              RECORDING MODE IS F.

       01  RATE-HISTORY-REC.
           03  RH-SEQ          PIC 9(8).
           03  RH-AIR-DATE     PIC 9(8).
           03  RH-RATING       PIC 9(3)V9.
           03  RH-DATE         PIC 9(8).
           03  RH-TIME         PIC 9(6).

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

       FD  BUILD-SHEET-FILE
              RECORD CONTAINS 86 CHARACTERS
              BLOCK CONTAINS 0 RECORDS
              RECORDING MODE IS F.

       01  BS-REC.
           03  BS-SEQ        PIC 9(8).
           03  BS-PLOT-PICK  PIC 99.
           03  BS-VAR-NAME   PIC X(16).
           03  BS-VAR-VAL    PIC X(60).

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

       FD  SCENE-FILE
              RECORD CONTAINS 260 CHARACTERS
              BLOCK CONTAINS 0 RECORDS
              RECORDING MODE IS F.

       01  SCENE-REC.
           03  SCN-PLOT        PIC 99.
           03  SCN-SLOT        PIC 9.
           03  SCN-ALT         PIC 9.
           03  SCN-TEXT        PIC X(256).

       FD  VARS-FILE
              RECORD CONTAINS 102 CHARACTERS
              BLOCK CONTAINS 0 RECORDS
              RECORDING MODE IS F.

       01  VARS-RECORD.
           03 FILLER PIC X(102).

       FD  PRINT-FILE
              RECORD CONTAINS 133 CHARACTERS
              BLOCK CONTAINS 0 RECORDS
              RECORDING MODE IS F.

       01  PRINT-REC.
           03  PRT-CC          PIC X.
           03  PRT-DATA        PIC X(132).

      *  one recommended weight per record, after a '*' comment
      *  record saying which run and window it came from.
       FD  WEIGHT-REC-FILE
              RECORD CONTAINS 120 CHARACTERS
              BLOCK CONTAINS 0 RECORDS
              RECORDING MODE IS F.

       01  WEIGHT-REC.
           03  WR-VAR-NAME     PIC X(16).
           03  WR-VAR-VAL      PIC X(60).
           03  WR-OLD-WEIGHT   PIC 99.
           03  WR-NEW-WEIGHT   PIC 99.
           03  WR-STORIES      PIC 9(6).
           03  WR-VALUE-AVG    PIC 9(3)V99.
           03  WR-ALL-AVG      PIC 9(3)V99.
           03  WR-RUN-DATE     PIC 9(8).
           03  FILLER          PIC X(16).

       01  WR-COMMENT-VIEW REDEFINES WEIGHT-REC.
           03  WR-MARK         PIC X.
           03  WR-NOTE         PIC X(119).
        WORKING-STORAGE SECTION.
       01 EOF-FLAGS.
           03 FILLER PIC X(01) VALUE SPACE.
               88 NO-MORE-RH VALUE 'Y'.
           03 FILLER PIC X(01) VALUE SPACE.
               88 NO-MORE-SAV VALUE 'Y'.
           03 FILLER PIC X(01) VALUE SPACE.
               88 NO-MORE-BS VALUE 'Y'.
           03 FILLER PIC X(01) VALUE SPACE.
               88 NO-MORE-LOG VALUE 'Y'.
           03 FILLER PIC X(01) VALUE SPACE.
               88 NO-MORE-PLOT VALUE 'Y'.
           03 FILLER PIC X(01) VALUE SPACE.
               88 NO-MORE-SCN VALUE 'Y'.
           03 FILLER PIC X(01) VALUE SPACE.
               88 NO-MORE-VARS VALUE 'Y'.

       01 WS-FS-RH    PIC X(02).
       01 WS-FS-SAV   PIC X(02).
       01 WS-FS-BS    PIC X(02).
       01 WS-FS-LOG   PIC X(02).
       01 WS-FS-PLOT  PIC X(02).
       01 WS-FS-SCN   PIC X(02).
       01 WS-FS-VARS  PIC X(02).
       01 WS-FS-PRT   PIC X(02).
       01 WS-FS-WR    PIC X(02).
       01 WS-PLOT-DSNAME PIC X(40) VALUE 'UT-S-PLOT'.
       01 WS-SCENE-DSNAME PIC X(40) VALUE 'UT-S-SCENE'.
       01 WS-VARS-DSNAME PIC X(40) VALUE 'UT-S-VARS'.
       01 WS-ENV-NAME     PIC X(20).
       01 WS-ENV-VALUE    PIC X(60).

       01  REF-DATA.
           03  PAGE-DEPTH PIC 99 VALUE 55.
           03  SCNSLOTMAX PIC 99 VALUE 9.

        01  VARS-REC.
           03  VARS-VAR-NAME   PIC X(16).
           03  VARS-VAR-VALUE  PIC X(60).
           03  VARS-WEIGHT     PIC 9(02).
           03  FILLER          PIC X(02).
           03  VARS-DEP-NAME   PIC X(16).
           03  VARS-DEP-CHOICE PIC 9(02).
           03  VARS-GENRE      PIC X(04).

       01  RR-FROM-X PIC X(8).
       01  FILLER REDEFINES RR-FROM-X.
          03  RR-FROM PIC 9(8).
       01  RR-TO-X PIC X(8).
       01  FILLER REDEFINES RR-TO-X.
          03  RR-TO PIC 9(8).
       01  RR-STORIES-X PIC X(3).
       01  FILLER REDEFINES RR-STORIES-X.
          03  RR-MIN-STORIES PIC 9(3).
       01  RR-DIFF-X PIC X(3).
       01  FILLER REDEFINES RR-DIFF-X.
          03  RR-MIN-DIFF PIC 9(3).
       01  RR-SHIFT-X PIC X(3).

      *  genre and title of each template, from its '*CATALOG'
      *  record, in plot.dat order - the order the plot picks count.
       01  PLOTMAX PIC 99 VALUE 99.
       01  PLOT-COUNT PIC 99 VALUE 0.
       01  PLOT-CAT-AREA.
           03  PLOT-CAT OCCURS 99 TIMES.
               05  PLOT-TITLE PIC X(40).
               05  PLOT-GENRE PIC X(4).
               05  PLOT-CNT   PIC 9(6).
               05  PLOT-SUM   PIC 9(8)V9.
       01  PX PIC 999.

      *  every alternate on scenes.dat; SC-ALT is its place among
      *  the plot and slot's alternates in file order, the number
      *  HALLMARK keeps on the save file.
       01  SCENEMAX PIC 9(3) VALUE 500.
       01  SCENE-COUNT PIC 9(3) VALUE 0.
       01  SCENE-TABLE-AREA.
           03  SCENE-ENTRY OCCURS 500 TIMES.
               05  SC-PLOT         PIC 99.
               05  SC-SLOT         PIC 9.
               05  SC-ALT          PIC 9.
               05  SC-TEXT         PIC X(40).
               05  SC-CNT          PIC 9(6).
               05  SC-SUM          PIC 9(8)V9.
       01  SCENE-SEEN-AREA.
           03  SEEN-PLOT OCCURS 99 TIMES.
               05  SEEN-SLOT       PIC 99 OCCURS 9 TIMES.
       01  SX PIC 9(3).
       01  SY PIC 9(3).
       01  SLOTX PIC 99.

      *  one slot per rated story; slot 1 is RS-BASE-SEQ, the
      *  lowest story rated in the window, and SET-STORY-SLOT
      *  gives RSX = 0 for a sequence outside.
       01  SEQMAX PIC 9(4) VALUE 9999.
       01  STORY-TABLE-AREA.
           03  STORY-SLOT OCCURS 9999 TIMES.
               05  RS-RATED-SW     PIC X.
                   88  RS-RATED VALUE 'Y'.
               05  RS-RATING       PIC 9(3)V9.
               05  RS-PLOT         PIC 99.
               05  RS-GENRE        PIC X(4).
               05  RS-TITLE-SW     PIC X.
               05  RS-BS-SW        PIC X.
                   88  RS-ON-BUILD-SHEET VALUE 'Y'.
               05  RS-SAV-SW       PIC X.
                   88  RS-ON-SAVE-FILE VALUE 'Y'.
               05  RS-SCENE-ALT    PIC 9 OCCURS 9 TIMES.
       01  RSX PIC 9(9).
       01  RS-BASE-SEQ PIC 9(8) VALUE 0.
       01  RS-TOP-SEQ PIC 9(8) VALUE 0.
       01  RS-LOOK-SEQ PIC 9(8).

       01  GENREMAX PIC 9(4) VALUE 100.
       01  GENRE-COUNT PIC 9(4) VALUE 0.
       01  GENRE-TABLE-AREA.
           03  GENRE-ENTRY OCCURS 100 TIMES.
               05  GN-GENRE        PIC X(4).
               05  GN-CNT          PIC 9(6).
               05  GN-SUM          PIC 9(8)V9.
       01  GX PIC 9(4).
       01  GY PIC 9(4).

      *  every variable/value pair seen on the build sheet for a
      *  rated story, with the stories rated above and below the
      *  overall average and the value's weight on vars.dat.
       01  VALUEMAX PIC 9(4) VALUE 2000.
       01  VALUE-COUNT PIC 9(4) VALUE 0.
       01  VALUE-TABLE-AREA.
           03  VALUE-ENTRY OCCURS 2000 TIMES.
               05  VT-VAR-NAME     PIC X(16).
               05  VT-VAR-VAL      PIC X(60).
               05  VT-CNT          PIC 9(6).
               05  VT-SUM          PIC 9(8)V9.
               05  VT-ABOVE        PIC 9(6).
               05  VT-BELOW        PIC 9(6).
               05  VT-VARS-SW      PIC X.
                   88  VT-ON-VARS VALUE 'Y'.
               05  VT-WEIGHT       PIC 99.
               05  VT-NEW-WEIGHT   PIC 99.
               05  VT-ACTION       PIC X.
                   88  VT-RAISE VALUE 'R'.
                   88  VT-LOWER VALUE 'L'.
               05  VT-SHOWN-SW     PIC X.
       01  VX PIC 9(4).
       01  VY PIC 9(4).

       01  RATE-COUNTS.
           03  RC-RATED-CNT    PIC 9(6) VALUE 0.
           03  RC-RATED-SUM    PIC 9(8)V9 VALUE 0.
           03  RC-ALL-AVG      PIC 9(3)V99 VALUE 0.
           03  RC-PLOT-CNT     PIC 9(6) VALUE 0.
           03  RC-BS-CNT       PIC 9(6) VALUE 0.
           03  RC-SAV-CNT      PIC 9(6) VALUE 0.
           03  RC-BEYOND-CNT   PIC 9(6) VALUE 0.
           03  RC-VALUE-OVER   PIC 9(6) VALUE 0.
           03  RC-GENRE-OVER   PIC 9(6) VALUE 0.
           03  RC-SCENE-LOST   PIC 9(6) VALUE 0.
           03  RC-REC-CNT      PIC 9(6) VALUE 0.
           03  RC-HELD-CNT     PIC 9(6) VALUE 0.

       01  RECOMMEND-FIELDS.
           03  RR-VALUE-AVG    PIC 9(3)V99.
           03  RR-DIFF-PCT     PIC S9(5)V9.
           03  RR-NEW-WORK     PIC 9(5).

       01  PRINT-FIELDS.
           03  PRT-HOLD-LINE   PIC X(132).
           03  PRT-PAGE-NO     PIC 9(4) VALUE 0.
           03  PRT-LINE-NO     PIC 99 VALUE 99.
           03  PRT-RUN-DATE    PIC 9(8).
           03  PRT-SMALL       PIC ZZZZZ9.
           03  PRT-AVG         PIC ZZ9.99.
           03  PRT-DIFF        PIC +ZZ9.99.
           03  PRT-CNT         PIC 9(6).
           03  PRT-SUM         PIC 9(8)V9.
           03  PRT-AVG-WORK    PIC 9(3)V99.
           03  PRT-DIFF-WORK   PIC S9(3)V99.

      *****************************************************************
        PROCEDURE DIVISION.
           MOVE "RATERPT_FROM" TO WS-ENV-NAME
           CALL 'RUNPARM' USING WS-ENV-NAME WS-ENV-VALUE
           MOVE WS-ENV-VALUE TO RR-FROM-X
           IF RR-FROM-X NOT NUMERIC
               MOVE 0 TO RR-FROM
           END-IF
           MOVE "RATERPT_TO" TO WS-ENV-NAME
           CALL 'RUNPARM' USING WS-ENV-NAME WS-ENV-VALUE
           MOVE WS-ENV-VALUE TO RR-TO-X
           IF RR-TO-X NOT NUMERIC
               MOVE 99999999 TO RR-TO
           END-IF
           MOVE "RATERPT_MIN_STORIES" TO WS-ENV-NAME
           CALL 'RUNPARM' USING WS-ENV-NAME WS-ENV-VALUE
           MOVE WS-ENV-VALUE TO RR-STORIES-X
           PERFORM MAINLINE-LOOP UNTIL RR-STORIES-X = SPACES
           OR RR-STORIES-X(3:1) NOT = SPACE
           INSPECT RR-STORIES-X REPLACING LEADING SPACES BY '0'
           IF RR-STORIES-X NOT NUMERIC OR RR-MIN-STORIES = 0
               MOVE 5 TO RR-MIN-STORIES
           END-IF
           MOVE "RATERPT_MIN_DIFF" TO WS-ENV-NAME
           CALL 'RUNPARM' USING WS-ENV-NAME WS-ENV-VALUE
           MOVE WS-ENV-VALUE TO RR-DIFF-X
           PERFORM MAINLINE-LOOP-2 UNTIL RR-DIFF-X = SPACES
           OR RR-DIFF-X(3:1) NOT = SPACE
           INSPECT RR-DIFF-X REPLACING LEADING SPACES BY '0'
           IF RR-DIFF-X NOT NUMERIC OR RR-MIN-DIFF = 0
               MOVE 10 TO RR-MIN-DIFF
           END-IF

           DISPLAY ' '
           DISPLAY 'RATERPT - VIEWER RATINGS BY PLOT, SCENE AND VALUE'
           DISPLAY 'AIR DATES: ' RR-FROM ' THRU ' RR-TO
           DISPLAY 'RECOMMEND AT ' RR-MIN-STORIES ' STORIES AND '
           RR-MIN-DIFF ' PERCENT'
           PERFORM LOAD-PLOT-CATALOG
           PERFORM LOAD-SCENES
           PERFORM MAINLINE-LOOP-3
           VARYING RSX FROM 1 BY 1 UNTIL RSX > SEQMAX
           PERFORM FIND-RATING-BASE
           PERFORM LOAD-RATINGS
           IF RC-RATED-CNT > 0
               COMPUTE RC-ALL-AVG ROUNDED =
                   RC-RATED-SUM / RC-RATED-CNT
           END-IF
           PERFORM LOAD-SAVED-STORIES
           PERFORM LOAD-BUILD-SHEET
           PERFORM LOAD-LOG-PLOTS
           PERFORM MAINLINE-LOOP-4
           VARYING RSX FROM 1 BY 1 UNTIL RSX > SEQMAX
           PERFORM LOAD-VARS-WEIGHTS
           ACCEPT PRT-RUN-DATE FROM DATE YYYYMMDD
           PERFORM MAINLINE-LOOP-5
           VARYING VX FROM 1 BY 1 UNTIL VX > VALUE-COUNT

           OPEN OUTPUT PRINT-FILE
           IF WS-FS-PRT NOT = '00'
               DISPLAY 'UNABLE TO OPEN raterpt.prt, FILE STATUS='
               WS-FS-PRT
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM PRINT-PLOT-SECTION
           PERFORM PRINT-GENRE-SECTION
           PERFORM PRINT-SCENE-SECTION
           PERFORM PRINT-VALUE-SECTION
           PERFORM PRINT-RECOMMEND-SECTION
           CLOSE PRINT-FILE
           PERFORM WRITE-RECOMMENDATIONS

           DISPLAY 'RATED STORIES:      ' RC-RATED-CNT
           DISPLAY 'AVERAGE RATING:     ' RC-ALL-AVG
           DISPLAY 'ON THE BUILD SHEET: ' RC-BS-CNT
           DISPLAY 'ON THE SAVE FILE:   ' RC-SAV-CNT
           DISPLAY 'WEIGHTS RECOMMENDED:' RC-REC-CNT
           IF RC-BEYOND-CNT > 0
               DISPLAY 'OLDER RATINGS PAST THE ' SEQMAX
               '-STORY WINDOW, NOT COUNTED: ' RC-BEYOND-CNT
               DISPLAY 'NO RECOMMENDATIONS WRITTEN - NARROW'
               ' RATERPT_FROM AND RUN AGAIN'
           END-IF
           IF RC-VALUE-OVER > 0
               DISPLAY 'BUILD SHEET VALUES PAST THE ' VALUEMAX
               '-ENTRY TABLE, NOT COUNTED: ' RC-VALUE-OVER
           END-IF
           DISPLAY 'REPORT ON raterpt.prt, RECOMMENDATIONS ON'
           ' weightrec.dat'
           IF RC-BEYOND-CNT > 0
               MOVE 8 TO RETURN-CODE
           ELSE
           IF RC-REC-CNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           END-IF
           GOBACK.

       MAINLINE-LOOP.
           MOVE RR-STORIES-X TO RR-SHIFT-X
           MOVE RR-SHIFT-X(1:2) TO RR-STORIES-X(2:2)
           MOVE SPACE TO RR-STORIES-X(1:1).

       MAINLINE-LOOP-2.
           MOVE RR-DIFF-X TO RR-SHIFT-X
           MOVE RR-SHIFT-X(1:2) TO RR-DIFF-X(2:2)
           MOVE SPACE TO RR-DIFF-X(1:1).

       MAINLINE-LOOP-3.
           MOVE SPACE TO RS-RATED-SW(RSX) RS-TITLE-SW(RSX)
           MOVE SPACE TO RS-BS-SW(RSX) RS-SAV-SW(RSX)
           MOVE SPACES TO RS-GENRE(RSX)
           MOVE 0 TO RS-RATING(RSX) RS-PLOT(RSX)
           PERFORM MAINLINE-LOOP-6 VARYING SLOTX FROM 1 BY 1
           UNTIL SLOTX > SCNSLOTMAX.

       MAINLINE-LOOP-4.
           IF RS-RATED(RSX)
               PERFORM TALLY-ONE-STORY
           END-IF.

       MAINLINE-LOOP-5.
           PERFORM SET-RECOMMENDATION.

       MAINLINE-LOOP-6.
           MOVE 0 TO RS-SCENE-ALT(RSX,SLOTX).

       LOAD-PLOT-CATALOG.
           OPEN INPUT PLOT-FILE
           IF WS-FS-PLOT NOT = '00'
               DISPLAY 'UNABLE TO OPEN ' WS-PLOT-DSNAME
               ' FILE STATUS=' WS-FS-PLOT
               MOVE 24 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM LOAD-PLOT-CATALOG-LOOP
           VARYING PX FROM 1 BY 1 UNTIL PX > PLOTMAX
           MOVE 0 TO PLOT-COUNT
           PERFORM READ-PLOT
           PERFORM LOAD-PLOT-CATALOG-LOOP-2 UNTIL NO-MORE-PLOT
           CLOSE PLOT-FILE.

       LOAD-PLOT-CATALOG-LOOP.
           MOVE SPACES TO PLOT-TITLE(PX) PLOT-GENRE(PX)
           MOVE 0 TO PLOT-CNT(PX) PLOT-SUM(PX).

       LOAD-PLOT-CATALOG-LOOP-2.
           IF PLOT-COUNT < PLOTMAX
               ADD 1 TO PLOT-COUNT
               IF PC-CATALOG-REC
                   MOVE PC-TITLE TO PLOT-TITLE(PLOT-COUNT)
                   MOVE PC-GENRE TO PLOT-GENRE(PLOT-COUNT)
                   PERFORM READ-PLOT
               END-IF
               IF NO-MORE-PLOT
                   MOVE SPACES TO PLOT-TITLE(PLOT-COUNT)
                   MOVE SPACES TO PLOT-GENRE(PLOT-COUNT)
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

      *  the alternates are numbered per plot and slot in file
      *  order, as HALLMARK numbers them when it assembles a story.
       LOAD-SCENES.
           PERFORM LOAD-SCENES-LOOP
           VARYING PX FROM 1 BY 1 UNTIL PX > PLOTMAX
           OPEN INPUT SCENE-FILE
           IF WS-FS-SCN = '00'
               PERFORM LOAD-SCENES-LOOP-2 UNTIL NO-MORE-SCN
           END-IF
           CLOSE SCENE-FILE.

       LOAD-SCENES-LOOP.
           PERFORM LOAD-SCENES-LOOP-3 VARYING SLOTX FROM 1 BY 1
           UNTIL SLOTX > SCNSLOTMAX.

       LOAD-SCENES-LOOP-2.
           READ SCENE-FILE
           AT END
               SET NO-MORE-SCN TO TRUE.
           IF NOT NO-MORE-SCN
               PERFORM TAKE-SCENE-REC
           END-IF.

       LOAD-SCENES-LOOP-3.
           MOVE 0 TO SEEN-SLOT(PX,SLOTX).

       TAKE-SCENE-REC.
           IF SCENE-COUNT >= SCENEMAX
               SET NO-MORE-SCN TO TRUE
           ELSE
               IF SCN-PLOT NUMERIC AND SCN-SLOT NUMERIC
               AND SCN-PLOT >= 1 AND SCN-PLOT <= PLOT-COUNT
               AND SCN-SLOT >= 1
                   ADD 1 TO SEEN-SLOT(SCN-PLOT,SCN-SLOT)
                   ADD 1 TO SCENE-COUNT
                   MOVE SCN-PLOT TO SC-PLOT(SCENE-COUNT)
                   MOVE SCN-SLOT TO SC-SLOT(SCENE-COUNT)
                   MOVE SEEN-SLOT(SCN-PLOT,SCN-SLOT)
                     TO SC-ALT(SCENE-COUNT)
                   MOVE SCN-TEXT TO SC-TEXT(SCENE-COUNT)
                   MOVE 0 TO SC-CNT(SCENE-COUNT) SC-SUM(SCENE-COUNT)
               END-IF
           END-IF.

      *****************************************************************
      *  ratehist.dat holds every rating ever loaded, latest last,
      *  so the last one seen for a story stands.  The first pass
      *  finds the lowest and highest story rated in the window;
      *  when they are further apart than SEQMAX the window is
      *  moved up to take the newest.
       FIND-RATING-BASE.
           OPEN INPUT RATE-HISTORY-FILE
           IF WS-FS-RH = '00'
               PERFORM FIND-RATING-BASE-LOOP UNTIL NO-MORE-RH
           END-IF
           CLOSE RATE-HISTORY-FILE
           IF RS-TOP-SEQ - RS-BASE-SEQ + 1 > SEQMAX
               COMPUTE RS-BASE-SEQ = RS-TOP-SEQ - SEQMAX + 1
           END-IF.

       FIND-RATING-BASE-LOOP.
           READ RATE-HISTORY-FILE
           AT END
               SET NO-MORE-RH TO TRUE.
           IF NOT NO-MORE-RH
               IF RH-SEQ NUMERIC AND RH-SEQ > 0
               AND RH-AIR-DATE NUMERIC
               AND RH-AIR-DATE >= RR-FROM
               AND RH-AIR-DATE <= RR-TO
                   IF RS-BASE-SEQ = 0 OR RH-SEQ < RS-BASE-SEQ
                       MOVE RH-SEQ TO RS-BASE-SEQ
                   END-IF
                   IF RH-SEQ > RS-TOP-SEQ
                       MOVE RH-SEQ TO RS-TOP-SEQ
                   END-IF
               END-IF
           END-IF.

       LOAD-RATINGS.
           MOVE SPACE TO EOF-FLAGS
           OPEN INPUT RATE-HISTORY-FILE
           IF WS-FS-RH = '00'
               PERFORM LOAD-RATINGS-LOOP UNTIL NO-MORE-RH
           END-IF
           CLOSE RATE-HISTORY-FILE
           PERFORM LOAD-RATINGS-LOOP-2
           VARYING RSX FROM 1 BY 1 UNTIL RSX > SEQMAX.

       LOAD-RATINGS-LOOP.
           READ RATE-HISTORY-FILE
           AT END
               SET NO-MORE-RH TO TRUE.
           IF NOT NO-MORE-RH
               IF RH-SEQ NUMERIC AND RH-AIR-DATE NUMERIC
               AND RH-RATING NUMERIC
                   MOVE RH-SEQ TO RS-LOOK-SEQ
                   PERFORM SET-STORY-SLOT
                   PERFORM TAKE-RATING
               END-IF
           END-IF.

       LOAD-RATINGS-LOOP-2.
           IF RS-RATED(RSX)
               ADD 1 TO RC-RATED-CNT
               ADD RS-RATING(RSX) TO RC-RATED-SUM
           END-IF.

      *  a story rated again takes its new air date with it, in or
      *  out of the window.  A rating in the air-date window for a
      *  story older than the 9999-story window is not counted.
       TAKE-RATING.
           IF RSX = 0
               IF RH-SEQ > 0 AND RH-SEQ < RS-BASE-SEQ
               AND RH-AIR-DATE >= RR-FROM AND RH-AIR-DATE <= RR-TO
                   ADD 1 TO RC-BEYOND-CNT
               END-IF
           ELSE
               MOVE RH-RATING TO RS-RATING(RSX)
               IF RH-AIR-DATE >= RR-FROM AND RH-AIR-DATE <= RR-TO
                   MOVE 'Y' TO RS-RATED-SW(RSX)
               ELSE
                   MOVE SPACE TO RS-RATED-SW(RSX)
               END-IF
           END-IF.

       SET-STORY-SLOT.
           IF RS-BASE-SEQ = 0 OR RS-LOOK-SEQ < RS-BASE-SEQ
               MOVE 0 TO RSX
           ELSE
               COMPUTE RSX = RS-LOOK-SEQ - RS-BASE-SEQ + 1
               IF RSX > SEQMAX
                   MOVE 0 TO RSX
               END-IF
           END-IF.

      *  header records carry sequence zero and fall outside the
      *  window.
       LOAD-SAVED-STORIES.
           OPEN INPUT SAVE-FILE
           IF WS-FS-SAV = '00'
               PERFORM LOAD-SAVED-STORIES-LOOP UNTIL NO-MORE-SAV
           END-IF
           CLOSE SAVE-FILE.

       LOAD-SAVED-STORIES-LOOP.
           READ SAVE-FILE
           AT END
               SET NO-MORE-SAV TO TRUE.
           IF NOT NO-MORE-SAV
               IF SAV-SEQ NUMERIC
                   MOVE SAV-SEQ TO RS-LOOK-SEQ
                   PERFORM SET-STORY-SLOT
                   IF RSX > 0
                       IF RS-RATED(RSX)
                           PERFORM TAKE-SAVED-STORY
                       END-IF
                   END-IF
               END-IF
           END-IF.

       TAKE-SAVED-STORY.
           MOVE 'Y' TO RS-SAV-SW(RSX)
           IF SAV-PLOT-PICK NUMERIC
               MOVE SAV-PLOT-PICK TO RS-PLOT(RSX)
           END-IF
           PERFORM TAKE-SAVED-STORY-LOOP
           VARYING SLOTX FROM 1 BY 1 UNTIL SLOTX > SCNSLOTMAX.

       TAKE-SAVED-STORY-LOOP.
           IF SAV-SCENE-ALT(SLOTX) NUMERIC
               MOVE SAV-SCENE-ALT(SLOTX)
                 TO RS-SCENE-ALT(RSX,SLOTX)
           END-IF.

      *  run header records carry sequence zero and fall outside
      *  the window; the plot-title record gives the night's genre.
      *  The overall average is known by now, so each value can
      *  count its stories rated above and below it.
       LOAD-BUILD-SHEET.
           OPEN INPUT BUILD-SHEET-FILE
           IF WS-FS-BS = '00'
               PERFORM LOAD-BUILD-SHEET-LOOP UNTIL NO-MORE-BS
           END-IF
           CLOSE BUILD-SHEET-FILE.

       LOAD-BUILD-SHEET-LOOP.
           READ BUILD-SHEET-FILE
           AT END
               SET NO-MORE-BS TO TRUE.
           IF NOT NO-MORE-BS
               IF BS-SEQ NUMERIC
                   MOVE BS-SEQ TO RS-LOOK-SEQ
                   PERFORM SET-STORY-SLOT
                   IF RSX > 0
                       IF RS-RATED(RSX)
                           PERFORM TAKE-BUILD-SHEET-REC
                       END-IF
                   END-IF
               END-IF
           END-IF.

       TAKE-BUILD-SHEET-REC.
           IF RS-PLOT(RSX) = 0 AND BS-PLOT-PICK NUMERIC
               MOVE BS-PLOT-PICK TO RS-PLOT(RSX)
           END-IF
           IF BS-VAR-NAME = '*PLOT-TITLE*'
               MOVE BS-VAR-VAL(42:4) TO RS-GENRE(RSX)
               MOVE 'Y' TO RS-TITLE-SW(RSX)
           ELSE
           IF BS-VAR-NAME NOT = '*REQUESTER*'
               MOVE 'Y' TO RS-BS-SW(RSX)
               PERFORM TALLY-VALUE
           END-IF
           END-IF.

       TALLY-VALUE.
           MOVE 0 TO VY
           PERFORM TALLY-VALUE-LOOP VARYING VX FROM 1 BY 1
           UNTIL VX > VALUE-COUNT OR VY > 0
           IF VY = 0
               IF VALUE-COUNT < VALUEMAX
                   ADD 1 TO VALUE-COUNT
                   MOVE VALUE-COUNT TO VY
                   MOVE BS-VAR-NAME TO VT-VAR-NAME(VY)
                   MOVE BS-VAR-VAL TO VT-VAR-VAL(VY)
                   MOVE 0 TO VT-CNT(VY) VT-SUM(VY)
                   MOVE 0 TO VT-ABOVE(VY) VT-BELOW(VY)
                   MOVE 0 TO VT-WEIGHT(VY) VT-NEW-WEIGHT(VY)
                   MOVE SPACE TO VT-VARS-SW(VY) VT-ACTION(VY)
                   MOVE SPACE TO VT-SHOWN-SW(VY)
               ELSE
                   ADD 1 TO RC-VALUE-OVER
               END-IF
           END-IF
           IF VY > 0
               ADD 1 TO VT-CNT(VY)
               ADD RS-RATING(RSX) TO VT-SUM(VY)
               IF RS-RATING(RSX) > RC-ALL-AVG
                   ADD 1 TO VT-ABOVE(VY)
               END-IF
               IF RS-RATING(RSX) < RC-ALL-AVG
                   ADD 1 TO VT-BELOW(VY)
               END-IF
           END-IF.

       TALLY-VALUE-LOOP.
           IF VT-VAR-NAME(VX) = BS-VAR-NAME
           AND VT-VAR-VAL(VX) = BS-VAR-VAL
               MOVE VX TO VY
           END-IF.

      *  the log is the last place to look for a plot; LOGARCH
      *  keeps it longer than RUNTRIM keeps the other two.
       LOAD-LOG-PLOTS.
           OPEN INPUT STORY-LOG-FILE
           IF WS-FS-LOG = '00'
               PERFORM LOAD-LOG-PLOTS-LOOP UNTIL NO-MORE-LOG
           END-IF
           CLOSE STORY-LOG-FILE.

       LOAD-LOG-PLOTS-LOOP.
           READ STORY-LOG-FILE
           AT END
               SET NO-MORE-LOG TO TRUE.
           IF NOT NO-MORE-LOG
               IF SL-SEQ NUMERIC
                   MOVE SL-SEQ TO RS-LOOK-SEQ
                   PERFORM SET-STORY-SLOT
                   IF RSX > 0
                       IF RS-RATED(RSX) AND RS-PLOT(RSX) = 0
                       AND SL-PLOT-PICK NUMERIC
                           MOVE SL-PLOT-PICK TO RS-PLOT(RSX)
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *****************************************************************
      *  one rated story into the plot, genre and scene figures.
       TALLY-ONE-STORY.
           MOVE RS-PLOT(RSX) TO PX
           IF RS-TITLE-SW(RSX) NOT = 'Y'
               MOVE SPACES TO RS-GENRE(RSX)
               IF PX > 0 AND PX <= PLOT-COUNT
                   MOVE PLOT-GENRE(PX) TO RS-GENRE(RSX)
               END-IF
           END-IF
           IF PX > 0
               ADD 1 TO RC-PLOT-CNT
               ADD 1 TO PLOT-CNT(PX)
               ADD RS-RATING(RSX) TO PLOT-SUM(PX)
           END-IF
           PERFORM FIND-GENRE
           IF GY > 0
               ADD 1 TO GN-CNT(GY)
               ADD RS-RATING(RSX) TO GN-SUM(GY)
           END-IF
           IF RS-ON-BUILD-SHEET(RSX)
               ADD 1 TO RC-BS-CNT
           END-IF
           IF RS-ON-SAVE-FILE(RSX)
               ADD 1 TO RC-SAV-CNT
               PERFORM TALLY-ONE-STORY-LOOP VARYING SLOTX FROM 1 BY 1
               UNTIL SLOTX > SCNSLOTMAX
           END-IF.

       TALLY-ONE-STORY-LOOP.
           IF RS-SCENE-ALT(RSX,SLOTX) > 0
               PERFORM TALLY-SCENE
           END-IF.

      *  an alternate since taken off scenes.dat cannot be named,
      *  and is only counted.
       TALLY-SCENE.
           MOVE 0 TO SY
           PERFORM TALLY-SCENE-LOOP VARYING SX FROM 1 BY 1
           UNTIL SX > SCENE-COUNT OR SY > 0
           IF SY = 0
               ADD 1 TO RC-SCENE-LOST
           ELSE
               ADD 1 TO SC-CNT(SY)
               ADD RS-RATING(RSX) TO SC-SUM(SY)
           END-IF.

       TALLY-SCENE-LOOP.
           IF SC-PLOT(SX) = PX AND SC-SLOT(SX) = SLOTX
           AND SC-ALT(SX) = RS-SCENE-ALT(RSX,SLOTX)
               MOVE SX TO SY
           END-IF.

      *  GY comes back on the genre's entry, added when new; 0
      *  only when the table is full.
       FIND-GENRE.
           MOVE 0 TO GY
           PERFORM FIND-GENRE-LOOP VARYING GX FROM 1 BY 1
           UNTIL GX > GENRE-COUNT OR GY > 0
           IF GY = 0
               IF GENRE-COUNT < GENREMAX
                   ADD 1 TO GENRE-COUNT
                   MOVE GENRE-COUNT TO GY
                   MOVE RS-GENRE(RSX) TO GN-GENRE(GY)
                   MOVE 0 TO GN-CNT(GY) GN-SUM(GY)
               ELSE
                   ADD 1 TO RC-GENRE-OVER
               END-IF
           END-IF.

       FIND-GENRE-LOOP.
           IF GN-GENRE(GX) = RS-GENRE(RSX)
               MOVE GX TO GY
           END-IF.

      *  today's weight for every value rated; a weight that is
      *  missing or zero is taken as 1, as HALLMARK takes it.
       LOAD-VARS-WEIGHTS.
           OPEN INPUT VARS-FILE
           IF WS-FS-VARS NOT = '00'
               DISPLAY 'UNABLE TO OPEN ' WS-VARS-DSNAME
               ' FILE STATUS=' WS-FS-VARS
               MOVE 20 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM LOAD-VARS-WEIGHTS-LOOP UNTIL NO-MORE-VARS
           CLOSE VARS-FILE.

       LOAD-VARS-WEIGHTS-LOOP.
           READ VARS-FILE INTO VARS-REC
           AT END
               SET NO-MORE-VARS TO TRUE.
           IF NOT NO-MORE-VARS
               PERFORM TAKE-VARS-WEIGHT
           END-IF.

       TAKE-VARS-WEIGHT.
           PERFORM TAKE-VARS-WEIGHT-LOOP
           VARYING VX FROM 1 BY 1 UNTIL VX > VALUE-COUNT.

       TAKE-VARS-WEIGHT-LOOP.
           IF VT-VAR-NAME(VX) = VARS-VAR-NAME
           AND VT-VAR-VAL(VX) = VARS-VAR-VALUE
               MOVE 'Y' TO VT-VARS-SW(VX)
               IF VARS-WEIGHT NUMERIC AND VARS-WEIGHT > 0
                   MOVE VARS-WEIGHT TO VT-WEIGHT(VX)
               ELSE
                   MOVE 1 TO VT-WEIGHT(VX)
               END-IF
           END-IF.

      *  a value far enough from the overall average, with two in
      *  three of its stories on that side of it, is marked to be
      *  raised or lowered.  One still on vars.dat and not already
      *  at the limit gets a new weight; the rest are held.
       SET-RECOMMENDATION.
           MOVE SPACE TO VT-ACTION(VX)
           IF VT-CNT(VX) >= RR-MIN-STORIES AND RC-ALL-AVG > 0
               COMPUTE RR-VALUE-AVG ROUNDED = VT-SUM(VX) / VT-CNT(VX)
               COMPUTE RR-DIFF-PCT ROUNDED =
                   ((RR-VALUE-AVG - RC-ALL-AVG) * 100) / RC-ALL-AVG
               IF RR-DIFF-PCT >= RR-MIN-DIFF
               AND VT-ABOVE(VX) * 3 >= VT-CNT(VX) * 2
                   MOVE 'R' TO VT-ACTION(VX)
               END-IF
               IF RR-DIFF-PCT <= 0 - RR-MIN-DIFF
               AND VT-BELOW(VX) * 3 >= VT-CNT(VX) * 2
                   MOVE 'L' TO VT-ACTION(VX)
               END-IF
           END-IF
           MOVE 0 TO VT-NEW-WEIGHT(VX)
           IF VT-ACTION(VX) NOT = SPACE AND VT-ON-VARS(VX)
               COMPUTE RR-NEW-WORK ROUNDED =
                   (VT-WEIGHT(VX) * RR-VALUE-AVG) / RC-ALL-AVG
               IF VT-RAISE(VX)
                   IF VT-WEIGHT(VX) < 99
                       IF RR-NEW-WORK <= VT-WEIGHT(VX)
                           COMPUTE RR-NEW-WORK = VT-WEIGHT(VX) + 1
                       END-IF
                       IF RR-NEW-WORK > 99
                           MOVE 99 TO RR-NEW-WORK
                       END-IF
                       MOVE RR-NEW-WORK TO VT-NEW-WEIGHT(VX)
                   END-IF
               ELSE
               IF NOT VT-LOWER(VX) OR VT-WEIGHT(VX) > 1
                   IF RR-NEW-WORK >= VT-WEIGHT(VX)
                       COMPUTE RR-NEW-WORK = VT-WEIGHT(VX) - 1
                   END-IF
                   IF RR-NEW-WORK < 1
                       MOVE 1 TO RR-NEW-WORK
                   END-IF
                   MOVE RR-NEW-WORK TO VT-NEW-WEIGHT(VX)
               END-IF
               END-IF
           END-IF
           IF VT-ACTION(VX) NOT = SPACE
               IF VT-NEW-WEIGHT(VX) > 0
                   ADD 1 TO RC-REC-CNT
               ELSE
                   ADD 1 TO RC-HELD-CNT
               END-IF
           END-IF.

      *****************************************************************
       PRINT-PLOT-SECTION.
           MOVE SPACES TO PRT-HOLD-LINE
           MOVE 'VIEWER RATINGS FOR STORIES AIRED'
             TO PRT-HOLD-LINE(1:32)
           MOVE RR-FROM TO PRT-HOLD-LINE(34:8)
           MOVE 'THRU' TO PRT-HOLD-LINE(43:4)
           MOVE RR-TO TO PRT-HOLD-LINE(48:8)
           PERFORM WRITE-PRINT-LINE
           MOVE SPACES TO PRT-HOLD-LINE
           MOVE 'RATED STORIES' TO PRT-HOLD-LINE(1:13)
           MOVE RC-RATED-CNT TO PRT-SMALL
           MOVE PRT-SMALL TO PRT-HOLD-LINE(15:6)
           MOVE 'AVERAGE RATING' TO PRT-HOLD-LINE(23:14)
           MOVE RC-ALL-AVG TO PRT-AVG
           MOVE PRT-AVG TO PRT-HOLD-LINE(38:6)
           PERFORM WRITE-PRINT-LINE
           IF RC-RATED-CNT = 0
               MOVE SPACES TO PRT-HOLD-LINE
               MOVE 'NO RATINGS ON ratehist.dat FOR THESE AIR DATES'
                 TO PRT-HOLD-LINE(1:46)
               PERFORM WRITE-PRINT-LINE
           END-IF
           IF RC-BEYOND-CNT > 0
               MOVE SPACES TO PRT-HOLD-LINE
               MOVE RC-BEYOND-CNT TO PRT-SMALL
               MOVE PRT-SMALL TO PRT-HOLD-LINE(1:6)
               MOVE 'OLDER RATINGS PAST THE 9999-STORY WINDOW'
                 TO PRT-HOLD-LINE(8:40)
               MOVE 'NOT COUNTED - NARROW RATERPT_FROM AND RUN AGAIN'
                 TO PRT-HOLD-LINE(49:47)
               PERFORM WRITE-PRINT-LINE
           END-IF
           MOVE SPACES TO PRT-HOLD-LINE
           PERFORM WRITE-PRINT-LINE
           MOVE 'RATINGS BY PLOT' TO PRT-HOLD-LINE(1:15)
           PERFORM WRITE-PRINT-LINE
           MOVE SPACES TO PRT-HOLD-LINE
           PERFORM WRITE-PRINT-LINE
           MOVE 'PLOT' TO PRT-HOLD-LINE(1:4)
           MOVE 'TITLE' TO PRT-HOLD-LINE(7:5)
           MOVE 'GENRE' TO PRT-HOLD-LINE(49:5)
           PERFORM SET-RATING-HEADINGS
           PERFORM WRITE-PRINT-LINE
           PERFORM PRINT-PLOT-SECTION-LOOP
           VARYING PX FROM 1 BY 1 UNTIL PX > PLOTMAX
           IF RC-PLOT-CNT < RC-RATED-CNT
               MOVE SPACES TO PRT-HOLD-LINE
               COMPUTE PRT-CNT = RC-RATED-CNT - RC-PLOT-CNT
               MOVE PRT-CNT TO PRT-SMALL
               MOVE PRT-SMALL TO PRT-HOLD-LINE(1:6)
               MOVE 'RATED STORIES WITH NO PLOT ON THE SAVE FILE,'
                 TO PRT-HOLD-LINE(8:44)
               MOVE ' BUILD SHEET OR LOG' TO PRT-HOLD-LINE(52:19)
               PERFORM WRITE-PRINT-LINE
           END-IF.

       PRINT-PLOT-SECTION-LOOP.
           IF PLOT-CNT(PX) > 0
               PERFORM PRINT-PLOT-LINE
           END-IF.

       PRINT-PLOT-LINE.
           MOVE SPACES TO PRT-HOLD-LINE
           MOVE PX TO PRT-HOLD-LINE(1:3)
           IF PX > PLOT-COUNT
               MOVE '(NO LONGER IN THE CATALOG)' TO PRT-HOLD-LINE(7:26)
           ELSE
               MOVE PLOT-TITLE(PX) TO PRT-HOLD-LINE(7:40)
               MOVE PLOT-GENRE(PX) TO PRT-HOLD-LINE(49:4)
           END-IF
           MOVE PLOT-CNT(PX) TO PRT-CNT
           MOVE PLOT-SUM(PX) TO PRT-SUM
           PERFORM SET-RATING-COLUMNS
           PERFORM WRITE-PRINT-LINE.

       PRINT-GENRE-SECTION.
           MOVE SPACES TO PRT-HOLD-LINE
           PERFORM WRITE-PRINT-LINE
           MOVE 'RATINGS BY GENRE' TO PRT-HOLD-LINE(1:16)
           PERFORM WRITE-PRINT-LINE
           MOVE SPACES TO PRT-HOLD-LINE
           PERFORM WRITE-PRINT-LINE
           MOVE 'GENRE' TO PRT-HOLD-LINE(1:5)
           PERFORM SET-RATING-HEADINGS
           PERFORM WRITE-PRINT-LINE
           PERFORM PRINT-GENRE-SECTION-LOOP
           VARYING GX FROM 1 BY 1 UNTIL GX > GENRE-COUNT
           IF GENRE-COUNT = 0
               MOVE SPACES TO PRT-HOLD-LINE
               MOVE 'NONE' TO PRT-HOLD-LINE(1:4)
               PERFORM WRITE-PRINT-LINE
           END-IF.

       PRINT-GENRE-SECTION-LOOP.
           MOVE SPACES TO PRT-HOLD-LINE
           IF GN-GENRE(GX) = SPACES
               MOVE '(NONE)' TO PRT-HOLD-LINE(1:6)
           ELSE
               MOVE GN-GENRE(GX) TO PRT-HOLD-LINE(1:4)
           END-IF
           MOVE GN-CNT(GX) TO PRT-CNT
           MOVE GN-SUM(GX) TO PRT-SUM
           PERFORM SET-RATING-COLUMNS
           PERFORM WRITE-PRINT-LINE.

      *  every alternate a rated story kept, in scenes.dat order.
       PRINT-SCENE-SECTION.
           MOVE SPACES TO PRT-HOLD-LINE
           PERFORM WRITE-PRINT-LINE
           MOVE 'RATINGS BY SCENE ALTERNATE' TO PRT-HOLD-LINE(1:26)
           PERFORM WRITE-PRINT-LINE
           MOVE SPACES TO PRT-HOLD-LINE
           PERFORM WRITE-PRINT-LINE
           MOVE 'SAVE FILE RECORDS FOUND FOR' TO PRT-HOLD-LINE(1:27)
           MOVE RC-SAV-CNT TO PRT-SMALL
           MOVE PRT-SMALL TO PRT-HOLD-LINE(29:6)
           MOVE 'OF' TO PRT-HOLD-LINE(36:2)
           MOVE RC-RATED-CNT TO PRT-SMALL
           MOVE PRT-SMALL TO PRT-HOLD-LINE(39:6)
           MOVE 'RATED STORIES' TO PRT-HOLD-LINE(46:13)
           PERFORM WRITE-PRINT-LINE
           IF RC-SAV-CNT < RC-RATED-CNT
               MOVE SPACES TO PRT-HOLD-LINE
               MOVE 'THE REST ARE NO LONGER ON savestory.dat'
                 TO PRT-HOLD-LINE(1:39)
               MOVE ' - RUNTRIM KEEPS ONLY THE NEWEST RUNS'
                 TO PRT-HOLD-LINE(40:37)
               PERFORM WRITE-PRINT-LINE
           END-IF
           MOVE SPACES TO PRT-HOLD-LINE
           PERFORM WRITE-PRINT-LINE
           MOVE 'PLOT' TO PRT-HOLD-LINE(1:4)
           MOVE 'SLOT' TO PRT-HOLD-LINE(6:4)
           MOVE 'ALT' TO PRT-HOLD-LINE(11:3)
           MOVE 'SCENE' TO PRT-HOLD-LINE(15:5)
           PERFORM SET-RATING-HEADINGS
           PERFORM WRITE-PRINT-LINE
           MOVE 0 TO SY
           PERFORM PRINT-SCENE-SECTION-LOOP
           VARYING SX FROM 1 BY 1 UNTIL SX > SCENE-COUNT
           IF SY = 0
               MOVE SPACES TO PRT-HOLD-LINE
               MOVE 'NONE - NO RATED STORY ON THE SAVE FILE WAS'
                 TO PRT-HOLD-LINE(1:42)
               MOVE ' ASSEMBLED FROM SCENES' TO PRT-HOLD-LINE(43:22)
               PERFORM WRITE-PRINT-LINE
           END-IF
           IF RC-SCENE-LOST > 0
               MOVE SPACES TO PRT-HOLD-LINE
               MOVE RC-SCENE-LOST TO PRT-SMALL
               MOVE PRT-SMALL TO PRT-HOLD-LINE(1:6)
               MOVE 'MORE USES OF ALTERNATES NO LONGER ON scenes.dat'
                 TO PRT-HOLD-LINE(8:47)
               PERFORM WRITE-PRINT-LINE
           END-IF.

       PRINT-SCENE-SECTION-LOOP.
           IF SC-CNT(SX) > 0
               MOVE SX TO SY
               MOVE SPACES TO PRT-HOLD-LINE
               MOVE SC-PLOT(SX) TO PRT-HOLD-LINE(2:2)
               MOVE SC-SLOT(SX) TO PRT-HOLD-LINE(9:1)
               MOVE SC-ALT(SX) TO PRT-HOLD-LINE(13:1)
               MOVE SC-TEXT(SX) TO PRT-HOLD-LINE(15:40)
               MOVE SC-CNT(SX) TO PRT-CNT
               MOVE SC-SUM(SX) TO PRT-SUM
               PERFORM SET-RATING-COLUMNS
               PERFORM WRITE-PRINT-LINE
           END-IF.

      *  every value rated, each variable's values together in the
      *  order the build sheet first gave them; each is marked
      *  once printed.
       PRINT-VALUE-SECTION.
           MOVE SPACES TO PRT-HOLD-LINE
           PERFORM WRITE-PRINT-LINE
           MOVE 'RATINGS BY VALUE' TO PRT-HOLD-LINE(1:16)
           PERFORM WRITE-PRINT-LINE
           MOVE SPACES TO PRT-HOLD-LINE
           PERFORM WRITE-PRINT-LINE
           MOVE 'BUILD SHEET LINES FOUND FOR' TO PRT-HOLD-LINE(1:27)
           MOVE RC-BS-CNT TO PRT-SMALL
           MOVE PRT-SMALL TO PRT-HOLD-LINE(29:6)
           MOVE 'OF' TO PRT-HOLD-LINE(36:2)
           MOVE RC-RATED-CNT TO PRT-SMALL
           MOVE PRT-SMALL TO PRT-HOLD-LINE(39:6)
           MOVE 'RATED STORIES' TO PRT-HOLD-LINE(46:13)
           PERFORM WRITE-PRINT-LINE
           IF RC-BS-CNT < RC-RATED-CNT
               MOVE SPACES TO PRT-HOLD-LINE
               MOVE 'THE REST ARE NO LONGER ON buildsheet.dat'
                 TO PRT-HOLD-LINE(1:40)
               MOVE ' - RUNTRIM KEEPS ONLY THE NEWEST RUNS'
                 TO PRT-HOLD-LINE(41:37)
               PERFORM WRITE-PRINT-LINE
           END-IF
           MOVE SPACES TO PRT-HOLD-LINE
           PERFORM WRITE-PRINT-LINE
           MOVE 'VARIABLE' TO PRT-HOLD-LINE(1:8)
           MOVE 'VALUE' TO PRT-HOLD-LINE(19:5)
           PERFORM SET-RATING-HEADINGS
           MOVE 'ABOVE' TO PRT-HOLD-LINE(86:5)
           MOVE 'BELOW' TO PRT-HOLD-LINE(93:5)
           PERFORM WRITE-PRINT-LINE
           PERFORM PRINT-VALUE-SECTION-LOOP
           VARYING VX FROM 1 BY 1 UNTIL VX > VALUE-COUNT
           IF VALUE-COUNT = 0
               MOVE SPACES TO PRT-HOLD-LINE
               MOVE 'NONE - NO RATED STORY IS ON THE BUILD SHEET'
                 TO PRT-HOLD-LINE(1:43)
               PERFORM WRITE-PRINT-LINE
           END-IF
           IF RC-VALUE-OVER > 0
               MOVE SPACES TO PRT-HOLD-LINE
               MOVE RC-VALUE-OVER TO PRT-SMALL
               MOVE PRT-SMALL TO PRT-HOLD-LINE(1:6)
               MOVE 'MORE USES OF VALUES PAST THE TABLE NOT LISTED'
                 TO PRT-HOLD-LINE(8:45)
               PERFORM WRITE-PRINT-LINE
           END-IF.

       PRINT-VALUE-SECTION-LOOP.
           IF VT-SHOWN-SW(VX) = SPACE
               PERFORM PRINT-VALUE-SECTION-LOOP-2
               VARYING VY FROM VX BY 1
               UNTIL VY > VALUE-COUNT
           END-IF.

       PRINT-VALUE-SECTION-LOOP-2.
           IF VT-VAR-NAME(VY) = VT-VAR-NAME(VX)
               PERFORM PRINT-VALUE-LINE
           END-IF.

       PRINT-VALUE-LINE.
           MOVE 'Y' TO VT-SHOWN-SW(VY)
           MOVE SPACES TO PRT-HOLD-LINE
           MOVE VT-VAR-NAME(VY) TO PRT-HOLD-LINE(1:16)
           MOVE VT-VAR-VAL(VY) TO PRT-HOLD-LINE(19:40)
           MOVE VT-CNT(VY) TO PRT-CNT
           MOVE VT-SUM(VY) TO PRT-SUM
           PERFORM SET-RATING-COLUMNS
           MOVE VT-ABOVE(VY) TO PRT-SMALL
           MOVE PRT-SMALL TO PRT-HOLD-LINE(85:6)
           MOVE VT-BELOW(VY) TO PRT-SMALL
           MOVE PRT-SMALL TO PRT-HOLD-LINE(92:6)
           IF VT-RAISE(VY)
               MOVE 'RAISE' TO PRT-HOLD-LINE(101:5)
           ELSE
           IF VT-LOWER(VY)
               MOVE 'LOWER' TO PRT-HOLD-LINE(101:5)
           END-IF
           END-IF
           PERFORM WRITE-PRINT-LINE.

       PRINT-RECOMMEND-SECTION.
           MOVE SPACES TO PRT-HOLD-LINE
           PERFORM WRITE-PRINT-LINE
           MOVE 'WEIGHT RECOMMENDATIONS' TO PRT-HOLD-LINE(1:22)
           PERFORM WRITE-PRINT-LINE
           MOVE SPACES TO PRT-HOLD-LINE
           PERFORM WRITE-PRINT-LINE
           MOVE 'A VALUE USED IN' TO PRT-HOLD-LINE(1:15)
           MOVE RR-MIN-STORIES TO PRT-SMALL
           MOVE PRT-SMALL TO PRT-HOLD-LINE(16:6)
           MOVE 'OR MORE RATED STORIES AVERAGING'
             TO PRT-HOLD-LINE(23:31)
           MOVE RR-MIN-DIFF TO PRT-SMALL
           MOVE PRT-SMALL TO PRT-HOLD-LINE(54:6)
           MOVE 'PERCENT OR MORE ABOVE OR BELOW ALL OF THEM,'
             TO PRT-HOLD-LINE(61:43)
           PERFORM WRITE-PRINT-LINE
           MOVE SPACES TO PRT-HOLD-LINE
           MOVE 'WITH TWO IN THREE OF ITS STORIES ON THAT SIDE, IS'
             TO PRT-HOLD-LINE(1:49)
           MOVE ' RECOMMENDED A NEW WEIGHT IN PROPORTION'
             TO PRT-HOLD-LINE(50:39)
           PERFORM WRITE-PRINT-LINE
           MOVE SPACES TO PRT-HOLD-LINE
           IF RC-BEYOND-CNT > 0
               MOVE 'NONE WRITTEN TO weightrec.dat - OLDER RATINGS ARE'
                 TO PRT-HOLD-LINE(1:49)
               MOVE ' PAST THE WINDOW, NARROW RATERPT_FROM'
                 TO PRT-HOLD-LINE(50:37)
           ELSE
               MOVE 'RECOMMENDATIONS ARE ON weightrec.dat - REVIEW'
                 TO PRT-HOLD-LINE(1:45)
               MOVE ' THEM, THEN APPLY WITH VARMAINT OPTION W'
                 TO PRT-HOLD-LINE(46:40)
           END-IF
           PERFORM WRITE-PRINT-LINE
           MOVE SPACES TO PRT-HOLD-LINE
           PERFORM WRITE-PRINT-LINE
           MOVE 'VARIABLE' TO PRT-HOLD-LINE(1:8)
           MOVE 'VALUE' TO PRT-HOLD-LINE(19:5)
           PERFORM SET-RATING-HEADINGS
           MOVE 'WEIGHT' TO PRT-HOLD-LINE(85:6)
           MOVE 'NEW' TO PRT-HOLD-LINE(93:3)
           PERFORM WRITE-PRINT-LINE
           PERFORM PRINT-RECOMMEND-SECTION-LOOP
           VARYING VX FROM 1 BY 1 UNTIL VX > VALUE-COUNT
           IF RC-REC-CNT + RC-HELD-CNT = 0
               MOVE SPACES TO PRT-HOLD-LINE
               MOVE 'NONE - NO VALUE RATES CONSISTENTLY ABOVE OR'
                 TO PRT-HOLD-LINE(1:43)
               MOVE ' BELOW THE AVERAGE' TO PRT-HOLD-LINE(44:18)
               PERFORM WRITE-PRINT-LINE
           END-IF.

       PRINT-RECOMMEND-SECTION-LOOP.
           IF VT-ACTION(VX) NOT = SPACE
               PERFORM PRINT-RECOMMEND-LINE
           END-IF.

       PRINT-RECOMMEND-LINE.
           MOVE SPACES TO PRT-HOLD-LINE
           MOVE VT-VAR-NAME(VX) TO PRT-HOLD-LINE(1:16)
           MOVE VT-VAR-VAL(VX) TO PRT-HOLD-LINE(19:40)
           MOVE VT-CNT(VX) TO PRT-CNT
           MOVE VT-SUM(VX) TO PRT-SUM
           PERFORM SET-RATING-COLUMNS
           IF NOT VT-ON-VARS(VX)
               MOVE 'NO LONGER ON vars.dat' TO PRT-HOLD-LINE(85:21)
           ELSE
           IF VT-NEW-WEIGHT(VX) = 0
               MOVE VT-WEIGHT(VX) TO PRT-HOLD-LINE(89:2)
               MOVE 'ALREADY AT THE LIMIT' TO PRT-HOLD-LINE(93:20)
           ELSE
               MOVE VT-WEIGHT(VX) TO PRT-HOLD-LINE(89:2)
               MOVE VT-NEW-WEIGHT(VX) TO PRT-HOLD-LINE(94:2)
           END-IF
           END-IF
           PERFORM WRITE-PRINT-LINE.

       SET-RATING-HEADINGS.
           MOVE 'RATED' TO PRT-HOLD-LINE(61:5)
           MOVE 'AVERAGE' TO PRT-HOLD-LINE(68:7)
           MOVE 'VS ALL' TO PRT-HOLD-LINE(78:6).

      *  stories rated, their average and how far it is from the
      *  average of all rated stories.
       SET-RATING-COLUMNS.
           MOVE PRT-CNT TO PRT-SMALL
           MOVE PRT-SMALL TO PRT-HOLD-LINE(60:6)
           IF PRT-CNT > 0
               COMPUTE PRT-AVG-WORK ROUNDED = PRT-SUM / PRT-CNT
               MOVE PRT-AVG-WORK TO PRT-AVG
               MOVE PRT-AVG TO PRT-HOLD-LINE(69:6)
               COMPUTE PRT-DIFF-WORK = PRT-AVG-WORK - RC-ALL-AVG
               MOVE PRT-DIFF-WORK TO PRT-DIFF
               MOVE PRT-DIFF TO PRT-HOLD-LINE(77:7)
           END-IF.

      *****************************************************************
      *  weightrec.dat is replaced every run, the comment record
      *  first, then one record per recommended weight - none when
      *  ratings fell outside the window, as the figures are only
      *  part of the picture.
       WRITE-RECOMMENDATIONS.
           OPEN OUTPUT WEIGHT-REC-FILE
           IF WS-FS-WR NOT = '00'
               DISPLAY 'UNABLE TO OPEN weightrec.dat, FILE STATUS='
               WS-FS-WR
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO WEIGHT-REC
           MOVE '*' TO WR-MARK
           MOVE 'RATERPT' TO WR-NOTE(2:7)
           MOVE PRT-RUN-DATE TO WR-NOTE(10:8)
           MOVE 'AIR DATES' TO WR-NOTE(19:9)
           MOVE RR-FROM TO WR-NOTE(29:8)
           MOVE 'THRU' TO WR-NOTE(38:4)
           MOVE RR-TO TO WR-NOTE(43:8)
           MOVE RC-RATED-CNT TO PRT-SMALL
           MOVE PRT-SMALL TO WR-NOTE(52:6)
           MOVE 'RATED STORIES, AVERAGE' TO WR-NOTE(59:22)
           MOVE RC-ALL-AVG TO PRT-AVG
           MOVE PRT-AVG TO WR-NOTE(82:6)
           WRITE WEIGHT-REC
           IF RC-BEYOND-CNT > 0
               MOVE SPACES TO WEIGHT-REC
               MOVE '*' TO WR-MARK
               MOVE 'NONE WRITTEN - OLDER RATINGS PAST THE 9999-STORY'
                 TO WR-NOTE(2:48)
               MOVE ' WINDOW, NARROW RATERPT_FROM' TO WR-NOTE(50:28)
               WRITE WEIGHT-REC
           END-IF
           PERFORM WRITE-RECOMMENDATIONS-LOOP
           VARYING VX FROM 1 BY 1 UNTIL VX > VALUE-COUNT
           OR RC-BEYOND-CNT > 0
           CLOSE WEIGHT-REC-FILE.

       WRITE-RECOMMENDATIONS-LOOP.
           IF VT-ACTION(VX) NOT = SPACE AND VT-NEW-WEIGHT(VX) > 0
               MOVE SPACES TO WEIGHT-REC
               MOVE VT-VAR-NAME(VX) TO WR-VAR-NAME
               MOVE VT-VAR-VAL(VX) TO WR-VAR-VAL
               MOVE VT-WEIGHT(VX) TO WR-OLD-WEIGHT
               MOVE VT-NEW-WEIGHT(VX) TO WR-NEW-WEIGHT
               MOVE VT-CNT(VX) TO WR-STORIES
               COMPUTE WR-VALUE-AVG ROUNDED =
                   VT-SUM(VX) / VT-CNT(VX)
               MOVE RC-ALL-AVG TO WR-ALL-AVG
               MOVE PRT-RUN-DATE TO WR-RUN-DATE
               WRITE WEIGHT-REC
           END-IF.

      *  raterpt.prt: ANSI carriage control in column 1 as on
      *  access.prt.
       START-NEW-PAGE.
           ADD 1 TO PRT-PAGE-NO
           MOVE SPACES TO PRINT-REC
           MOVE '1' TO PRT-CC
           MOVE 'HALLMARK VIEWER RATINGS' TO PRT-DATA(1:23)
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
//* RUN RATERPT FROM THE LOAD MODULE JUST LINKED, SKIPPED WHEN THE
//* COMPILE OR THE LINK FAILED.
//GO      EXEC PGM=RATERPT,
//             COND=((5,LT,STP1.COB),(5,LT,STP1.LKED))
//STEPLIB  DD DISP=SHR,DSN=HERC02.RUN.LOAD
//SYSOUT   DD SYSOUT=*
//UT-S-RATEHIST DD DISP=SHR,DSN=HERC02.RUN.RATEHIST
//UT-S-SAV      DD DISP=SHR,DSN=HERC02.RUN.DATA(SAVESTRY)
//UT-S-BS       DD DISP=SHR,DSN=HERC02.RUN.DATA(BUILDSHT)
//UT-S-LOG      DD DISP=SHR,DSN=HERC02.RUN.DATA(STORYLOG)
//UT-S-PLOT     DD DISP=SHR,DSN=HERC02.RUN.DATA(PLOT)
//UT-S-SCENE    DD DISP=SHR,DSN=HERC02.RUN.DATA(SCENES)
//UT-S-VARS     DD DISP=SHR,DSN=HERC02.RUN.DATA(VARS)
//UT-S-RATERPT  DD SYSOUT=*
//UT-S-WREC     DD DISP=SHR,DSN=HERC02.RUN.DATA(WEIGHTRC)
//UT-S-PARM     DD *
RATERPT_FROM=
RATERPT_TO=
RATERPT_MIN_STORIES=
RATERPT_MIN_DIFF=
/*
//SYSIN    DD DUMMY
//
