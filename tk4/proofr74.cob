//HERC02C  JOB (COB),
//             'PROOFRPT',
//             CLASS=A,
//             MSGCLASS=C,
//             REGION=0M,TIME=1440,
//             MSGLEVEL=(1,1)
//*
//* COMPILE, LINK AND RUN PROOFRPT - THE PRINT-ROOM PROOF OF THE
//* NIGHT'S STORIES, ON SYSOUT THROUGH UT-S-PROOF.
//* RC 0 PRINTED, 4 NOTHING IN THE WINDOW, 12 A FILE WOULD NOT
//* OPEN, 24 PLOT WOULD NOT OPEN.
//* UT-S-PARM: PROOFRPT_FROM / PROOFRPT_TO (YYYYMMDD, BLANK = OPEN).
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
//SYSLMOD DD DISP=SHR,DSN=HERC02.RUN.LOAD(PROOFRPT)                     00160000
//SYSLIB DD   DSN=SYSC.COBLIB,DISP=SHR                                  00170000
//RUNLIB DD DISP=SHR,DSN=HERC02.RUN.LOAD                                00175000
//SYSUT1 DD UNIT=SYSDA,SPACE=(1024,(50,20))                             00180000
//SYSPRINT DD SYSOUT=*                                                  00190000
// PEND
//STP1 EXEC COBUCL
//COB.SYSIN  DD *
        IDENTIFICATION DIVISION.
        PROGRAM-ID.    PROOFRPT.
        AUTHOR.        SIMOTIME TECHNOLOGIES.
      * 10/15/2026 DLK ADAPTED FROM THE WORKSTATION SOURCE FOR
      *                THE MVS BATCH - FILES ON UT-S- DD NAMES
      *                IN PLACE OF THE DATASET-NAME VARIABLES,
      *                RUN OPTIONS FROM RUNPARM CARDS
      *
      *  Formatted proof for the print room, built after the run
      *  from storylog.dat, buildsheet.dat and the plot.dat
      *  catalog - story.prt stays the bare operator stream.
      *  proof.prt carries carriage control in column 1: a leading
      *  contents page listing the run's sequences and titles,
      *  then each story starting on a new page under a heading
      *  with the run date, sequence, plot number, PLOT-TITLE and
      *  PLOT-GENRE, page numbers throughout, and the story's
      *  build sheet after the text, with the listing-guide
      *  logline between them when HALLMARK filled one in.  A
      *  sequel's series, part and parent story print under its
      *  title so the print room can keep a series together.
      *  The date window comes from PROOFRPT_FROM / PROOFRPT_TO
      *  (YYYYMMDD, blank = open).
        ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT STORY-LOG-FILE
               ASSIGN TO UT-S-LOG
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-LOG.

               SELECT OPTIONAL BUILD-SHEET-FILE
               ASSIGN TO UT-S-BS
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-BS.

               SELECT PLOT-FILE
               ASSIGN TO UT-S-PLOT
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-PLOT.

               SELECT PROOF-FILE
               ASSIGN TO UT-S-PROOF
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-PRF.
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

       FD  PROOF-FILE
              RECORD CONTAINS 133 CHARACTERS
              BLOCK CONTAINS 0 RECORDS
              RECORDING MODE IS F.

       01  PROOF-REC.
           03  PRF-CC          PIC X.
           03  PRF-DATA        PIC X(132).
        WORKING-STORAGE SECTION.
       01 EOF-FLAGS.
           03 FILLER PIC X(01) VALUE SPACE.
               88 NO-MORE-LOG VALUE 'Y'.
           03 FILLER PIC X(01) VALUE SPACE.
               88 NO-MORE-BS VALUE 'Y'.
           03 FILLER PIC X(01) VALUE SPACE.
               88 NO-MORE-PLOT VALUE 'Y'.

       01 WS-FS-LOG   PIC X(02).
       01 WS-FS-BS    PIC X(02).
       01 WS-FS-PLOT  PIC X(02).
       01 WS-FS-PRF   PIC X(02).
       01 WS-PLOT-DSNAME PIC X(40) VALUE 'UT-S-PLOT'.
       01 WS-ENV-NAME     PIC X(20).
       01 WS-ENV-VALUE    PIC X(60).

       01  REF-DATA.
           03  PLOTMAX PIC 99 VALUE 99.
           03  PAGE-DEPTH PIC 99 VALUE 55.
           03  CONTMAX PIC 9(4) VALUE 2000.

       01  RPT-FROM-X PIC X(8).
       01  FILLER REDEFINES RPT-FROM-X.
          03  RPT-FROM PIC 9(8).
       01  RPT-TO-X PIC X(8).
       01  FILLER REDEFINES RPT-TO-X.
          03  RPT-TO PIC 9(8).

       01 PLOT-COUNT PIC 99 VALUE 0.
       01  PLOT-CATALOG-AREA.
           03  PLOT-CAT OCCURS 99 TIMES.
               05  PLOT-TITLE      PIC X(40).
               05  PLOT-GENRE      PIC X(4).
       01  PLOT-CHUNK-NO PIC 9.

      *  the contents page needs every sequence and title before
      *  the first story page prints, so pass 1 tables them.
       01  CONT-COUNT PIC 9(4) VALUE 0.
       01  CONT-OVERFLOW-SW PIC X VALUE SPACE.
           88  CONT-OVERFLOWED VALUE 'Y'.
       01  CONTENTS-AREA.
           03  CONT-ENTRY OCCURS 2000 TIMES.
               05  CONT-SEQ        PIC 9(8).
               05  CONT-DATE       PIC 9(8).
               05  CONT-TITLE      PIC X(80).
       01  CNX PIC 9(4).

      *  detail lines are staged here and only move to the record
      *  area inside WRITE-PROOF-LINE, after any page break - the
      *  heading builds in PROOF-REC and must not clobber the line
      *  the caller was about to print.
       01  PRF-HOLD-LINE PIC X(132).
       01  PAGE-FIELDS.
           03  PRF-PAGE-NO     PIC 9(4) VALUE 0.
           03  PRF-LINE-NO     PIC 99 VALUE 99.
           03  PRF-STORIES     PIC 9(6) VALUE 0.
           03  PRF-HDR-KIND    PIC X.
       01  HDR-STORY-FIELDS.
           03  HDR-SEQ         PIC 9(8).
           03  HDR-DATE        PIC 9(8).
           03  HDR-PLOT        PIC 99.
           03  HDR-TITLE       PIC X(40).
           03  HDR-GENRE       PIC X(4).

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
           MOVE "PROOFRPT_FROM" TO WS-ENV-NAME
           CALL 'RUNPARM' USING WS-ENV-NAME WS-ENV-VALUE
           MOVE WS-ENV-VALUE TO RPT-FROM-X
           IF RPT-FROM-X NOT NUMERIC
               MOVE 0 TO RPT-FROM
           END-IF
           MOVE "PROOFRPT_TO" TO WS-ENV-NAME
           CALL 'RUNPARM' USING WS-ENV-NAME WS-ENV-VALUE
           MOVE WS-ENV-VALUE TO RPT-TO-X
           IF RPT-TO-X NOT NUMERIC
               MOVE 99999999 TO RPT-TO
           END-IF

           DISPLAY ' '
           DISPLAY 'PROOFRPT - FORMATTED PROOF'
           DISPLAY 'WINDOW: ' RPT-FROM ' THRU ' RPT-TO

           PERFORM LOAD-PLOT-CATALOG
           PERFORM BUILD-CONTENTS-TABLE
           IF CONT-COUNT = 0
               DISPLAY 'NO STORIES IN THE WINDOW - NO PROOF WRITTEN'
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT PROOF-FILE
           IF WS-FS-PRF NOT = '00'
               DISPLAY 'UNABLE TO OPEN proof.prt, FILE STATUS='
               WS-FS-PRF
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM WRITE-CONTENTS-PAGE
           PERFORM PRINT-ALL-STORIES
           CLOSE PROOF-FILE
           DISPLAY 'STORIES PRINTED: ' PRF-STORIES
           DISPLAY 'PAGES WRITTEN:   ' PRF-PAGE-NO
           GOBACK.

       LOAD-PLOT-CATALOG.
           OPEN INPUT PLOT-FILE
           IF WS-FS-PLOT NOT = '00'
               DISPLAY 'UNABLE TO OPEN ' WS-PLOT-DSNAME
               ' FILE STATUS=' WS-FS-PLOT
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
               PERFORM SET-PLOT-CATALOG
               IF NO-MORE-PLOT
                   SUBTRACT 1 FROM PLOT-COUNT
               ELSE
                   PERFORM SKIP-PLOT-TEXT
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

       SKIP-PLOT-TEXT.
           MOVE 1 TO PLOT-CHUNK-NO
           PERFORM SKIP-PLOT-TEXT-LOOP
           UNTIL NO-MORE-PLOT OR NOT PLOT-MORE-CHUNKS
           PERFORM READ-PLOT.

       SKIP-PLOT-TEXT-LOOP.
           PERFORM READ-PLOT
           IF NOT NO-MORE-PLOT
               ADD 1 TO PLOT-CHUNK-NO
           END-IF.

       READ-PLOT.
           READ PLOT-FILE
           AT END
               SET NO-MORE-PLOT TO TRUE.

       BUILD-CONTENTS-TABLE.
           PERFORM OPEN-LOG
           PERFORM READ-LOG
           PERFORM BUILD-CONTENTS-TABLE-LOOP UNTIL NO-MORE-LOG
           CLOSE STORY-LOG-FILE.

       BUILD-CONTENTS-TABLE-LOOP.
           IF SL-SEQ NUMERIC AND SL-SEQ > 0
           AND SL-DATE >= RPT-FROM AND SL-DATE <= RPT-TO
               IF CONT-COUNT < CONTMAX
                   ADD 1 TO CONT-COUNT
                   MOVE SL-SEQ TO CONT-SEQ(CONT-COUNT)
                   MOVE SL-DATE TO CONT-DATE(CONT-COUNT)
                   MOVE SL-TITLE TO CONT-TITLE(CONT-COUNT)
               ELSE
                   IF NOT CONT-OVERFLOWED
                       DISPLAY 'MORE THAN ' CONTMAX ' STORIES IN'
                       ' THE WINDOW - PROOF COVERS THE FIRST '
                       CONTMAX ' ONLY'
                       SET CONT-OVERFLOWED TO TRUE
                   END-IF
               END-IF
           END-IF
           PERFORM READ-LOG.

       OPEN-LOG.
           MOVE SPACE TO EOF-FLAGS(1:1)
           OPEN INPUT STORY-LOG-FILE
           IF WS-FS-LOG NOT = '00'
               DISPLAY 'UNABLE TO OPEN storylog.dat, FILE STATUS='
               WS-FS-LOG
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       READ-LOG.
           READ STORY-LOG-FILE
           AT END
               SET NO-MORE-LOG TO TRUE.

      *  column 1 is ANSI carriage control: '1' starts a page, ' '
      *  single-spaces, so the burster can split on form feeds.
       START-NEW-PAGE.
           ADD 1 TO PRF-PAGE-NO
           MOVE SPACES TO PROOF-REC
           MOVE '1' TO PRF-CC
           IF PRF-HDR-KIND = 'C'
               MOVE 'HALLMARK STORY PROOF - CONTENTS'
                 TO PRF-DATA(1:40)
           ELSE
               MOVE 'STORY' TO PRF-DATA(1:5)
               MOVE HDR-SEQ TO PRF-DATA(7:8)
               MOVE 'RUN' TO PRF-DATA(17:3)
               MOVE HDR-DATE TO PRF-DATA(21:8)
               MOVE 'PLOT' TO PRF-DATA(31:4)
               MOVE HDR-PLOT TO PRF-DATA(36:2)
               MOVE HDR-TITLE TO PRF-DATA(40:40)
               MOVE HDR-GENRE TO PRF-DATA(82:4)
           END-IF
           MOVE 'PAGE' TO PRF-DATA(120:4)
           MOVE PRF-PAGE-NO TO PRF-DATA(125:4)
           WRITE PROOF-REC
           MOVE SPACES TO PROOF-REC
           WRITE PROOF-REC
           MOVE 2 TO PRF-LINE-NO.

       WRITE-PROOF-LINE.
           IF PRF-LINE-NO >= PAGE-DEPTH
               PERFORM START-NEW-PAGE
           END-IF
           MOVE SPACES TO PROOF-REC
           MOVE ' ' TO PRF-CC
           MOVE PRF-HOLD-LINE TO PRF-DATA
           WRITE PROOF-REC
           ADD 1 TO PRF-LINE-NO.

       WRITE-CONTENTS-PAGE.
           MOVE 'C' TO PRF-HDR-KIND
           MOVE 99 TO PRF-LINE-NO
           PERFORM WRITE-CONTENTS-PAGE-LOOP
           VARYING CNX FROM 1 BY 1 UNTIL CNX > CONT-COUNT.

       WRITE-CONTENTS-PAGE-LOOP.
           MOVE SPACES TO PRF-HOLD-LINE
           MOVE CONT-SEQ(CNX) TO PRF-HOLD-LINE(3:8)
           MOVE CONT-DATE(CNX) TO PRF-HOLD-LINE(13:8)
           IF CONT-TITLE(CNX) = SPACES
               MOVE '(UNTITLED)' TO PRF-HOLD-LINE(23:10)
           ELSE
               MOVE CONT-TITLE(CNX) TO PRF-HOLD-LINE(23:80)
           END-IF
           PERFORM WRITE-PROOF-LINE.

      *  pass 2 re-reads the log in step with the contents table
      *  and prints each story under its own page heading, with
      *  the build sheet walked co-sequentially the way EXTRACT
      *  pairs its V records.
       PRINT-ALL-STORIES.
           MOVE SPACE TO EOF-FLAGS(2:1)
           OPEN INPUT BUILD-SHEET-FILE
           IF WS-FS-BS NOT = '00'
               SET NO-MORE-BS TO TRUE
           ELSE
               PERFORM READ-BS
           END-IF
           PERFORM OPEN-LOG
           PERFORM READ-LOG
           PERFORM PRINT-ALL-STORIES-LOOP UNTIL NO-MORE-LOG
           CLOSE STORY-LOG-FILE
           IF WS-FS-BS = '00'
               CLOSE BUILD-SHEET-FILE
           END-IF.

       PRINT-ALL-STORIES-LOOP.
           IF SL-SEQ NUMERIC AND SL-SEQ > 0
           AND SL-DATE >= RPT-FROM AND SL-DATE <= RPT-TO
               PERFORM PRINT-ONE-STORY
           END-IF
           PERFORM READ-LOG.

       READ-BS.
           READ BUILD-SHEET-FILE
           AT END
               SET NO-MORE-BS TO TRUE.

       PRINT-ONE-STORY.
           ADD 1 TO PRF-STORIES
           MOVE 'S' TO PRF-HDR-KIND
           MOVE SL-SEQ TO HDR-SEQ
           MOVE SL-DATE TO HDR-DATE
           MOVE SL-PLOT-PICK TO HDR-PLOT
           IF SL-PLOT-PICK >= 1 AND SL-PLOT-PICK <= PLOT-COUNT
               MOVE PLOT-TITLE(SL-PLOT-PICK) TO HDR-TITLE
               MOVE PLOT-GENRE(SL-PLOT-PICK) TO HDR-GENRE
           ELSE
               MOVE SPACES TO HDR-TITLE
               MOVE SPACES TO HDR-GENRE
           END-IF
           PERFORM START-NEW-PAGE
           IF SL-TITLE NOT = SPACES
               MOVE SPACES TO PRF-HOLD-LINE
               MOVE SL-TITLE TO PRF-HOLD-LINE(1:80)
               PERFORM WRITE-PROOF-LINE
               MOVE SPACES TO PRF-HOLD-LINE
               PERFORM WRITE-PROOF-LINE
           END-IF
           IF SL-SERIES-ID NUMERIC AND SL-SERIES-ID > 0
               MOVE SPACES TO PRF-HOLD-LINE
               MOVE 'SERIES' TO PRF-HOLD-LINE(1:6)
               MOVE SL-SERIES-ID TO PRF-HOLD-LINE(8:8)
               MOVE 'PART' TO PRF-HOLD-LINE(17:4)
               MOVE SL-SERIES-PART TO PRF-HOLD-LINE(22:3)
               MOVE ', SEQUEL TO' TO PRF-HOLD-LINE(25:11)
               MOVE SL-PARENT-SEQ TO PRF-HOLD-LINE(37:8)
               PERFORM WRITE-PROOF-LINE
               MOVE SPACES TO PRF-HOLD-LINE
               PERFORM WRITE-PROOF-LINE
           END-IF
           MOVE SL-STORY-TEXT TO STORY-TEXT
           PERFORM SET-STORY-LENGTH
           PERFORM WRITE-STORY-LINES
           PERFORM WRITE-LOGLINE-LINES
           PERFORM WRITE-BUILD-SHEET-LINES.

       SET-STORY-LENGTH.
           MOVE 4092 TO STORY-LENGTH
           PERFORM SET-STORY-LENGTH-LOOP UNTIL STORY-LENGTH < 2
           OR STORY-TEXT(STORY-LENGTH:1) NOT = SPACE.

       SET-STORY-LENGTH-LOOP.
           SUBTRACT 1 FROM STORY-LENGTH.

       WRITE-STORY-LINES.
           MOVE 1 TO INDEX-POS
           PERFORM WRITE-STORY-LINES-LOOP
           UNTIL INDEX-POS > STORY-LENGTH.

       WRITE-STORY-LINES-LOOP.
           COMPUTE REMAINING-LEN = STORY-LENGTH - INDEX-POS + 1
           MOVE STORY-TEXT(INDEX-POS:DISP-LEN) TO LINE-BUFFER
           IF REMAINING-LEN > DISP-LEN
               MOVE  DISP-LEN TO COPY-LEN
               PERFORM FIND-SPACE-BACKWARDS
           ELSE
               MOVE REMAINING-LEN TO COPY-LEN
           END-IF
           MOVE SPACES TO PRF-HOLD-LINE
           MOVE STORY-TEXT(INDEX-POS:COPY-LEN)
             TO PRF-HOLD-LINE(1:80)
           PERFORM WRITE-PROOF-LINE
           ADD COPY-LEN TO INDEX-POS.

      *  the listing-guide logline, when the plot has a template,
      *  is proofed under the story through the same word-wrap.
       WRITE-LOGLINE-LINES.
           IF SL-LOGLINE NOT = SPACES
               MOVE SPACES TO PRF-HOLD-LINE
               PERFORM WRITE-PROOF-LINE
               MOVE SPACES TO PRF-HOLD-LINE
               MOVE '--- LOGLINE ---' TO PRF-HOLD-LINE(1:15)
               PERFORM WRITE-PROOF-LINE
               MOVE SPACES TO STORY-TEXT
               MOVE SL-LOGLINE TO STORY-TEXT
               PERFORM SET-STORY-LENGTH
               PERFORM WRITE-STORY-LINES
           END-IF.

       FIND-SPACE-BACKWARDS.
           MOVE  DISP-LEN TO SPACE-POS
           PERFORM FIND-SPACE-BACKWARDS-LOOP
           UNTIL SPACE-POS < 1 OR LINE-BUFFER(SPACE-POS:1) = ' '
           IF SPACE-POS > 1
               MOVE SPACE-POS TO COPY-LEN
           END-IF.

       FIND-SPACE-BACKWARDS-LOOP.
           SUBTRACT 1 FROM SPACE-POS.

       WRITE-BUILD-SHEET-LINES.
           PERFORM WRITE-BUILD-SHEET-LINES-LOOP
           UNTIL NO-MORE-BS OR BS-SEQ >= SL-SEQ
           IF NOT NO-MORE-BS AND BS-SEQ = SL-SEQ
               MOVE SPACES TO PRF-HOLD-LINE
               PERFORM WRITE-PROOF-LINE
               MOVE SPACES TO PRF-HOLD-LINE
               MOVE '--- BUILD SHEET ---' TO PRF-HOLD-LINE(1:20)
               PERFORM WRITE-PROOF-LINE
               PERFORM WRITE-BUILD-SHEET-LINES-LOOP-2
               UNTIL NO-MORE-BS OR BS-SEQ NOT = SL-SEQ
           END-IF.

       WRITE-BUILD-SHEET-LINES-LOOP.
           PERFORM READ-BS.

       WRITE-BUILD-SHEET-LINES-LOOP-2.
           MOVE SPACES TO PRF-HOLD-LINE
           MOVE BS-VAR-NAME TO PRF-HOLD-LINE(3:16)
           MOVE BS-VAR-VAL TO PRF-HOLD-LINE(21:60)
           PERFORM WRITE-PROOF-LINE
           PERFORM READ-BS.
//LKED.SYSIN DD *
  INCLUDE RUNLIB(RUNPARM)
//*
//* RUN PROOFRPT FROM THE LOAD MODULE JUST LINKED, SKIPPED WHEN THE
//* COMPILE OR THE LINK FAILED.
//GO      EXEC PGM=PROOFRPT,
//             COND=((5,LT,STP1.COB),(5,LT,STP1.LKED))
//STEPLIB  DD DISP=SHR,DSN=HERC02.RUN.LOAD
//SYSOUT   DD SYSOUT=*
//UT-S-LOG   DD DISP=SHR,DSN=HERC02.RUN.DATA(STORYLOG)
//UT-S-BS    DD DISP=SHR,DSN=HERC02.RUN.DATA(BUILDSHT)
//UT-S-PLOT  DD DISP=SHR,DSN=HERC02.RUN.DATA(PLOT)
//UT-S-PROOF DD SYSOUT=*
//UT-S-PARM  DD *
PROOFRPT_FROM=
PROOFRPT_TO=
/*
//SYSIN    DD DUMMY
//
