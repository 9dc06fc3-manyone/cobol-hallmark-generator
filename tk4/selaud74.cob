//HERC02C  JOB (COB),
//             'SELAUDIT',
//             CLASS=A,
//             MSGCLASS=C,
//             REGION=0M,TIME=1440,
//             MSGLEVEL=(1,1)
//*
//* COMPILE, LINK AND RUN SELAUDIT - CHECKS THE SELECTIONS DECK ON
//* UT-S-SEL AGAINST VARS AND PLOT BEFORE THE NIGHT USES IT.
//* RC 0 CLEAN, 8 PROBLEMS FOUND (HOLD THE NIGHT), 16 AND UP THE
//* DECK OR A REFERENCE FILE WOULD NOT READ, 28 A REFERENCE FILE
//* CHANGED SINCE IT WAS SIGNED (RE-SIGN IT WITH CTLSIGN).
//* UT-S-PARM: SELAUDIT_DATE=YYYYMMDD AUDITS FOR THAT RUN DATE
//* INSTEAD OF TODAY.
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
//SYSLMOD DD DISP=SHR,DSN=HERC02.RUN.LOAD(SELAUDIT)                     00160000
//SYSLIB DD   DSN=SYSC.COBLIB,DISP=SHR                                  00170000
//RUNLIB DD DISP=SHR,DSN=HERC02.RUN.LOAD                                00175000
//SYSUT1 DD UNIT=SYSDA,SPACE=(1024,(50,20))                             00180000
//SYSPRINT DD SYSOUT=*                                                  00190000
// PEND
//STP1 EXEC COBUCL
//COB.SYSIN  DD *
        IDENTIFICATION DIVISION.
        PROGRAM-ID.    SELAUDIT.
        AUTHOR.        SIMOTIME TECHNOLOGIES.
      * 10/15/2026 DLK ADAPTED FROM THE WORKSTATION SOURCE FOR
      *                THE MVS BATCH - FILES ON UT-S- DD NAMES
      *                IN PLACE OF THE DATASET-NAME VARIABLES,
      *                RUN OPTIONS FROM RUNPARM CARDS
      * 10/15/2026 DLK REFERENCE FILES CHECKED AGAINST THEIR
      *                CONTROL TOTALS THROUGH CTLCHK
      *
      *  Pre-run validation of a selects.dat deck, run before the
      *  nightly window the way VARAUDIT is.  SELGEN-built decks
      *  are clean, but hand-built and hand-patched decks still
      *  arrive, and BUILD-STORY quietly converts anything
      *  CHECK-CHOICE-ENTRY rejects into an 'R' random pick - the
      *  morning is too late to find out the pinned choices never
      *  took.  Each card is checked against vars.dat and plot.dat:
      *    - a SEL-PLOT-PICK with no template on file
      *    - a SEL-PLOT-PICK out of season for the run date
      *    - a SEL-CHOICE beyond that variable's option count
      *    - a choice whose VAR-DEP-NAME dependency cannot hold
      *    - an 'S' (carry from the parent) on a card that asks for
      *      no sequel, and a sequel parent that savestory.dat
      *      does not hold, which HALLMARK builds unlinked
      *    - no requesting department to charge the story to
      *  with a card-by-card exception listing and a nonzero
      *  return code so the scheduler can hold the job.
      *  Run date comes from SELAUDIT_DATE (YYYYMMDD) or today.
      *  Before any card is read the reference files are checked
      *  against their control totals (CTLCHK); one changed
      *  outside its maintenance program ends the audit with
      *  return code 28, which holds the night like any problem.
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

               SELECT SEL-FILE
               ASSIGN TO UT-S-SEL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-SEL.

               SELECT OPTIONAL SAVE-FILE
               ASSIGN TO UT-S-SAV
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-SAV.
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

       FD  SEL-FILE
              RECORD CONTAINS 122 CHARACTERS
              BLOCK CONTAINS 0 RECORDS
              RECORDING MODE IS F.

       01  SEL-FILE-RECORD.
           03 FILLER PIC X(122).

       FD  SAVE-FILE
              RECORD CONTAINS 128 CHARACTERS
              BLOCK CONTAINS 0 RECORDS
              RECORDING MODE IS F.

       01  SAV-REC.
           03  SAV-SEQ         PIC 9(8).
           03  FILLER          PIC X(120).
        WORKING-STORAGE SECTION.
       01 EOF-FLAGS.
           03 FILLER PIC X(01) VALUE SPACE.
               88 NO-MORE-VARS VALUE 'Y'.
           03 FILLER PIC X(01) VALUE SPACE.
               88 NO-MORE-PLOT VALUE 'Y'.
           03 FILLER PIC X(01) VALUE SPACE.
               88 NO-MORE-SEL VALUE 'Y'.
           03 FILLER PIC X(01) VALUE SPACE.
               88 NO-MORE-SAV VALUE 'Y'.

       01 WS-FS-VARS  PIC X(02).
       01 WS-FS-PLOT  PIC X(02).
       01 WS-FS-SEL   PIC X(02).
       01 WS-FS-SAV   PIC X(02).
       01 WS-VARS-DSNAME PIC X(40) VALUE 'UT-S-VARS'.
       01 WS-PLOT-DSNAME PIC X(40) VALUE 'UT-S-PLOT'.
       01 WS-ENV-NAME     PIC X(20).
       01 WS-ENV-VALUE    PIC X(60).

      *  parameter block for CTLCHK, the reference-file control
      *  totals
       01  CTLCHK-PARAMETERS.
           05  CTK-FUNCTION         PIC X.
           05  CTK-FILE-ID          PIC X(8).
           05  CTK-DSNAME           PIC X(40).
           05  CTK-PROGRAM          PIC X(8).
           05  CTK-OPER             PIC X(8).
           05  CTK-HOW              PIC X.
           05  CTK-RESULT           PIC X.
               88  CTK-AGREES VALUE 'Y'.
           05  CTK-COUNT            PIC 9(8).
           05  CTK-HASH             PIC 9(9).
           05  CTK-SIGNED-COUNT     PIC 9(8).
           05  CTK-SIGNED-HASH      PIC 9(9).
           05  CTK-SIGNED-OPER      PIC X(8).
           05  CTK-SIGNED-PROGRAM   PIC X(8).
           05  CTK-SIGNED-DATE      PIC 9(8).
           05  CTK-SIGNED-TIME      PIC 9(6).
           05  CTK-SIGNED-HOW       PIC X.
           05  CTK-REASON           PIC X(40).
       01  CTL-FILES-AREA PIC X(48) VALUE
           'VARS    PLOT    SCENE   TITLES  CONFLICTLIMIT   '.
       01  FILLER REDEFINES CTL-FILES-AREA.
           03  CTL-FILE-ID PIC X(8) OCCURS 6 TIMES.
       01  CTX PIC 9.
       01  CTL-BAD-COUNT PIC 9 VALUE 0.

       01  REF-DATA.
           03  VIMAX   PIC 99 VALUE 50.
           03  VJMAX   PIC 99 VALUE 25.
           03  PLOTMAX PIC 99 VALUE 99.
           03  PLOTCHUNKMAX PIC 9 VALUE 4.

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
                   07  VAR-DEP-NAME        PIC X(16) OCCURS 25 TIMES.
                   07  VAR-DEP-CHOICE      PIC 99 OCCURS 25 TIMES.

       01  VAR-INDICES.
           03 VI PIC 99.
           03 VJ PIC 99.
           03 AX PIC 99.

       01 PLOT-COUNT PIC 99 VALUE 0.
       01  PLOT-CATALOG-AREA.
           03  PLOT-CAT OCCURS 99 TIMES.
               05  PLOT-TITLE      PIC X(40).
               05  PLOT-GENRE      PIC X(4).
               05  PLOT-EFF-FROM   PIC 9(8).
               05  PLOT-EFF-TO     PIC 9(8).
       01  PLOT-CHUNK-NO PIC 9.

       01  SEL-REC.
           03  SEL-PLOT-PICK PIC 99.
           03  SEL-CHOICE PIC XX OCCURS 50 TIMES.
           03  SEL-GENRE PIC X(4).
           03  SEL-SEQUEL-OF PIC 9(8).
           03  SEL-REQUESTER PIC X(8).
       01  SEL-PLOT-PICK-X REDEFINES SEL-REC.
           03  SEL-PLOT-X    PIC XX.
           03  FILLER        PIC X(104).
           03  SEL-SEQUEL-OF-X PIC X(8).

      *  the parents the deck asks sequels of, checked against
      *  savestory.dat once the whole deck has been read
       01  PARENTMAX PIC 9(3) VALUE 200.
       01  PARENT-COUNT PIC 9(3) VALUE 0.
       01  PARENT-TABLE-AREA.
           03  PARENT-ENTRY OCCURS 200 TIMES.
               05  PT-SEQ          PIC 9(8).
               05  PT-CARD-NO      PIC 9(4).
               05  PT-FOUND        PIC X.
       01  PX PIC 9(3).
       01  PY PIC 9(3).

       01  CHOICE-SELECT-X PIC XX.
       01  FILLER REDEFINES CHOICE-SELECT-X.
          03  CHOICE-SELECT PIC 99.

       01  RUN-DATE-X PIC X(8).
       01  FILLER REDEFINES RUN-DATE-X.
          03  RUN-DATE PIC 9(8).

       01  AUDIT-FIELDS.
           03  AUD-PROBLEMS    PIC 9(4) VALUE 0.
           03  AUD-CARD-NO     PIC 9(4) VALUE 0.
           03  AUD-DEP-VI      PIC 99.
           03  AUD-GENRE-HITS  PIC 9(3).
           03  AUD-SEQUEL-SW   PIC X.
               88  AUD-SEQUEL-CARD VALUE 'Y'.

      *****************************************************************
        PROCEDURE DIVISION.
           MOVE "SELAUDIT_DATE" TO WS-ENV-NAME
           CALL 'RUNPARM' USING WS-ENV-NAME WS-ENV-VALUE
           MOVE WS-ENV-VALUE TO RUN-DATE-X
           IF RUN-DATE-X NOT NUMERIC
               ACCEPT RUN-DATE FROM DATE YYYYMMDD
           END-IF

           DISPLAY ' '
           DISPLAY 'SELAUDIT - SELECTION DECK VALIDATION'
           DISPLAY 'RUN DATE: ' RUN-DATE
           DISPLAY ' '
           PERFORM CHECK-CONTROL-TOTALS
           IF CTL-BAD-COUNT > 0
               DISPLAY CTL-BAD-COUNT ' REFERENCE FILE(S) CHANGED'
               ' OUTSIDE THEIR MAINTENANCE - HOLD THE JOB'
               DISPLAY 'CHECK THE CHANGE, THEN RE-SIGN THE FILE'
               ' WITH CTLSIGN'
               MOVE 28 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM LOAD-VARS-TABLE
           PERFORM LOAD-PLOT-CATALOG
           PERFORM AUDIT-DECK
           IF PARENT-COUNT > 0
               PERFORM AUDIT-SEQUEL-PARENTS
           END-IF
           DISPLAY ' '
           DISPLAY 'CARDS READ: ' AUD-CARD-NO
           IF AUD-PROBLEMS = 0
               DISPLAY 'NO PROBLEMS FOUND - DECK IS CLEAN'
           ELSE
               DISPLAY AUD-PROBLEMS ' PROBLEM(S) FOUND - HOLD THE JOB'
               MOVE 8 TO RETURN-CODE
           END-IF
           GOBACK.

      *  the reference files must be as their maintenance
      *  programs, or an operator re-sign, last left them - an
      *  audit of files nobody signed proves nothing about the
      *  night that would read them.
       CHECK-CONTROL-TOTALS.
           MOVE 0 TO CTL-BAD-COUNT
           PERFORM CHECK-CONTROL-TOTALS-LOOP
           VARYING CTX FROM 1 BY 1 UNTIL CTX > 6.

       CHECK-CONTROL-TOTALS-LOOP.
           MOVE 'V' TO CTK-FUNCTION
           MOVE CTL-FILE-ID(CTX) TO CTK-FILE-ID
           IF CTX = 1
               MOVE WS-VARS-DSNAME TO CTK-DSNAME
           ELSE
           IF CTX = 2
               MOVE WS-PLOT-DSNAME TO CTK-DSNAME
           ELSE
               MOVE SPACES TO CTK-DSNAME
           END-IF
           END-IF
           MOVE 'SELAUDIT' TO CTK-PROGRAM
           CALL 'CTLCHK' USING CTLCHK-PARAMETERS
           IF NOT CTK-AGREES
               ADD 1 TO CTL-BAD-COUNT
               DISPLAY 'CONTROL TOTALS: ' CTK-DSNAME
               DISPLAY '    ' CTK-REASON
               IF CTK-SIGNED-DATE > 0
                   DISPLAY '    ' CTK-COUNT ' RECORDS NOW, '
                   CTK-SIGNED-COUNT ' SIGNED BY ' CTK-SIGNED-OPER
                   ' ON ' CTK-SIGNED-DATE
               END-IF
           END-IF.

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
               ADD 1 TO VAR-VAL-COUNT(VI)
               MOVE VAR-VAL-COUNT(VI) TO VJ
               MOVE VARS-DEP-NAME TO VAR-DEP-NAME(VI,VJ)
               IF VARS-DEP-CHOICE NUMERIC
                   MOVE VARS-DEP-CHOICE
                     TO VAR-DEP-CHOICE(VI,VJ)
               ELSE
                   MOVE 0 TO VAR-DEP-CHOICE(VI,VJ)
               END-IF
           END-IF
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

      *  only the catalog matters here: count the templates and
      *  keep each one's date window, skipping over the text chunks.
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
           CLOSE PLOT-FILE
           DISPLAY 'TEMPLATES ON FILE: ' PLOT-COUNT.

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
           MOVE 0 TO PLOT-EFF-FROM(PLOT-COUNT)
           MOVE 99999999 TO PLOT-EFF-TO(PLOT-COUNT)
           IF PC-CATALOG-REC
               MOVE PC-TITLE TO PLOT-TITLE(PLOT-COUNT)
               MOVE PC-GENRE TO PLOT-GENRE(PLOT-COUNT)
               IF PC-EFF-FROM NUMERIC
                   MOVE PC-EFF-FROM TO PLOT-EFF-FROM(PLOT-COUNT)
               END-IF
               IF PC-EFF-TO NUMERIC
                   MOVE PC-EFF-TO TO PLOT-EFF-TO(PLOT-COUNT)
               END-IF
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
           IF WS-FS-PLOT NOT = '00' AND WS-FS-PLOT NOT = '10'
               DISPLAY 'ERROR READING ' WS-PLOT-DSNAME
               ' FILE STATUS=' WS-FS-PLOT
               MOVE 24 TO RETURN-CODE
               STOP RUN
           END-IF.

       AUDIT-DECK.
           OPEN INPUT SEL-FILE
           IF WS-FS-SEL NOT = '00'
               DISPLAY 'UNABLE TO OPEN selects.dat, FILE STATUS='
               WS-FS-SEL
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM READ-SEL
           PERFORM AUDIT-DECK-LOOP UNTIL NO-MORE-SEL
           CLOSE SEL-FILE.

       AUDIT-DECK-LOOP.
           ADD 1 TO AUD-CARD-NO
           PERFORM AUDIT-ONE-CARD
           PERFORM READ-SEL.

       READ-SEL.
           READ SEL-FILE INTO SEL-REC
           AT END
               SET NO-MORE-SEL TO TRUE.

      *  plot 00 is SELGEN's deliberate random pick and is clean;
      *  everything else must name a template that exists and is
      *  in season on the run date, or BUILD-STORY substitutes a
      *  random in-season plot without telling anyone.
       AUDIT-ONE-CARD.
           MOVE SPACE TO AUD-SEQUEL-SW
           IF SEL-REQUESTER = SPACES
               ADD 1 TO AUD-PROBLEMS
               DISPLAY 'CARD ' AUD-CARD-NO ': NO REQUESTING DEPARTMENT'
               ' - THE STORY WOULD BE CHARGED TO NOBODY'
           END-IF
           IF SEL-SEQUEL-OF-X NOT = SPACES
           AND SEL-SEQUEL-OF-X NOT = ZEROS
               PERFORM AUDIT-CARD-SEQUEL
           END-IF
           IF SEL-GENRE NOT = SPACES
               PERFORM AUDIT-CARD-GENRE
           END-IF
           IF SEL-PLOT-X NOT NUMERIC
               ADD 1 TO AUD-PROBLEMS
               DISPLAY 'CARD ' AUD-CARD-NO ': PLOT PICK NOT NUMERIC: '
               SEL-PLOT-X
           ELSE
               IF SEL-PLOT-PICK > 0
                   IF SEL-PLOT-PICK > PLOT-COUNT
                       ADD 1 TO AUD-PROBLEMS
                       DISPLAY 'CARD ' AUD-CARD-NO ': PLOT '
                       SEL-PLOT-PICK ' HAS NO TEMPLATE (ONLY '
                       PLOT-COUNT ' ON FILE)'
                   ELSE
                       IF RUN-DATE < PLOT-EFF-FROM(SEL-PLOT-PICK)
                       OR RUN-DATE > PLOT-EFF-TO(SEL-PLOT-PICK)
                           ADD 1 TO AUD-PROBLEMS
                           DISPLAY 'CARD ' AUD-CARD-NO ': PLOT '
                           SEL-PLOT-PICK ' ('
                           PLOT-TITLE(SEL-PLOT-PICK)
                           ') OUT OF SEASON ('
                           PLOT-EFF-FROM(SEL-PLOT-PICK) '-'
                           PLOT-EFF-TO(SEL-PLOT-PICK) ')'
                       END-IF
                   END-IF
               END-IF
           END-IF
           PERFORM AUDIT-ONE-CARD-LOOP
           VARYING VI FROM 1 BY 1 UNTIL VI > VAR-NAME-COUNT.

       AUDIT-ONE-CARD-LOOP.
           PERFORM AUDIT-ONE-CHOICE.

      *  a genre request must name a genre with at least one
      *  template in season on the run date, or CHOOSE-PLOT falls
      *  back to any in-season plot and the requested mix is lost.
       AUDIT-CARD-GENRE.
           IF SEL-PLOT-X NUMERIC AND SEL-PLOT-PICK > 0
               ADD 1 TO AUD-PROBLEMS
               DISPLAY 'CARD ' AUD-CARD-NO ': BOTH PLOT '
               SEL-PLOT-PICK ' AND GENRE ' SEL-GENRE
               ' REQUESTED - THE GENRE WINS, CLEAR ONE OF THEM'
           END-IF
           MOVE 0 TO AUD-GENRE-HITS
           PERFORM AUDIT-CARD-GENRE-LOOP
           VARYING AX FROM 1 BY 1 UNTIL AX > PLOT-COUNT
           IF AUD-GENRE-HITS = 0
               ADD 1 TO AUD-PROBLEMS
               DISPLAY 'CARD ' AUD-CARD-NO ': NO IN-SEASON TEMPLATE'
               ' OF GENRE ' SEL-GENRE ' FOR ' RUN-DATE
           END-IF.

       AUDIT-CARD-GENRE-LOOP.
           IF PLOT-GENRE(AX) = SEL-GENRE
           AND RUN-DATE >= PLOT-EFF-FROM(AX)
           AND RUN-DATE <= PLOT-EFF-TO(AX)
               ADD 1 TO AUD-GENRE-HITS
           END-IF.

      *  a sequel parent is kept once however many cards ask for
      *  it; the first card is the one reported.
       AUDIT-CARD-SEQUEL.
           IF SEL-SEQUEL-OF-X NOT NUMERIC
               ADD 1 TO AUD-PROBLEMS
               DISPLAY 'CARD ' AUD-CARD-NO ': SEQUEL PARENT NOT '
               'NUMERIC: ' SEL-SEQUEL-OF-X
           ELSE
               SET AUD-SEQUEL-CARD TO TRUE
               MOVE 0 TO PY
               PERFORM AUDIT-CARD-SEQUEL-LOOP VARYING PX FROM 1 BY 1
               UNTIL PX > PARENT-COUNT OR PY > 0
               IF PY = 0
                   IF PARENT-COUNT < PARENTMAX
                       ADD 1 TO PARENT-COUNT
                       MOVE SEL-SEQUEL-OF TO PT-SEQ(PARENT-COUNT)
                       MOVE AUD-CARD-NO TO PT-CARD-NO(PARENT-COUNT)
                       MOVE 'N' TO PT-FOUND(PARENT-COUNT)
                   ELSE
                       DISPLAY 'CARD ' AUD-CARD-NO ': MORE THAN '
                       PARENTMAX ' SEQUEL PARENTS - STORY '
                       SEL-SEQUEL-OF ' NOT CHECKED'
                   END-IF
               END-IF
           END-IF.

       AUDIT-CARD-SEQUEL-LOOP.
           IF PT-SEQ(PX) = SEL-SEQUEL-OF
               MOVE PX TO PY
           END-IF.

       AUDIT-SEQUEL-PARENTS.
           OPEN INPUT SAVE-FILE
           IF WS-FS-SAV = '00'
               PERFORM AUDIT-SEQUEL-PARENTS-LOOP UNTIL NO-MORE-SAV
           END-IF
           CLOSE SAVE-FILE
           PERFORM AUDIT-SEQUEL-PARENTS-LOOP-2
           VARYING PX FROM 1 BY 1 UNTIL PX > PARENT-COUNT.

       AUDIT-SEQUEL-PARENTS-LOOP.
           READ SAVE-FILE
           AT END
               SET NO-MORE-SAV TO TRUE.
           IF NOT NO-MORE-SAV
               IF SAV-SEQ NUMERIC AND SAV-SEQ > 0
                   PERFORM AUDIT-SEQUEL-PARENTS-LOOP-3
                   VARYING PX FROM 1 BY 1
                   UNTIL PX > PARENT-COUNT
               END-IF
           END-IF.

       AUDIT-SEQUEL-PARENTS-LOOP-2.
           IF PT-FOUND(PX) NOT = 'Y'
               ADD 1 TO AUD-PROBLEMS
               DISPLAY 'CARD ' PT-CARD-NO(PX) ': SEQUEL PARENT '
               PT-SEQ(PX) ' NOT ON savestory.dat - THE STORY'
               ' WOULD BE BUILT OUTSIDE ANY SERIES'
           END-IF.

       AUDIT-SEQUEL-PARENTS-LOOP-3.
           IF PT-SEQ(PX) = SAV-SEQ
               MOVE 'Y' TO PT-FOUND(PX)
           END-IF.

       AUDIT-ONE-CHOICE.
           MOVE SEL-CHOICE(VI) TO CHOICE-SELECT-X
           PERFORM NORMALIZE-CHOICE-ENTRY
           IF (CHOICE-SELECT-X = 'S' OR CHOICE-SELECT-X = 's')
           AND NOT AUD-SEQUEL-CARD
               ADD 1 TO AUD-PROBLEMS
               DISPLAY 'CARD ' AUD-CARD-NO ': ' VAR-NAME(VI)
               ' CARRIES FROM A PARENT BUT THE CARD ASKS FOR NO'
               ' SEQUEL'
           END-IF
           IF CHOICE-SELECT-X = 'R' OR CHOICE-SELECT-X = 'r'
           OR CHOICE-SELECT-X = 'S' OR CHOICE-SELECT-X = 's'
           OR CHOICE-SELECT-X = 'B' OR CHOICE-SELECT-X = 'b'
           OR CHOICE-SELECT-X = SPACES
               CONTINUE
           ELSE
               IF CHOICE-SELECT-X NOT NUMERIC
                   ADD 1 TO AUD-PROBLEMS
                   DISPLAY 'CARD ' AUD-CARD-NO ': ' VAR-NAME(VI)
                   ' CHOICE NOT NUMERIC: ' CHOICE-SELECT-X
               ELSE
                   IF CHOICE-SELECT < 1
                   OR CHOICE-SELECT > VAR-VAL-COUNT(VI)
                       ADD 1 TO AUD-PROBLEMS
                       DISPLAY 'CARD ' AUD-CARD-NO ': ' VAR-NAME(VI)
                       ' CHOICE ' CHOICE-SELECT ' BEYOND THE '
                       VAR-VAL-COUNT(VI) ' OPTIONS ON FILE'
                   ELSE
                       PERFORM AUDIT-CHOICE-DEP
                   END-IF
               END-IF
           END-IF.

      *  a single typed digit arrives left-justified in the
      *  two-byte field on hand-patched cards - BUILD-STORY's
      *  CHECK-CHOICE-ENTRY slides it right before judging it, so
      *  the audit must judge the same way or it holds decks the
      *  night would have run clean.
       NORMALIZE-CHOICE-ENTRY.
           IF CHOICE-SELECT-X(2:1) = SPACE
           AND CHOICE-SELECT-X(1:1) >= '0'
           AND CHOICE-SELECT-X(1:1) <= '9'
               MOVE CHOICE-SELECT-X(1:1) TO CHOICE-SELECT-X(2:1)
               MOVE '0' TO CHOICE-SELECT-X(1:1)
           END-IF.

      *  a pinned choice with a dependency only survives the night
      *  when the variable it depends on is itself pinned to the
      *  required choice - a random entry there means BUILD-STORY
      *  may throw the pin away.
       AUDIT-CHOICE-DEP.
           MOVE CHOICE-SELECT TO VJ
           IF VAR-DEP-NAME(VI,VJ) NOT = SPACES
               MOVE 0 TO AUD-DEP-VI
               PERFORM AUDIT-CHOICE-DEP-LOOP
               VARYING AX FROM 1 BY 1 UNTIL AX >= VI
               IF AUD-DEP-VI = 0
                   ADD 1 TO AUD-PROBLEMS
                   DISPLAY 'CARD ' AUD-CARD-NO ': ' VAR-NAME(VI)
                   ' CHOICE ' VJ ' DEPENDS ON '
                   VAR-DEP-NAME(VI,VJ)
                   ' WHICH DOES NOT LOAD BEFORE IT'
               ELSE
                   MOVE SEL-CHOICE(AUD-DEP-VI) TO CHOICE-SELECT-X
                   PERFORM NORMALIZE-CHOICE-ENTRY
                   IF CHOICE-SELECT-X NUMERIC
                       IF CHOICE-SELECT NOT = VAR-DEP-CHOICE(VI,VJ)
                           ADD 1 TO AUD-PROBLEMS
                           DISPLAY 'CARD ' AUD-CARD-NO ': '
                           VAR-NAME(VI) ' CHOICE ' VJ ' NEEDS '
                           VAR-DEP-NAME(VI,VJ) ' = '
                           VAR-DEP-CHOICE(VI,VJ) ' BUT THE CARD'
                           ' PINS IT TO ' CHOICE-SELECT
                       END-IF
                   ELSE
                       ADD 1 TO AUD-PROBLEMS
                       DISPLAY 'CARD ' AUD-CARD-NO ': '
                       VAR-NAME(VI) ' CHOICE ' VJ ' NEEDS '
                       VAR-DEP-NAME(VI,VJ) ' = '
                       VAR-DEP-CHOICE(VI,VJ)
                       ' BUT THE CARD LEAVES IT RANDOM -'
                       ' THE PIN MAY NOT TAKE'
                   END-IF
               END-IF
           END-IF.

       AUDIT-CHOICE-DEP-LOOP.
           IF VAR-NAME(AX) = VAR-DEP-NAME(VI,VJ)
               MOVE AX TO AUD-DEP-VI
           END-IF.
//LKED.SYSIN DD *
  INCLUDE RUNLIB(RUNPARM)
  INCLUDE RUNLIB(CTLCHK)
//*
//* RUN SELAUDIT FROM THE LOAD MODULE JUST LINKED, SKIPPED WHEN THE
//* COMPILE OR THE LINK FAILED.
//GO      EXEC PGM=SELAUDIT,
//             COND=((5,LT,STP1.COB),(5,LT,STP1.LKED))
//STEPLIB  DD DISP=SHR,DSN=HERC02.RUN.LOAD
//SYSOUT   DD SYSOUT=*
//UT-S-VARS   DD DISP=SHR,DSN=HERC02.RUN.DATA(VARS)
//UT-S-PLOT   DD DISP=SHR,DSN=HERC02.RUN.DATA(PLOT)
//UT-S-SEL    DD DISP=SHR,DSN=HERC02.RUN.DATA(SEL)
//UT-S-SAV    DD DISP=SHR,DSN=HERC02.RUN.DATA(SAVESTRY)
//UT-S-SCENE  DD DISP=SHR,DSN=HERC02.RUN.DATA(SCENES)
//UT-S-TITLES DD DISP=SHR,DSN=HERC02.RUN.DATA(TITLES)
//UT-S-CONFL  DD DISP=SHR,DSN=HERC02.RUN.DATA(CONFLICT)
//UT-S-LIMIT  DD DISP=SHR,DSN=HERC02.RUN.DATA(VARLIMIT)
//UT-S-CTLTOT DD DISP=SHR,DSN=HERC02.RUN.DATA(CTLTOTAL)
//UT-S-PARM   DD *
SELAUDIT_DATE=
/*
//SYSIN    DD DUMMY
//
