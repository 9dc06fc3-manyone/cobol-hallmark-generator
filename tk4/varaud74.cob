//HERC02C  JOB (COB),
//             'VARAUDIT',
//             CLASS=A,
//             MSGCLASS=C,
//             REGION=0M,TIME=1440,
//             MSGLEVEL=(1,1)
//*
//* COMPILE, LINK AND RUN VARAUDIT - SELF-CONSISTENCY CHECK OF VARS
//* AGAINST THE PLOT CATALOG, SCENES, TITLES AND THE TRANSLATIONS.
//* RC 0 CLEAN, 8 PROBLEMS FOUND, 20 VARS WOULD NOT READ, 28 A
//* REFERENCE FILE CHANGED SINCE IT WAS SIGNED (RE-SIGN IT WITH
//* CTLSIGN).
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
//SYSLMOD DD DISP=SHR,DSN=HERC02.RUN.LOAD(VARAUDIT)                     00160000
//SYSLIB DD   DSN=SYSC.COBLIB,DISP=SHR                                  00170000
//RUNLIB DD DISP=SHR,DSN=HERC02.RUN.LOAD                                00175000
//SYSUT1 DD UNIT=SYSDA,SPACE=(1024,(50,20))                             00180000
//SYSPRINT DD SYSOUT=*                                                  00190000
// PEND
//STP1 EXEC COBUCL
//COB.SYSIN  DD *
        IDENTIFICATION DIVISION.
        PROGRAM-ID.    VARAUDIT.
        AUTHOR.        SIMOTIME TECHNOLOGIES.
      * 10/15/2026 DLK ADAPTED FROM THE WORKSTATION SOURCE FOR
      *                THE MVS BATCH - FILES ON UT-S- DD NAMES
      *                IN PLACE OF THE DATASET-NAME VARIABLES
      * 10/15/2026 DLK REFERENCE FILES CHECKED AGAINST THEIR
      *                CONTROL TOTALS THROUGH CTLCHK
      *
      *  Self-consistency validation for vars.dat.  The pre-flight
      *  check in HALLMARK cross-references plot tokens, but nothing
      *  validated the variable file against itself:
      *    - read-vars groups records by contiguous name, so a name
      *      split by another name silently loads as two variables
      *    - CHECK-OPTION-DEP only scans variables BEFORE the
      *      current one, so a VAR-DEP-NAME pointing at a later or
      *      nonexistent variable can never be satisfied
      *    - a VAR-DEP-CHOICE above the target's option count can
      *      never be satisfied either
      *    - duplicate VAR-VALs under one name double the odds of
      *      one value and confuse the pick-count counters
      *    - a genre on the plot catalog for which some variable
      *      has no eligible value (every value tagged to other
      *      genres) starves the pick paths for that genre.
      *    - a value, plot text, scene alternate, logline or title
      *      template with no entry on the translation file leaves
      *      any story that needs it without its second-language
      *      edition.  Checked only when xlate.dat has records.
      *  First the reference files are checked against their
      *  control totals (CTLCHK); one changed outside its
      *  maintenance program ends the audit with return code 28.
        ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT VARS-FILE
               ASSIGN TO UT-S-VARS
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-VARS.

               SELECT OPTIONAL PLOT-FILE
               ASSIGN TO UT-S-PLOT
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-PLOT.

               SELECT OPTIONAL CONFLICT-FILE
               ASSIGN TO UT-S-CONFL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-CFL.

               SELECT OPTIONAL SCENE-FILE
               ASSIGN TO UT-S-SCENE
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-SCN.

               SELECT OPTIONAL TITLE-FILE
               ASSIGN TO UT-S-TITLES
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-TTL.

               SELECT OPTIONAL XLATE-FILE
               ASSIGN TO UT-S-XLATE
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-XL.
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
           03  PC-LOGLINE       PIC X(200).
           03  FILLER           PIC X(756).

       FD  CONFLICT-FILE
              RECORD CONTAINS 36 CHARACTERS
              BLOCK CONTAINS 0 RECORDS
              RECORDING MODE IS F.

       01  CONFLICT-REC.
           03  CFL-A-NAME      PIC X(16).
           03  CFL-A-CHOICE    PIC 99.
           03  CFL-B-NAME      PIC X(16).
           03  CFL-B-CHOICE    PIC 99.

       FD  SCENE-FILE
              RECORD CONTAINS 260 CHARACTERS
              BLOCK CONTAINS 0 RECORDS
              RECORDING MODE IS F.

       01  SCENE-REC.
           03  SCN-PLOT        PIC 99.
           03  SCN-SLOT        PIC 9.
           03  SCN-ALT         PIC 9.
           03  SCN-TEXT        PIC X(256).

       FD  TITLE-FILE
              RECORD CONTAINS 80 CHARACTERS
              BLOCK CONTAINS 0 RECORDS
              RECORDING MODE IS F.

       01  TITLE-RECORD.
           03 FILLER PIC X(80).

       FD  XLATE-FILE
              RECORD CONTAINS 1024 CHARACTERS
              BLOCK CONTAINS 0 RECORDS
              RECORDING MODE IS F.

       01  XLATE-REC.
           03  XL-TYPE         PIC X.
               88  XL-VALUE-REC VALUE 'V'.
               88  XL-PLOT-REC VALUE 'P'.
               88  XL-SCENE-REC VALUE 'S'.
               88  XL-LOGLINE-REC VALUE 'L'.
               88  XL-TITLE-REC VALUE 'T'.
           03  FILLER          PIC X(1023).

       01  XL-VALUE-VIEW REDEFINES XLATE-REC.
           03  FILLER          PIC X.
           03  XL-VAR-NAME     PIC X(16).
           03  XL-VAR-VAL      PIC X(60).
           03  XL-XLATE-VAL    PIC X(60).
           03  FILLER          PIC X(887).

       01  XL-PLOT-VIEW REDEFINES XLATE-REC.
           03  FILLER          PIC X.
           03  XL-PLOT         PIC 99.
           03  XL-PLOT-TEXT    PIC X(1021).

       01  XL-SCENE-VIEW REDEFINES XLATE-REC.
           03  FILLER          PIC X.
           03  XL-SCN-PLOT     PIC 99.
           03  XL-SCN-SLOT     PIC 9.
           03  XL-SCN-ALT      PIC 9.
           03  XL-SCN-TEXT     PIC X(256).
           03  FILLER          PIC X(763).

       01  XL-LOGLINE-VIEW REDEFINES XLATE-REC.
           03  FILLER          PIC X.
           03  XL-LOG-PLOT     PIC 99.
           03  XL-LOGLINE      PIC X(200).
           03  FILLER          PIC X(821).

       01  XL-TITLE-VIEW REDEFINES XLATE-REC.
           03  FILLER          PIC X.
           03  XL-TITLE-NO     PIC 99.
           03  XL-TITLE        PIC X(80).
           03  FILLER          PIC X(941).
        WORKING-STORAGE SECTION.
       01 EOF-FLAGS.
           03 FILLER PIC X(01) VALUE SPACE.
               88 NO-MORE-VARS VALUE 'Y'.
           03 FILLER PIC X(01) VALUE SPACE.
               88 NO-MORE-PLOT VALUE 'Y'.
           03 FILLER PIC X(01) VALUE SPACE.
               88 NO-MORE-CFL VALUE 'Y'.
           03 FILLER PIC X(01) VALUE SPACE.
               88 NO-MORE-SCN VALUE 'Y'.
           03 FILLER PIC X(01) VALUE SPACE.
               88 NO-MORE-TITLES VALUE 'Y'.
           03 FILLER PIC X(01) VALUE SPACE.
               88 NO-MORE-XLATE VALUE 'Y'.

       01 WS-FS-VARS  PIC X(02).
       01 WS-FS-PLOT  PIC X(02).
       01 WS-FS-CFL   PIC X(02).
       01 WS-FS-SCN   PIC X(02).
       01 WS-FS-TTL   PIC X(02).
       01 WS-FS-XL    PIC X(02).
       01 WS-VARS-DSNAME PIC X(40) VALUE 'UT-S-VARS'.
       01 WS-PLOT-DSNAME PIC X(40) VALUE 'UT-S-PLOT'.
       01 WS-SCENE-DSNAME PIC X(40) VALUE 'UT-S-SCENE'.
       01 WS-TITLES-DSNAME PIC X(40) VALUE 'UT-S-TITLES'.
       01 WS-XLATE-DSNAME PIC X(40) VALUE 'UT-S-XLATE'.
       01 WS-ENV-NAME     PIC X(20).

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

       01  VAR-INDICES.
           03 VI PIC 99.
           03 VJ PIC 99.
           03 AX PIC 99.
           03 AJ PIC 99.

       01  AUDIT-FIELDS.
           03  AUD-PROBLEMS    PIC 9(4) VALUE 0.
           03  AUD-DEP-VI      PIC 99.
           03  AUD-ELIGIBLE    PIC 99.
           03  AUD-RULE-NO     PIC 9(3).
           03  AUD-A-VI        PIC 99.
           03  AUD-B-VI        PIC 99.

       01  GENRE-LIST-AREA.
           03  CAT-GENRE-COUNT PIC 99 VALUE 0.
           03  CAT-GENRE       PIC X(4) OCCURS 99 TIMES.
       01  GX PIC 99.

      *  what the night run will need translated, counted the way
      *  HALLMARK loads it: plots in plot.dat order (a '*CATALOG'
      *  record belongs to the plot text after it), scene
      *  alternates numbered within their plot and slot, titles
      *  by line.  The XLATE- flags are set from xlate.dat.
       01  PLOT-COUNT PIC 99 VALUE 0.
       01  PLOT-CONT-SWITCH PIC X VALUE SPACE.
           88  PLOT-IN-CONTINUATION VALUE 'Y'.
       01  PLOT-PENDING-LOGLINE PIC X VALUE SPACE.
       01  AUD-PLOT-AREA.
           03  AUD-PLOT OCCURS 99 TIMES.
               05  AP-LOGLINE-SW   PIC X.
                   88  AP-HAS-LOGLINE VALUE 'Y'.
               05  AP-SCENE-SW     PIC X.
                   88  AP-HAS-SCENES VALUE 'Y'.
               05  AP-XLATE-TEXT-SW PIC X.
                   88  AP-XLATE-TEXT VALUE 'Y'.
               05  AP-XLATE-LOG-SW PIC X.
                   88  AP-XLATE-LOGLINE VALUE 'Y'.
               05  AP-SLOT OCCURS 9 TIMES.
                   07  AP-ALT-COUNT    PIC 9(3).
                   07  AP-XLATE-SCN-SW PIC X OCCURS 9 TIMES.
                       88  AP-XLATE-SCENE VALUE 'Y'.
       01  TITLEMAX PIC 99 VALUE 50.
       01  TITLE-COUNT PIC 99 VALUE 0.
       01  AUD-TITLE-AREA.
           03  AUD-TITLE OCCURS 50 TIMES.
               05  AT-TITLE        PIC X(80).
               05  AT-XLATE-SW     PIC X.
                   88  AT-XLATE-TITLE VALUE 'Y'.
       01  XLATE-VALUE-AREA.
           03  XLATE-VAR-SET OCCURS 50 TIMES.
               05  XV-XLATE-SW     PIC X OCCURS 25 TIMES.
                   88  XV-XLATE-VALUE VALUE 'Y'.
       01  XLATE-FIELDS.
           03  XL-REC-COUNT    PIC 9(5) VALUE 0.
           03  XL-GAP-COUNT    PIC 9(4) VALUE 0.
           03  XL-MATCH-SW     PIC X.
               88  XL-MATCHED VALUE 'Y'.
           03  PX              PIC 9(3).
           03  SX              PIC 99.

      *****************************************************************
        PROCEDURE DIVISION.

           DISPLAY ' '
           DISPLAY 'VARAUDIT - VARIABLE FILE VALIDATION'
           DISPLAY 'FILE: ' WS-VARS-DSNAME
           DISPLAY ' '
           PERFORM CHECK-CONTROL-TOTALS
           IF CTL-BAD-COUNT > 0
               DISPLAY CTL-BAD-COUNT ' REFERENCE FILE(S) CHANGED'
               ' OUTSIDE THEIR MAINTENANCE - NOT AUDITED'
               DISPLAY 'CHECK THE CHANGE, THEN RE-SIGN THE FILE'
               ' WITH CTLSIGN'
               MOVE 28 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM LOAD-AND-CHECK-GROUPS
           PERFORM LOAD-CATALOG-GENRES
           PERFORM CHECK-DUPLICATE-VALUES
           PERFORM CHECK-DEPENDENCIES
           PERFORM CHECK-GENRE-COVERAGE
           PERFORM CHECK-CONFLICT-RULES
           PERFORM CHECK-TRANSLATIONS
           DISPLAY ' '
           IF AUD-PROBLEMS = 0
               DISPLAY 'NO PROBLEMS FOUND IN ' VAR-NAME-COUNT
               ' VARIABLES'
           ELSE
               DISPLAY AUD-PROBLEMS ' PROBLEM(S) FOUND'
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
           IF CTX = 3
               MOVE WS-SCENE-DSNAME TO CTK-DSNAME
           ELSE
           IF CTX = 4
               MOVE WS-TITLES-DSNAME TO CTK-DSNAME
           ELSE
               MOVE SPACES TO CTK-DSNAME
           END-IF
           END-IF
           END-IF
           END-IF
           MOVE 'VARAUDIT' TO CTK-PROGRAM
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

      *  load the grid the way read-vars does - one group per run
      *  of equal names - and flag a name that starts a second
      *  group: read-vars would load it as a separate variable and
      *  the earlier group's options would be silently orphaned.
       LOAD-AND-CHECK-GROUPS.
           OPEN INPUT VARS-FILE
           IF WS-FS-VARS NOT = '00'
               DISPLAY 'UNABLE TO OPEN ' WS-VARS-DSNAME
               ' FILE STATUS=' WS-FS-VARS
               MOVE 20 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 0 TO VAR-NAME-COUNT
           PERFORM READ-VARS
           PERFORM LOAD-AND-CHECK-GROUPS-LOOP UNTIL NO-MORE-VARS
           CLOSE VARS-FILE.

       LOAD-AND-CHECK-GROUPS-LOOP.
           MOVE VARS-VAR-NAME TO CNTL-VAR-NAME
           PERFORM CHECK-SPLIT-GROUP
           IF VAR-NAME-COUNT >= VIMAX
               DISPLAY 'TOO MANY VARS ON FILE, MAX=' VIMAX
               ' - AUDITING THE FIRST ' VIMAX ' ONLY'
               ADD 1 TO AUD-PROBLEMS
               PERFORM LOAD-AND-CHECK-GROUPS-LOOP-2 UNTIL NO-MORE-VARS
           ELSE
               ADD 1 TO VAR-NAME-COUNT
               MOVE VAR-NAME-COUNT TO VI
               MOVE VARS-VAR-NAME TO VAR-NAME(VI)
               MOVE 0 TO VAR-VAL-COUNT(VI)
               PERFORM LOAD-AND-CHECK-GROUPS-LOOP-3 UNTIL NO-MORE-VARS
               OR CNTL-VAR-NAME NOT = VARS-VAR-NAME
           END-IF.

       LOAD-AND-CHECK-GROUPS-LOOP-2.
           PERFORM READ-VARS.

       LOAD-AND-CHECK-GROUPS-LOOP-3.
           IF VAR-VAL-COUNT(VI) >= VJMAX
               DISPLAY 'TOO MANY OPTIONS FOR '
               VAR-NAME(VI) ', MAX=' VJMAX
               ADD 1 TO AUD-PROBLEMS
           ELSE
               ADD 1 TO VAR-VAL-COUNT(VI)
               MOVE VAR-VAL-COUNT(VI) TO VJ
               MOVE VARS-VAR-VALUE TO VAR-VAL(VI,VJ)
               MOVE VARS-DEP-NAME TO VAR-DEP-NAME(VI,VJ)
               IF VARS-DEP-CHOICE NUMERIC
                   MOVE VARS-DEP-CHOICE
                     TO VAR-DEP-CHOICE(VI,VJ)
               ELSE
                   MOVE 0 TO VAR-DEP-CHOICE(VI,VJ)
               END-IF
               MOVE VARS-GENRE TO VAR-GENRE(VI,VJ)
           END-IF
           PERFORM READ-VARS.

       CHECK-SPLIT-GROUP.
           PERFORM CHECK-SPLIT-GROUP-LOOP
           VARYING AX FROM 1 BY 1 UNTIL AX > VAR-NAME-COUNT.

       CHECK-SPLIT-GROUP-LOOP.
           IF VAR-NAME(AX) = CNTL-VAR-NAME
               ADD 1 TO AUD-PROBLEMS
               DISPLAY 'SPLIT NAME GROUP: ' CNTL-VAR-NAME
               ' APPEARS AGAIN AFTER OTHER NAMES - THE LOADER'
               ' WILL TREAT IT AS A SECOND VARIABLE'
           END-IF.

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

       CHECK-DUPLICATE-VALUES.
           PERFORM CHECK-DUPLICATE-VALUES-LOOP
           VARYING VI FROM 1 BY 1 UNTIL VI > VAR-NAME-COUNT.

       CHECK-DUPLICATE-VALUES-LOOP.
           PERFORM CHECK-DUPLICATE-VALUES-LOOP-2 VARYING VJ FROM 1 BY 1
           UNTIL VJ > VAR-VAL-COUNT(VI).

       CHECK-DUPLICATE-VALUES-LOOP-2.
           PERFORM CHECK-DUPLICATE-VALUES-LOOP-3
           VARYING AJ FROM 1 BY 1 UNTIL AJ >= VJ.

       CHECK-DUPLICATE-VALUES-LOOP-3.
           IF VAR-VAL(VI,AJ) = VAR-VAL(VI,VJ)
               ADD 1 TO AUD-PROBLEMS
               DISPLAY 'DUPLICATE VALUE UNDER '
               VAR-NAME(VI) ' (OPTIONS ' AJ ' AND ' VJ
               '): ' VAR-VAL(VI,VJ)
           END-IF.

       CHECK-DEPENDENCIES.
           PERFORM CHECK-DEPENDENCIES-LOOP
           VARYING VI FROM 1 BY 1 UNTIL VI > VAR-NAME-COUNT.

       CHECK-DEPENDENCIES-LOOP.
           PERFORM CHECK-DEPENDENCIES-LOOP-2 VARYING VJ FROM 1 BY 1
           UNTIL VJ > VAR-VAL-COUNT(VI).

       CHECK-DEPENDENCIES-LOOP-2.
           IF VAR-DEP-NAME(VI,VJ) NOT = SPACES
               PERFORM CHECK-ONE-DEPENDENCY
           END-IF.

       CHECK-ONE-DEPENDENCY.
           MOVE 0 TO AUD-DEP-VI
           PERFORM CHECK-ONE-DEPENDENCY-LOOP
           VARYING AX FROM 1 BY 1 UNTIL AX > VAR-NAME-COUNT
           IF AUD-DEP-VI = 0
               ADD 1 TO AUD-PROBLEMS
               DISPLAY VAR-NAME(VI) ' OPTION ' VJ ' DEPENDS ON '
               VAR-DEP-NAME(VI,VJ) ' WHICH IS NOT ON THE FILE'
           ELSE
               IF AUD-DEP-VI >= VI
                   ADD 1 TO AUD-PROBLEMS
                   DISPLAY VAR-NAME(VI) ' OPTION ' VJ ' DEPENDS ON '
                   VAR-DEP-NAME(VI,VJ)
                   ' WHICH LOADS AT OR AFTER IT -'
                   ' THE DEPENDENCY CAN NEVER BE SATISFIED'
               END-IF
               IF VAR-DEP-CHOICE(VI,VJ) > VAR-VAL-COUNT(AUD-DEP-VI)
                   ADD 1 TO AUD-PROBLEMS
                   DISPLAY VAR-NAME(VI) ' OPTION ' VJ
                   ' NEEDS CHOICE ' VAR-DEP-CHOICE(VI,VJ) ' OF '
                   VAR-DEP-NAME(VI,VJ) ' WHICH ONLY HAS '
                   VAR-VAL-COUNT(AUD-DEP-VI) ' OPTIONS'
               END-IF
           END-IF.

       CHECK-ONE-DEPENDENCY-LOOP.
           IF VAR-NAME(AX) = VAR-DEP-NAME(VI,VJ)
               MOVE AX TO AUD-DEP-VI
           END-IF.

      *  the distinct nonblank genres on the plot catalog, and
      *  the plots themselves: a text record that does not follow
      *  a '+' chunk starts the next plot, and takes the logline
      *  of the '*CATALOG' record ahead of it.
       LOAD-CATALOG-GENRES.
           PERFORM LOAD-CATALOG-GENRES-LOOP
           VARYING PX FROM 1 BY 1 UNTIL PX > 99
           OPEN INPUT PLOT-FILE
           PERFORM READ-PLOT
           PERFORM LOAD-CATALOG-GENRES-LOOP-2 UNTIL NO-MORE-PLOT
           CLOSE PLOT-FILE.

       LOAD-CATALOG-GENRES-LOOP.
           MOVE SPACES TO AUD-PLOT(PX)
           PERFORM LOAD-CATALOG-GENRES-LOOP-3
           VARYING SX FROM 1 BY 1 UNTIL SX > 9.

       LOAD-CATALOG-GENRES-LOOP-2.
           IF PC-CATALOG-REC
               IF PC-GENRE NOT = SPACES
                   MOVE 0 TO GX
                   PERFORM LOAD-CATALOG-GENRES-LOOP-4
                   VARYING AX FROM 1 BY 1
                   UNTIL AX > CAT-GENRE-COUNT
                   IF GX = 0 AND CAT-GENRE-COUNT < 99
                       ADD 1 TO CAT-GENRE-COUNT
                       MOVE PC-GENRE TO CAT-GENRE(CAT-GENRE-COUNT)
                   END-IF
               END-IF
               IF PC-LOGLINE NOT = SPACES
                   MOVE 'Y' TO PLOT-PENDING-LOGLINE
               END-IF
           ELSE
               IF NOT PLOT-IN-CONTINUATION AND PLOT-COUNT < 99
                   ADD 1 TO PLOT-COUNT
                   MOVE PLOT-PENDING-LOGLINE
                     TO AP-LOGLINE-SW(PLOT-COUNT)
                   MOVE SPACE TO PLOT-PENDING-LOGLINE
               END-IF
               IF PLOT-MORE-CHUNKS
                   SET PLOT-IN-CONTINUATION TO TRUE
               ELSE
                   MOVE SPACE TO PLOT-CONT-SWITCH
               END-IF
           END-IF
           PERFORM READ-PLOT.

       LOAD-CATALOG-GENRES-LOOP-3.
           MOVE 0 TO AP-ALT-COUNT(PX,SX).

       LOAD-CATALOG-GENRES-LOOP-4.
           IF CAT-GENRE(AX) = PC-GENRE
               MOVE AX TO GX
           END-IF.

       READ-PLOT.
           READ PLOT-FILE
           AT END
               SET NO-MORE-PLOT TO TRUE.
           IF WS-FS-PLOT NOT = '00' AND WS-FS-PLOT NOT = '10'
               SET NO-MORE-PLOT TO TRUE
           END-IF.

      *  a variable whose every value is tagged away from some
      *  catalog genre leaves the pick paths with nothing for a
      *  story of that genre - the no-options fallback then shows
      *  wrong-season values, which is the leak the tags exist to
      *  stop.
       CHECK-GENRE-COVERAGE.
           PERFORM CHECK-GENRE-COVERAGE-LOOP
           VARYING GX FROM 1 BY 1 UNTIL GX > CAT-GENRE-COUNT.

       CHECK-GENRE-COVERAGE-LOOP.
           PERFORM CHECK-GENRE-COVERAGE-LOOP-2 VARYING VI FROM 1 BY 1
           UNTIL VI > VAR-NAME-COUNT.

       CHECK-GENRE-COVERAGE-LOOP-2.
           MOVE 0 TO AUD-ELIGIBLE
           PERFORM CHECK-GENRE-COVERAGE-LOOP-3 VARYING VJ FROM 1 BY 1
           UNTIL VJ > VAR-VAL-COUNT(VI)
           IF AUD-ELIGIBLE = 0
               ADD 1 TO AUD-PROBLEMS
               DISPLAY VAR-NAME(VI) ' HAS NO ELIGIBLE VALUE'
               ' FOR CATALOG GENRE ' CAT-GENRE(GX)
           END-IF.

       CHECK-GENRE-COVERAGE-LOOP-3.
           IF VAR-GENRE(VI,VJ) = SPACES
           OR VAR-GENRE(VI,VJ) = CAT-GENRE(GX)
               ADD 1 TO AUD-ELIGIBLE
           END-IF.

      *  the conflict.dat never-together rules reference the
      *  variable file by name and choice number - a rule pointing
      *  at nothing is silently dropped by the night run, which is
      *  exactly the kind of quiet failure this audit exists for.
       CHECK-CONFLICT-RULES.
           OPEN INPUT CONFLICT-FILE
           MOVE 0 TO AUD-RULE-NO
           PERFORM READ-CFL
           PERFORM CHECK-CONFLICT-RULES-LOOP UNTIL NO-MORE-CFL
           CLOSE CONFLICT-FILE.

       CHECK-CONFLICT-RULES-LOOP.
           ADD 1 TO AUD-RULE-NO
           PERFORM CHECK-ONE-RULE
           PERFORM READ-CFL.

       READ-CFL.
           READ CONFLICT-FILE INTO CONFLICT-REC
           AT END
               SET NO-MORE-CFL TO TRUE.
           IF WS-FS-CFL NOT = '00' AND WS-FS-CFL NOT = '10'
               SET NO-MORE-CFL TO TRUE
           END-IF.

       CHECK-ONE-RULE.
           MOVE 0 TO AUD-A-VI
           MOVE 0 TO AUD-B-VI
           PERFORM CHECK-ONE-RULE-LOOP
           VARYING AX FROM 1 BY 1 UNTIL AX > VAR-NAME-COUNT
           IF AUD-A-VI = 0
               ADD 1 TO AUD-PROBLEMS
               DISPLAY 'CONFLICT RULE ' AUD-RULE-NO
               ' NAMES UNKNOWN VARIABLE: ' CFL-A-NAME
           ELSE
               IF CFL-A-CHOICE NOT NUMERIC
               OR CFL-A-CHOICE < 1
               OR CFL-A-CHOICE > VAR-VAL-COUNT(AUD-A-VI)
                   ADD 1 TO AUD-PROBLEMS
                   DISPLAY 'CONFLICT RULE ' AUD-RULE-NO ' CHOICE '
                   CFL-A-CHOICE ' NOT ON ' CFL-A-NAME
                   ' (HAS ' VAR-VAL-COUNT(AUD-A-VI) ' OPTIONS)'
               END-IF
           END-IF
           IF AUD-B-VI = 0
               ADD 1 TO AUD-PROBLEMS
               DISPLAY 'CONFLICT RULE ' AUD-RULE-NO
               ' NAMES UNKNOWN VARIABLE: ' CFL-B-NAME
           ELSE
               IF CFL-B-CHOICE NOT NUMERIC
               OR CFL-B-CHOICE < 1
               OR CFL-B-CHOICE > VAR-VAL-COUNT(AUD-B-VI)
                   ADD 1 TO AUD-PROBLEMS
                   DISPLAY 'CONFLICT RULE ' AUD-RULE-NO ' CHOICE '
                   CFL-B-CHOICE ' NOT ON ' CFL-B-NAME
                   ' (HAS ' VAR-VAL-COUNT(AUD-B-VI) ' OPTIONS)'
               END-IF
           END-IF
           IF AUD-A-VI > 0 AND AUD-A-VI = AUD-B-VI
               ADD 1 TO AUD-PROBLEMS
               DISPLAY 'CONFLICT RULE ' AUD-RULE-NO
               ' PAIRS ' CFL-A-NAME ' WITH ITSELF -'
               ' ONE VARIABLE ONLY EVER TAKES ONE CHOICE'
           END-IF.

       CHECK-ONE-RULE-LOOP.
           IF VAR-NAME(AX) = CFL-A-NAME
               MOVE AX TO AUD-A-VI
           END-IF
           IF VAR-NAME(AX) = CFL-B-NAME
               MOVE AX TO AUD-B-VI
           END-IF.

      *  the second-language edition needs a translation of every
      *  piece of the English story it is built beside.  A shop
      *  not producing one has no xlate.dat, and is not told about
      *  every value it has not translated.
       CHECK-TRANSLATIONS.
           OPEN INPUT XLATE-FILE
           PERFORM READ-XLATE
           IF NO-MORE-XLATE
               CLOSE XLATE-FILE
               DISPLAY 'NO TRANSLATIONS ON ' WS-XLATE-DSNAME
               ' - SECOND-LANGUAGE CHECK SKIPPED'
           ELSE
               PERFORM LOAD-SCENE-COUNTS
               PERFORM LOAD-TITLE-LIST
               MOVE SPACES TO XLATE-VALUE-AREA
               PERFORM CHECK-TRANSLATIONS-LOOP UNTIL NO-MORE-XLATE
               CLOSE XLATE-FILE
               PERFORM REPORT-XLATE-VALUES
               PERFORM REPORT-XLATE-PLOTS
               PERFORM REPORT-XLATE-TITLES
               DISPLAY XL-REC-COUNT ' TRANSLATION RECORDS, '
               XL-GAP-COUNT ' SECOND-LANGUAGE GAP(S)'
           END-IF.

       CHECK-TRANSLATIONS-LOOP.
           ADD 1 TO XL-REC-COUNT
           PERFORM TAKE-XLATE-REC
           PERFORM READ-XLATE.

       READ-XLATE.
           READ XLATE-FILE
           AT END
               SET NO-MORE-XLATE TO TRUE.
           IF WS-FS-XL NOT = '00' AND WS-FS-XL NOT = '10'
               SET NO-MORE-XLATE TO TRUE
           END-IF.

      *  scene alternates per plot and slot, kept to the records
      *  HALLMARK would load.
       LOAD-SCENE-COUNTS.
           OPEN INPUT SCENE-FILE
           PERFORM READ-SCENE
           PERFORM LOAD-SCENE-COUNTS-LOOP UNTIL NO-MORE-SCN
           CLOSE SCENE-FILE.

       LOAD-SCENE-COUNTS-LOOP.
           IF SCN-PLOT NUMERIC AND SCN-SLOT NUMERIC
           AND SCN-PLOT >= 1 AND SCN-PLOT <= PLOT-COUNT
           AND SCN-SLOT >= 1 AND SCN-SLOT <= 9
               ADD 1 TO AP-ALT-COUNT(SCN-PLOT,SCN-SLOT)
               SET AP-HAS-SCENES(SCN-PLOT) TO TRUE
           END-IF
           PERFORM READ-SCENE.

       READ-SCENE.
           READ SCENE-FILE INTO SCENE-REC
           AT END
               SET NO-MORE-SCN TO TRUE.
           IF WS-FS-SCN NOT = '00' AND WS-FS-SCN NOT = '10'
               SET NO-MORE-SCN TO TRUE
           END-IF.

       LOAD-TITLE-LIST.
           OPEN INPUT TITLE-FILE
           PERFORM READ-TITLE
           PERFORM LOAD-TITLE-LIST-LOOP UNTIL NO-MORE-TITLES
           CLOSE TITLE-FILE.

       LOAD-TITLE-LIST-LOOP.
           IF TITLE-COUNT < TITLEMAX
               ADD 1 TO TITLE-COUNT
               MOVE TITLE-RECORD TO AT-TITLE(TITLE-COUNT)
               MOVE SPACE TO AT-XLATE-SW(TITLE-COUNT)
           END-IF
           PERFORM READ-TITLE.

       READ-TITLE.
           READ TITLE-FILE
           AT END
               SET NO-MORE-TITLES TO TRUE.
           IF WS-FS-TTL NOT = '00' AND WS-FS-TTL NOT = '10'
               SET NO-MORE-TITLES TO TRUE
           END-IF.

      *  a translation record with a blank translation is no
      *  translation; one keyed to nothing on file is reported,
      *  since it is usually an English value edited without its
      *  translation being re-keyed.
       TAKE-XLATE-REC.
           IF XL-VALUE-REC
               MOVE SPACE TO XL-MATCH-SW
               PERFORM TAKE-XLATE-REC-LOOP VARYING VI FROM 1 BY 1
               UNTIL VI > VAR-NAME-COUNT
               IF NOT XL-MATCHED
                   ADD 1 TO AUD-PROBLEMS
                   DISPLAY 'TRANSLATION RECORD ' XL-REC-COUNT
                   ' IS FOR A VALUE NOT ON THE FILE: '
                   XL-VAR-NAME ' ' XL-VAR-VAL
               END-IF
           ELSE
           IF XL-PLOT-REC
               IF XL-PLOT NUMERIC AND XL-PLOT >= 1
               AND XL-PLOT <= PLOT-COUNT
                   IF XL-PLOT-TEXT NOT = SPACES
                       SET AP-XLATE-TEXT(XL-PLOT) TO TRUE
                   END-IF
               ELSE
                   PERFORM REPORT-XLATE-STRAY
               END-IF
           ELSE
           IF XL-SCENE-REC
               IF XL-SCN-PLOT NUMERIC AND XL-SCN-SLOT NUMERIC
               AND XL-SCN-ALT NUMERIC
               AND XL-SCN-PLOT >= 1 AND XL-SCN-PLOT <= PLOT-COUNT
               AND XL-SCN-SLOT >= 1 AND XL-SCN-ALT >= 1
                   IF XL-SCN-ALT <= AP-ALT-COUNT(XL-SCN-PLOT,
                                                 XL-SCN-SLOT)
                       IF XL-SCN-TEXT NOT = SPACES
                           SET AP-XLATE-SCENE(XL-SCN-PLOT,
                               XL-SCN-SLOT,XL-SCN-ALT) TO TRUE
                       END-IF
                   ELSE
                       PERFORM REPORT-XLATE-STRAY
                   END-IF
               ELSE
                   PERFORM REPORT-XLATE-STRAY
               END-IF
           ELSE
           IF XL-LOGLINE-REC
               IF XL-LOG-PLOT NUMERIC AND XL-LOG-PLOT >= 1
               AND XL-LOG-PLOT <= PLOT-COUNT
                   IF XL-LOGLINE NOT = SPACES
                       SET AP-XLATE-LOGLINE(XL-LOG-PLOT) TO TRUE
                   END-IF
               ELSE
                   PERFORM REPORT-XLATE-STRAY
               END-IF
           ELSE
           IF XL-TITLE-REC
               IF XL-TITLE-NO NUMERIC AND XL-TITLE-NO >= 1
               AND XL-TITLE-NO <= TITLE-COUNT
                   IF XL-TITLE NOT = SPACES
                       SET AT-XLATE-TITLE(XL-TITLE-NO) TO TRUE
                   END-IF
               ELSE
                   PERFORM REPORT-XLATE-STRAY
               END-IF
           ELSE
               PERFORM REPORT-XLATE-STRAY
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

       TAKE-XLATE-REC-LOOP.
           IF VAR-NAME(VI) = XL-VAR-NAME
               PERFORM TAKE-XLATE-REC-LOOP-2 VARYING VJ FROM 1 BY 1
               UNTIL VJ > VAR-VAL-COUNT(VI)
           END-IF.

       TAKE-XLATE-REC-LOOP-2.
           IF VAR-VAL(VI,VJ) = XL-VAR-VAL
               SET XL-MATCHED TO TRUE
               IF XL-XLATE-VAL NOT = SPACES
                   SET XV-XLATE-VALUE(VI,VJ)
                     TO TRUE
               END-IF
           END-IF.

       REPORT-XLATE-STRAY.
           ADD 1 TO AUD-PROBLEMS
           DISPLAY 'TRANSLATION RECORD ' XL-REC-COUNT
           ' (TYPE ' XL-TYPE ') MATCHES NOTHING ON FILE: '
           XLATE-REC(2:30).

       REPORT-XLATE-VALUES.
           PERFORM REPORT-XLATE-VALUES-LOOP
           VARYING VI FROM 1 BY 1 UNTIL VI > VAR-NAME-COUNT.

       REPORT-XLATE-VALUES-LOOP.
           PERFORM REPORT-XLATE-VALUES-LOOP-2 VARYING VJ FROM 1 BY 1
           UNTIL VJ > VAR-VAL-COUNT(VI).

       REPORT-XLATE-VALUES-LOOP-2.
           IF NOT XV-XLATE-VALUE(VI,VJ)
               ADD 1 TO AUD-PROBLEMS
               ADD 1 TO XL-GAP-COUNT
               DISPLAY 'NO TRANSLATION FOR ' VAR-NAME(VI)
               ' VALUE: ' VAR-VAL(VI,VJ)
           END-IF.

      *  a plot with scene alternates is built from them, so it
      *  needs each alternate translated; a plot without needs
      *  its flat text.  Only nine alternates a slot can be keyed.
       REPORT-XLATE-PLOTS.
           PERFORM REPORT-XLATE-PLOTS-LOOP
           VARYING PX FROM 1 BY 1 UNTIL PX > PLOT-COUNT.

       REPORT-XLATE-PLOTS-LOOP.
           IF AP-HAS-SCENES(PX)
               PERFORM REPORT-XLATE-PLOTS-LOOP-2
               VARYING SX FROM 1 BY 1 UNTIL SX > 9
           ELSE
               IF NOT AP-XLATE-TEXT(PX)
                   ADD 1 TO AUD-PROBLEMS
                   ADD 1 TO XL-GAP-COUNT
                   DISPLAY 'NO TRANSLATION FOR PLOT ' PX ' TEXT'
               END-IF
           END-IF
           IF AP-HAS-LOGLINE(PX) AND NOT AP-XLATE-LOGLINE(PX)
               ADD 1 TO AUD-PROBLEMS
               ADD 1 TO XL-GAP-COUNT
               DISPLAY 'NO TRANSLATION FOR PLOT ' PX ' LOGLINE'
           END-IF.

       REPORT-XLATE-PLOTS-LOOP-2.
           PERFORM REPORT-XLATE-SLOT.

       REPORT-XLATE-SLOT.
           IF AP-ALT-COUNT(PX,SX) > 9
               ADD 1 TO AUD-PROBLEMS
               DISPLAY 'PLOT ' PX ' SCENE ' SX ' HAS '
               AP-ALT-COUNT(PX,SX) ' ALTERNATES - ONLY 9 CAN BE'
               ' TRANSLATED'
           END-IF
           PERFORM REPORT-XLATE-SLOT-LOOP VARYING AX FROM 1 BY 1
           UNTIL AX > AP-ALT-COUNT(PX,SX) OR AX > 9.

       REPORT-XLATE-SLOT-LOOP.
           IF NOT AP-XLATE-SCENE(PX,SX,AX)
               ADD 1 TO AUD-PROBLEMS
               ADD 1 TO XL-GAP-COUNT
               DISPLAY 'NO TRANSLATION FOR PLOT ' PX ' SCENE '
               SX ' ALTERNATE ' AX
           END-IF.

       REPORT-XLATE-TITLES.
           PERFORM REPORT-XLATE-TITLES-LOOP
           VARYING AX FROM 1 BY 1 UNTIL AX > TITLE-COUNT.

       REPORT-XLATE-TITLES-LOOP.
           IF NOT AT-XLATE-TITLE(AX)
               ADD 1 TO AUD-PROBLEMS
               ADD 1 TO XL-GAP-COUNT
               DISPLAY 'NO TRANSLATION FOR TITLE ' AX ': '
               AT-TITLE(AX)(1:50)
           END-IF.
//LKED.SYSIN DD *
  INCLUDE RUNLIB(CTLCHK)
//*
//* RUN VARAUDIT FROM THE LOAD MODULE JUST LINKED, SKIPPED WHEN THE
//* COMPILE OR THE LINK FAILED.
//GO      EXEC PGM=VARAUDIT,
//             COND=((5,LT,STP1.COB),(5,LT,STP1.LKED))
//STEPLIB  DD DISP=SHR,DSN=HERC02.RUN.LOAD
//SYSOUT   DD SYSOUT=*
//UT-S-VARS   DD DISP=SHR,DSN=HERC02.RUN.DATA(VARS)
//UT-S-PLOT   DD DISP=SHR,DSN=HERC02.RUN.DATA(PLOT)
//UT-S-CONFL  DD DISP=SHR,DSN=HERC02.RUN.DATA(CONFLICT)
//UT-S-SCENE  DD DISP=SHR,DSN=HERC02.RUN.DATA(SCENES)
//UT-S-TITLES DD DISP=SHR,DSN=HERC02.RUN.DATA(TITLES)
//UT-S-XLATE  DD DISP=SHR,DSN=HERC02.RUN.DATA(XLATE)
//UT-S-LIMIT  DD DISP=SHR,DSN=HERC02.RUN.DATA(VARLIMIT)
//UT-S-CTLTOT DD DISP=SHR,DSN=HERC02.RUN.DATA(CTLTOTAL)
//SYSIN    DD DUMMY
//
