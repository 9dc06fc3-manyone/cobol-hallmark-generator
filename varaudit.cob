        *>    - a genre on the plot catalog for which some variable
        *>      has no eligible value (every value tagged to other
        *>      genres) starves the pick paths for that genre.
        *>    - a value, plot text, scene alternate, logline or title
        *>      template with no entry on the translation file leaves
        *>      any story that needs it without its second-language
        *>      edition.  Checked only when xlate.dat has records.
        *>  First the reference files are checked against their
        *>  control totals (CTLCHK); one changed outside its
        *>  maintenance program ends the audit with return code 28.
        ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               FILE STATUS IS WS-FS-PLOT.

               SELECT OPTIONAL CONFLICT-FILE
               ASSIGN TO WS-CONFLICT-DSNAME
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-CFL.

               SELECT OPTIONAL SCENE-FILE
               ASSIGN TO WS-SCENE-DSNAME
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-SCN.

               SELECT OPTIONAL TITLE-FILE
               ASSIGN TO WS-TITLES-DSNAME
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-TTL.

               SELECT OPTIONAL XLATE-FILE
               ASSIGN TO WS-XLATE-DSNAME
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-XL.
        DATA DIVISION.
       FILE SECTION.

           03  PC-GENRE         PIC X(4).
           03  PC-EFF-FROM      PIC X(8).
           03  PC-EFF-TO        PIC X(8).
           03  PC-LOGLINE       PIC X(200).
           03  FILLER           PIC X(756).

       FD  CONFLICT-FILE
              RECORD CONTAINS 36 CHARACTERS
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
       01 WS-VARS-DSNAME PIC X(40) VALUE "vars.dat".
       01 WS-PLOT-DSNAME PIC X(40) VALUE "plot.dat".
       01 WS-SCENE-DSNAME PIC X(40) VALUE "scenes.dat".
       01 WS-TITLES-DSNAME PIC X(40) VALUE "titles.dat".
       01 WS-XLATE-DSNAME PIC X(40) VALUE "xlate.dat".
       01 WS-CONFLICT-DSNAME PIC X(40) VALUE "conflict.dat".
       01 WS-ENV-NAME     PIC X(20).

        *>  parameter block for CTLCHK, the reference-file control
        *>  totals
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
           03  CAT-GENRE       PIC X(4) OCCURS 99 TIMES.
       01  GX PIC 99.

        *>  what the night run will need translated, counted the way
        *>  HALLMARK loads it: plots in plot.dat order (a '*CATALOG'
        *>  record belongs to the plot text after it), scene
        *>  alternates numbered within their plot and slot, titles
        *>  by line.  The XLATE- flags are set from xlate.dat.
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

        *>****************************************************************
        PROCEDURE DIVISION.
           MOVE "VARS_DSNAME" TO WS-ENV-NAME
           IF WS-PLOT-DSNAME = SPACES
               MOVE "plot.dat" TO WS-PLOT-DSNAME
           END-IF
           MOVE "SCENE_DSNAME" TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-SCENE-DSNAME FROM ENVIRONMENT-VALUE
           IF WS-SCENE-DSNAME = SPACES
               MOVE "scenes.dat" TO WS-SCENE-DSNAME
           END-IF
           MOVE "TITLES_DSNAME" TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-TITLES-DSNAME FROM ENVIRONMENT-VALUE
           IF WS-TITLES-DSNAME = SPACES
               MOVE "titles.dat" TO WS-TITLES-DSNAME
           END-IF
           MOVE "XLATE_DSNAME" TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-XLATE-DSNAME FROM ENVIRONMENT-VALUE
           IF WS-XLATE-DSNAME = SPACES
               MOVE "xlate.dat" TO WS-XLATE-DSNAME
           END-IF
           MOVE "CONFLICT_DSNAME" TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-CONFLICT-DSNAME FROM ENVIRONMENT-VALUE
           IF WS-CONFLICT-DSNAME = SPACES
               MOVE "conflict.dat" TO WS-CONFLICT-DSNAME
           END-IF

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
           END-IF
           GOBACK.

        *>  the reference files must be as their maintenance
        *>  programs, or an operator re-sign, last left them - an
        *>  audit of files nobody signed proves nothing about the
        *>  night that would read them.
       CHECK-CONTROL-TOTALS.
           MOVE 0 TO CTL-BAD-COUNT
           PERFORM VARYING CTX FROM 1 BY 1 UNTIL CTX > 6
               MOVE 'V' TO CTK-FUNCTION
               MOVE CTL-FILE-ID(CTX) TO CTK-FILE-ID
               EVALUATE CTX
                   WHEN 1 MOVE WS-VARS-DSNAME TO CTK-DSNAME
                   WHEN 2 MOVE WS-PLOT-DSNAME TO CTK-DSNAME
                   WHEN 3 MOVE WS-SCENE-DSNAME TO CTK-DSNAME
                   WHEN 4 MOVE WS-TITLES-DSNAME TO CTK-DSNAME
                   WHEN 5 MOVE WS-CONFLICT-DSNAME TO CTK-DSNAME
                   WHEN OTHER MOVE SPACES TO CTK-DSNAME
               END-EVALUATE
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
               END-IF
           END-PERFORM.

        *>  load the grid the way read-vars does - one group per run
        *>  of equal names - and flag a name that starts a second
        *>  group: read-vars would load it as a separate variable and
                   VAR-VAL-COUNT(AUD-DEP-VI) ' OPTIONS'
               END-IF
           END-IF.
        *>  the distinct nonblank genres on the plot catalog, and
        *>  the plots themselves: a text record that does not follow
        *>  a '+' chunk starts the next plot, and takes the logline
        *>  of the '*CATALOG' record ahead of it.
       LOAD-CATALOG-GENRES.
           PERFORM VARYING PX FROM 1 BY 1 UNTIL PX > 99
               MOVE SPACES TO AUD-PLOT(PX)
               PERFORM VARYING SX FROM 1 BY 1 UNTIL SX > 9
                   MOVE 0 TO AP-ALT-COUNT(PX,SX)
               END-PERFORM
           END-PERFORM
           OPEN INPUT PLOT-FILE
           PERFORM READ-PLOT
           PERFORM UNTIL NO-MORE-PLOT
               IF PC-CATALOG-REC
                   IF PC-GENRE NOT = SPACES
                       MOVE 0 TO GX
                       PERFORM VARYING AX FROM 1 BY 1
                       UNTIL AX > CAT-GENRE-COUNT
                           IF CAT-GENRE(AX) = PC-GENRE
                               MOVE AX TO GX
                           END-IF
                       END-PERFORM
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
               PERFORM READ-PLOT
               ' PAIRS ' CFL-A-NAME ' WITH ITSELF -'
               ' ONE VARIABLE ONLY EVER TAKES ONE CHOICE'
           END-IF.
        *>  the second-language edition needs a translation of every
        *>  piece of the English story it is built beside.  A shop
        *>  not producing one has no xlate.dat, and is not told about
        *>  every value it has not translated.
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
               PERFORM UNTIL NO-MORE-XLATE
                   ADD 1 TO XL-REC-COUNT
                   PERFORM TAKE-XLATE-REC
                   PERFORM READ-XLATE
               END-PERFORM
               CLOSE XLATE-FILE
               PERFORM REPORT-XLATE-VALUES
               PERFORM REPORT-XLATE-PLOTS
               PERFORM REPORT-XLATE-TITLES
               DISPLAY XL-REC-COUNT ' TRANSLATION RECORDS, '
               XL-GAP-COUNT ' SECOND-LANGUAGE GAP(S)'
           END-IF.

       READ-XLATE.
           READ XLATE-FILE AT END
               SET NO-MORE-XLATE TO TRUE
           END-READ
           IF WS-FS-XL NOT = '00' AND WS-FS-XL NOT = '10'
               SET NO-MORE-XLATE TO TRUE
           END-IF.

        *>  scene alternates per plot and slot, kept to the records
        *>  HALLMARK would load.
       LOAD-SCENE-COUNTS.
           OPEN INPUT SCENE-FILE
           PERFORM READ-SCENE
           PERFORM UNTIL NO-MORE-SCN
               IF SCN-PLOT NUMERIC AND SCN-SLOT NUMERIC
               AND SCN-PLOT >= 1 AND SCN-PLOT <= PLOT-COUNT
               AND SCN-SLOT >= 1 AND SCN-SLOT <= 9
                   ADD 1 TO AP-ALT-COUNT(SCN-PLOT,SCN-SLOT)
                   SET AP-HAS-SCENES(SCN-PLOT) TO TRUE
               END-IF
               PERFORM READ-SCENE
           END-PERFORM
           CLOSE SCENE-FILE.

       READ-SCENE.
           READ SCENE-FILE INTO SCENE-REC AT END
               SET NO-MORE-SCN TO TRUE
           END-READ
           IF WS-FS-SCN NOT = '00' AND WS-FS-SCN NOT = '10'
               SET NO-MORE-SCN TO TRUE
           END-IF.

       LOAD-TITLE-LIST.
           OPEN INPUT TITLE-FILE
           PERFORM READ-TITLE
           PERFORM UNTIL NO-MORE-TITLES
               IF TITLE-COUNT < TITLEMAX
                   ADD 1 TO TITLE-COUNT
                   MOVE TITLE-RECORD TO AT-TITLE(TITLE-COUNT)
                   MOVE SPACE TO AT-XLATE-SW(TITLE-COUNT)
               END-IF
               PERFORM READ-TITLE
           END-PERFORM
           CLOSE TITLE-FILE.

       READ-TITLE.
           READ TITLE-FILE AT END
               SET NO-MORE-TITLES TO TRUE
           END-READ
           IF WS-FS-TTL NOT = '00' AND WS-FS-TTL NOT = '10'
               SET NO-MORE-TITLES TO TRUE
           END-IF.

        *>  a translation record with a blank translation is no
        *>  translation; one keyed to nothing on file is reported,
        *>  since it is usually an English value edited without its
        *>  translation being re-keyed.
       TAKE-XLATE-REC.
           EVALUATE TRUE
               WHEN XL-VALUE-REC
                   MOVE SPACE TO XL-MATCH-SW
                   PERFORM VARYING VI FROM 1 BY 1
                   UNTIL VI > VAR-NAME-COUNT
                       IF VAR-NAME(VI) = XL-VAR-NAME
                           PERFORM VARYING VJ FROM 1 BY 1
                           UNTIL VJ > VAR-VAL-COUNT(VI)
                               IF VAR-VAL(VI,VJ) = XL-VAR-VAL
                                   SET XL-MATCHED TO TRUE
                                   IF XL-XLATE-VAL NOT = SPACES
                                       SET XV-XLATE-VALUE(VI,VJ)
                                         TO TRUE
                                   END-IF
                               END-IF
                           END-PERFORM
                       END-IF
                   END-PERFORM
                   IF NOT XL-MATCHED
                       ADD 1 TO AUD-PROBLEMS
                       DISPLAY 'TRANSLATION RECORD ' XL-REC-COUNT
                       ' IS FOR A VALUE NOT ON THE FILE: '
                       XL-VAR-NAME ' ' XL-VAR-VAL
                   END-IF
               WHEN XL-PLOT-REC
                   IF XL-PLOT NUMERIC AND XL-PLOT >= 1
                   AND XL-PLOT <= PLOT-COUNT
                       IF XL-PLOT-TEXT NOT = SPACES
                           SET AP-XLATE-TEXT(XL-PLOT) TO TRUE
                       END-IF
                   ELSE
                       PERFORM REPORT-XLATE-STRAY
                   END-IF
               WHEN XL-SCENE-REC
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
               WHEN XL-LOGLINE-REC
                   IF XL-LOG-PLOT NUMERIC AND XL-LOG-PLOT >= 1
                   AND XL-LOG-PLOT <= PLOT-COUNT
                       IF XL-LOGLINE NOT = SPACES
                           SET AP-XLATE-LOGLINE(XL-LOG-PLOT) TO TRUE
                       END-IF
                   ELSE
                       PERFORM REPORT-XLATE-STRAY
                   END-IF
               WHEN XL-TITLE-REC
                   IF XL-TITLE-NO NUMERIC AND XL-TITLE-NO >= 1
                   AND XL-TITLE-NO <= TITLE-COUNT
                       IF XL-TITLE NOT = SPACES
                           SET AT-XLATE-TITLE(XL-TITLE-NO) TO TRUE
                       END-IF
                   ELSE
                       PERFORM REPORT-XLATE-STRAY
                   END-IF
               WHEN OTHER
                   PERFORM REPORT-XLATE-STRAY
           END-EVALUATE.

       REPORT-XLATE-STRAY.
           ADD 1 TO AUD-PROBLEMS
           DISPLAY 'TRANSLATION RECORD ' XL-REC-COUNT
           ' (TYPE ' XL-TYPE ') MATCHES NOTHING ON FILE: '
           XLATE-REC(2:30).

       REPORT-XLATE-VALUES.
           PERFORM VARYING VI FROM 1 BY 1 UNTIL VI > VAR-NAME-COUNT
               PERFORM VARYING VJ FROM 1 BY 1
               UNTIL VJ > VAR-VAL-COUNT(VI)
                   IF NOT XV-XLATE-VALUE(VI,VJ)
                       ADD 1 TO AUD-PROBLEMS
                       ADD 1 TO XL-GAP-COUNT
                       DISPLAY 'NO TRANSLATION FOR ' VAR-NAME(VI)
                       ' VALUE: ' VAR-VAL(VI,VJ)
                   END-IF
               END-PERFORM
           END-PERFORM.

        *>  a plot with scene alternates is built from them, so it
        *>  needs each alternate translated; a plot without needs
        *>  its flat text.  Only nine alternates a slot can be keyed.
       REPORT-XLATE-PLOTS.
           PERFORM VARYING PX FROM 1 BY 1 UNTIL PX > PLOT-COUNT
               IF AP-HAS-SCENES(PX)
                   PERFORM VARYING SX FROM 1 BY 1 UNTIL SX > 9
                       PERFORM REPORT-XLATE-SLOT
                   END-PERFORM
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
               END-IF
           END-PERFORM.

       REPORT-XLATE-SLOT.
           IF AP-ALT-COUNT(PX,SX) > 9
               ADD 1 TO AUD-PROBLEMS
               DISPLAY 'PLOT ' PX ' SCENE ' SX ' HAS '
               AP-ALT-COUNT(PX,SX) ' ALTERNATES - ONLY 9 CAN BE'
               ' TRANSLATED'
           END-IF
           PERFORM VARYING AX FROM 1 BY 1
           UNTIL AX > AP-ALT-COUNT(PX,SX) OR AX > 9
               IF NOT AP-XLATE-SCENE(PX,SX,AX)
                   ADD 1 TO AUD-PROBLEMS
                   ADD 1 TO XL-GAP-COUNT
                   DISPLAY 'NO TRANSLATION FOR PLOT ' PX ' SCENE '
                   SX ' ALTERNATE ' AX
               END-IF
           END-PERFORM.

       REPORT-XLATE-TITLES.
           PERFORM VARYING AX FROM 1 BY 1 UNTIL AX > TITLE-COUNT
               IF NOT AT-XLATE-TITLE(AX)
                   ADD 1 TO AUD-PROBLEMS
                   ADD 1 TO XL-GAP-COUNT
                   DISPLAY 'NO TRANSLATION FOR TITLE ' AX ': '
                   AT-TITLE(AX)(1:50)
               END-IF
           END-PERFORM.
        END PROGRAM VARAUDIT.
