        >>SOURCE FIXED
        IDENTIFICATION DIVISION.
        PROGRAM-ID.    XREF.
        AUTHOR.        SIMOTIME TECHNOLOGIES.
        *>
        *>  Where-used listing, xref.prt.  Before a variable, value or
        *>  plot is deleted, shows everything that names it:
        *>    - for each variable, the plots (text and logline),
        *>      scene records and title lines that print it - a name
        *>      token by the pre-flight rule in HALLMARK, and the
        *>      CARRY cards on selreq.dat naming it
        *>    - for each of its values, the options of other
        *>      variables that depend on it (VAR-DEP-NAME and
        *>      VAR-DEP-CHOICE), the conflict.dat rules and
        *>      varlimit.dat quotas naming it, the PIN cards on
        *>      selreq.dat and its translation on xlate.dat
        *>    - for each plot, its scene records, the PLOT and SEQUEL
        *>      cards, its
        *>      translations and the air slots from today on that
        *>      name it
        *>  then every orphaned reference - a template token naming
        *>  no variable, or a dependency, rule, quota, card,
        *>  translation, scene or air slot naming a variable, choice
        *>  or plot no longer on file.  Choices on the rules and
        *>  cards are positions on vars.dat, as the night run reads
        *>  them.  Return code 4 when any orphan is listed.
        *>  VARMAINT and PLOTMAINT show the counts (XREFCNT) when an
        *>  item is about to be deleted.
        ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT VARS-FILE
               ASSIGN TO WS-VARS-DSNAME
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-VARS.

               SELECT OPTIONAL PLOT-FILE
               ASSIGN TO WS-PLOT-DSNAME
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-PLOT.

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

               SELECT OPTIONAL CONFLICT-FILE
               ASSIGN TO WS-CONFLICT-DSNAME
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-CFL.

               SELECT OPTIONAL LIMIT-FILE
               ASSIGN TO WS-LIMIT-DSNAME
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-LIM.

               SELECT OPTIONAL REQ-FILE
               ASSIGN TO "selreq.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-REQ.

               SELECT OPTIONAL XLATE-FILE
               ASSIGN TO WS-XLATE-DSNAME
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-XL.

               SELECT OPTIONAL AIRSLOT-FILE
               ASSIGN TO WS-AIRSLOT-DSNAME
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-AS.

               SELECT PRINT-FILE
               ASSIGN TO "xref.prt"
               ORGANIZATION IS SEQUENTIAL
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
           03  PC-LOGLINE       PIC X(200).
           03  FILLER           PIC X(756).

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

       FD  REQ-FILE
              RECORD CONTAINS 80 CHARACTERS
              BLOCK CONTAINS 0 RECORDS
              RECORDING MODE IS F.

       01  REQ-REC.
           03  REQ-KEYWORD     PIC X(8).
           03  REQ-REST        PIC X(72).

       01  REQ-PLOT-VIEW REDEFINES REQ-REC.
           03  FILLER          PIC X(8).
           03  REQ-PLOT-NO-X   PIC X(2).
           03  FILLER          PIC X(70).

       01  REQ-PIN-VIEW REDEFINES REQ-REC.
           03  FILLER          PIC X(8).
           03  REQ-PIN-NAME    PIC X(16).
           03  FILLER          PIC X(1).
           03  REQ-PIN-CHOICE-X PIC X(2).
           03  FILLER          PIC X(53).

       01  REQ-SEQUEL-VIEW REDEFINES REQ-REC.
           03  FILLER          PIC X(8).
           03  REQ-SEQUEL-OF-X PIC X(8).
           03  FILLER          PIC X(1).
           03  REQ-SEQUEL-PLOT-X PIC X(2).
           03  FILLER          PIC X(61).

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
           03  FILLER          PIC X(1023).

       01  XL-VALUE-VIEW REDEFINES XLATE-REC.
           03  FILLER          PIC X.
           03  XL-VAR-NAME     PIC X(16).
           03  XL-VAR-VAL      PIC X(60).
           03  FILLER          PIC X(947).

       01  XL-PLOT-VIEW REDEFINES XLATE-REC.
           03  FILLER          PIC X.
           03  XL-PLOT         PIC 99.
           03  FILLER          PIC X(1021).

       FD  AIRSLOT-FILE
              RECORD CONTAINS 40 CHARACTERS
              BLOCK CONTAINS 0 RECORDS
              RECORDING MODE IS F.

       01  AIRSLOT-REC.
           03  AS-DATE         PIC X(8).
           03  AS-TIME         PIC X(4).
           03  AS-GENRE        PIC X(4).
           03  AS-PLOT         PIC X(2).
           03  AS-NOTE         PIC X(22).

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
               88 NO-MORE-TITLES VALUE 'Y'.
           03 FILLER PIC X(01) VALUE SPACE.
               88 NO-MORE-CFL VALUE 'Y'.
           03 FILLER PIC X(01) VALUE SPACE.
               88 NO-MORE-LIM VALUE 'Y'.
           03 FILLER PIC X(01) VALUE SPACE.
               88 NO-MORE-REQ VALUE 'Y'.
           03 FILLER PIC X(01) VALUE SPACE.
               88 NO-MORE-XLATE VALUE 'Y'.
           03 FILLER PIC X(01) VALUE SPACE.
               88 NO-MORE-AS VALUE 'Y'.

       01 WS-FS-VARS  PIC X(02).
       01 WS-FS-PLOT  PIC X(02).
       01 WS-FS-SCN   PIC X(02).
       01 WS-FS-TTL   PIC X(02).
       01 WS-FS-CFL   PIC X(02).
       01 WS-FS-LIM   PIC X(02).
       01 WS-FS-REQ   PIC X(02).
       01 WS-FS-XL    PIC X(02).
       01 WS-FS-AS    PIC X(02).
       01 WS-FS-PRT   PIC X(02).
       01 WS-VARS-DSNAME PIC X(40) VALUE "vars.dat".
       01 WS-PLOT-DSNAME PIC X(40) VALUE "plot.dat".
       01 WS-SCENE-DSNAME PIC X(40) VALUE "scenes.dat".
       01 WS-TITLES-DSNAME PIC X(40) VALUE "titles.dat".
       01 WS-CONFLICT-DSNAME PIC X(40) VALUE "conflict.dat".
       01 WS-LIMIT-DSNAME PIC X(40) VALUE "varlimit.dat".
       01 WS-XLATE-DSNAME PIC X(40) VALUE "xlate.dat".
       01 WS-AIRSLOT-DSNAME PIC X(40) VALUE "airslots.dat".
       01 WS-ENV-NAME     PIC X(20).

       01  REF-DATA.
           03  VIMAX   PIC 99 VALUE 50.
           03  VJMAX   PIC 99 VALUE 25.
           03  PLOTMAX PIC 99 VALUE 99.
           03  SCENEMAX PIC 9(4) VALUE 500.
           03  TITLEMAX PIC 99 VALUE 50.
           03  HITMAX  PIC 9(4) VALUE 3000.
           03  CFLMAX  PIC 9(4) VALUE 500.
           03  LIMMAX  PIC 9(4) VALUE 500.
           03  CARDMAX PIC 9(4) VALUE 500.
           03  XLMAX   PIC 9(4) VALUE 2000.
           03  ASMAX   PIC 9(4) VALUE 1000.
           03  ORPHMAX PIC 9(4) VALUE 1000.
           03  PAGE-DEPTH PIC 99 VALUE 55.

        01 cntl-fields.
           03 cntl-var-name    pic x(16).
        01  vars-rec.
           03  vars-var-name   pic x(16).
           03  vars-var-value  pic x(60).
           03  vars-weight     pic 9(02).
           03  filler          pic x(02).
           03  vars-dep-name   pic x(16).
           03  vars-dep-choice pic 9(02).
           03  vars-genre      pic x(04).

        01 VAR-TABLE-AREA.
           03  VAR-GRID.
               05 VAR-NAME-COUNT                PIC 99.
               05 VAR-SET OCCURS 50 TIMES.
                   07 VAR-NAME             PIC X(16).
                   07  VAR-VAL-COUNT     PIC 99.
                   07  VAR-VAL             PIC X(60) OCCURS 25 TIMES.
                   07  VAR-DEP-NAME        PIC X(16) OCCURS 25 TIMES.
                   07  VAR-DEP-CHOICE      PIC 99 OCCURS 25 TIMES.

       01  VAR-INDICES.
           03 VI PIC 99.
           03 VJ PIC 99.
           03 AX PIC 99.
           03 AJ PIC 99.

        *>  plots in plot.dat order - a '*CATALOG' record belongs to
        *>  the plot text after it.
       01  PLOT-COUNT PIC 99 VALUE 0.
       01  PLOT-CONT-SWITCH PIC X VALUE SPACE.
           88  PLOT-IN-CONTINUATION VALUE 'Y'.
       01  PLOT-PENDING-AREA.
           03  PLOT-PENDING-TITLE   PIC X(40).
           03  PLOT-PENDING-LOGLINE PIC X(200).
       01  PLOT-TABLE-AREA.
           03  PLOT-SET OCCURS 99 TIMES.
               05  PLOT-TITLE      PIC X(40).
               05  PLOT-LOGLINE    PIC X(200).
               05  PLOT-LEN        PIC 9(4).
               05  PLOT-ENTRY      PIC X(4092).
       01  SCENE-COUNT PIC 9(4) VALUE 0.
       01  SCENE-TABLE-AREA.
           03  SCENE-SET OCCURS 500 TIMES.
               05  ST-PLOT-X       PIC XX.
               05  ST-PLOT REDEFINES ST-PLOT-X PIC 99.
               05  ST-SLOT         PIC X.
               05  ST-TEXT         PIC X(256).
       01  TITLE-COUNT PIC 99 VALUE 0.
       01  TITLE-TABLE-AREA.
           03  TT-TITLE PIC X(80) OCCURS 50 TIMES.

        *>  the template uses of each variable: kind P plot text,
        *>  L logline, S scene record, T title line, with the number
        *>  of times the name appears there.
       01  HIT-COUNT PIC 9(4) VALUE 0.
       01  HIT-MARK  PIC 9(4) VALUE 0.
       01  HIT-TABLE-AREA.
           03  HIT-SET OCCURS 3000 TIMES.
               05  XH-VI           PIC 99.
               05  XH-KIND         PIC X.
               05  XH-REF          PIC 9(4).
               05  XH-TIMES        PIC 9(4).

       01  CFL-COUNT PIC 9(4) VALUE 0.
       01  CFL-TABLE-AREA.
           03  CFL-SET OCCURS 500 TIMES.
               05  CT-A-NAME       PIC X(16).
               05  CT-A-CHOICE     PIC 99.
               05  CT-B-NAME       PIC X(16).
               05  CT-B-CHOICE     PIC 99.
       01  LIM-COUNT PIC 9(4) VALUE 0.
       01  LIM-TABLE-AREA.
           03  LIM-SET OCCURS 500 TIMES.
               05  LT-NAME         PIC X(16).
               05  LT-VAL          PIC X(60).
               05  LT-MAX          PIC 9(7).

        *>  PIN, CARRY, PLOT and SEQUEL cards from selreq.dat,
        *>  numbered by their line on the deck.  A SEQUEL card is
        *>  kept only when it names a plot.
       01  CARD-COUNT PIC 9(4) VALUE 0.
       01  CARD-LINE-NO PIC 9(4) VALUE 0.
       01  CARD-TABLE-AREA.
           03  CARD-SET OCCURS 500 TIMES.
               05  RC-LINE         PIC 9(4).
               05  RC-KIND         PIC X.
                   88  RC-PIN-CARD VALUE 'N'.
                   88  RC-PLOT-CARD VALUE 'P'.
                   88  RC-CARRY-CARD VALUE 'C'.
                   88  RC-SEQUEL-CARD VALUE 'Q'.
               05  RC-NAME         PIC X(16).
               05  RC-CHOICE-X     PIC XX.
               05  RC-CHOICE REDEFINES RC-CHOICE-X PIC 99.

       01  XL-REC-COUNT PIC 9(5) VALUE 0.
       01  XL-COUNT PIC 9(4) VALUE 0.
       01  XL-TABLE-AREA.
           03  XL-SET OCCURS 2000 TIMES.
               05  XT-REC-NO       PIC 9(5).
               05  XT-TYPE         PIC X.
               05  XT-NAME         PIC X(16).
               05  XT-VAL          PIC X(60).
               05  XT-PLOT-X       PIC XX.
               05  XT-PLOT REDEFINES XT-PLOT-X PIC 99.

       01  AS-COUNT PIC 9(4) VALUE 0.
       01  AS-TABLE-AREA.
           03  AS-SET OCCURS 1000 TIMES.
               05  AT-DATE         PIC X(8).
               05  AT-TIME         PIC X(4).
               05  AT-PLOT-X       PIC XX.
               05  AT-PLOT REDEFINES AT-PLOT-X PIC 99.

       01  ORPHAN-COUNT PIC 9(4) VALUE 0.
       01  ORPHAN-LOST  PIC 9(4) VALUE 0.
       01  ORPHAN-LINE  PIC X(110).
       01  ORPHAN-TABLE-AREA.
           03  OT-LINE PIC X(110) OCCURS 1000 TIMES.

       01  XREF-FIELDS.
           03  HX              PIC 9(4).
           03  CX              PIC 9(4).
           03  PX              PIC 99.
           03  SX              PIC 9(4).
           03  XR-FOUND-VI     PIC 99.
           03  XR-FOUND-VJ     PIC 99.
           03  XR-REFS         PIC 9(5).
           03  XR-VAR-REFS     PIC 9(5).
           03  XR-VAR-USES     PIC 9(4).
           03  XR-TODAY        PIC X(8).
           03  XR-NUM2         PIC 99.
           03  XR-NUM4         PIC 9(4).
           03  XR-NUM5         PIC 9(5).
           03  XR-LABEL        PIC X(30).
           03  XR-CHOICE-X     PIC XX.
           03  XR-CHOICE REDEFINES XR-CHOICE-X PIC 99.
           03  XR-SIDE-NAME    PIC X(16).
           03  XR-SIDE-CHOICE  PIC 99.
           03  XR-SCENES       PIC 9(4).
           03  XR-CARDS        PIC 9(4).
           03  XR-XLATES       PIC 9(4).
           03  XR-SLOTS        PIC 9(4).

        *>  the text being scanned and what it is, for the hit
        *>  table and the orphan list.
       01  TOKEN-FIELDS.
           03  TK-TEXT         PIC X(4092).
           03  TK-LEN          PIC 9(4).
           03  TK-POS          PIC 9(4).
           03  TK-CH           PIC X.
           03  TK-VAL          PIC X(16).
           03  TK-VAL-LEN      PIC 99.
           03  TK-DONE-SW      PIC X.
               88  TK-DONE VALUE 'Y'.
           03  TK-KIND         PIC X.
           03  TK-REF          PIC 9(4).
           03  TK-LABEL        PIC X(30).
           03  TK-UNKNOWN-COUNT PIC 99.
           03  TK-UNKNOWN      PIC X(16) OCCURS 50 TIMES.
           03  TK-SEEN-SW      PIC X.
               88  TK-SEEN VALUE 'Y'.

       01  PRINT-FIELDS.
           03  PRT-HOLD-LINE   PIC X(132).
           03  PRT-PAGE-NO     PIC 9(4) VALUE 0.
           03  PRT-LINE-NO     PIC 99 VALUE 99.
           03  PRT-RUN-DATE    PIC 9(8).
           03  PRT-SMALL       PIC ZZZZZ9.
           03  PRT-COUNT       PIC ZZZ9.

        *>****************************************************************
        PROCEDURE DIVISION.
           PERFORM SET-DATASET-NAMES
           DISPLAY ' '
           DISPLAY 'XREF - WHERE-USED CROSS-REFERENCE'
           ACCEPT XR-TODAY FROM DATE YYYYMMDD
           PERFORM LOAD-VARS
           PERFORM LOAD-PLOTS
           PERFORM LOAD-SCENES
           PERFORM LOAD-TITLES
           PERFORM LOAD-CONFLICTS
           PERFORM LOAD-LIMITS
           PERFORM LOAD-REQUEST-CARDS
           PERFORM LOAD-XLATES
           PERFORM LOAD-AIRSLOTS
           PERFORM SCAN-TEMPLATES
           PERFORM CHECK-REFERENCES

           OPEN OUTPUT PRINT-FILE
           IF WS-FS-PRT NOT = '00'
               DISPLAY 'UNABLE TO OPEN xref.prt, FILE STATUS='
               WS-FS-PRT
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ACCEPT PRT-RUN-DATE FROM DATE YYYYMMDD
           PERFORM PRINT-VARIABLE-USES
           PERFORM PRINT-PLOT-USES
           PERFORM PRINT-ORPHANS
           CLOSE PRINT-FILE

           DISPLAY 'VARIABLES ON FILE:  ' VAR-NAME-COUNT
           DISPLAY 'PLOTS ON FILE:      ' PLOT-COUNT
           DISPLAY 'ORPHANED REFERENCES: ' ORPHAN-COUNT
           IF ORPHAN-LOST > 0
               DISPLAY 'MORE THAN ' ORPHMAX ' ORPHANS - '
               ORPHAN-LOST ' NOT LISTED'
           END-IF
           DISPLAY 'REPORT ON xref.prt'
           IF ORPHAN-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.

       SET-DATASET-NAMES.
           MOVE "VARS_DSNAME" TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-VARS-DSNAME FROM ENVIRONMENT-VALUE
           IF WS-VARS-DSNAME = SPACES
               MOVE "vars.dat" TO WS-VARS-DSNAME
           END-IF
           MOVE "PLOT_DSNAME" TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-PLOT-DSNAME FROM ENVIRONMENT-VALUE
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
           MOVE "CONFLICT_DSNAME" TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-CONFLICT-DSNAME FROM ENVIRONMENT-VALUE
           IF WS-CONFLICT-DSNAME = SPACES
               MOVE "conflict.dat" TO WS-CONFLICT-DSNAME
           END-IF
           MOVE "LIMIT_DSNAME" TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-LIMIT-DSNAME FROM ENVIRONMENT-VALUE
           IF WS-LIMIT-DSNAME = SPACES
               MOVE "varlimit.dat" TO WS-LIMIT-DSNAME
           END-IF
           MOVE "XLATE_DSNAME" TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-XLATE-DSNAME FROM ENVIRONMENT-VALUE
           IF WS-XLATE-DSNAME = SPACES
               MOVE "xlate.dat" TO WS-XLATE-DSNAME
           END-IF
           MOVE "AIRSLOT_DSNAME" TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-AIRSLOT-DSNAME FROM ENVIRONMENT-VALUE
           IF WS-AIRSLOT-DSNAME = SPACES
               MOVE "airslots.dat" TO WS-AIRSLOT-DSNAME
           END-IF.

        *>****************************************************************
        *>  one group per run of equal names, as read-vars loads them.
       LOAD-VARS.
           OPEN INPUT VARS-FILE
           IF WS-FS-VARS NOT = '00'
               DISPLAY 'UNABLE TO OPEN ' WS-VARS-DSNAME
               ' FILE STATUS=' WS-FS-VARS
               MOVE 20 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 0 TO VAR-NAME-COUNT
           PERFORM READ-VARS
           PERFORM UNTIL NO-MORE-VARS
               MOVE VARS-VAR-NAME TO CNTL-VAR-NAME
               IF VAR-NAME-COUNT >= VIMAX
                   DISPLAY 'TOO MANY VARS ON FILE, MAX=' VIMAX
                   PERFORM UNTIL NO-MORE-VARS
                       PERFORM READ-VARS
                   END-PERFORM
               ELSE
                   ADD 1 TO VAR-NAME-COUNT
                   MOVE VAR-NAME-COUNT TO VI
                   MOVE VARS-VAR-NAME TO VAR-NAME(VI)
                   MOVE 0 TO VAR-VAL-COUNT(VI)
                   PERFORM UNTIL NO-MORE-VARS
                   OR CNTL-VAR-NAME NOT = VARS-VAR-NAME
                       IF VAR-VAL-COUNT(VI) < VJMAX
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
                       END-IF
                       PERFORM READ-VARS
                   END-PERFORM
               END-IF
           END-PERFORM
           CLOSE VARS-FILE.

       READ-VARS.
           READ VARS-FILE INTO VARS-REC AT END
               SET NO-MORE-VARS TO TRUE
           END-READ
           IF WS-FS-VARS NOT = '00' AND WS-FS-VARS NOT = '10'
               DISPLAY 'ERROR READING ' WS-VARS-DSNAME
               ' FILE STATUS=' WS-FS-VARS
               MOVE 20 TO RETURN-CODE
               STOP RUN
           END-IF.

        *>  a text record that does not follow a '+' chunk starts the
        *>  next plot and takes the title and logline of the
        *>  '*CATALOG' record ahead of it.
       LOAD-PLOTS.
           MOVE SPACES TO PLOT-PENDING-AREA
           OPEN INPUT PLOT-FILE
           PERFORM READ-PLOT
           PERFORM UNTIL NO-MORE-PLOT
               IF PC-CATALOG-REC
                   MOVE PC-TITLE TO PLOT-PENDING-TITLE
                   MOVE PC-LOGLINE TO PLOT-PENDING-LOGLINE
               ELSE
                   IF NOT PLOT-IN-CONTINUATION
                       IF PLOT-COUNT < PLOTMAX
                           ADD 1 TO PLOT-COUNT
                           MOVE PLOT-PENDING-TITLE
                             TO PLOT-TITLE(PLOT-COUNT)
                           MOVE PLOT-PENDING-LOGLINE
                             TO PLOT-LOGLINE(PLOT-COUNT)
                           MOVE SPACES TO PLOT-ENTRY(PLOT-COUNT)
                           MOVE 0 TO PLOT-LEN(PLOT-COUNT)
                       ELSE
                           DISPLAY 'TOO MANY PLOTS ON FILE, MAX='
                           PLOTMAX
                           SET NO-MORE-PLOT TO TRUE
                       END-IF
                       MOVE SPACES TO PLOT-PENDING-AREA
                   END-IF
                   IF NOT NO-MORE-PLOT
                   AND PLOT-LEN(PLOT-COUNT) < 4092
                       MOVE PLOT-TEXT-CHUNK TO PLOT-ENTRY(PLOT-COUNT)
                           (PLOT-LEN(PLOT-COUNT) + 1:1023)
                       ADD 1023 TO PLOT-LEN(PLOT-COUNT)
                   END-IF
                   IF PLOT-MORE-CHUNKS
                       SET PLOT-IN-CONTINUATION TO TRUE
                   ELSE
                       MOVE SPACE TO PLOT-CONT-SWITCH
                   END-IF
               END-IF
               IF NOT NO-MORE-PLOT
                   PERFORM READ-PLOT
               END-IF
           END-PERFORM
           CLOSE PLOT-FILE.

       READ-PLOT.
           READ PLOT-FILE AT END
               SET NO-MORE-PLOT TO TRUE
           END-READ
           IF WS-FS-PLOT NOT = '00' AND WS-FS-PLOT NOT = '10'
               SET NO-MORE-PLOT TO TRUE
           END-IF.

        *>  every scene record is kept, so one for a plot no longer
        *>  on file is listed as an orphan.
       LOAD-SCENES.
           OPEN INPUT SCENE-FILE
           PERFORM UNTIL NO-MORE-SCN
               READ SCENE-FILE AT END
                   SET NO-MORE-SCN TO TRUE
               END-READ
               IF NOT NO-MORE-SCN
                   IF SCENE-COUNT < SCENEMAX
                       ADD 1 TO SCENE-COUNT
                       MOVE SCENE-REC(1:2) TO ST-PLOT-X(SCENE-COUNT)
                       MOVE SCENE-REC(3:1) TO ST-SLOT(SCENE-COUNT)
                       MOVE SCN-TEXT TO ST-TEXT(SCENE-COUNT)
                   ELSE
                       DISPLAY 'TOO MANY SCENE RECORDS, MAX='
                       SCENEMAX
                       SET NO-MORE-SCN TO TRUE
                   END-IF
               END-IF
               IF WS-FS-SCN NOT = '00' AND WS-FS-SCN NOT = '10'
                   SET NO-MORE-SCN TO TRUE
               END-IF
           END-PERFORM
           CLOSE SCENE-FILE.

       LOAD-TITLES.
           OPEN INPUT TITLE-FILE
           PERFORM UNTIL NO-MORE-TITLES
               READ TITLE-FILE AT END
                   SET NO-MORE-TITLES TO TRUE
               END-READ
               IF NOT NO-MORE-TITLES
                   IF TITLE-COUNT < TITLEMAX
                       ADD 1 TO TITLE-COUNT
                       MOVE TITLE-RECORD TO TT-TITLE(TITLE-COUNT)
                   END-IF
               END-IF
               IF WS-FS-TTL NOT = '00' AND WS-FS-TTL NOT = '10'
                   SET NO-MORE-TITLES TO TRUE
               END-IF
           END-PERFORM
           CLOSE TITLE-FILE.

       LOAD-CONFLICTS.
           OPEN INPUT CONFLICT-FILE
           PERFORM UNTIL NO-MORE-CFL
               READ CONFLICT-FILE AT END
                   SET NO-MORE-CFL TO TRUE
               END-READ
               IF NOT NO-MORE-CFL
                   IF CFL-COUNT < CFLMAX
                       ADD 1 TO CFL-COUNT
                       MOVE CFL-A-NAME TO CT-A-NAME(CFL-COUNT)
                       MOVE CFL-B-NAME TO CT-B-NAME(CFL-COUNT)
                       MOVE 0 TO CT-A-CHOICE(CFL-COUNT)
                       MOVE 0 TO CT-B-CHOICE(CFL-COUNT)
                       IF CFL-A-CHOICE NUMERIC
                           MOVE CFL-A-CHOICE TO CT-A-CHOICE(CFL-COUNT)
                       END-IF
                       IF CFL-B-CHOICE NUMERIC
                           MOVE CFL-B-CHOICE TO CT-B-CHOICE(CFL-COUNT)
                       END-IF
                   END-IF
               END-IF
               IF WS-FS-CFL NOT = '00' AND WS-FS-CFL NOT = '10'
                   SET NO-MORE-CFL TO TRUE
               END-IF
           END-PERFORM
           CLOSE CONFLICT-FILE.

       LOAD-LIMITS.
           OPEN INPUT LIMIT-FILE
           PERFORM UNTIL NO-MORE-LIM
               READ LIMIT-FILE AT END
                   SET NO-MORE-LIM TO TRUE
               END-READ
               IF NOT NO-MORE-LIM
                   IF LIM-COUNT < LIMMAX
                       ADD 1 TO LIM-COUNT
                       MOVE LIM-VAR-NAME TO LT-NAME(LIM-COUNT)
                       MOVE LIM-VAR-VAL TO LT-VAL(LIM-COUNT)
                       MOVE 0 TO LT-MAX(LIM-COUNT)
                       IF LIM-MAX-COUNT NUMERIC
                           MOVE LIM-MAX-COUNT TO LT-MAX(LIM-COUNT)
                       END-IF
                   END-IF
               END-IF
               IF WS-FS-LIM NOT = '00' AND WS-FS-LIM NOT = '10'
                   SET NO-MORE-LIM TO TRUE
               END-IF
           END-PERFORM
           CLOSE LIMIT-FILE.

        *>  a one-digit PIN choice is read as SELGEN reads it; one
        *>  that is not a number is kept as 00, which names nothing.
       LOAD-REQUEST-CARDS.
           OPEN INPUT REQ-FILE
           PERFORM UNTIL NO-MORE-REQ
               READ REQ-FILE AT END
                   SET NO-MORE-REQ TO TRUE
               END-READ
               IF NOT NO-MORE-REQ
                   ADD 1 TO CARD-LINE-NO
                   IF (REQ-KEYWORD = 'PIN     '
                   OR REQ-KEYWORD = 'PLOT    '
                   OR REQ-KEYWORD = 'CARRY   '
                   OR (REQ-KEYWORD = 'SEQUEL  '
                       AND REQ-SEQUEL-PLOT-X NOT = SPACES))
                   AND CARD-COUNT < CARDMAX
                       PERFORM TAKE-REQUEST-CARD
                   END-IF
               END-IF
               IF WS-FS-REQ NOT = '00' AND WS-FS-REQ NOT = '10'
                   SET NO-MORE-REQ TO TRUE
               END-IF
           END-PERFORM
           CLOSE REQ-FILE.

       TAKE-REQUEST-CARD.
           ADD 1 TO CARD-COUNT
           MOVE CARD-LINE-NO TO RC-LINE(CARD-COUNT)
           EVALUATE REQ-KEYWORD
               WHEN 'PIN     '
                   SET RC-PIN-CARD(CARD-COUNT) TO TRUE
                   MOVE REQ-PIN-NAME TO RC-NAME(CARD-COUNT)
                   MOVE REQ-PIN-CHOICE-X TO XR-CHOICE-X
                   IF XR-CHOICE-X(2:1) = SPACE
                       MOVE XR-CHOICE-X(1:1) TO XR-CHOICE-X(2:1)
                       MOVE '0' TO XR-CHOICE-X(1:1)
                   END-IF
               WHEN 'CARRY   '
                   SET RC-CARRY-CARD(CARD-COUNT) TO TRUE
                   MOVE REQ-PIN-NAME TO RC-NAME(CARD-COUNT)
                   MOVE '00' TO XR-CHOICE-X
               WHEN 'SEQUEL  '
                   SET RC-SEQUEL-CARD(CARD-COUNT) TO TRUE
                   MOVE SPACES TO RC-NAME(CARD-COUNT)
                   MOVE REQ-SEQUEL-PLOT-X TO XR-CHOICE-X
               WHEN OTHER
                   SET RC-PLOT-CARD(CARD-COUNT) TO TRUE
                   MOVE SPACES TO RC-NAME(CARD-COUNT)
                   MOVE REQ-PLOT-NO-X TO XR-CHOICE-X
           END-EVALUATE
           IF XR-CHOICE-X NOT NUMERIC
               MOVE 0 TO XR-CHOICE
           END-IF
           MOVE XR-CHOICE-X TO RC-CHOICE-X(CARD-COUNT).

       LOAD-XLATES.
           OPEN INPUT XLATE-FILE
           PERFORM UNTIL NO-MORE-XLATE
               READ XLATE-FILE AT END
                   SET NO-MORE-XLATE TO TRUE
               END-READ
               IF NOT NO-MORE-XLATE
                   ADD 1 TO XL-REC-COUNT
                   IF (XL-VALUE-REC OR XL-PLOT-REC OR XL-SCENE-REC
                       OR XL-LOGLINE-REC)
                   AND XL-COUNT < XLMAX
                       ADD 1 TO XL-COUNT
                       MOVE XL-REC-COUNT TO XT-REC-NO(XL-COUNT)
                       MOVE XL-TYPE TO XT-TYPE(XL-COUNT)
                       IF XL-VALUE-REC
                           MOVE XL-VAR-NAME TO XT-NAME(XL-COUNT)
                           MOVE XL-VAR-VAL TO XT-VAL(XL-COUNT)
                           MOVE '00' TO XT-PLOT-X(XL-COUNT)
                       ELSE
                           MOVE SPACES TO XT-NAME(XL-COUNT)
                           MOVE SPACES TO XT-VAL(XL-COUNT)
                           MOVE XLATE-REC(2:2) TO XT-PLOT-X(XL-COUNT)
                       END-IF
                   END-IF
               END-IF
               IF WS-FS-XL NOT = '00' AND WS-FS-XL NOT = '10'
                   SET NO-MORE-XLATE TO TRUE
               END-IF
           END-PERFORM
           CLOSE XLATE-FILE.

        *>  only slots from today on - one already aired is history.
       LOAD-AIRSLOTS.
           OPEN INPUT AIRSLOT-FILE
           PERFORM UNTIL NO-MORE-AS
               READ AIRSLOT-FILE AT END
                   SET NO-MORE-AS TO TRUE
               END-READ
               IF NOT NO-MORE-AS
                   IF AS-PLOT NOT = SPACES AND AS-DATE >= XR-TODAY
                   AND AS-COUNT < ASMAX
                       ADD 1 TO AS-COUNT
                       MOVE AS-DATE TO AT-DATE(AS-COUNT)
                       MOVE AS-TIME TO AT-TIME(AS-COUNT)
                       MOVE AS-PLOT TO AT-PLOT-X(AS-COUNT)
                   END-IF
               END-IF
               IF WS-FS-AS NOT = '00' AND WS-FS-AS NOT = '10'
                   SET NO-MORE-AS TO TRUE
               END-IF
           END-PERFORM
           CLOSE AIRSLOT-FILE.

        *>****************************************************************
        *>  the token rule of the HALLMARK pre-flight: a run of A-Z
        *>  and '-' starting with a letter, two characters or more,
        *>  is a variable name.  One naming no variable is an orphan,
        *>  listed once for each text it stands in.
       SCAN-TEMPLATES.
           PERFORM VARYING PX FROM 1 BY 1 UNTIL PX > PLOT-COUNT
               MOVE 'P' TO TK-KIND
               MOVE PX TO TK-REF
               MOVE SPACES TO TK-LABEL
               STRING 'PLOT ' PX ' TEXT' DELIMITED BY SIZE
                   INTO TK-LABEL
               MOVE PLOT-ENTRY(PX) TO TK-TEXT
               MOVE PLOT-LEN(PX) TO TK-LEN
               PERFORM SCAN-TEXT-TOKENS
               IF PLOT-LOGLINE(PX) NOT = SPACES
                   MOVE 'L' TO TK-KIND
                   MOVE SPACES TO TK-LABEL
                   STRING 'PLOT ' PX ' LOGLINE' DELIMITED BY SIZE
                       INTO TK-LABEL
                   MOVE SPACES TO TK-TEXT
                   MOVE PLOT-LOGLINE(PX) TO TK-TEXT
                   MOVE 200 TO TK-LEN
                   PERFORM SCAN-TEXT-TOKENS
               END-IF
           END-PERFORM
           PERFORM VARYING SX FROM 1 BY 1 UNTIL SX > SCENE-COUNT
               MOVE 'S' TO TK-KIND
               MOVE SX TO TK-REF
               MOVE SPACES TO TK-LABEL
               STRING 'SCENE RECORD ' SX DELIMITED BY SIZE
                   INTO TK-LABEL
               MOVE SPACES TO TK-TEXT
               MOVE ST-TEXT(SX) TO TK-TEXT
               MOVE 256 TO TK-LEN
               PERFORM SCAN-TEXT-TOKENS
           END-PERFORM
           PERFORM VARYING AX FROM 1 BY 1 UNTIL AX > TITLE-COUNT
               MOVE 'T' TO TK-KIND
               MOVE AX TO TK-REF
               MOVE SPACES TO TK-LABEL
               STRING 'TITLE LINE ' AX DELIMITED BY SIZE
                   INTO TK-LABEL
               MOVE SPACES TO TK-TEXT
               MOVE TT-TITLE(AX) TO TK-TEXT
               MOVE 80 TO TK-LEN
               PERFORM SCAN-TEXT-TOKENS
           END-PERFORM.

       SCAN-TEXT-TOKENS.
           MOVE HIT-COUNT TO HIT-MARK
           MOVE 0 TO TK-UNKNOWN-COUNT
           MOVE 1 TO TK-POS
           PERFORM UNTIL TK-POS > TK-LEN
               MOVE TK-TEXT(TK-POS:1) TO TK-CH
               IF TK-CH >= 'A' AND TK-CH <= 'Z'
                   PERFORM COLLECT-TEXT-TOKEN
               ELSE
                   ADD 1 TO TK-POS
               END-IF
           END-PERFORM.

       COLLECT-TEXT-TOKEN.
           MOVE SPACES TO TK-VAL
           MOVE 0 TO TK-VAL-LEN
           MOVE SPACE TO TK-DONE-SW
           PERFORM UNTIL TK-POS > TK-LEN OR TK-DONE
               MOVE TK-TEXT(TK-POS:1) TO TK-CH
               IF (TK-CH >= 'A' AND TK-CH <= 'Z') OR TK-CH = '-'
                   IF TK-VAL-LEN < 16
                       ADD 1 TO TK-VAL-LEN
                       MOVE TK-CH TO TK-VAL(TK-VAL-LEN:1)
                   END-IF
                   ADD 1 TO TK-POS
               ELSE
                   SET TK-DONE TO TRUE
               END-IF
           END-PERFORM
           IF TK-VAL-LEN >= 2
               MOVE 0 TO XR-FOUND-VI
               PERFORM VARYING VI FROM 1 BY 1
               UNTIL VI > VAR-NAME-COUNT OR XR-FOUND-VI > 0
                   IF VAR-NAME(VI) = TK-VAL
                       MOVE VI TO XR-FOUND-VI
                   END-IF
               END-PERFORM
               IF XR-FOUND-VI > 0
                   PERFORM NOTE-TEMPLATE-HIT
               ELSE
                   PERFORM NOTE-UNKNOWN-TOKEN
               END-IF
           END-IF.

        *>  hits for the text in hand are the ones past HIT-MARK.
       NOTE-TEMPLATE-HIT.
           MOVE 0 TO CX
           PERFORM VARYING HX FROM HIT-MARK BY 1
           UNTIL HX >= HIT-COUNT OR CX > 0
               IF XH-VI(HX + 1) = XR-FOUND-VI
                   COMPUTE CX = HX + 1
               END-IF
           END-PERFORM
           IF CX > 0
               ADD 1 TO XH-TIMES(CX)
           ELSE
               IF HIT-COUNT < HITMAX
                   ADD 1 TO HIT-COUNT
                   MOVE XR-FOUND-VI TO XH-VI(HIT-COUNT)
                   MOVE TK-KIND TO XH-KIND(HIT-COUNT)
                   MOVE TK-REF TO XH-REF(HIT-COUNT)
                   MOVE 1 TO XH-TIMES(HIT-COUNT)
               END-IF
           END-IF.

       NOTE-UNKNOWN-TOKEN.
           MOVE SPACE TO TK-SEEN-SW
           PERFORM VARYING AJ FROM 1 BY 1
           UNTIL AJ > TK-UNKNOWN-COUNT OR TK-SEEN
               IF TK-UNKNOWN(AJ) = TK-VAL
                   SET TK-SEEN TO TRUE
               END-IF
           END-PERFORM
           IF NOT TK-SEEN
               IF TK-UNKNOWN-COUNT < 50
                   ADD 1 TO TK-UNKNOWN-COUNT
                   MOVE TK-VAL TO TK-UNKNOWN(TK-UNKNOWN-COUNT)
               END-IF
               MOVE SPACES TO ORPHAN-LINE
               STRING TK-LABEL DELIMITED BY '  '
                   ': TOKEN ' DELIMITED BY SIZE
                   TK-VAL DELIMITED BY SPACE
                   ' NAMES NO VARIABLE' DELIMITED BY SIZE
                   INTO ORPHAN-LINE
               PERFORM ADD-ORPHAN
           END-IF.

        *>****************************************************************
        *>  references by name and choice number that resolve to
        *>  nothing on the files as loaded.
       CHECK-REFERENCES.
           PERFORM VARYING VI FROM 1 BY 1 UNTIL VI > VAR-NAME-COUNT
               PERFORM VARYING VJ FROM 1 BY 1
               UNTIL VJ > VAR-VAL-COUNT(VI)
                   IF VAR-DEP-NAME(VI,VJ) NOT = SPACES
                       PERFORM CHECK-DEPENDENCY-REF
                   END-IF
               END-PERFORM
           END-PERFORM
           PERFORM VARYING CX FROM 1 BY 1 UNTIL CX > CFL-COUNT
               MOVE CT-A-NAME(CX) TO XR-SIDE-NAME
               MOVE CT-A-CHOICE(CX) TO XR-SIDE-CHOICE
               PERFORM CHECK-CONFLICT-SIDE
               MOVE CT-B-NAME(CX) TO XR-SIDE-NAME
               MOVE CT-B-CHOICE(CX) TO XR-SIDE-CHOICE
               PERFORM CHECK-CONFLICT-SIDE
           END-PERFORM
           PERFORM VARYING CX FROM 1 BY 1 UNTIL CX > LIM-COUNT
               PERFORM CHECK-QUOTA-REF
           END-PERFORM
           PERFORM VARYING CX FROM 1 BY 1 UNTIL CX > CARD-COUNT
               PERFORM CHECK-CARD-REF
           END-PERFORM
           PERFORM VARYING CX FROM 1 BY 1 UNTIL CX > XL-COUNT
               PERFORM CHECK-XLATE-REF
           END-PERFORM
           PERFORM VARYING SX FROM 1 BY 1 UNTIL SX > SCENE-COUNT
               IF ST-PLOT-X(SX) NOT NUMERIC
               OR ST-PLOT(SX) < 1 OR ST-PLOT(SX) > PLOT-COUNT
                   MOVE SPACES TO ORPHAN-LINE
                   STRING 'SCENE RECORD ' SX ' IS FOR PLOT '
                       ST-PLOT-X(SX) ' - NOT ON FILE'
                       DELIMITED BY SIZE INTO ORPHAN-LINE
                   PERFORM ADD-ORPHAN
               END-IF
           END-PERFORM
           PERFORM VARYING CX FROM 1 BY 1 UNTIL CX > AS-COUNT
               IF AT-PLOT-X(CX) NOT NUMERIC
               OR AT-PLOT(CX) < 1 OR AT-PLOT(CX) > PLOT-COUNT
                   MOVE SPACES TO ORPHAN-LINE
                   STRING 'AIR SLOT ' AT-DATE(CX) ' ' AT-TIME(CX)
                       ' NAMES PLOT ' AT-PLOT-X(CX) ' - NOT ON FILE'
                       DELIMITED BY SIZE INTO ORPHAN-LINE
                   PERFORM ADD-ORPHAN
               END-IF
           END-PERFORM.

       FIND-VARIABLE.
           MOVE 0 TO XR-FOUND-VI
           PERFORM VARYING AX FROM 1 BY 1
           UNTIL AX > VAR-NAME-COUNT OR XR-FOUND-VI > 0
               IF VAR-NAME(AX) = XR-SIDE-NAME
                   MOVE AX TO XR-FOUND-VI
               END-IF
           END-PERFORM.

        *>  HALLMARK matches a dependency on choice number, so 00 or
        *>  one past the target's options can never be met.
       CHECK-DEPENDENCY-REF.
           MOVE VAR-DEP-NAME(VI,VJ) TO XR-SIDE-NAME
           PERFORM FIND-VARIABLE
           MOVE VJ TO XR-NUM2
           IF XR-FOUND-VI = 0
               MOVE SPACES TO ORPHAN-LINE
               STRING VAR-NAME(VI) DELIMITED BY SPACE
                   ' OPTION ' XR-NUM2 ' DEPENDS ON ' DELIMITED BY SIZE
                   XR-SIDE-NAME DELIMITED BY SPACE
                   ' - NOT ON FILE' DELIMITED BY SIZE
                   INTO ORPHAN-LINE
               PERFORM ADD-ORPHAN
           ELSE
               IF VAR-DEP-CHOICE(VI,VJ) < 1
               OR VAR-DEP-CHOICE(VI,VJ) > VAR-VAL-COUNT(XR-FOUND-VI)
                   MOVE SPACES TO ORPHAN-LINE
                   STRING VAR-NAME(VI) DELIMITED BY SPACE
                       ' OPTION ' XR-NUM2 ' NEEDS CHOICE '
                       VAR-DEP-CHOICE(VI,VJ) ' OF ' DELIMITED BY SIZE
                       XR-SIDE-NAME DELIMITED BY SPACE
                       ' - NOT ON FILE' DELIMITED BY SIZE
                       INTO ORPHAN-LINE
                   PERFORM ADD-ORPHAN
               END-IF
           END-IF.

       CHECK-CONFLICT-SIDE.
           PERFORM FIND-VARIABLE
           MOVE CX TO XR-NUM4
           IF XR-FOUND-VI = 0
               MOVE SPACES TO ORPHAN-LINE
               STRING 'CONFLICT RULE ' XR-NUM4 ' NAMES '
                   DELIMITED BY SIZE
                   XR-SIDE-NAME DELIMITED BY SPACE
                   ' - NOT ON FILE' DELIMITED BY SIZE
                   INTO ORPHAN-LINE
               PERFORM ADD-ORPHAN
           ELSE
               IF XR-SIDE-CHOICE < 1
               OR XR-SIDE-CHOICE > VAR-VAL-COUNT(XR-FOUND-VI)
                   MOVE SPACES TO ORPHAN-LINE
                   STRING 'CONFLICT RULE ' XR-NUM4 ' NAMES CHOICE '
                       XR-SIDE-CHOICE ' OF ' DELIMITED BY SIZE
                       XR-SIDE-NAME DELIMITED BY SPACE
                       ' - NOT ON FILE' DELIMITED BY SIZE
                       INTO ORPHAN-LINE
                   PERFORM ADD-ORPHAN
               END-IF
           END-IF.

       CHECK-QUOTA-REF.
           MOVE LT-NAME(CX) TO XR-SIDE-NAME
           PERFORM FIND-VARIABLE
           MOVE CX TO XR-NUM4
           MOVE 0 TO XR-FOUND-VJ
           IF XR-FOUND-VI > 0
               PERFORM VARYING AJ FROM 1 BY 1
               UNTIL AJ > VAR-VAL-COUNT(XR-FOUND-VI)
                   IF VAR-VAL(XR-FOUND-VI,AJ) = LT-VAL(CX)
                       MOVE AJ TO XR-FOUND-VJ
                   END-IF
               END-PERFORM
           END-IF
           IF XR-FOUND-VJ = 0
               MOVE SPACES TO ORPHAN-LINE
               STRING 'QUOTA RECORD ' XR-NUM4 ' NAMES '
                   DELIMITED BY SIZE
                   XR-SIDE-NAME DELIMITED BY SPACE
                   ' ' DELIMITED BY SIZE
                   LT-VAL(CX) DELIMITED BY '  '
                   ' - NOT ON FILE' DELIMITED BY SIZE
                   INTO ORPHAN-LINE
               PERFORM ADD-ORPHAN
           END-IF.

       CHECK-CARD-REF.
           MOVE RC-LINE(CX) TO XR-NUM4
           EVALUATE TRUE
               WHEN RC-PLOT-CARD(CX) OR RC-SEQUEL-CARD(CX)
                   IF RC-CHOICE(CX) < 1 OR RC-CHOICE(CX) > PLOT-COUNT
                       MOVE SPACES TO ORPHAN-LINE
                       IF RC-PLOT-CARD(CX)
                           STRING 'PLOT CARD ON selreq.dat LINE '
                               XR-NUM4 ' NAMES PLOT ' RC-CHOICE-X(CX)
                               ' - NOT ON FILE' DELIMITED BY SIZE
                               INTO ORPHAN-LINE
                       ELSE
                           STRING 'SEQUEL CARD ON selreq.dat LINE '
                               XR-NUM4 ' NAMES PLOT ' RC-CHOICE-X(CX)
                               ' - NOT ON FILE' DELIMITED BY SIZE
                               INTO ORPHAN-LINE
                       END-IF
                       PERFORM ADD-ORPHAN
                   END-IF
               WHEN RC-CARRY-CARD(CX)
                   MOVE RC-NAME(CX) TO XR-SIDE-NAME
                   PERFORM FIND-VARIABLE
                   IF XR-FOUND-VI = 0
                       MOVE SPACES TO ORPHAN-LINE
                       STRING 'CARRY CARD ON selreq.dat LINE ' XR-NUM4
                           ' NAMES ' DELIMITED BY SIZE
                           XR-SIDE-NAME DELIMITED BY SPACE
                           ' - NOT ON FILE' DELIMITED BY SIZE
                           INTO ORPHAN-LINE
                       PERFORM ADD-ORPHAN
                   END-IF
               WHEN OTHER
                   MOVE RC-NAME(CX) TO XR-SIDE-NAME
                   PERFORM FIND-VARIABLE
                   IF XR-FOUND-VI = 0
                       MOVE SPACES TO ORPHAN-LINE
                       STRING 'PIN CARD ON selreq.dat LINE ' XR-NUM4
                           ' NAMES ' DELIMITED BY SIZE
                           XR-SIDE-NAME DELIMITED BY SPACE
                           ' - NOT ON FILE' DELIMITED BY SIZE
                           INTO ORPHAN-LINE
                       PERFORM ADD-ORPHAN
                   ELSE
                       IF RC-CHOICE(CX) < 1
                       OR RC-CHOICE(CX) > VAR-VAL-COUNT(XR-FOUND-VI)
                           MOVE SPACES TO ORPHAN-LINE
                           STRING 'PIN CARD ON selreq.dat LINE ' XR-NUM4
                               ' NAMES CHOICE ' RC-CHOICE-X(CX) ' OF '
                               DELIMITED BY SIZE
                               XR-SIDE-NAME DELIMITED BY SPACE
                               ' - NOT ON FILE' DELIMITED BY SIZE
                               INTO ORPHAN-LINE
                           PERFORM ADD-ORPHAN
                       END-IF
                   END-IF
           END-EVALUATE.

        *>  title translations are keyed by line and checked by
        *>  VARAUDIT; the value and plot ones are checked here.
       CHECK-XLATE-REF.
           MOVE XT-REC-NO(CX) TO XR-NUM5
           IF XT-TYPE(CX) = 'V'
               MOVE XT-NAME(CX) TO XR-SIDE-NAME
               PERFORM FIND-VARIABLE
               MOVE 0 TO XR-FOUND-VJ
               IF XR-FOUND-VI > 0
                   PERFORM VARYING AJ FROM 1 BY 1
                   UNTIL AJ > VAR-VAL-COUNT(XR-FOUND-VI)
                       IF VAR-VAL(XR-FOUND-VI,AJ) = XT-VAL(CX)
                           MOVE AJ TO XR-FOUND-VJ
                       END-IF
                   END-PERFORM
               END-IF
               IF XR-FOUND-VJ = 0
                   MOVE SPACES TO ORPHAN-LINE
                   STRING 'TRANSLATION RECORD ' XR-NUM5 ' NAMES '
                       DELIMITED BY SIZE
                       XR-SIDE-NAME DELIMITED BY SPACE
                       ' ' DELIMITED BY SIZE
                       XT-VAL(CX) DELIMITED BY '  '
                       ' - NOT ON FILE' DELIMITED BY SIZE
                       INTO ORPHAN-LINE
                   PERFORM ADD-ORPHAN
               END-IF
           ELSE
               IF XT-PLOT-X(CX) NOT NUMERIC
               OR XT-PLOT(CX) < 1 OR XT-PLOT(CX) > PLOT-COUNT
                   MOVE SPACES TO ORPHAN-LINE
                   STRING 'TRANSLATION RECORD ' XR-NUM5 ' (TYPE '
                       XT-TYPE(CX) ') IS FOR PLOT ' XT-PLOT-X(CX)
                       ' - NOT ON FILE' DELIMITED BY SIZE
                       INTO ORPHAN-LINE
                   PERFORM ADD-ORPHAN
               END-IF
           END-IF.

       ADD-ORPHAN.
           IF ORPHAN-COUNT < ORPHMAX
               ADD 1 TO ORPHAN-COUNT
               MOVE ORPHAN-LINE TO OT-LINE(ORPHAN-COUNT)
           ELSE
               ADD 1 TO ORPHAN-LOST
           END-IF.

        *>****************************************************************
        *>  each variable, where its name is printed, then each of
        *>  its values and what names that value.
       PRINT-VARIABLE-USES.
           MOVE SPACES TO PRT-HOLD-LINE
           MOVE 'VARIABLES AND VALUES - WHERE USED -'
             TO PRT-HOLD-LINE(1:35)
           MOVE WS-VARS-DSNAME TO PRT-HOLD-LINE(37:40)
           PERFORM WRITE-PRINT-LINE
           PERFORM VARYING VI FROM 1 BY 1 UNTIL VI > VAR-NAME-COUNT
               PERFORM PRINT-ONE-VARIABLE
           END-PERFORM.

       PRINT-ONE-VARIABLE.
           MOVE SPACES TO PRT-HOLD-LINE
           PERFORM WRITE-PRINT-LINE
           MOVE 'VARIABLE' TO PRT-HOLD-LINE(1:8)
           MOVE VAR-NAME(VI) TO PRT-HOLD-LINE(10:16)
           MOVE VAR-VAL-COUNT(VI) TO PRT-HOLD-LINE(28:2)
           MOVE 'OPTIONS' TO PRT-HOLD-LINE(31:7)
           PERFORM WRITE-PRINT-LINE
           MOVE 0 TO XR-VAR-REFS
           MOVE 0 TO XR-VAR-USES
           PERFORM VARYING HX FROM 1 BY 1 UNTIL HX > HIT-COUNT
               IF XH-VI(HX) = VI
                   PERFORM PRINT-TEMPLATE-HIT
               END-IF
           END-PERFORM
           IF XR-VAR-USES = 0
               MOVE SPACES TO PRT-HOLD-LINE
               MOVE 'NOT PRINTED BY ANY PLOT, SCENE OR TITLE'
                 TO PRT-HOLD-LINE(4:39)
               PERFORM WRITE-PRINT-LINE
           END-IF
           PERFORM VARYING CX FROM 1 BY 1 UNTIL CX > CARD-COUNT
               IF RC-CARRY-CARD(CX) AND RC-NAME(CX) = VAR-NAME(VI)
                   ADD 1 TO XR-VAR-REFS
                   MOVE SPACES TO PRT-HOLD-LINE
                   MOVE 'CARRY CARD ON selreq.dat LINE'
                     TO PRT-HOLD-LINE(4:29)
                   MOVE RC-LINE(CX) TO PRT-HOLD-LINE(34:4)
                   PERFORM WRITE-PRINT-LINE
               END-IF
           END-PERFORM
           PERFORM VARYING VJ FROM 1 BY 1 UNTIL VJ > VAR-VAL-COUNT(VI)
               PERFORM PRINT-ONE-VALUE
           END-PERFORM
           MOVE SPACES TO PRT-HOLD-LINE
           MOVE 'REFERENCES TO' TO PRT-HOLD-LINE(4:13)
           MOVE VAR-NAME(VI) TO PRT-HOLD-LINE(18:16)
           ADD XR-VAR-USES TO XR-VAR-REFS
           MOVE XR-VAR-REFS TO PRT-SMALL
           MOVE PRT-SMALL TO PRT-HOLD-LINE(35:6)
           PERFORM WRITE-PRINT-LINE.

       PRINT-TEMPLATE-HIT.
           ADD 1 TO XR-VAR-USES
           MOVE SPACES TO PRT-HOLD-LINE
           MOVE 'PRINTED BY' TO PRT-HOLD-LINE(4:10)
           EVALUATE XH-KIND(HX)
               WHEN 'P'
                   MOVE 'PLOT' TO PRT-HOLD-LINE(15:4)
                   MOVE XH-REF(HX)(3:2) TO PRT-HOLD-LINE(20:2)
                   MOVE 'TEXT' TO PRT-HOLD-LINE(23:4)
                   MOVE PLOT-TITLE(XH-REF(HX)) TO PRT-HOLD-LINE(50:40)
               WHEN 'L'
                   MOVE 'PLOT' TO PRT-HOLD-LINE(15:4)
                   MOVE XH-REF(HX)(3:2) TO PRT-HOLD-LINE(20:2)
                   MOVE 'LOGLINE' TO PRT-HOLD-LINE(23:7)
                   MOVE PLOT-TITLE(XH-REF(HX)) TO PRT-HOLD-LINE(50:40)
               WHEN 'S'
                   MOVE 'SCENE RECORD' TO PRT-HOLD-LINE(15:12)
                   MOVE XH-REF(HX) TO PRT-HOLD-LINE(28:4)
                   MOVE 'PLOT' TO PRT-HOLD-LINE(50:4)
                   MOVE ST-PLOT-X(XH-REF(HX)) TO PRT-HOLD-LINE(55:2)
                   MOVE 'SLOT' TO PRT-HOLD-LINE(58:4)
                   MOVE ST-SLOT(XH-REF(HX)) TO PRT-HOLD-LINE(63:1)
               WHEN 'T'
                   MOVE 'TITLE LINE' TO PRT-HOLD-LINE(15:10)
                   MOVE XH-REF(HX)(3:2) TO PRT-HOLD-LINE(26:2)
                   MOVE TT-TITLE(XH-REF(HX))(1:40)
                     TO PRT-HOLD-LINE(50:40)
           END-EVALUATE
           MOVE XH-TIMES(HX) TO PRT-COUNT
           MOVE PRT-COUNT TO PRT-HOLD-LINE(34:4)
           MOVE 'TIMES' TO PRT-HOLD-LINE(39:5)
           PERFORM WRITE-PRINT-LINE.

       PRINT-ONE-VALUE.
           MOVE SPACES TO PRT-HOLD-LINE
           MOVE 'OPTION' TO PRT-HOLD-LINE(4:6)
           MOVE VJ TO PRT-HOLD-LINE(11:2)
           MOVE VAR-VAL(VI,VJ) TO PRT-HOLD-LINE(15:60)
           PERFORM WRITE-PRINT-LINE
           MOVE 0 TO XR-REFS
           PERFORM VARYING AX FROM 1 BY 1 UNTIL AX > VAR-NAME-COUNT
               PERFORM VARYING AJ FROM 1 BY 1
               UNTIL AJ > VAR-VAL-COUNT(AX)
                   IF VAR-DEP-NAME(AX,AJ) = VAR-NAME(VI)
                   AND VAR-DEP-CHOICE(AX,AJ) = VJ
                       ADD 1 TO XR-REFS
                       MOVE SPACES TO PRT-HOLD-LINE
                       MOVE 'NEEDED BY' TO PRT-HOLD-LINE(8:9)
                       MOVE VAR-NAME(AX) TO PRT-HOLD-LINE(18:16)
                       MOVE 'OPTION' TO PRT-HOLD-LINE(35:6)
                       MOVE AJ TO PRT-HOLD-LINE(42:2)
                       MOVE VAR-VAL(AX,AJ) TO PRT-HOLD-LINE(50:60)
                       PERFORM WRITE-PRINT-LINE
                   END-IF
               END-PERFORM
           END-PERFORM
           PERFORM VARYING CX FROM 1 BY 1 UNTIL CX > CFL-COUNT
               IF CT-A-NAME(CX) = VAR-NAME(VI)
               AND CT-A-CHOICE(CX) = VJ
                   MOVE CT-B-NAME(CX) TO XR-SIDE-NAME
                   MOVE CT-B-CHOICE(CX) TO XR-SIDE-CHOICE
                   PERFORM PRINT-CONFLICT-REF
               END-IF
               IF CT-B-NAME(CX) = VAR-NAME(VI)
               AND CT-B-CHOICE(CX) = VJ
                   MOVE CT-A-NAME(CX) TO XR-SIDE-NAME
                   MOVE CT-A-CHOICE(CX) TO XR-SIDE-CHOICE
                   PERFORM PRINT-CONFLICT-REF
               END-IF
           END-PERFORM
           PERFORM VARYING CX FROM 1 BY 1 UNTIL CX > LIM-COUNT
               IF LT-NAME(CX) = VAR-NAME(VI)
               AND LT-VAL(CX) = VAR-VAL(VI,VJ)
                   ADD 1 TO XR-REFS
                   MOVE SPACES TO PRT-HOLD-LINE
                   MOVE 'QUOTA RECORD' TO PRT-HOLD-LINE(8:12)
                   MOVE CX TO PRT-HOLD-LINE(21:4)
                   MOVE 'MAX' TO PRT-HOLD-LINE(35:3)
                   MOVE LT-MAX(CX) TO PRT-HOLD-LINE(39:7)
                   PERFORM WRITE-PRINT-LINE
               END-IF
           END-PERFORM
           PERFORM VARYING CX FROM 1 BY 1 UNTIL CX > CARD-COUNT
               IF RC-PIN-CARD(CX) AND RC-NAME(CX) = VAR-NAME(VI)
               AND RC-CHOICE(CX) = VJ
                   ADD 1 TO XR-REFS
                   MOVE SPACES TO PRT-HOLD-LINE
                   MOVE 'PIN CARD ON selreq.dat LINE'
                     TO PRT-HOLD-LINE(8:27)
                   MOVE RC-LINE(CX) TO PRT-HOLD-LINE(36:4)
                   PERFORM WRITE-PRINT-LINE
               END-IF
           END-PERFORM
           PERFORM VARYING CX FROM 1 BY 1 UNTIL CX > XL-COUNT
               IF XT-TYPE(CX) = 'V' AND XT-NAME(CX) = VAR-NAME(VI)
               AND XT-VAL(CX) = VAR-VAL(VI,VJ)
                   ADD 1 TO XR-REFS
                   MOVE SPACES TO PRT-HOLD-LINE
                   MOVE 'TRANSLATION RECORD' TO PRT-HOLD-LINE(8:18)
                   MOVE XT-REC-NO(CX) TO PRT-HOLD-LINE(27:5)
                   PERFORM WRITE-PRINT-LINE
               END-IF
           END-PERFORM
           ADD XR-REFS TO XR-VAR-REFS.

       PRINT-CONFLICT-REF.
           ADD 1 TO XR-REFS
           MOVE SPACES TO PRT-HOLD-LINE
           MOVE 'CONFLICT RULE' TO PRT-HOLD-LINE(8:13)
           MOVE CX TO PRT-HOLD-LINE(22:4)
           MOVE 'NEVER WITH' TO PRT-HOLD-LINE(27:10)
           MOVE XR-SIDE-NAME TO PRT-HOLD-LINE(38:16)
           MOVE 'OPTION' TO PRT-HOLD-LINE(55:6)
           MOVE XR-SIDE-CHOICE TO PRT-HOLD-LINE(62:2)
           PERFORM WRITE-PRINT-LINE.

        *>****************************************************************
        *>  what would be left pointing at each plot number if it
        *>  were retired - PLOTMAINT renumbers the plots after it.
       PRINT-PLOT-USES.
           MOVE SPACES TO PRT-HOLD-LINE
           PERFORM WRITE-PRINT-LINE
           MOVE 'PLOTS - WHERE USED -' TO PRT-HOLD-LINE(1:20)
           MOVE WS-PLOT-DSNAME TO PRT-HOLD-LINE(22:40)
           PERFORM WRITE-PRINT-LINE
           MOVE SPACES TO PRT-HOLD-LINE
           PERFORM WRITE-PRINT-LINE
           MOVE 'PLOT' TO PRT-HOLD-LINE(1:4)
           MOVE 'TITLE' TO PRT-HOLD-LINE(7:5)
           MOVE 'SCENES  PLOT CARDS  TRANSLATIONS  AIR SLOTS'
             TO PRT-HOLD-LINE(50:43)
           PERFORM WRITE-PRINT-LINE
           PERFORM VARYING PX FROM 1 BY 1 UNTIL PX > PLOT-COUNT
               PERFORM PRINT-ONE-PLOT
           END-PERFORM.

       PRINT-ONE-PLOT.
           MOVE 0 TO XR-SCENES XR-CARDS XR-XLATES XR-SLOTS
           PERFORM VARYING SX FROM 1 BY 1 UNTIL SX > SCENE-COUNT
               IF ST-PLOT-X(SX) NUMERIC AND ST-PLOT(SX) = PX
                   ADD 1 TO XR-SCENES
               END-IF
           END-PERFORM
           PERFORM VARYING CX FROM 1 BY 1 UNTIL CX > CARD-COUNT
               IF (RC-PLOT-CARD(CX) OR RC-SEQUEL-CARD(CX))
               AND RC-CHOICE(CX) = PX
                   ADD 1 TO XR-CARDS
               END-IF
           END-PERFORM
           PERFORM VARYING CX FROM 1 BY 1 UNTIL CX > XL-COUNT
               IF XT-TYPE(CX) NOT = 'V' AND XT-PLOT-X(CX) NUMERIC
               AND XT-PLOT(CX) = PX
                   ADD 1 TO XR-XLATES
               END-IF
           END-PERFORM
           PERFORM VARYING CX FROM 1 BY 1 UNTIL CX > AS-COUNT
               IF AT-PLOT-X(CX) NUMERIC AND AT-PLOT(CX) = PX
                   ADD 1 TO XR-SLOTS
               END-IF
           END-PERFORM
           MOVE SPACES TO PRT-HOLD-LINE
           MOVE PX TO PRT-HOLD-LINE(1:2)
           MOVE PLOT-TITLE(PX) TO PRT-HOLD-LINE(7:40)
           MOVE XR-SCENES TO PRT-COUNT
           MOVE PRT-COUNT TO PRT-HOLD-LINE(52:4)
           MOVE XR-CARDS TO PRT-COUNT
           MOVE PRT-COUNT TO PRT-HOLD-LINE(64:4)
           MOVE XR-XLATES TO PRT-COUNT
           MOVE PRT-COUNT TO PRT-HOLD-LINE(78:4)
           MOVE XR-SLOTS TO PRT-COUNT
           MOVE PRT-COUNT TO PRT-HOLD-LINE(89:4)
           PERFORM WRITE-PRINT-LINE.

        *>****************************************************************
       PRINT-ORPHANS.
           MOVE SPACES TO PRT-HOLD-LINE
           PERFORM WRITE-PRINT-LINE
           MOVE 'ORPHANED REFERENCES' TO PRT-HOLD-LINE(1:19)
           PERFORM WRITE-PRINT-LINE
           MOVE SPACES TO PRT-HOLD-LINE
           PERFORM WRITE-PRINT-LINE
           PERFORM VARYING CX FROM 1 BY 1 UNTIL CX > ORPHAN-COUNT
               MOVE SPACES TO PRT-HOLD-LINE
               MOVE OT-LINE(CX) TO PRT-HOLD-LINE(3:110)
               PERFORM WRITE-PRINT-LINE
           END-PERFORM
           IF ORPHAN-COUNT = 0
               MOVE SPACES TO PRT-HOLD-LINE
               MOVE 'NONE' TO PRT-HOLD-LINE(3:4)
               PERFORM WRITE-PRINT-LINE
           END-IF
           IF ORPHAN-LOST > 0
               MOVE SPACES TO PRT-HOLD-LINE
               MOVE ORPHAN-LOST TO PRT-COUNT
               MOVE PRT-COUNT TO PRT-HOLD-LINE(3:4)
               MOVE 'MORE NOT LISTED' TO PRT-HOLD-LINE(8:15)
               PERFORM WRITE-PRINT-LINE
           END-IF
           MOVE SPACES TO PRT-HOLD-LINE
           PERFORM WRITE-PRINT-LINE
           MOVE 'ORPHANS LISTED' TO PRT-HOLD-LINE(1:14)
           MOVE ORPHAN-COUNT TO PRT-SMALL
           MOVE PRT-SMALL TO PRT-HOLD-LINE(18:6)
           PERFORM WRITE-PRINT-LINE.

        *>  xref.prt: ANSI carriage control in column 1 as on
        *>  rules.prt.
       START-NEW-PAGE.
           ADD 1 TO PRT-PAGE-NO
           MOVE SPACES TO PRINT-REC
           MOVE '1' TO PRT-CC
           MOVE 'HALLMARK WHERE-USED CROSS-REFERENCE' TO PRT-DATA(1:35)
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
        END PROGRAM XREF.
