        >>SOURCE FIXED
        IDENTIFICATION DIVISION.
        PROGRAM-ID.    XREFCNT.
        AUTHOR.        SIMOTIME TECHNOLOGIES.
        *>
        *>  Where-used count, CALLed by VARMAINT and PLOTMAINT before
        *>  they delete anything, so the operator sees what would be
        *>  left pointing at nothing.  XREF prints the same references
        *>  in full; this only counts them.  The reference files are
        *>  read afresh on every call, as they stand on disk - an
        *>  edit not yet saved by the caller is not seen.
        *>  Functions:
        *>      V  a variable, by XRC-VAR-NAME: plots (text or
        *>         logline), scene records and title lines that print
        *>         it, options of other variables depending on it,
        *>         conflict rules, quotas, PIN and CARRY cards on
        *>         selreq.dat and value translations naming it
        *>      O  one option, by XRC-VAR-NAME and XRC-VAR-VAL:
        *>         dependencies, conflict rules and PIN cards naming
        *>         its choice number on vars.dat, quotas and
        *>         translations naming its value
        *>      P  a plot, by XRC-PLOT (its number on plot.dat):
        *>         scene records, PLOT and SEQUEL cards on selreq.dat,
        *>         plot, scene and logline translations, and air slots
        *>         from today on naming it
        *>  XRC-FOUND comes back 'Y' when the variable, option or
        *>  plot is on the file as saved.
        ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT OPTIONAL VARS-FILE
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
       01 WS-VARS-DSNAME PIC X(40) VALUE "vars.dat".
       01 WS-PLOT-DSNAME PIC X(40) VALUE "plot.dat".
       01 WS-SCENE-DSNAME PIC X(40) VALUE "scenes.dat".
       01 WS-TITLES-DSNAME PIC X(40) VALUE "titles.dat".
       01 WS-CONFLICT-DSNAME PIC X(40) VALUE "conflict.dat".
       01 WS-LIMIT-DSNAME PIC X(40) VALUE "varlimit.dat".
       01 WS-XLATE-DSNAME PIC X(40) VALUE "xlate.dat".
       01 WS-AIRSLOT-DSNAME PIC X(40) VALUE "airslots.dat".
       01 WS-ENV-NAME     PIC X(20).

       01  NAMES-SWITCH PIC X VALUE SPACE.
           88  NAMES-LOADED VALUE 'Y'.

        01  vars-rec.
           03  vars-var-name   pic x(16).
           03  vars-var-value  pic x(60).
           03  vars-weight     pic 9(02).
           03  filler          pic x(02).
           03  vars-dep-name   pic x(16).
           03  vars-dep-choice pic 9(02).
           03  vars-genre      pic x(04).

        *>  the option's choice number is its position in the first
        *>  run of records under its name, as read-vars loads it.
       01  XC-FIELDS.
           03  XC-CHOICE       PIC 99.
           03  XC-POSITION     PIC 99.
           03  XC-GROUP-SW     PIC X.
               88  XC-IN-GROUP VALUE 'Y'.
               88  XC-GROUP-DONE VALUE 'D'.
           03  XC-PIN-CHOICE-X PIC XX.
           03  XC-PIN-CHOICE REDEFINES XC-PIN-CHOICE-X PIC 99.
           03  XC-PLOT-X       PIC XX.
           03  XC-TODAY        PIC X(8).
           03  XC-PLOT-COUNT   PIC 99.
           03  XC-PENDING-HIT  PIC X.
           03  XC-CONT-SW      PIC X.
               88  XC-IN-CONTINUATION VALUE 'Y'.

       01  TOKEN-FIELDS.
           03  TK-TEXT         PIC X(4092).
           03  TK-LEN          PIC 9(4).
           03  TK-POS          PIC 9(4).
           03  TK-CH           PIC X.
           03  TK-VAL          PIC X(16).
           03  TK-VAL-LEN      PIC 99.
           03  TK-DONE-SW      PIC X.
               88  TK-DONE VALUE 'Y'.
           03  TK-HIT-SW       PIC X.
               88  TK-HIT VALUE 'Y'.

        *>****************************************************************
        LINKAGE SECTION.
       01  XREFCNT-PARAMETERS.
           05  XRC-FUNCTION         PIC X.
           05  XRC-VAR-NAME         PIC X(16).
           05  XRC-VAR-VAL          PIC X(60).
           05  XRC-PLOT             PIC 99.
           05  XRC-FOUND            PIC X.
               88  XRC-ON-FILE VALUE 'Y'.
           05  XRC-COUNTS.
               07  XRC-PLOTS        PIC 9(4).
               07  XRC-SCENES       PIC 9(4).
               07  XRC-TITLES       PIC 9(4).
               07  XRC-DEPS         PIC 9(4).
               07  XRC-CONFLICTS    PIC 9(4).
               07  XRC-QUOTAS       PIC 9(4).
               07  XRC-CARDS        PIC 9(4).
               07  XRC-XLATES       PIC 9(4).
               07  XRC-SLOTS        PIC 9(4).
           05  XRC-TOTAL            PIC 9(5).

        *>****************************************************************
        PROCEDURE DIVISION USING XREFCNT-PARAMETERS.
           IF NOT NAMES-LOADED
               PERFORM SET-DATASET-NAMES
           END-IF
           MOVE 'N' TO XRC-FOUND
           MOVE ZEROS TO XRC-COUNTS
           MOVE 0 TO XC-CHOICE
           EVALUATE XRC-FUNCTION
               WHEN 'V'
                   PERFORM COUNT-VARIABLE-USES
               WHEN 'O'
                   PERFORM COUNT-OPTION-USES
               WHEN 'P'
                   PERFORM COUNT-PLOT-USES
           END-EVALUATE
           COMPUTE XRC-TOTAL = XRC-PLOTS + XRC-SCENES + XRC-TITLES
               + XRC-DEPS + XRC-CONFLICTS + XRC-QUOTAS + XRC-CARDS
               + XRC-XLATES + XRC-SLOTS
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
           END-IF
           SET NAMES-LOADED TO TRUE.

        *>****************************************************************
        *>  a variable is printed wherever its name stands as a token
        *>  in a template - the pre-flight rule in HALLMARK.
       COUNT-VARIABLE-USES.
           PERFORM SCAN-VARS-FILE
           PERFORM SCAN-PLOT-FILE
           PERFORM SCAN-SCENE-FILE
           PERFORM SCAN-TITLE-FILE
           PERFORM SCAN-CONFLICT-FILE
           PERFORM SCAN-LIMIT-FILE
           PERFORM SCAN-REQ-FILE
           PERFORM SCAN-XLATE-FILE.

       COUNT-OPTION-USES.
           PERFORM SCAN-VARS-FILE
           PERFORM SCAN-CONFLICT-FILE
           PERFORM SCAN-LIMIT-FILE
           PERFORM SCAN-REQ-FILE
           PERFORM SCAN-XLATE-FILE.

       COUNT-PLOT-USES.
           PERFORM SCAN-PLOT-FILE
           IF XRC-PLOT >= 1 AND XRC-PLOT <= XC-PLOT-COUNT
               MOVE 'Y' TO XRC-FOUND
           END-IF
           PERFORM SCAN-SCENE-FILE
           PERFORM SCAN-REQ-FILE
           PERFORM SCAN-XLATE-FILE
           PERFORM SCAN-AIRSLOT-FILE.

        *>****************************************************************
        *>  finds the variable (and for O the option's choice number)
        *>  and counts the options of any variable depending on it.
       SCAN-VARS-FILE.
           MOVE SPACE TO EOF-FLAGS(1:1)
           MOVE SPACE TO XC-GROUP-SW
           MOVE 0 TO XC-POSITION
           OPEN INPUT VARS-FILE
           PERFORM READ-VARS
           PERFORM UNTIL NO-MORE-VARS
               IF vars-var-name = XRC-VAR-NAME
                   IF XRC-FUNCTION = 'V'
                       MOVE 'Y' TO XRC-FOUND
                   END-IF
                   IF NOT XC-GROUP-DONE
                       SET XC-IN-GROUP TO TRUE
                       ADD 1 TO XC-POSITION
                       IF XRC-FUNCTION = 'O' AND XC-CHOICE = 0
                       AND vars-var-value = XRC-VAR-VAL
                           MOVE XC-POSITION TO XC-CHOICE
                           MOVE 'Y' TO XRC-FOUND
                       END-IF
                   END-IF
               ELSE
                   IF XC-IN-GROUP
                       SET XC-GROUP-DONE TO TRUE
                   END-IF
               END-IF
               PERFORM READ-VARS
           END-PERFORM
           CLOSE VARS-FILE
           MOVE SPACE TO EOF-FLAGS(1:1)
           OPEN INPUT VARS-FILE
           PERFORM READ-VARS
           PERFORM UNTIL NO-MORE-VARS
               IF vars-dep-name = XRC-VAR-NAME
                   IF XRC-FUNCTION = 'V'
                       ADD 1 TO XRC-DEPS
                   ELSE
                       IF XC-CHOICE > 0 AND vars-dep-choice NUMERIC
                       AND vars-dep-choice = XC-CHOICE
                           ADD 1 TO XRC-DEPS
                       END-IF
                   END-IF
               END-IF
               PERFORM READ-VARS
           END-PERFORM
           CLOSE VARS-FILE.

       READ-VARS.
           READ VARS-FILE INTO vars-rec AT END
               SET NO-MORE-VARS TO TRUE
           END-READ
           IF WS-FS-VARS NOT = '00' AND WS-FS-VARS NOT = '10'
               SET NO-MORE-VARS TO TRUE
           END-IF.

        *>  a text record that does not follow a '+' chunk starts the
        *>  next plot and takes the logline of the '*CATALOG' record
        *>  ahead of it.  The chunks are joined before the scan so a
        *>  name split across two records is still found.
       SCAN-PLOT-FILE.
           MOVE SPACE TO EOF-FLAGS(2:1)
           MOVE SPACE TO XC-CONT-SW
           MOVE SPACE TO XC-PENDING-HIT
           MOVE 0 TO XC-PLOT-COUNT
           OPEN INPUT PLOT-FILE
           PERFORM READ-PLOT
           PERFORM UNTIL NO-MORE-PLOT
               IF PC-CATALOG-REC
                   MOVE SPACE TO XC-PENDING-HIT
                   IF XRC-FUNCTION = 'V'
                       MOVE PC-LOGLINE TO TK-TEXT
                       MOVE 200 TO TK-LEN
                       PERFORM SCAN-TEXT-TOKENS
                       IF TK-HIT
                           MOVE 'Y' TO XC-PENDING-HIT
                       END-IF
                   END-IF
               ELSE
                   IF NOT XC-IN-CONTINUATION
                       ADD 1 TO XC-PLOT-COUNT
                       MOVE SPACES TO TK-TEXT
                       MOVE 0 TO TK-LEN
                   END-IF
                   IF TK-LEN < 4092
                       MOVE PLOT-TEXT-CHUNK TO TK-TEXT(TK-LEN + 1:1023)
                       ADD 1023 TO TK-LEN
                   END-IF
                   IF PLOT-MORE-CHUNKS
                       SET XC-IN-CONTINUATION TO TRUE
                   ELSE
                       MOVE SPACE TO XC-CONT-SW
                       IF XRC-FUNCTION = 'V'
                           PERFORM SCAN-TEXT-TOKENS
                           IF TK-HIT OR XC-PENDING-HIT = 'Y'
                               ADD 1 TO XRC-PLOTS
                           END-IF
                       END-IF
                       MOVE SPACE TO XC-PENDING-HIT
                   END-IF
               END-IF
               PERFORM READ-PLOT
           END-PERFORM
           CLOSE PLOT-FILE.

       READ-PLOT.
           READ PLOT-FILE AT END
               SET NO-MORE-PLOT TO TRUE
           END-READ
           IF WS-FS-PLOT NOT = '00' AND WS-FS-PLOT NOT = '10'
               SET NO-MORE-PLOT TO TRUE
           END-IF.

       SCAN-SCENE-FILE.
           MOVE SPACE TO EOF-FLAGS(3:1)
           OPEN INPUT SCENE-FILE
           PERFORM UNTIL NO-MORE-SCN
               READ SCENE-FILE AT END
                   SET NO-MORE-SCN TO TRUE
               END-READ
               IF NOT NO-MORE-SCN
                   IF XRC-FUNCTION = 'V'
                       MOVE SPACES TO TK-TEXT
                       MOVE SCN-TEXT TO TK-TEXT
                       MOVE 256 TO TK-LEN
                       PERFORM SCAN-TEXT-TOKENS
                       IF TK-HIT
                           ADD 1 TO XRC-SCENES
                       END-IF
                   ELSE
                       IF SCN-PLOT NUMERIC AND SCN-PLOT = XRC-PLOT
                           ADD 1 TO XRC-SCENES
                       END-IF
                   END-IF
               END-IF
               IF WS-FS-SCN NOT = '00' AND WS-FS-SCN NOT = '10'
                   SET NO-MORE-SCN TO TRUE
               END-IF
           END-PERFORM
           CLOSE SCENE-FILE.

       SCAN-TITLE-FILE.
           MOVE SPACE TO EOF-FLAGS(4:1)
           OPEN INPUT TITLE-FILE
           PERFORM UNTIL NO-MORE-TITLES
               READ TITLE-FILE AT END
                   SET NO-MORE-TITLES TO TRUE
               END-READ
               IF NOT NO-MORE-TITLES
                   MOVE SPACES TO TK-TEXT
                   MOVE TITLE-RECORD TO TK-TEXT
                   MOVE 80 TO TK-LEN
                   PERFORM SCAN-TEXT-TOKENS
                   IF TK-HIT
                       ADD 1 TO XRC-TITLES
                   END-IF
               END-IF
               IF WS-FS-TTL NOT = '00' AND WS-FS-TTL NOT = '10'
                   SET NO-MORE-TITLES TO TRUE
               END-IF
           END-PERFORM
           CLOSE TITLE-FILE.

       SCAN-CONFLICT-FILE.
           MOVE SPACE TO EOF-FLAGS(5:1)
           OPEN INPUT CONFLICT-FILE
           PERFORM UNTIL NO-MORE-CFL
               READ CONFLICT-FILE AT END
                   SET NO-MORE-CFL TO TRUE
               END-READ
               IF NOT NO-MORE-CFL
                   IF XRC-FUNCTION = 'V'
                       IF CFL-A-NAME = XRC-VAR-NAME
                       OR CFL-B-NAME = XRC-VAR-NAME
                           ADD 1 TO XRC-CONFLICTS
                       END-IF
                   ELSE
                       IF XC-CHOICE > 0
                       AND ((CFL-A-NAME = XRC-VAR-NAME
                             AND CFL-A-CHOICE NUMERIC
                             AND CFL-A-CHOICE = XC-CHOICE)
                         OR (CFL-B-NAME = XRC-VAR-NAME
                             AND CFL-B-CHOICE NUMERIC
                             AND CFL-B-CHOICE = XC-CHOICE))
                           ADD 1 TO XRC-CONFLICTS
                       END-IF
                   END-IF
               END-IF
               IF WS-FS-CFL NOT = '00' AND WS-FS-CFL NOT = '10'
                   SET NO-MORE-CFL TO TRUE
               END-IF
           END-PERFORM
           CLOSE CONFLICT-FILE.

       SCAN-LIMIT-FILE.
           MOVE SPACE TO EOF-FLAGS(6:1)
           OPEN INPUT LIMIT-FILE
           PERFORM UNTIL NO-MORE-LIM
               READ LIMIT-FILE AT END
                   SET NO-MORE-LIM TO TRUE
               END-READ
               IF NOT NO-MORE-LIM
                   IF LIM-VAR-NAME = XRC-VAR-NAME
                   AND (XRC-FUNCTION = 'V'
                        OR LIM-VAR-VAL = XRC-VAR-VAL)
                       ADD 1 TO XRC-QUOTAS
                   END-IF
               END-IF
               IF WS-FS-LIM NOT = '00' AND WS-FS-LIM NOT = '10'
                   SET NO-MORE-LIM TO TRUE
               END-IF
           END-PERFORM
           CLOSE LIMIT-FILE.

        *>  PIN cards for a variable or option, CARRY cards for a
        *>  variable, PLOT and SEQUEL cards for a plot.  A one-digit
        *>  PIN choice is read as SELGEN reads it.
       SCAN-REQ-FILE.
           MOVE SPACE TO EOF-FLAGS(7:1)
           OPEN INPUT REQ-FILE
           PERFORM UNTIL NO-MORE-REQ
               READ REQ-FILE AT END
                   SET NO-MORE-REQ TO TRUE
               END-READ
               IF NOT NO-MORE-REQ
                   PERFORM TAKE-REQ-CARD
               END-IF
               IF WS-FS-REQ NOT = '00' AND WS-FS-REQ NOT = '10'
                   SET NO-MORE-REQ TO TRUE
               END-IF
           END-PERFORM
           CLOSE REQ-FILE.

       TAKE-REQ-CARD.
           EVALUATE TRUE
               WHEN XRC-FUNCTION = 'P'
                   IF REQ-KEYWORD = 'PLOT    '
                   AND REQ-PLOT-NO-X NUMERIC
                       MOVE REQ-PLOT-NO-X TO XC-PLOT-X
                       IF XC-PLOT-X = XRC-PLOT
                           ADD 1 TO XRC-CARDS
                       END-IF
                   END-IF
                   IF REQ-KEYWORD = 'SEQUEL  '
                   AND REQ-SEQUEL-PLOT-X NUMERIC
                       MOVE REQ-SEQUEL-PLOT-X TO XC-PLOT-X
                       IF XC-PLOT-X = XRC-PLOT
                           ADD 1 TO XRC-CARDS
                       END-IF
                   END-IF
               WHEN REQ-KEYWORD = 'CARRY   '
               AND REQ-PIN-NAME = XRC-VAR-NAME
               AND XRC-FUNCTION = 'V'
                   ADD 1 TO XRC-CARDS
               WHEN REQ-KEYWORD = 'PIN     '
               AND REQ-PIN-NAME = XRC-VAR-NAME
                   IF XRC-FUNCTION = 'V'
                       ADD 1 TO XRC-CARDS
                   ELSE
                       MOVE REQ-PIN-CHOICE-X TO XC-PIN-CHOICE-X
                       IF XC-PIN-CHOICE-X(2:1) = SPACE
                           MOVE XC-PIN-CHOICE-X(1:1)
                             TO XC-PIN-CHOICE-X(2:1)
                           MOVE '0' TO XC-PIN-CHOICE-X(1:1)
                       END-IF
                       IF XC-CHOICE > 0 AND XC-PIN-CHOICE-X NUMERIC
                       AND XC-PIN-CHOICE = XC-CHOICE
                           ADD 1 TO XRC-CARDS
                       END-IF
                   END-IF
           END-EVALUATE.

       SCAN-XLATE-FILE.
           MOVE SPACE TO EOF-FLAGS(8:1)
           OPEN INPUT XLATE-FILE
           PERFORM UNTIL NO-MORE-XLATE
               READ XLATE-FILE AT END
                   SET NO-MORE-XLATE TO TRUE
               END-READ
               IF NOT NO-MORE-XLATE
                   PERFORM TAKE-XLATE-REC
               END-IF
               IF WS-FS-XL NOT = '00' AND WS-FS-XL NOT = '10'
                   SET NO-MORE-XLATE TO TRUE
               END-IF
           END-PERFORM
           CLOSE XLATE-FILE.

        *>  the P, S and L records all carry the plot number first.
       TAKE-XLATE-REC.
           IF XRC-FUNCTION = 'P'
               IF (XL-PLOT-REC OR XL-SCENE-REC OR XL-LOGLINE-REC)
               AND XL-PLOT NUMERIC AND XL-PLOT = XRC-PLOT
                   ADD 1 TO XRC-XLATES
               END-IF
           ELSE
               IF XL-VALUE-REC AND XL-VAR-NAME = XRC-VAR-NAME
               AND (XRC-FUNCTION = 'V' OR XL-VAR-VAL = XRC-VAR-VAL)
                   ADD 1 TO XRC-XLATES
               END-IF
           END-IF.

        *>  a slot that has already aired is history, not a use.
       SCAN-AIRSLOT-FILE.
           ACCEPT XC-TODAY FROM DATE YYYYMMDD
           MOVE SPACE TO EOF-FLAGS(9:1)
           OPEN INPUT AIRSLOT-FILE
           PERFORM UNTIL NO-MORE-AS
               READ AIRSLOT-FILE AT END
                   SET NO-MORE-AS TO TRUE
               END-READ
               IF NOT NO-MORE-AS
                   IF AS-PLOT NUMERIC AND AS-DATE >= XC-TODAY
                       MOVE AS-PLOT TO XC-PLOT-X
                       IF XC-PLOT-X = XRC-PLOT
                           ADD 1 TO XRC-SLOTS
                       END-IF
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
        *>  naming the variable.
       SCAN-TEXT-TOKENS.
           MOVE SPACE TO TK-HIT-SW
           MOVE 1 TO TK-POS
           PERFORM UNTIL TK-POS > TK-LEN OR TK-HIT
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
           IF TK-VAL-LEN >= 2 AND TK-VAL = XRC-VAR-NAME
               SET TK-HIT TO TRUE
           END-IF.
        END PROGRAM XREFCNT.
