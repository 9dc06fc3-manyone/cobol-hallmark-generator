        >>SOURCE FIXED
        IDENTIFICATION DIVISION.
        PROGRAM-ID.    SCENEMAINT.
        AUTHOR.        SIMOTIME TECHNOLOGIES.
        *>
        *>  Interactive maintenance for scenes.dat, in the style of
        *>  PLOTMAINT.  Each 260-byte record is one alternate for one
        *>  slot of one plot (SCN-PLOT, SCN-SLOT, SCN-ALT, SCN-TEXT);
        *>  LOAD-SCENES numbers the alternates of a slot by the order
        *>  they sit on the file, so this program keeps that order and
        *>  rewrites SCN-ALT to match it on every save.  A slot that
        *>  skips a number, an alternate for a plot no longer on
        *>  plot.dat, text cut at 256 bytes and tokens with no
        *>  vars.dat variable are all warned about before they reach
        *>  the night's run.  Every save journals what changed to
        *>  scnjrnl.dat and keeps the displaced file as a numbered
        *>  generation scenes.gnnnn (counter on scenesgen.dat), the
        *>  way VARMAINT does for vars.dat; R reinstates a generation.
        *>  Operator id comes from SCENEMAINT_OPER and must carry
        *>  scenes authority on the operator authority file
        *>  (OPERCHK).  Every save signs the file's control totals
        *>  (CTLCHK), which the night checks before it reads the file.
        ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT OPTIONAL SCENE-FILE
               ASSIGN TO WS-SCENE-DSNAME
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-SCN.

               SELECT GEN-FILE
               ASSIGN TO WS-GEN-DSNAME
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-GEN.

               SELECT OPTIONAL GENCTR-FILE
               ASSIGN TO "scenesgen.dat"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-GC.

               SELECT OPTIONAL JOURNAL-FILE
               ASSIGN TO "scnjrnl.dat"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-JRN.

               SELECT OPTIONAL PLOT-FILE
               ASSIGN TO WS-PLOT-DSNAME
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-PLOT.

               SELECT OPTIONAL VARS-FILE
               ASSIGN TO WS-VARS-DSNAME
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-VARS.
        DATA DIVISION.
       FILE SECTION.

       FD  SCENE-FILE
              RECORD CONTAINS 260 CHARACTERS
              BLOCK CONTAINS 0 RECORDS
              RECORDING MODE IS F.

       01  SCENE-RECORD.
           03 FILLER PIC X(260).

       FD  GEN-FILE
              RECORD CONTAINS 260 CHARACTERS
              BLOCK CONTAINS 0 RECORDS
              RECORDING MODE IS F.

       01  GEN-RECORD.
           03 FILLER PIC X(260).

       FD  GENCTR-FILE
              RECORD CONTAINS 4 CHARACTERS
              BLOCK CONTAINS 0 RECORDS
              RECORDING MODE IS F.

       01  GENCTR-REC.
           03  GEN-LAST-GEN    PIC 9(4).

       FD  JOURNAL-FILE
              RECORD CONTAINS 560 CHARACTERS
              BLOCK CONTAINS 0 RECORDS
              RECORDING MODE IS F.

       01  JOURNAL-REC.
           03  JRN-DATE        PIC 9(8).
           03  JRN-TIME        PIC 9(6).
           03  JRN-OPER        PIC X(8).
           03  JRN-ACTION      PIC X.
           03  JRN-PLOT        PIC 99.
           03  JRN-SLOT        PIC 9.
           03  JRN-ALT         PIC 9.
           03  JRN-GEN-NAME    PIC X(16).
           03  JRN-OLD-TEXT    PIC X(256).
           03  JRN-NEW-TEXT    PIC X(256).
           03  FILLER          PIC X(5).

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

       FD  VARS-FILE
              RECORD CONTAINS 102 CHARACTERS
              BLOCK CONTAINS 0 RECORDS
              RECORDING MODE IS F.

       01  VARS-RECORD.
           03 FILLER PIC X(102).
        WORKING-STORAGE SECTION.
       01 EOF-FLAGS.
           03 FILLER PIC X(01) VALUE SPACE.
               88 NO-MORE-SCN VALUE 'Y'.
           03 FILLER PIC X(01) VALUE SPACE.
               88 NO-MORE-PLOT VALUE 'Y'.
           03 FILLER PIC X(01) VALUE SPACE.
               88 NO-MORE-VARS VALUE 'Y'.

       01 WS-FS-SCN   PIC X(02).
       01 WS-FS-GEN   PIC X(02).
       01 WS-FS-GC    PIC X(02).
       01 WS-FS-JRN   PIC X(02).
       01 WS-FS-PLOT  PIC X(02).
       01 WS-FS-VARS  PIC X(02).
       01 WS-SCENE-DSNAME PIC X(40) VALUE "scenes.dat".
       01 WS-PLOT-DSNAME  PIC X(40) VALUE "plot.dat".
       01 WS-VARS-DSNAME  PIC X(40) VALUE "vars.dat".
       01 WS-GEN-DSNAME   PIC X(40).
       01 WS-HOLD-DSNAME  PIC X(40).
       01 WS-ENV-NAME     PIC X(20).

       01  OPERATOR-ID PIC X(8) VALUE 'UNKNOWN'.

        *>  parameter block for OPERCHK, the operator authority check
       01  OPERCHK-PARAMETERS.
           05  OCK-FUNCTION         PIC X.
           05  OCK-PROGRAM          PIC X(8).
           05  OCK-OPER             PIC X(8).
           05  OCK-AUTHORITY        PIC X.
           05  OCK-GENRE            PIC X(4).
           05  OCK-RESULT           PIC X.
               88  OCK-ALLOWED VALUE 'Y'.
           05  OCK-OPER-NAME        PIC X(30).
           05  OCK-REASON           PIC X(40).
           05  OCK-DEPT             PIC X(8).
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
       01  EOF-GC-SWITCH PIC X VALUE SPACE.
           88  NO-MORE-GC VALUE 'Y'.
       01  EOF-GEN-SWITCH PIC X VALUE SPACE.
           88  NO-MORE-GEN VALUE 'Y'.
       01  GEN-NUMBER PIC 9(4) VALUE 0.
       01  GEN-COPIED PIC 9(6).
       01  ANS-GEN-X PIC X(4).
       01  FILLER REDEFINES ANS-GEN-X.
          03  ANS-GEN PIC 9(4).
       01  ANS-GEN-SHIFT-X PIC X(4).

        *>  changes queue here and reach scnjrnl.dat only when the
        *>  file is saved, exactly as VARMAINT queues for varjrnl.dat.
       01  PNDMAX PIC 9(3) VALUE 200.
       01  PND-COUNT PIC 9(3) VALUE 0.
       01  PND-OVERFLOW-SW PIC X VALUE SPACE.
           88  PND-OVERFLOWED VALUE 'Y'.
       01  PENDING-JOURNAL-AREA.
           03  PND-ENTRY OCCURS 200 TIMES.
               05  PND-ACTION      PIC X.
               05  PND-PLOT        PIC 99.
               05  PND-SLOT        PIC 9.
               05  PND-ALT         PIC 9.
               05  PND-GEN-NAME    PIC X(16).
               05  PND-OLD-TEXT    PIC X(256).
               05  PND-NEW-TEXT    PIC X(256).
       01  PNX PIC 9(3).
       01  HOLD-TEXT PIC X(256).

       01  REF-DATA.
           03  PLOTMAX PIC 99 VALUE 99.
           03  VIMAX   PIC 99 VALUE 50.
           03  SCNSLOTMAX PIC 9 VALUE 9.
           03  SCNALTMAX  PIC 9 VALUE 9.

       01  MENU-CHOICE PIC X.
       01  QUIT-SWITCH PIC X VALUE SPACE.
           88  QUIT-REQUESTED VALUE 'Y'.
       01  DIRTY-SWITCH PIC X VALUE SPACE.
           88  TABLE-CHANGED VALUE 'Y'.
       01  CONFIRM-X   PIC X.

       01  ANS-NUM-X PIC XX.
       01  FILLER REDEFINES ANS-NUM-X.
          03  ANS-NUM PIC 99.
       01  ANS-LINE    PIC X(80).

       01 PLOT-COUNT PIC 99 VALUE 0.
       01  PLOT-CATALOG-AREA.
           03  PLOT-CAT OCCURS 99 TIMES.
               05  PLOT-TITLE      PIC X(40).

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
       01  VAR-NAME-COUNT PIC 99 VALUE 0.
       01  VAR-NAME-TABLE.
           03  VAR-NAME PIC X(16) OCCURS 50 TIMES.

        *>  the table holds the file in file order - the order is
        *>  what numbers the alternates, so nothing here sorts it.
       01  SCENEMAX PIC 9(3) VALUE 500.
       01  SCENE-COUNT PIC 9(3) VALUE 0.
       01  SCENE-TABLE-AREA.
           03  SCENE-ENTRY OCCURS 500 TIMES.
               05  SCENE-T-PLOT    PIC 99.
               05  SCENE-T-SLOT    PIC 9.
               05  SCENE-T-TEXT    PIC X(256).
               05  SCENE-T-LEN     PIC 9(3).
        01  SCENE-REC.
           03  SCN-PLOT        PIC 99.
           03  SCN-SLOT        PIC 9.
           03  SCN-ALT         PIC 9.
           03  SCN-TEXT        PIC X(256).

       01  SM-INDICES.
           03 PX PIC 9(3).
           03 SX PIC 99.
           03 AX PIC 9.
           03 SCX PIC 9(3).
           03 SCY PIC 9(3).
           03 VI PIC 99.

       01  SM-FIELDS.
           03  SM-ALT-COUNT    PIC 9(3).
           03  SM-ALT-SEEN     PIC 9(3).
           03  SM-PRIOR-SLOT   PIC 9.
           03  SM-INSERT-AT    PIC 9(3).
           03  SM-SLOT-ALTS    PIC 9(3) OCCURS 9 TIMES.
           03  SM-WRITTEN      PIC 9(4).
           03  SM-WARNINGS     PIC 9(4).
           03  SM-BAD-LOADS    PIC 9(4).

       01  SM-EDIT-FIELDS.
           03  SM-TEXT         PIC X(256).
           03  SM-TEXT-LEN     PIC 9(3).
           03  SM-LINE-LEN     PIC 99.
           03  SM-ROOM         PIC 9(3).
           03  SM-DONE-SW      PIC X.
               88  SM-TEXT-DONE VALUE 'Y'.
           03  SM-CUT-SW       PIC X.
               88  SM-TEXT-CUT VALUE 'Y'.

       01  TOKEN-FIELDS.
           03  TOK-POS         PIC 9(3).
           03  TOK-CH          PIC X.
           03  TOK-VAL         PIC X(16).
           03  TOK-LEN         PIC 99.
           03  TOK-DONE-SW     PIC X.
               88  TOK-DONE VALUE 'Y'.
           03  TOK-MATCHED-SW  PIC X.
               88  TOK-MATCHED VALUE 'Y'.

       01  INDEX-POS PIC 9(3) VALUE 1.
       01  LINE-BUFFER PIC X(80).
       01  REMAINING-LEN PIC 9(3).
       01  COPY-LEN PIC 9(3).
       01  SPACE-POS PIC 9(3).
       01  DISP-LEN PIC 99 VALUE 80.

        *>****************************************************************
        PROCEDURE DIVISION.
           MOVE "SCENE_DSNAME" TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-SCENE-DSNAME FROM ENVIRONMENT-VALUE
           IF WS-SCENE-DSNAME = SPACES
               MOVE "scenes.dat" TO WS-SCENE-DSNAME
           END-IF
           MOVE "PLOT_DSNAME" TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-PLOT-DSNAME FROM ENVIRONMENT-VALUE
           IF WS-PLOT-DSNAME = SPACES
               MOVE "plot.dat" TO WS-PLOT-DSNAME
           END-IF
           MOVE "VARS_DSNAME" TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-VARS-DSNAME FROM ENVIRONMENT-VALUE
           IF WS-VARS-DSNAME = SPACES
               MOVE "vars.dat" TO WS-VARS-DSNAME
           END-IF
           MOVE "SCENEMAINT_OPER" TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT OPERATOR-ID FROM ENVIRONMENT-VALUE
           IF OPERATOR-ID = SPACES
               MOVE 'UNKNOWN' TO OPERATOR-ID
           END-IF
           PERFORM CHECK-OPERATOR-AUTHORITY

           PERFORM LOAD-PLOT-CATALOG
           PERFORM LOAD-VAR-NAMES
           PERFORM LOAD-SCENE-TABLE
           DISPLAY ' '
           DISPLAY 'SCENEMAINT - SCENE FILE MAINTENANCE'
           DISPLAY 'FILE: ' WS-SCENE-DSNAME
           DISPLAY 'ALTERNATES LOADED: ' SCENE-COUNT
           ' PLOTS ON FILE: ' PLOT-COUNT
           ' VARIABLES: ' VAR-NAME-COUNT
           PERFORM CHECK-CONTROL-TOTALS
           PERFORM CHECK-ALL-SCENES

           PERFORM UNTIL QUIT-REQUESTED
               PERFORM SHOW-MENU
               ACCEPT MENU-CHOICE
               EVALUATE MENU-CHOICE
                   WHEN 'L' WHEN 'l' PERFORM LIST-SCENES
                   WHEN 'V' WHEN 'v' PERFORM VIEW-SCENE
                   WHEN 'A' WHEN 'a' PERFORM ADD-SCENE
                   WHEN 'C' WHEN 'c' PERFORM CHANGE-SCENE
                   WHEN 'D' WHEN 'd' PERFORM DELETE-SCENE
                   WHEN 'K' WHEN 'k' PERFORM CHECK-ALL-SCENES
                   WHEN 'S' WHEN 's' PERFORM SAVE-SCENE-TABLE
                   WHEN 'R' WHEN 'r' PERFORM RESTORE-GENERATION
                   WHEN 'Q' WHEN 'q' PERFORM QUIT-CHECK
                   WHEN OTHER DISPLAY 'IMVALID VALUE'
               END-EVALUATE
           END-PERFORM
           GOBACK.

        *>  only operators with scenes authority on operauth.dat may
        *>  maintain the file; a refusal is logged by OPERCHK.
       CHECK-OPERATOR-AUTHORITY.
           MOVE 'C' TO OCK-FUNCTION
           MOVE 'SCENEMAI' TO OCK-PROGRAM
           MOVE OPERATOR-ID TO OCK-OPER
           MOVE 'S' TO OCK-AUTHORITY
           CALL 'OPERCHK' USING OPERCHK-PARAMETERS
           IF NOT OCK-ALLOWED
               DISPLAY 'SCENEMAINT REFUSED FOR OPERATOR ' OPERATOR-ID
               ' - ' OCK-REASON
               DISPLAY 'THE ATTEMPT HAS BEEN WRITTEN TO THE ACCESS LOG'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY 'OPERATOR: ' OPERATOR-ID ' ' OCK-OPER-NAME.

        *>  a file that does not match its control totals as it is
        *>  loaded was changed outside this program; the operator
        *>  is told before a save signs whatever was loaded.
       CHECK-CONTROL-TOTALS.
           MOVE 'V' TO CTK-FUNCTION
           MOVE 'SCENE' TO CTK-FILE-ID
           MOVE WS-SCENE-DSNAME TO CTK-DSNAME
           MOVE 'SCENEMAI' TO CTK-PROGRAM
           CALL 'CTLCHK' USING CTLCHK-PARAMETERS
           IF NOT CTK-AGREES
               DISPLAY 'WARNING: ' CTK-DSNAME
               DISPLAY 'DOES NOT MATCH ITS CONTROL TOTALS - '
               CTK-REASON
               DISPLAY 'A SAVE SIGNS THE FILE AS IT IS LOADED HERE'
           END-IF.

        *>  the save is what makes the file fit for the night: its
        *>  control totals are signed for this operator (CTLCHK).
       SIGN-CONTROL-TOTALS.
           MOVE 'S' TO CTK-FUNCTION
           MOVE 'SCENE' TO CTK-FILE-ID
           MOVE WS-SCENE-DSNAME TO CTK-DSNAME
           MOVE 'SCENEMAI' TO CTK-PROGRAM
           MOVE OPERATOR-ID TO CTK-OPER
           MOVE 'M' TO CTK-HOW
           CALL 'CTLCHK' USING CTLCHK-PARAMETERS
           IF CTK-AGREES
               DISPLAY 'CONTROL TOTALS SIGNED: ' CTK-COUNT ' RECORDS'
           ELSE
               DISPLAY 'CONTROL TOTALS NOT SIGNED - ' CTK-REASON
               DISPLAY 'THE NIGHT WILL NOT RUN ON THIS FILE UNTIL IT'
               ' IS RE-SIGNED WITH CTLSIGN'
           END-IF.

       SHOW-MENU.
           DISPLAY ' '
           DISPLAY 'L=LIST V=VIEW A=ADD C=CHANGE D=DELETE K=CHECK'
           DISPLAY 'S=SAVE R=RESTORE-GENERATION Q=QUIT'
           DISPLAY 'ENTER CHOICE:'.

       QUIT-CHECK.
           IF TABLE-CHANGED
               DISPLAY 'CHANGES NOT SAVED - QUIT ANYWAY? (Y=YES)'
               ACCEPT CONFIRM-X
               IF CONFIRM-X = 'Y' OR CONFIRM-X = 'y'
                   SET QUIT-REQUESTED TO TRUE
               END-IF
           ELSE
               SET QUIT-REQUESTED TO TRUE
           END-IF.

        *>  only the catalog titles are kept - the plot count is what
        *>  decides whether an alternate's plot still exists.
       LOAD-PLOT-CATALOG.
           OPEN INPUT PLOT-FILE
           MOVE 0 TO PLOT-COUNT
           PERFORM READ-PLOT
           PERFORM UNTIL NO-MORE-PLOT
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
               END-IF
           END-PERFORM
           CLOSE PLOT-FILE.

       SET-PLOT-CATALOG.
           MOVE SPACES TO PLOT-TITLE(PLOT-COUNT)
           MOVE 'PLOT' TO PLOT-TITLE(PLOT-COUNT)(1:4)
           MOVE PLOT-COUNT TO PLOT-TITLE(PLOT-COUNT)(6:2)
           IF PC-CATALOG-REC
               MOVE PC-TITLE TO PLOT-TITLE(PLOT-COUNT)
               PERFORM READ-PLOT
           END-IF.

       SKIP-PLOT-TEXT.
           PERFORM UNTIL NO-MORE-PLOT OR NOT PLOT-MORE-CHUNKS
               PERFORM READ-PLOT
           END-PERFORM
           PERFORM READ-PLOT.

       READ-PLOT.
           READ PLOT-FILE AT END SET NO-MORE-PLOT TO TRUE
           END-READ
           IF WS-FS-PLOT NOT = '00' AND WS-FS-PLOT NOT = '10'
               SET NO-MORE-PLOT TO TRUE
           END-IF.

       LOAD-VAR-NAMES.
           OPEN INPUT VARS-FILE
           MOVE 0 TO VAR-NAME-COUNT
           MOVE SPACES TO CNTL-VAR-NAME
           PERFORM READ-VARS
           PERFORM UNTIL NO-MORE-VARS
               IF VARS-VAR-NAME NOT = CNTL-VAR-NAME
                   MOVE VARS-VAR-NAME TO CNTL-VAR-NAME
                   IF VAR-NAME-COUNT < VIMAX
                       ADD 1 TO VAR-NAME-COUNT
                       MOVE VARS-VAR-NAME TO VAR-NAME(VAR-NAME-COUNT)
                   END-IF
               END-IF
               PERFORM READ-VARS
           END-PERFORM
           CLOSE VARS-FILE
           IF VAR-NAME-COUNT = 0
               DISPLAY 'NO VARIABLES ON ' WS-VARS-DSNAME
               ' - TOKEN CHECKS WILL FLAG EVERY TOKEN'
           END-IF.

       READ-VARS.
           READ VARS-FILE INTO VARS-REC AT END
               SET NO-MORE-VARS TO TRUE
           END-READ
           IF WS-FS-VARS NOT = '00' AND WS-FS-VARS NOT = '10'
               SET NO-MORE-VARS TO TRUE
           END-IF.

       LOAD-SCENE-TABLE.
           OPEN INPUT SCENE-FILE
           MOVE 0 TO SCENE-COUNT
           MOVE 0 TO SM-BAD-LOADS
           MOVE SPACE TO EOF-FLAGS(1:1)
           PERFORM READ-SCENE
           PERFORM UNTIL NO-MORE-SCN
               IF SCENE-COUNT >= SCENEMAX
                   DISPLAY 'TOO MANY SCENE RECORDS, MAX=' SCENEMAX
                   ' - IGNORING THE REST'
                   SET NO-MORE-SCN TO TRUE
               ELSE
                   IF SCN-PLOT NUMERIC AND SCN-SLOT NUMERIC
                       ADD 1 TO SCENE-COUNT
                       MOVE SCN-PLOT TO SCENE-T-PLOT(SCENE-COUNT)
                       MOVE SCN-SLOT TO SCENE-T-SLOT(SCENE-COUNT)
                       MOVE SCN-TEXT TO SCENE-T-TEXT(SCENE-COUNT)
                       MOVE SCENE-COUNT TO SCX
                       PERFORM SET-SCENE-LENGTH
                   ELSE
                       ADD 1 TO SM-BAD-LOADS
                       DISPLAY 'UNREADABLE SCENE RECORD DROPPED: PLOT '
                       SCN-PLOT ' SLOT ' SCN-SLOT
                   END-IF
                   PERFORM READ-SCENE
               END-IF
           END-PERFORM
           CLOSE SCENE-FILE
           IF SM-BAD-LOADS > 0
               SET TABLE-CHANGED TO TRUE
           END-IF.

       READ-SCENE.
           READ SCENE-FILE INTO SCENE-REC AT END
               SET NO-MORE-SCN TO TRUE
           END-READ
           IF WS-FS-SCN NOT = '00' AND WS-FS-SCN NOT = '10'
           AND WS-FS-SCN NOT = '05'
               DISPLAY 'ERROR READING ' WS-SCENE-DSNAME
               ' FILE STATUS=' WS-FS-SCN
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       SET-SCENE-LENGTH.
           MOVE 256 TO SCENE-T-LEN(SCX)
           PERFORM UNTIL SCENE-T-LEN(SCX) < 1
           OR SCENE-T-TEXT(SCX)(SCENE-T-LEN(SCX):1) NOT = SPACE
               SUBTRACT 1 FROM SCENE-T-LEN(SCX)
           END-PERFORM.

        *>  the per-plot listing shows each slot's alternates with the
        *>  number HALLMARK will give them; plot 00 lists a summary of
        *>  every plot that has scene records.
       LIST-SCENES.
           DISPLAY 'PLOT NUMBER (0=SUMMARY OF ALL PLOTS)?'
           PERFORM ACCEPT-NUMBER
           IF ANS-NUM-X NOT NUMERIC
               DISPLAY 'IMVALID VALUE'
           ELSE
               IF ANS-NUM = 0
                   PERFORM LIST-SUMMARY
               ELSE
                   MOVE ANS-NUM TO PX
                   PERFORM LIST-ONE-PLOT
               END-IF
           END-IF.

       LIST-SUMMARY.
           DISPLAY ' '
           IF SCENE-COUNT = 0
               DISPLAY 'NO SCENE ALTERNATES ON FILE'
           END-IF
           PERFORM VARYING PX FROM 1 BY 1 UNTIL PX > PLOTMAX
               PERFORM COUNT-PLOT-SLOTS
               IF SM-ALT-COUNT > 0
                   IF PX <= PLOT-COUNT
                       DISPLAY PX ' ' PLOT-TITLE(PX) ' ALTERNATES='
                       SM-ALT-COUNT
                   ELSE
                       DISPLAY PX ' (NOT ON ' WS-PLOT-DSNAME ')'
                       ' ALTERNATES=' SM-ALT-COUNT
                   END-IF
                   DISPLAY '    SLOTS 1-9: '
                   SM-SLOT-ALTS(1) ' ' SM-SLOT-ALTS(2) ' '
                   SM-SLOT-ALTS(3) ' ' SM-SLOT-ALTS(4) ' '
                   SM-SLOT-ALTS(5) ' ' SM-SLOT-ALTS(6) ' '
                   SM-SLOT-ALTS(7) ' ' SM-SLOT-ALTS(8) ' '
                   SM-SLOT-ALTS(9)
               END-IF
           END-PERFORM.

       COUNT-PLOT-SLOTS.
           MOVE 0 TO SM-ALT-COUNT
           PERFORM VARYING SX FROM 1 BY 1 UNTIL SX > SCNSLOTMAX
               MOVE 0 TO SM-SLOT-ALTS(SX)
           END-PERFORM
           PERFORM VARYING SCX FROM 1 BY 1 UNTIL SCX > SCENE-COUNT
               IF SCENE-T-PLOT(SCX) = PX
                   ADD 1 TO SM-ALT-COUNT
                   IF SCENE-T-SLOT(SCX) >= 1
                       ADD 1 TO SM-SLOT-ALTS(SCENE-T-SLOT(SCX))
                   END-IF
               END-IF
           END-PERFORM.

       LIST-ONE-PLOT.
           DISPLAY ' '
           IF PX <= PLOT-COUNT
               DISPLAY 'PLOT ' PX ' ' PLOT-TITLE(PX)
           ELSE
               DISPLAY 'PLOT ' PX ' (NOT ON ' WS-PLOT-DSNAME ')'
           END-IF
           MOVE 0 TO SM-ALT-COUNT
           PERFORM VARYING SX FROM 0 BY 1 UNTIL SX > SCNSLOTMAX
               MOVE 0 TO SM-ALT-SEEN
               PERFORM VARYING SCX FROM 1 BY 1 UNTIL SCX > SCENE-COUNT
                   IF SCENE-T-PLOT(SCX) = PX
                   AND SCENE-T-SLOT(SCX) = SX
                       ADD 1 TO SM-ALT-SEEN
                       ADD 1 TO SM-ALT-COUNT
                       DISPLAY '  SLOT ' SX ' ALT ' SM-ALT-SEEN(3:1)
                       ' ' SCENE-T-TEXT(SCX)(1:60)
                   END-IF
               END-PERFORM
           END-PERFORM
           IF SM-ALT-COUNT = 0
               DISPLAY '  NO SCENE ALTERNATES - THE FLAT TEMPLATE'
               ' TEXT IS USED'
           END-IF.

       ACCEPT-NUMBER.
           ACCEPT ANS-NUM-X
           IF ANS-NUM-X(2:1) = SPACE
               MOVE ANS-NUM-X(1:1) TO ANS-NUM-X(2:1)
               MOVE '0' TO ANS-NUM-X(1:1)
           END-IF.

       PROMPT-FOR-PX.
           MOVE 0 TO PX
           DISPLAY 'PLOT NUMBER (1-' PLOTMAX ')?'
           PERFORM ACCEPT-NUMBER
           IF ANS-NUM-X NUMERIC
               IF ANS-NUM >= 1 AND ANS-NUM <= PLOTMAX
                   MOVE ANS-NUM TO PX
               END-IF
           END-IF
           IF PX = 0
               DISPLAY 'IMVALID VALUE'
           END-IF.

       PROMPT-FOR-SX.
           MOVE 0 TO SX
           DISPLAY 'SLOT NUMBER (1-' SCNSLOTMAX ')?'
           PERFORM ACCEPT-NUMBER
           IF ANS-NUM-X NUMERIC
               IF ANS-NUM >= 1 AND ANS-NUM <= SCNSLOTMAX
                   MOVE ANS-NUM TO SX
               END-IF
           END-IF
           IF SX = 0
               DISPLAY 'IMVALID VALUE'
           END-IF.

        *>  an alternate is picked by its position within the slot,
        *>  which is the number HALLMARK records on savestory.dat;
        *>  SCX comes back as its table entry, 0 when there is none.
       PROMPT-FOR-ALT.
           MOVE 0 TO SCX
           MOVE 0 TO AX
           PERFORM COUNT-SLOT-ALTS
           IF SM-ALT-COUNT = 0
               DISPLAY 'PLOT ' PX ' SLOT ' SX ' HAS NO ALTERNATES'
           ELSE
               DISPLAY 'ALTERNATE NUMBER (1-' SM-ALT-COUNT(3:1) ')?'
               PERFORM ACCEPT-NUMBER
               IF ANS-NUM-X NUMERIC
                   IF ANS-NUM >= 1 AND ANS-NUM <= SM-ALT-COUNT
                       MOVE ANS-NUM TO AX
                       PERFORM FIND-SCENE-ENTRY
                   END-IF
               END-IF
               IF SCX = 0
                   DISPLAY 'IMVALID VALUE'
               END-IF
           END-IF.

       COUNT-SLOT-ALTS.
           MOVE 0 TO SM-ALT-COUNT
           PERFORM VARYING SCY FROM 1 BY 1 UNTIL SCY > SCENE-COUNT
               IF SCENE-T-PLOT(SCY) = PX AND SCENE-T-SLOT(SCY) = SX
                   ADD 1 TO SM-ALT-COUNT
               END-IF
           END-PERFORM.

       FIND-SCENE-ENTRY.
           MOVE 0 TO SCX
           MOVE 0 TO SM-ALT-SEEN
           PERFORM VARYING SCY FROM 1 BY 1
           UNTIL SCY > SCENE-COUNT OR SCX > 0
               IF SCENE-T-PLOT(SCY) = PX AND SCENE-T-SLOT(SCY) = SX
                   ADD 1 TO SM-ALT-SEEN
                   IF SM-ALT-SEEN = AX
                       MOVE SCY TO SCX
                   END-IF
               END-IF
           END-PERFORM.

       VIEW-SCENE.
           PERFORM PROMPT-FOR-PX
           IF PX > 0
               PERFORM PROMPT-FOR-SX
               IF SX > 0
                   PERFORM PROMPT-FOR-ALT
                   IF SCX > 0
                       DISPLAY ' '
                       DISPLAY 'PLOT ' PX ' SLOT ' SX ' ALT ' AX
                       ' LEN=' SCENE-T-LEN(SCX)
                       PERFORM SHOW-SCENE-TEXT
                   END-IF
               END-IF
           END-IF.

       SHOW-SCENE-TEXT.
           MOVE 1 TO INDEX-POS
           PERFORM UNTIL INDEX-POS > SCENE-T-LEN(SCX)
               COMPUTE REMAINING-LEN = SCENE-T-LEN(SCX) - INDEX-POS + 1
               MOVE SPACES TO LINE-BUFFER
               IF REMAINING-LEN > DISP-LEN
                   MOVE SCENE-T-TEXT(SCX)(INDEX-POS:DISP-LEN)
                     TO LINE-BUFFER
                   MOVE DISP-LEN TO COPY-LEN
                   PERFORM FIND-SPACE-BACKWARDS
               ELSE
                   MOVE REMAINING-LEN TO COPY-LEN
               END-IF
               MOVE SPACES TO LINE-BUFFER
               MOVE SCENE-T-TEXT(SCX)(INDEX-POS:COPY-LEN)
                 TO LINE-BUFFER
               DISPLAY LINE-BUFFER
               ADD COPY-LEN TO INDEX-POS
           END-PERFORM.

       FIND-SPACE-BACKWARDS.
           MOVE  DISP-LEN TO SPACE-POS
           PERFORM UNTIL SPACE-POS < 1 OR LINE-BUFFER(SPACE-POS:1) = ' '
               SUBTRACT 1 FROM SPACE-POS
           END-PERFORM
           IF SPACE-POS > 1
               MOVE SPACE-POS TO COPY-LEN
           END-IF.

        *>  text is typed one 80-column line at a time and joined with
        *>  single spaces, as in PLOTMAINT; a line holding only '.'
        *>  ends it.  Anything past byte 256 would be lost on the
        *>  file, so it is cut here and the operator told so.
       ACCEPT-SCENE-TEXT.
           DISPLAY 'ENTER TEXT LINES, A SINGLE . ENDS THE TEXT'
           MOVE SPACES TO SM-TEXT
           MOVE 0 TO SM-TEXT-LEN
           MOVE SPACE TO SM-DONE-SW
           MOVE SPACE TO SM-CUT-SW
           PERFORM UNTIL SM-TEXT-DONE
               MOVE SPACES TO ANS-LINE
               ACCEPT ANS-LINE
               IF ANS-LINE = '.'
                   SET SM-TEXT-DONE TO TRUE
               ELSE
                   PERFORM APPEND-TEXT-LINE
               END-IF
           END-PERFORM
           IF SM-TEXT-CUT
               DISPLAY 'WARNING: TEXT CUT AT 256 BYTES - ENDS "'
               SM-TEXT(217:40) '"'
           END-IF.

       APPEND-TEXT-LINE.
           MOVE 80 TO SM-LINE-LEN
           PERFORM UNTIL SM-LINE-LEN < 1
           OR ANS-LINE(SM-LINE-LEN:1) NOT = SPACE
               SUBTRACT 1 FROM SM-LINE-LEN
           END-PERFORM
           IF SM-LINE-LEN > 0
               IF SM-TEXT-LEN > 0 AND SM-TEXT-LEN < 256
                   ADD 1 TO SM-TEXT-LEN
               END-IF
               COMPUTE SM-ROOM = 256 - SM-TEXT-LEN
               IF SM-ROOM < SM-LINE-LEN
                   SET SM-TEXT-CUT TO TRUE
                   MOVE SM-ROOM TO SM-LINE-LEN
               END-IF
               IF SM-LINE-LEN > 0
                   MOVE ANS-LINE(1:SM-LINE-LEN)
                     TO SM-TEXT(SM-TEXT-LEN + 1:SM-LINE-LEN)
                   ADD SM-LINE-LEN TO SM-TEXT-LEN
               END-IF
           END-IF.

        *>  a new alternate goes in after the last one already on the
        *>  slot (or after the plot's last record), so the alternates
        *>  already on file keep their numbers and replays stay good.
       ADD-SCENE.
           IF SCENE-COUNT >= SCENEMAX
               DISPLAY 'ALREADY AT THE MAXIMUM ' SCENEMAX ' ALTERNATES'
           ELSE
               PERFORM PROMPT-FOR-PX
               IF PX > 0
                   PERFORM PROMPT-FOR-SX
               END-IF
               IF PX > 0 AND SX > 0
                   PERFORM COUNT-SLOT-ALTS
                   IF SM-ALT-COUNT >= SCNALTMAX
                       DISPLAY 'PLOT ' PX ' SLOT ' SX
                       ' ALREADY HAS THE MAXIMUM ' SCNALTMAX
                       ' ALTERNATES'
                   ELSE
                       PERFORM ACCEPT-SCENE-TEXT
                       IF SM-TEXT-LEN = 0
                           DISPLAY 'NO TEXT ENTERED - NOTHING ADDED'
                       ELSE
                           PERFORM INSERT-SCENE-ENTRY
                           ADD 1 TO SM-ALT-COUNT
                           MOVE SM-ALT-COUNT TO AX
                           SET TABLE-CHANGED TO TRUE
                           PERFORM QUEUE-ADD-JOURNAL
                           DISPLAY 'ADDED AS PLOT ' PX ' SLOT ' SX
                           ' ALT ' AX
                           PERFORM CHECK-ONE-SCENE
                       END-IF
                   END-IF
               END-IF
           END-IF.

       INSERT-SCENE-ENTRY.
           MOVE 0 TO SM-INSERT-AT
           PERFORM VARYING SCY FROM 1 BY 1 UNTIL SCY > SCENE-COUNT
               IF SCENE-T-PLOT(SCY) = PX AND SCENE-T-SLOT(SCY) <= SX
                   MOVE SCY TO SM-INSERT-AT
               END-IF
           END-PERFORM
           IF SM-INSERT-AT = 0
               PERFORM VARYING SCY FROM 1 BY 1 UNTIL SCY > SCENE-COUNT
                   IF SCENE-T-PLOT(SCY) = PX
                   AND SM-INSERT-AT = 0
                       COMPUTE SM-INSERT-AT = SCY - 1
                   END-IF
               END-PERFORM
               IF SM-INSERT-AT = 0
                   MOVE SCENE-COUNT TO SM-INSERT-AT
               END-IF
           END-IF
           ADD 1 TO SM-INSERT-AT
           MOVE SCENE-COUNT TO SCY
           PERFORM UNTIL SCY < SM-INSERT-AT
               MOVE SCENE-ENTRY(SCY) TO SCENE-ENTRY(SCY + 1)
               SUBTRACT 1 FROM SCY
           END-PERFORM
           ADD 1 TO SCENE-COUNT
           MOVE SM-INSERT-AT TO SCX
           MOVE PX TO SCENE-T-PLOT(SCX)
           MOVE SX TO SCENE-T-SLOT(SCX)
           MOVE SM-TEXT TO SCENE-T-TEXT(SCX)
           MOVE SM-TEXT-LEN TO SCENE-T-LEN(SCX).

       CHANGE-SCENE.
           PERFORM PROMPT-FOR-PX
           IF PX > 0
               PERFORM PROMPT-FOR-SX
               IF SX > 0
                   PERFORM PROMPT-FOR-ALT
                   IF SCX > 0
                       DISPLAY 'CURRENT TEXT:'
                       PERFORM SHOW-SCENE-TEXT
                       PERFORM ACCEPT-SCENE-TEXT
                       IF SM-TEXT-LEN = 0
                           DISPLAY 'NO TEXT ENTERED - ALTERNATE'
                           ' UNCHANGED'
                       ELSE
                           IF SM-TEXT = SCENE-T-TEXT(SCX)
                               DISPLAY 'TEXT IS THE SAME - NOTHING'
                               ' CHANGED'
                           ELSE
                               MOVE SCENE-T-TEXT(SCX) TO HOLD-TEXT
                               MOVE SM-TEXT TO SCENE-T-TEXT(SCX)
                               MOVE SM-TEXT-LEN TO SCENE-T-LEN(SCX)
                               SET TABLE-CHANGED TO TRUE
                               PERFORM QUEUE-CHANGE-JOURNAL
                               DISPLAY 'TEXT REPLACED, LEN='
                               SCENE-T-LEN(SCX)
                               PERFORM CHECK-ONE-SCENE
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.

        *>  deleting an alternate renumbers the ones after it in the
        *>  same slot - say so, since savestory.dat hands name them
        *>  by number.
       DELETE-SCENE.
           PERFORM PROMPT-FOR-PX
           IF PX > 0
               PERFORM PROMPT-FOR-SX
               IF SX > 0
                   PERFORM PROMPT-FOR-ALT
                   IF SCX > 0
                       PERFORM SHOW-SCENE-TEXT
                       IF AX < SM-ALT-COUNT
                           DISPLAY 'LATER ALTERNATES IN THIS SLOT MOVE'
                           ' UP ONE NUMBER - REPLAYS OF OLDER STORIES'
                           ' WILL PICK DIFFERENT TEXT'
                       END-IF
                       DISPLAY 'DELETE PLOT ' PX ' SLOT ' SX ' ALT '
                       AX '? (Y=YES)'
                       ACCEPT CONFIRM-X
                       IF CONFIRM-X = 'Y' OR CONFIRM-X = 'y'
                           PERFORM QUEUE-DELETE-JOURNAL
                           PERFORM UNTIL SCX >= SCENE-COUNT
                               MOVE SCENE-ENTRY(SCX + 1)
                                 TO SCENE-ENTRY(SCX)
                               ADD 1 TO SCX
                           END-PERFORM
                           SUBTRACT 1 FROM SCENE-COUNT
                           SET TABLE-CHANGED TO TRUE
                           DISPLAY 'DELETED - ' SCENE-COUNT
                           ' ALTERNATES REMAIN'
                           PERFORM CHECK-PLOT-SLOTS
                       END-IF
                   END-IF
               END-IF
           END-IF.

        *>  the checks HALLMARK itself would only make quietly (or not
        *>  at all): a plot number off the end of plot.dat, a slot
        *>  outside 1-9 (both dropped by LOAD-SCENES), a slot with no
        *>  slot before it in the same plot (the skeleton has a hole),
        *>  and tokens that no vars.dat variable will replace.
       CHECK-ALL-SCENES.
           MOVE 0 TO SM-WARNINGS
           PERFORM VARYING SCX FROM 1 BY 1 UNTIL SCX > SCENE-COUNT
               PERFORM CHECK-SCENE-PLACE
               PERFORM SCAN-SCENE-TOKENS
           END-PERFORM
           PERFORM VARYING PX FROM 1 BY 1 UNTIL PX > PLOTMAX
               PERFORM CHECK-PLOT-SLOTS
           END-PERFORM
           IF SM-WARNINGS = 0
               DISPLAY 'SCENE CHECK: NO PROBLEMS FOUND'
           ELSE
               DISPLAY 'SCENE CHECK: ' SM-WARNINGS ' WARNING(S)'
           END-IF.

       CHECK-ONE-SCENE.
           MOVE 0 TO SM-WARNINGS
           PERFORM CHECK-SCENE-PLACE
           PERFORM SCAN-SCENE-TOKENS
           PERFORM CHECK-PLOT-SLOTS.

       CHECK-SCENE-PLACE.
           IF SCENE-T-PLOT(SCX) < 1 OR SCENE-T-PLOT(SCX) > PLOT-COUNT
               ADD 1 TO SM-WARNINGS
               DISPLAY 'WARNING: PLOT ' SCENE-T-PLOT(SCX) ' SLOT '
               SCENE-T-SLOT(SCX) ' - PLOT IS NOT ON '
               WS-PLOT-DSNAME ' (HALLMARK SKIPS IT)'
           END-IF
           IF SCENE-T-SLOT(SCX) < 1
               ADD 1 TO SM-WARNINGS
               DISPLAY 'WARNING: PLOT ' SCENE-T-PLOT(SCX)
               ' SLOT 0 IS NOT A TEMPLATE SLOT (HALLMARK SKIPS IT)'
           END-IF.

       CHECK-PLOT-SLOTS.
           PERFORM COUNT-PLOT-SLOTS
           IF SM-ALT-COUNT > 0
               PERFORM VARYING SX FROM 2 BY 1 UNTIL SX > SCNSLOTMAX
                   IF SM-SLOT-ALTS(SX) > 0
                   AND SM-SLOT-ALTS(SX - 1) = 0
                       ADD 1 TO SM-WARNINGS
                       COMPUTE SM-PRIOR-SLOT = SX - 1
                       DISPLAY 'WARNING: PLOT ' PX ' SLOT ' SX(2:1)
                       ' HAS NO MATCHING SLOT ' SM-PRIOR-SLOT
                       ' IN THE TEMPLATE BEFORE IT'
                   END-IF
               END-PERFORM
           END-IF.

       SCAN-SCENE-TOKENS.
           MOVE 1 TO TOK-POS
           PERFORM UNTIL TOK-POS > SCENE-T-LEN(SCX)
               MOVE SCENE-T-TEXT(SCX)(TOK-POS:1) TO TOK-CH
               IF TOK-CH >= 'A' AND TOK-CH <= 'Z'
                   PERFORM COLLECT-TOKEN
               ELSE
                   ADD 1 TO TOK-POS
               END-IF
           END-PERFORM.

       COLLECT-TOKEN.
           MOVE SPACES TO TOK-VAL
           MOVE 0 TO TOK-LEN
           MOVE SPACE TO TOK-DONE-SW
           PERFORM UNTIL TOK-POS > SCENE-T-LEN(SCX) OR TOK-DONE
               MOVE SCENE-T-TEXT(SCX)(TOK-POS:1) TO TOK-CH
               IF (TOK-CH >= 'A' AND TOK-CH <= 'Z') OR TOK-CH = '-'
                   IF TOK-LEN < 16
                       ADD 1 TO TOK-LEN
                       MOVE TOK-CH TO TOK-VAL(TOK-LEN:1)
                   END-IF
                   ADD 1 TO TOK-POS
               ELSE
                   SET TOK-DONE TO TRUE
               END-IF
           END-PERFORM
           IF TOK-LEN >= 2
               PERFORM CHECK-TOKEN-MATCH
           END-IF.

       CHECK-TOKEN-MATCH.
           MOVE SPACE TO TOK-MATCHED-SW
           PERFORM VARYING VI FROM 1 BY 1
           UNTIL VI > VAR-NAME-COUNT OR TOK-MATCHED
               IF TOK-VAL = VAR-NAME(VI)
                   SET TOK-MATCHED TO TRUE
               END-IF
           END-PERFORM
           IF NOT TOK-MATCHED
               ADD 1 TO SM-WARNINGS
               DISPLAY 'WARNING: TOKEN HAS NO VARS.DAT MATCH: '
               TOK-VAL ' IN PLOT ' SCENE-T-PLOT(SCX) ' SLOT '
               SCENE-T-SLOT(SCX)
           END-IF.

        *>  SCN-ALT goes out as the alternate's position within its
        *>  slot - the number LOAD-SCENES will give it anyway - so a
        *>  hand-numbered file comes back consistent after one save.
       SAVE-SCENE-TABLE.
           PERFORM SNAPSHOT-PRIOR-GENERATION
           OPEN OUTPUT SCENE-FILE
           IF WS-FS-SCN NOT = '00'
               DISPLAY 'UNABLE TO OPEN ' WS-SCENE-DSNAME
               ' FOR OUTPUT, FILE STATUS=' WS-FS-SCN
           ELSE
               MOVE 0 TO SM-WRITTEN
               PERFORM VARYING SCX FROM 1 BY 1 UNTIL SCX > SCENE-COUNT
                   PERFORM WRITE-ONE-SCENE
               END-PERFORM
               CLOSE SCENE-FILE
               MOVE SPACE TO DIRTY-SWITCH
               DISPLAY 'SAVED ' SM-WRITTEN ' ALTERNATES TO '
               WS-SCENE-DSNAME
               PERFORM SIGN-CONTROL-TOTALS
               PERFORM WRITE-JOURNAL-RECORDS
           END-IF.

       WRITE-ONE-SCENE.
           MOVE 0 TO SM-ALT-SEEN
           PERFORM VARYING SCY FROM 1 BY 1 UNTIL SCY > SCX
               IF SCENE-T-PLOT(SCY) = SCENE-T-PLOT(SCX)
               AND SCENE-T-SLOT(SCY) = SCENE-T-SLOT(SCX)
                   ADD 1 TO SM-ALT-SEEN
               END-IF
           END-PERFORM
           MOVE SPACES TO SCENE-REC
           MOVE SCENE-T-PLOT(SCX) TO SCN-PLOT
           MOVE SCENE-T-SLOT(SCX) TO SCN-SLOT
           IF SM-ALT-SEEN > 9
               MOVE 9 TO SCN-ALT
           ELSE
               MOVE SM-ALT-SEEN TO SCN-ALT
           END-IF
           MOVE SCENE-T-TEXT(SCX) TO SCN-TEXT
           WRITE SCENE-RECORD FROM SCENE-REC
           ADD 1 TO SM-WRITTEN.

       GET-JOURNAL-SLOT.
           MOVE 0 TO PNX
           IF PND-COUNT >= PNDMAX
               IF NOT PND-OVERFLOWED
                   DISPLAY 'JOURNAL QUEUE FULL AT ' PNDMAX
                   ' - FURTHER CHANGES SAVE BUT DO NOT JOURNAL'
                   SET PND-OVERFLOWED TO TRUE
               END-IF
           ELSE
               ADD 1 TO PND-COUNT
               MOVE PND-COUNT TO PNX
               MOVE SPACE TO PND-ACTION(PNX)
               MOVE PX TO PND-PLOT(PNX)
               MOVE SX TO PND-SLOT(PNX)
               MOVE AX TO PND-ALT(PNX)
               MOVE SPACES TO PND-GEN-NAME(PNX)
               MOVE SPACES TO PND-OLD-TEXT(PNX)
               MOVE SPACES TO PND-NEW-TEXT(PNX)
           END-IF.

       QUEUE-ADD-JOURNAL.
           PERFORM GET-JOURNAL-SLOT
           IF PNX > 0
               MOVE 'A' TO PND-ACTION(PNX)
               MOVE SCENE-T-TEXT(SCX) TO PND-NEW-TEXT(PNX)
           END-IF.

       QUEUE-CHANGE-JOURNAL.
           PERFORM GET-JOURNAL-SLOT
           IF PNX > 0
               MOVE 'C' TO PND-ACTION(PNX)
               MOVE HOLD-TEXT TO PND-OLD-TEXT(PNX)
               MOVE SCENE-T-TEXT(SCX) TO PND-NEW-TEXT(PNX)
           END-IF.

       QUEUE-DELETE-JOURNAL.
           PERFORM GET-JOURNAL-SLOT
           IF PNX > 0
               MOVE 'D' TO PND-ACTION(PNX)
               MOVE SCENE-T-TEXT(SCX) TO PND-OLD-TEXT(PNX)
           END-IF.

       QUEUE-RESTORE-JOURNAL.
           MOVE 0 TO PX
           MOVE 0 TO SX
           MOVE 0 TO AX
           PERFORM GET-JOURNAL-SLOT
           IF PNX > 0
               MOVE 'R' TO PND-ACTION(PNX)
               MOVE WS-GEN-DSNAME(1:16) TO PND-GEN-NAME(PNX)
           END-IF.

        *>  the displaced file is copied record for record to the
        *>  next numbered generation before the live file is opened
        *>  for output, so any save can be undone with R.
       SNAPSHOT-PRIOR-GENERATION.
           MOVE 0 TO GEN-NUMBER
           MOVE SPACE TO EOF-GC-SWITCH
           OPEN INPUT GENCTR-FILE
           READ GENCTR-FILE AT END
               SET NO-MORE-GC TO TRUE
           END-READ
           IF NOT NO-MORE-GC AND GEN-LAST-GEN NUMERIC
               MOVE GEN-LAST-GEN TO GEN-NUMBER
           END-IF
           CLOSE GENCTR-FILE
           ADD 1 TO GEN-NUMBER
           MOVE SPACES TO WS-GEN-DSNAME
           STRING 'scenes.g' GEN-NUMBER
               DELIMITED BY SIZE INTO WS-GEN-DSNAME
           MOVE 0 TO GEN-COPIED
           MOVE SPACE TO EOF-GEN-SWITCH
           OPEN INPUT SCENE-FILE
           OPEN OUTPUT GEN-FILE
           PERFORM UNTIL NO-MORE-GEN
               READ SCENE-FILE AT END
                   SET NO-MORE-GEN TO TRUE
               END-READ
               IF NOT NO-MORE-GEN
                   WRITE GEN-RECORD FROM SCENE-RECORD
                   ADD 1 TO GEN-COPIED
               END-IF
           END-PERFORM
           CLOSE SCENE-FILE
           CLOSE GEN-FILE
           OPEN OUTPUT GENCTR-FILE
           MOVE GEN-NUMBER TO GEN-LAST-GEN
           WRITE GENCTR-REC
           CLOSE GENCTR-FILE
           DISPLAY 'PRIOR GENERATION SAVED AS ' WS-GEN-DSNAME
           ' (' GEN-COPIED ' RECORDS)'.

       WRITE-JOURNAL-RECORDS.
           OPEN EXTEND JOURNAL-FILE
           IF WS-FS-JRN NOT = '00' AND WS-FS-JRN NOT = '05'
               OPEN OUTPUT JOURNAL-FILE
           END-IF
           MOVE SPACES TO JOURNAL-REC
           ACCEPT JRN-DATE FROM DATE YYYYMMDD
           ACCEPT JRN-TIME FROM TIME
           MOVE OPERATOR-ID TO JRN-OPER
           MOVE 'S' TO JRN-ACTION
           MOVE 0 TO JRN-PLOT JRN-SLOT JRN-ALT
           MOVE WS-GEN-DSNAME(1:16) TO JRN-GEN-NAME
           WRITE JOURNAL-REC
           PERFORM VARYING PNX FROM 1 BY 1 UNTIL PNX > PND-COUNT
               MOVE PND-ACTION(PNX) TO JRN-ACTION
               MOVE PND-PLOT(PNX) TO JRN-PLOT
               MOVE PND-SLOT(PNX) TO JRN-SLOT
               MOVE PND-ALT(PNX) TO JRN-ALT
               MOVE PND-GEN-NAME(PNX) TO JRN-GEN-NAME
               MOVE PND-OLD-TEXT(PNX) TO JRN-OLD-TEXT
               MOVE PND-NEW-TEXT(PNX) TO JRN-NEW-TEXT
               WRITE JOURNAL-REC
           END-PERFORM
           CLOSE JOURNAL-FILE
           DISPLAY PND-COUNT ' CHANGE(S) JOURNALED'
           MOVE 0 TO PND-COUNT
           MOVE SPACE TO PND-OVERFLOW-SW.

        *>  reinstate a chosen generation into the table; nothing
        *>  reaches the live file until the operator saves, and that
        *>  save snapshots the current live file first.
       RESTORE-GENERATION.
           DISPLAY 'GENERATION NUMBER TO RESTORE?'
           MOVE SPACES TO ANS-GEN-X
           ACCEPT ANS-GEN-X
           PERFORM UNTIL ANS-GEN-X = SPACES
           OR ANS-GEN-X(4:1) NOT = SPACE
               MOVE ANS-GEN-X TO ANS-GEN-SHIFT-X
               MOVE ANS-GEN-SHIFT-X(1:3) TO ANS-GEN-X(2:3)
               MOVE SPACE TO ANS-GEN-X(1:1)
           END-PERFORM
           INSPECT ANS-GEN-X REPLACING LEADING SPACES BY '0'
           IF ANS-GEN-X NOT NUMERIC OR ANS-GEN = 0
               DISPLAY 'IMVALID VALUE'
           ELSE
               MOVE SPACES TO WS-GEN-DSNAME
               STRING 'scenes.g' ANS-GEN
                   DELIMITED BY SIZE INTO WS-GEN-DSNAME
               MOVE WS-SCENE-DSNAME TO WS-HOLD-DSNAME
               MOVE WS-GEN-DSNAME TO WS-SCENE-DSNAME
               OPEN INPUT SCENE-FILE
               IF WS-FS-SCN NOT = '00'
                   DISPLAY 'NO SUCH GENERATION: ' WS-GEN-DSNAME
                   CLOSE SCENE-FILE
                   MOVE WS-HOLD-DSNAME TO WS-SCENE-DSNAME
               ELSE
                   CLOSE SCENE-FILE
                   PERFORM LOAD-SCENE-TABLE
                   MOVE WS-HOLD-DSNAME TO WS-SCENE-DSNAME
                   SET TABLE-CHANGED TO TRUE
                   PERFORM QUEUE-RESTORE-JOURNAL
                   DISPLAY 'LOADED ' WS-GEN-DSNAME ' ('
                   SCENE-COUNT ' ALTERNATES) - USE S TO SAVE IT'
                   ' BACK TO ' WS-SCENE-DSNAME
                   PERFORM CHECK-ALL-SCENES
               END-IF
           END-IF.
        END PROGRAM SCENEMAINT.
