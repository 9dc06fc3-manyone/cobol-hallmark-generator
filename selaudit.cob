        *>    - a SEL-PLOT-PICK out of season for the run date
        *>    - a SEL-CHOICE beyond that variable's option count
        *>    - a choice whose VAR-DEP-NAME dependency cannot hold
        *>    - an 'S' (carry from the parent) on a card that asks for
        *>      no sequel, and a sequel parent that savestory.dat
        *>      does not hold, which HALLMARK builds unlinked
        *>    - no requesting department to charge the story to
        *>  with a card-by-card exception listing and a nonzero
        *>  return code so the scheduler can hold the job.
        *>  Run date comes from SELAUDIT_DATE (YYYYMMDD) or today.
        *>  Before any card is read the reference files are checked
        *>  against their control totals (CTLCHK); one changed
        *>  outside its maintenance program ends the audit with
        *>  return code 28, which holds the night like any problem.
        ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-SEL.

               SELECT OPTIONAL SAVE-FILE
               ASSIGN TO "savestory.dat"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-SAV.
        DATA DIVISION.
       FILE SECTION.

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
               88 NO-MORE-PLOT VALUE 'Y'.
           03 FILLER PIC X(01) VALUE SPACE.
               88 NO-MORE-SEL VALUE 'Y'.
           03 FILLER PIC X(01) VALUE SPACE.
               88 NO-MORE-SAV VALUE 'Y'.

       01 WS-FS-VARS  PIC X(02).
       01 WS-FS-PLOT  PIC X(02).
       01 WS-FS-SEL   PIC X(02).
       01 WS-FS-SAV   PIC X(02).
       01 WS-VARS-DSNAME PIC X(40) VALUE "vars.dat".
       01 WS-PLOT-DSNAME PIC X(40) VALUE "plot.dat".
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
           03  SEL-PLOT-PICK PIC 99.
           03  SEL-CHOICE PIC XX OCCURS 50 TIMES.
           03  SEL-GENRE PIC X(4).
           03  SEL-SEQUEL-OF PIC 9(8).
           03  SEL-REQUESTER PIC X(8).
       01  SEL-PLOT-PICK-X REDEFINES SEL-REC.
           03  SEL-PLOT-X    PIC XX.
           03  FILLER        PIC X(104).
           03  SEL-SEQUEL-OF-X PIC X(8).

        *>  the parents the deck asks sequels of, checked against
        *>  savestory.dat once the whole deck has been read
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
           03  AUD-CARD-NO     PIC 9(4) VALUE 0.
           03  AUD-DEP-VI      PIC 99.
           03  AUD-GENRE-HITS  PIC 9(3).
           03  AUD-SEQUEL-SW   PIC X.
               88  AUD-SEQUEL-CARD VALUE 'Y'.

        *>****************************************************************
        PROCEDURE DIVISION.
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
                   WHEN OTHER MOVE SPACES TO CTK-DSNAME
               END-EVALUATE
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
               END-IF
           END-PERFORM.

       LOAD-VARS-TABLE.
           OPEN INPUT VARS-FILE
           IF WS-FS-VARS NOT = '00'
        *>  in season on the run date, or BUILD-STORY substitutes a
        *>  random in-season plot without telling anyone.
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
               ' OF GENRE ' SEL-GENRE ' FOR ' RUN-DATE
           END-IF.

        *>  a sequel parent is kept once however many cards ask for
        *>  it; the first card is the one reported.
       AUDIT-CARD-SEQUEL.
           IF SEL-SEQUEL-OF-X NOT NUMERIC
               ADD 1 TO AUD-PROBLEMS
               DISPLAY 'CARD ' AUD-CARD-NO ': SEQUEL PARENT NOT '
               'NUMERIC: ' SEL-SEQUEL-OF-X
           ELSE
               SET AUD-SEQUEL-CARD TO TRUE
               MOVE 0 TO PY
               PERFORM VARYING PX FROM 1 BY 1
               UNTIL PX > PARENT-COUNT OR PY > 0
                   IF PT-SEQ(PX) = SEL-SEQUEL-OF
                       MOVE PX TO PY
                   END-IF
               END-PERFORM
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

       AUDIT-SEQUEL-PARENTS.
           OPEN INPUT SAVE-FILE
           IF WS-FS-SAV = '00'
               PERFORM UNTIL NO-MORE-SAV
                   READ SAVE-FILE AT END
                       SET NO-MORE-SAV TO TRUE
                   END-READ
                   IF NOT NO-MORE-SAV
                       IF SAV-SEQ NUMERIC AND SAV-SEQ > 0
                           PERFORM VARYING PX FROM 1 BY 1
                           UNTIL PX > PARENT-COUNT
                               IF PT-SEQ(PX) = SAV-SEQ
                                   MOVE 'Y' TO PT-FOUND(PX)
                               END-IF
                           END-PERFORM
                       END-IF
                   END-IF
               END-PERFORM
           END-IF
           CLOSE SAVE-FILE
           PERFORM VARYING PX FROM 1 BY 1 UNTIL PX > PARENT-COUNT
               IF PT-FOUND(PX) NOT = 'Y'
                   ADD 1 TO AUD-PROBLEMS
                   DISPLAY 'CARD ' PT-CARD-NO(PX) ': SEQUEL PARENT '
                   PT-SEQ(PX) ' NOT ON savestory.dat - THE STORY'
                   ' WOULD BE BUILT OUTSIDE ANY SERIES'
               END-IF
           END-PERFORM.

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
