        *>  Builds a selects.dat batch deck from a selreq.dat request
        *>  card file so the scheduler no longer hand-types SEL-RECs.
        *>  Card layout (80-column card images):
        *>      REQUEST dddddddd        department dddddddd asks for
        *>                              the STORIES and SEQUEL cards
        *>                              that follow, up to the next
        *>                              REQUEST card
        *>      STORIES nnnn            number of stories wanted
        *>      PLOT    pp ppp          plot pp gets ppp percent
        *>      GENRE   gggg ppp        genre gggg gets ppp percent
        *>      PIN     <var-name>  cc  pin choice cc for named var
        *>      SEQUEL  nnnnnnnn pp gggg  one sequel to story nnnnnnnn
        *>                              on plot pp or genre gggg
        *>                              (both optional)
        *>      CARRY   <var-name>      the sequel above keeps its
        *>                              parent's value for that var
        *>  A GENRE card allocates by the catalog's PC-GENRE instead
        *>  of a plot number, so a reordered plot.dat no longer
        *>  silently changes the night's mix - BUILD-STORY picks an
        *>  in-season plot of that genre at run time.  Unallocated
        *>  percentage and unpinned positions come out as random
        *>  ('R' / plot 00) exactly as BUILD-STORY expects.
        *>  Each SEQUEL card writes one card of its own, ahead of the
        *>  mix and on top of the STORIES count, with the parent's
        *>  sequence in SEL-SEQUEL-OF and 'S' in every carried
        *>  position; PIN cards still fill the positions it does not
        *>  carry.  HALLMARK picks the parent's values up from
        *>  savestory.dat and keeps the sequel off the parent's plot.
        *>  Every story is charged back to the department that asked
        *>  for it, so a STORIES or SEQUEL card must have a REQUEST
        *>  card above it.  Each department's STORIES count is its
        *>  own and the deck is their total; the PLOT, GENRE and PIN
        *>  cards still shape the whole night's mix, and the mix cards
        *>  are charged out in REQUEST-card order, each department
        *>  taking as many as it asked for.  SEL-REQUESTER carries the
        *>  department on every card.  The department must be one of
        *>  the D records on the chargeback rate file (chgrate.dat,
        *>  or CHGRATE_DSNAME); with no departments on file the
        *>  REQUEST cards are taken as they stand.
        ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-SEL.

               SELECT OPTIONAL RATE-FILE
               ASSIGN TO WS-RATE-DSNAME
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-RATE.
        DATA DIVISION.
       FILE SECTION.

           03  REQ-PIN-CHOICE-X PIC X(2).
           03  FILLER          PIC X(53).

       01  REQ-SEQUEL-VIEW REDEFINES REQ-REC.
           03  FILLER          PIC X(8).
           03  REQ-SEQUEL-OF-X PIC X(8).
           03  FILLER          PIC X(1).
           03  REQ-SEQUEL-PLOT-X PIC X(2).
           03  FILLER          PIC X(1).
           03  REQ-SEQUEL-GENRE PIC X(4).
           03  FILLER          PIC X(56).

       01  REQ-REQUEST-VIEW REDEFINES REQ-REC.
           03  FILLER          PIC X(8).
           03  REQ-DEPT        PIC X(8).
           03  FILLER          PIC X(64).

       FD  SEL-FILE
              RECORD CONTAINS 122 CHARACTERS
              BLOCK CONTAINS 0 RECORDS
              RECORDING MODE IS F.

       01  SEL-FILE-RECORD.
           03 FILLER PIC X(122).

       FD  RATE-FILE
              RECORD CONTAINS 80 CHARACTERS
              BLOCK CONTAINS 0 RECORDS
              RECORDING MODE IS F.

       01  RATE-REC.
           03  CR-TYPE         PIC X.
               88  CR-DEPT-REC VALUE 'D'.
           03  CR-DEPT         PIC X(8).
           03  FILLER          PIC X(71).
        WORKING-STORAGE SECTION.
       01 EOF-FLAGS.
           03 FILLER PIC X(01) VALUE SPACE.
               88 NO-MORE-VARS VALUE 'Y'.
           03 FILLER PIC X(01) VALUE SPACE.
               88 NO-MORE-REQ VALUE 'Y'.
           03 FILLER PIC X(01) VALUE SPACE.
               88 NO-MORE-RATE VALUE 'Y'.

       01 WS-FS-VARS  PIC X(02).
       01 WS-FS-REQ   PIC X(02).
       01 WS-FS-SEL   PIC X(02).
       01 WS-FS-RATE  PIC X(02).
       01 WS-VARS-DSNAME PIC X(40) VALUE "vars.dat".
       01 WS-RATE-DSNAME PIC X(40) VALUE "chgrate.dat".
       01 WS-ENV-NAME     PIC X(20).

       01  REF-DATA.
           03  SEL-PLOT-PICK PIC 99.
           03  SEL-CHOICE PIC XX OCCURS 50 TIMES.
           03  SEL-GENRE PIC X(4).
           03  SEL-SEQUEL-OF PIC 9(8).
           03  SEL-REQUESTER PIC X(8).

       01  REQUEST-FIELDS.
           03  REQ-STORY-COUNT   PIC 9(4) VALUE 0.
           03  REQ-PIN-COUNT     PIC 99 VALUE 0.
           03  REQ-PIN-VI        PIC 99 OCCURS 50 TIMES.
           03  REQ-PIN-VAL       PIC 99 OCCURS 50 TIMES.
           03  REQ-SEQ-COUNT     PIC 99 VALUE 0.
           03  REQ-SEQ-ENTRY OCCURS 99 TIMES.
               05  REQ-SEQ-OF        PIC 9(8).
               05  REQ-SEQ-PLOT      PIC 99.
               05  REQ-SEQ-GENRE     PIC X(4).
               05  REQ-SEQ-CARRIES   PIC 99.
               05  REQ-SEQ-CARRY     PIC X OCCURS 50 TIMES.
               05  REQ-SEQ-DEPT      PIC X(8).
           03  REQ-DEPT-COUNT    PIC 99 VALUE 0.
           03  REQ-CUR-DEPT      PIC 99 VALUE 0.
           03  REQ-DEPT-ENTRY OCCURS 20 TIMES.
               05  REQ-DEPT-NAME     PIC X(8).
               05  REQ-DEPT-STORIES  PIC 9(4).
               05  REQ-DEPT-WRITTEN  PIC 9(4).

       01  GEN-FIELDS.
           03  GEN-WRITTEN       PIC 9(4) VALUE 0.
           03  GEN-PLOT-NO       PIC 99.
           03  GEN-GENRE         PIC X(4).
           03  PIN-X             PIC 99.
           03  SQX               PIC 99.
           03  DPX               PIC 99.

       01  REQ-ERROR-SWITCH PIC X VALUE SPACE.
           88  REQ-HAS-ERRORS VALUE 'Y'.

       01  REQ-SEQ-PLOT-X PIC XX.
       01  FILLER REDEFINES REQ-SEQ-PLOT-X.
          03  REQ-SEQ-PLOT-NO PIC 99.

       01  PIN-CHOICE-X PIC XX.
       01  FILLER REDEFINES PIN-CHOICE-X.
          03  PIN-CHOICE PIC 99.

        *>  the departments the chargeback rate file knows.
       01  KNOWN-DEPT-COUNT PIC 99 VALUE 0.
       01  KNOWN-DEPT-AREA.
           03  KNOWN-DEPT PIC X(8) OCCURS 50 TIMES.
       01  KDX PIC 99.
       01  DEPT-FOUND-SWITCH PIC X.
           88  DEPT-FOUND VALUE 'Y'.
       01  LOWER-LETTERS PIC X(26) VALUE 'abcdefghijklmnopqrstuvwxyz'.
       01  UPPER-LETTERS PIC X(26) VALUE 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.

        *>****************************************************************
        PROCEDURE DIVISION.
           MOVE "VARS_DSNAME" TO WS-ENV-NAME
           IF WS-VARS-DSNAME = SPACES
               MOVE "vars.dat" TO WS-VARS-DSNAME
           END-IF
           MOVE "CHGRATE_DSNAME" TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-RATE-DSNAME FROM ENVIRONMENT-VALUE
           IF WS-RATE-DSNAME = SPACES
               MOVE "chgrate.dat" TO WS-RATE-DSNAME
           END-IF

           PERFORM LOAD-VARS-TABLE
           PERFORM LOAD-DEPARTMENTS
           DISPLAY 'SELGEN - BATCH DECK GENERATOR'
           DISPLAY 'VARIABLES ON FILE: ' VAR-NAME-COUNT

               STOP RUN
           END-IF.

        *>  only the D records matter here; CHGRPT reads the rates.
       LOAD-DEPARTMENTS.
           MOVE 0 TO KNOWN-DEPT-COUNT
           OPEN INPUT RATE-FILE
           IF WS-FS-RATE = '00'
               PERFORM UNTIL NO-MORE-RATE
                   READ RATE-FILE AT END
                       SET NO-MORE-RATE TO TRUE
                   END-READ
                   IF NOT NO-MORE-RATE
                       IF CR-DEPT-REC AND CR-DEPT NOT = SPACES
                       AND KNOWN-DEPT-COUNT < 50
                           ADD 1 TO KNOWN-DEPT-COUNT
                           MOVE CR-DEPT TO KNOWN-DEPT(KNOWN-DEPT-COUNT)
                           INSPECT KNOWN-DEPT(KNOWN-DEPT-COUNT)
                               CONVERTING LOWER-LETTERS TO UPPER-LETTERS
                       END-IF
                   END-IF
               END-PERFORM
           END-IF
           CLOSE RATE-FILE
           IF KNOWN-DEPT-COUNT = 0
               DISPLAY 'NO DEPARTMENTS ON ' WS-RATE-DSNAME
               ' - REQUEST CARDS NOT CHECKED'
           END-IF.

       READ-REQUEST-CARDS.
           OPEN INPUT REQ-FILE
           IF WS-FS-REQ NOT = '00'
           PERFORM READ-REQ
           PERFORM UNTIL NO-MORE-REQ
               EVALUATE REQ-KEYWORD
                   WHEN 'REQUEST '
                       PERFORM TAKE-REQUEST-CARD
                   WHEN 'STORIES '
                       PERFORM TAKE-STORIES-CARD
                   WHEN 'PLOT    '
                       PERFORM TAKE-GENRE-CARD
                   WHEN 'PIN     '
                       PERFORM TAKE-PIN-CARD
                   WHEN 'SEQUEL  '
                       PERFORM TAKE-SEQUEL-CARD
                   WHEN 'CARRY   '
                       PERFORM TAKE-CARRY-CARD
                   WHEN '*       '
                       CONTINUE
                   WHEN SPACES
               SET NO-MORE-REQ TO TRUE
           END-READ.

        *>  a department named twice picks up where it left off.
       TAKE-REQUEST-CARD.
           INSPECT REQ-DEPT CONVERTING LOWER-LETTERS TO UPPER-LETTERS
           MOVE SPACE TO DEPT-FOUND-SWITCH
           PERFORM VARYING KDX FROM 1 BY 1
           UNTIL KDX > KNOWN-DEPT-COUNT OR DEPT-FOUND
               IF KNOWN-DEPT(KDX) = REQ-DEPT
                   SET DEPT-FOUND TO TRUE
               END-IF
           END-PERFORM
           MOVE 0 TO REQ-CUR-DEPT
           PERFORM VARYING DPX FROM 1 BY 1 UNTIL DPX > REQ-DEPT-COUNT
               IF REQ-DEPT-NAME(DPX) = REQ-DEPT
                   MOVE DPX TO REQ-CUR-DEPT
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN REQ-DEPT = SPACES
                   DISPLAY 'REQUEST CARD NAMES NO DEPARTMENT'
                   SET REQ-HAS-ERRORS TO TRUE
               WHEN KNOWN-DEPT-COUNT > 0 AND NOT DEPT-FOUND
                   DISPLAY 'REQUEST CARD NAMES A DEPARTMENT NOT ON '
                   WS-RATE-DSNAME ': ' REQ-DEPT
                   SET REQ-HAS-ERRORS TO TRUE
               WHEN REQ-CUR-DEPT > 0
                   CONTINUE
               WHEN REQ-DEPT-COUNT >= 20
                   DISPLAY 'TOO MANY DEPARTMENTS, MAX=20'
                   SET REQ-HAS-ERRORS TO TRUE
               WHEN OTHER
                   ADD 1 TO REQ-DEPT-COUNT
                   MOVE REQ-DEPT-COUNT TO REQ-CUR-DEPT
                   MOVE REQ-DEPT TO REQ-DEPT-NAME(REQ-CUR-DEPT)
                   MOVE 0 TO REQ-DEPT-STORIES(REQ-CUR-DEPT)
                   MOVE 0 TO REQ-DEPT-WRITTEN(REQ-CUR-DEPT)
           END-EVALUATE.

       TAKE-STORIES-CARD.
           EVALUATE TRUE
               WHEN REQ-CUR-DEPT = 0
                   DISPLAY 'STORIES CARD WITH NO REQUEST CARD BEFORE'
                   ' IT: ' REQ-REC(1:24)
                   SET REQ-HAS-ERRORS TO TRUE
               WHEN REQ-STORY-CNT-X NUMERIC
                   MOVE REQ-STORY-CNT-X
                     TO REQ-DEPT-STORIES(REQ-CUR-DEPT)
               WHEN OTHER
                   DISPLAY 'BAD STORIES CARD, COUNT=' REQ-STORY-CNT-X
                   SET REQ-HAS-ERRORS TO TRUE
           END-EVALUATE.

       TAKE-PLOT-CARD.
           IF REQ-MIX-COUNT >= PLOTMAX
           END-IF
           END-IF.

        *>  the parent must be a real sequence number; the plot may
        *>  be blank (any plot but the parent's) and so may the genre.
       TAKE-SEQUEL-CARD.
           IF REQ-SEQ-COUNT >= 99
               DISPLAY 'TOO MANY SEQUEL CARDS, MAX=99'
               SET REQ-HAS-ERRORS TO TRUE
           ELSE
               IF REQ-CUR-DEPT = 0
                   DISPLAY 'SEQUEL CARD WITH NO REQUEST CARD BEFORE'
                   ' IT: ' REQ-REC(1:28)
                   SET REQ-HAS-ERRORS TO TRUE
               ELSE
                   MOVE REQ-SEQUEL-PLOT-X TO REQ-SEQ-PLOT-X
                   IF REQ-SEQ-PLOT-X = SPACES
                       MOVE 0 TO REQ-SEQ-PLOT-NO
                   END-IF
                   IF REQ-SEQUEL-OF-X NUMERIC
                   AND REQ-SEQUEL-OF-X NOT = ZEROS
                   AND REQ-SEQ-PLOT-X NUMERIC
                       ADD 1 TO REQ-SEQ-COUNT
                       MOVE REQ-SEQUEL-OF-X TO REQ-SEQ-OF(REQ-SEQ-COUNT)
                       MOVE REQ-SEQ-PLOT-NO
                         TO REQ-SEQ-PLOT(REQ-SEQ-COUNT)
                       MOVE REQ-SEQUEL-GENRE
                         TO REQ-SEQ-GENRE(REQ-SEQ-COUNT)
                       MOVE 0 TO REQ-SEQ-CARRIES(REQ-SEQ-COUNT)
                       PERFORM VARYING VI FROM 1 BY 1 UNTIL VI > 50
                           MOVE SPACE TO REQ-SEQ-CARRY(REQ-SEQ-COUNT,VI)
                       END-PERFORM
                       MOVE REQ-DEPT-NAME(REQ-CUR-DEPT)
                         TO REQ-SEQ-DEPT(REQ-SEQ-COUNT)
                   ELSE
                       DISPLAY 'BAD SEQUEL CARD: ' REQ-REC(1:28)
                       SET REQ-HAS-ERRORS TO TRUE
                   END-IF
               END-IF
           END-IF.

        *>  a CARRY card belongs to the SEQUEL card above it.
       TAKE-CARRY-CARD.
           MOVE 0 TO VI
           PERFORM VARYING PX FROM 1 BY 1 UNTIL PX > VAR-NAME-COUNT
               IF VAR-NAME(PX) = REQ-PIN-NAME
                   MOVE PX TO VI
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN REQ-SEQ-COUNT = 0
                   DISPLAY 'CARRY CARD WITH NO SEQUEL CARD BEFORE IT: '
                   REQ-PIN-NAME
                   SET REQ-HAS-ERRORS TO TRUE
               WHEN VI = 0
                   DISPLAY 'CARRY CARD NAMES UNKNOWN VARIABLE: '
                   REQ-PIN-NAME
                   SET REQ-HAS-ERRORS TO TRUE
               WHEN OTHER
                   IF REQ-SEQ-CARRY(REQ-SEQ-COUNT,VI) = SPACE
                       MOVE 'S' TO REQ-SEQ-CARRY(REQ-SEQ-COUNT,VI)
                       ADD 1 TO REQ-SEQ-CARRIES(REQ-SEQ-COUNT)
                   END-IF
           END-EVALUATE.

       CHECK-REQUEST.
           MOVE 0 TO REQ-STORY-COUNT
           PERFORM VARYING DPX FROM 1 BY 1 UNTIL DPX > REQ-DEPT-COUNT
               ADD REQ-DEPT-STORIES(DPX) TO REQ-STORY-COUNT
           END-PERFORM
           IF REQ-STORY-COUNT = 0 AND REQ-SEQ-COUNT = 0
               DISPLAY 'NO STORIES CARD (OR COUNT 0) IN selreq.dat'
               SET REQ-HAS-ERRORS TO TRUE
           END-IF
           PERFORM VARYING SQX FROM 1 BY 1 UNTIL SQX > REQ-SEQ-COUNT
               IF REQ-SEQ-CARRIES(SQX) = 0
                   DISPLAY 'SEQUEL TO ' REQ-SEQ-OF(SQX)
                   ' HAS NO CARRY CARD - NOTHING WOULD CARRY OVER'
                   SET REQ-HAS-ERRORS TO TRUE
               END-IF
           END-PERFORM
           MOVE 0 TO REQ-PCT-TOTAL
           PERFORM VARYING PX FROM 1 BY 1 UNTIL PX > REQ-MIX-COUNT
               ADD REQ-MIX-PCT(PX) TO REQ-PCT-TOTAL
               STOP RUN
           END-IF
           MOVE 0 TO GEN-WRITTEN
           PERFORM VARYING SQX FROM 1 BY 1 UNTIL SQX > REQ-SEQ-COUNT
               PERFORM WRITE-SEQUEL-SEL
           END-PERFORM
        *>  the mix is cut from STORIES alone; the sequels ride on top
           COMPUTE REQ-STORY-COUNT = REQ-STORY-COUNT + GEN-WRITTEN
           MOVE 1 TO DPX
           PERFORM VARYING PX FROM 1 BY 1 UNTIL PX > REQ-MIX-COUNT
               MOVE REQ-MIX-PLOT(PX) TO GEN-PLOT-NO
               MOVE REQ-MIX-GENRE(PX) TO GEN-GENRE
       WRITE-ONE-SEL.
           MOVE GEN-PLOT-NO TO SEL-PLOT-PICK
           MOVE GEN-GENRE TO SEL-GENRE
           MOVE 0 TO SEL-SEQUEL-OF
           PERFORM SET-CHARGE-DEPT
           PERFORM SET-PINNED-CHOICES
           WRITE SEL-FILE-RECORD FROM SEL-REC
           ADD 1 TO GEN-WRITTEN.

        *>  the next department in REQUEST-card order still owed
        *>  stories; the counts add up to the mix, so one is always
        *>  left while cards are being written.
       SET-CHARGE-DEPT.
           PERFORM UNTIL DPX >= REQ-DEPT-COUNT
           OR REQ-DEPT-WRITTEN(DPX) < REQ-DEPT-STORIES(DPX)
               ADD 1 TO DPX
           END-PERFORM
           MOVE REQ-DEPT-NAME(DPX) TO SEL-REQUESTER
           ADD 1 TO REQ-DEPT-WRITTEN(DPX).

       SET-PINNED-CHOICES.
           PERFORM VARYING VI FROM 1 BY 1 UNTIL VI > 50
               MOVE 'R' TO SEL-CHOICE(VI)
           END-PERFORM
           UNTIL PIN-X > REQ-PIN-COUNT
               MOVE REQ-PIN-VAL(PIN-X)
                 TO SEL-CHOICE(REQ-PIN-VI(PIN-X))
           END-PERFORM.

        *>  a carried position is 'S'; it wins over a PIN card for
        *>  the same variable, since it was asked for this story.
       WRITE-SEQUEL-SEL.
           MOVE REQ-SEQ-PLOT(SQX) TO SEL-PLOT-PICK
           MOVE REQ-SEQ-GENRE(SQX) TO SEL-GENRE
           MOVE REQ-SEQ-OF(SQX) TO SEL-SEQUEL-OF
           MOVE REQ-SEQ-DEPT(SQX) TO SEL-REQUESTER
           PERFORM SET-PINNED-CHOICES
           PERFORM VARYING VI FROM 1 BY 1 UNTIL VI > 50
               IF REQ-SEQ-CARRY(SQX,VI) = 'S'
                   MOVE 'S' TO SEL-CHOICE(VI)
               END-IF
           END-PERFORM
           WRITE SEL-FILE-RECORD FROM SEL-REC
           ADD 1 TO GEN-WRITTEN.
