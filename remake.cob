        >>SOURCE FIXED
        IDENTIFICATION DIVISION.
        PROGRAM-ID.    REMAKE.
        AUTHOR.        SIMOTIME TECHNOLOGIES.
        *>
        *>  Builds a make-up selects.dat deck for the stories the night
        *>  lost, so a gap in the count no longer waits for someone to
        *>  notice it and hand-punch replacement cards.  Lost stories
        *>  come from three places:
        *>      review.dat   latest decision is a STORYREV pull
        *>      reject.prt   REJECTED lines - a leftover variable token
        *>                   or a watch-list banned word
        *>      extack.dat   R cards - bounced by network scheduling
        *>  One card per lost story.  The original hand is taken from
        *>  savestory.dat: a token reject keeps every choice except
        *>  the variables whose chosen value carries the leftover
        *>  token, which go back to 'R'; a pull or a bounce names no
        *>  variable, so the whole hand is re-rolled.  The card keeps
        *>  the original plot while it is on file and in season for
        *>  the run date, otherwise asks for that plot's genre (from
        *>  the catalog, or from the build sheet's plot-title record)
        *>  so BUILD-STORY draws a like plot.
        *>  A lost sequel (storylog.dat names its parent) stays a
        *>  sequel: its card asks for the same parent, and a re-rolled
        *>  choice that matched the parent's saved hand goes back as
        *>  'S' so the remake carries it again.  A token reject never
        *>  reached the log, so its card goes out unlinked.  Each
        *>  card is charged to the department the lost story was
        *>  (the build sheet's requester record, or the log's).
        *>  remake.prt cross-references original sequence, reason and
        *>  make-up card position; remade.dat remembers every story
        *>  already decked so a later run does not make it up twice.
        *>  Run date comes from REMAKE_DATE (YYYYMMDD) or today.
        *>  Return code 4 when nothing is lost - selects.dat is then
        *>  left as it was.
        ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT VARS-FILE
               ASSIGN TO WS-VARS-DSNAME
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-VARS.

               SELECT PLOT-FILE
               ASSIGN TO WS-PLOT-DSNAME
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-PLOT.

               SELECT OPTIONAL REVIEW-FILE
               ASSIGN TO "review.dat"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-RV.

               SELECT OPTIONAL REJECT-FILE
               ASSIGN TO "reject.prt"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-REJ.

               SELECT OPTIONAL ACK-FILE
               ASSIGN TO "extack.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-ACK.

               SELECT OPTIONAL SAVE-FILE
               ASSIGN TO "savestory.dat"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-SAV.

               SELECT OPTIONAL STORY-LOG-FILE
               ASSIGN TO "storylog.dat"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-SL.

               SELECT OPTIONAL BUILD-SHEET-FILE
               ASSIGN TO "buildsheet.dat"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-BS.

               SELECT OPTIONAL REMADE-FILE
               ASSIGN TO "remade.dat"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-RMD.

               SELECT SEL-FILE
               ASSIGN TO "selects.dat"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-SEL.

               SELECT PRINT-FILE
               ASSIGN TO "remake.prt"
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
           03  FILLER           PIC X(956).

       FD  REVIEW-FILE
              RECORD CONTAINS 35 CHARACTERS
              BLOCK CONTAINS 0 RECORDS
              RECORDING MODE IS F.

       01  REVIEW-REC.
           03  RV-SEQ          PIC 9(8).
           03  RV-STATUS       PIC X.
               88  RV-APPROVED VALUE 'A' 'C'.
               88  RV-PULLED VALUE 'P'.
           03  RV-REASON       PIC X(4).
           03  RV-DATE         PIC 9(8).
           03  RV-TIME         PIC 9(6).
           03  RV-OPER         PIC X(8).

        *>  HALLMARK's REJ-LINE: 'REJECTED ' seq ' PLOT ' pp
        *>  ' LEFTOVER TOKEN: ' token, or ' BANNED WORD:    ' and the
        *>  word as it stood in the story
       FD  REJECT-FILE
              RECORD CONTAINS 80 CHARACTERS
              BLOCK CONTAINS 0 RECORDS
              RECORDING MODE IS F.

       01  REJECT-REC.
           03  REJ-WORD        PIC X(9).
           03  REJ-SEQ-X       PIC X(8).
           03  FILLER          PIC X(6).
           03  REJ-PLOT-X      PIC X(2).
           03  REJ-LABEL       PIC X(17).
               88  REJ-BANNED-WORD VALUE ' BANNED WORD:    '.
           03  REJ-TOKEN       PIC X(16).
           03  FILLER          PIC X(22).

       FD  ACK-FILE
              RECORD CONTAINS 80 CHARACTERS
              BLOCK CONTAINS 0 RECORDS
              RECORDING MODE IS F.

       01  ACK-REC.
           03  ACK-TYPE        PIC X.
           03  FILLER          PIC X.
           03  ACK-SEQ-X       PIC X(8).
           03  FILLER          PIC X.
           03  ACK-REASON      PIC X(4).
           03  FILLER          PIC X(65).

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

        *>  one record per story already put on a make-up deck
       FD  REMADE-FILE
              RECORD CONTAINS 40 CHARACTERS
              BLOCK CONTAINS 0 RECORDS
              RECORDING MODE IS F.

       01  REMADE-REC.
           03  RMD-SEQ         PIC 9(8).
           03  RMD-SOURCE      PIC X.
           03  RMD-REASON      PIC X(4).
           03  RMD-DATE        PIC 9(8).
           03  RMD-POS         PIC 9(6).
           03  RMD-PLOT        PIC 99.
           03  FILLER          PIC X(11).

       FD  SEL-FILE
              RECORD CONTAINS 122 CHARACTERS
              BLOCK CONTAINS 0 RECORDS
              RECORDING MODE IS F.

       01  SEL-FILE-RECORD.
           03 FILLER PIC X(122).

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
               88 NO-MORE-RV VALUE 'Y'.
           03 FILLER PIC X(01) VALUE SPACE.
               88 NO-MORE-REJ VALUE 'Y'.
           03 FILLER PIC X(01) VALUE SPACE.
               88 NO-MORE-ACK VALUE 'Y'.
           03 FILLER PIC X(01) VALUE SPACE.
               88 NO-MORE-SAV VALUE 'Y'.
           03 FILLER PIC X(01) VALUE SPACE.
               88 NO-MORE-SL VALUE 'Y'.
           03 FILLER PIC X(01) VALUE SPACE.
               88 NO-MORE-BS VALUE 'Y'.
           03 FILLER PIC X(01) VALUE SPACE.
               88 NO-MORE-RMD VALUE 'Y'.

       01 WS-FS-VARS  PIC X(02).
       01 WS-FS-PLOT  PIC X(02).
       01 WS-FS-RV    PIC X(02).
       01 WS-FS-REJ   PIC X(02).
       01 WS-FS-ACK   PIC X(02).
       01 WS-FS-SAV   PIC X(02).
       01 WS-FS-SL    PIC X(02).
       01 WS-FS-BS    PIC X(02).
       01 WS-FS-RMD   PIC X(02).
       01 WS-FS-SEL   PIC X(02).
       01 WS-FS-PRT   PIC X(02).
       01 WS-VARS-DSNAME PIC X(40) VALUE "vars.dat".
       01 WS-PLOT-DSNAME PIC X(40) VALUE "plot.dat".
       01 WS-ENV-NAME     PIC X(20).

       01  REF-DATA.
           03  VIMAX   PIC 99 VALUE 50.
           03  VJMAX   PIC 99 VALUE 25.
           03  PLOTMAX PIC 99 VALUE 99.
           03  LOSTMAX PIC 9(4) VALUE 999.
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

       01  VAR-INDICES.
           03 VI PIC 99.
           03 VJ PIC 99.

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

       01  RUN-DATE-X PIC X(8).
       01  FILLER REDEFINES RUN-DATE-X.
          03  RUN-DATE PIC 9(8).

       01  LOOK-SEQ-X PIC X(8).
       01  FILLER REDEFINES LOOK-SEQ-X.
          03  LOOK-SEQ PIC 9(8).
       01  LOOK-PLOT-X PIC XX.
       01  FILLER REDEFINES LOOK-PLOT-X.
          03  LOOK-PLOT PIC 99.

        *>  the lost stories, kept in sequence order as they are found
        *>  so the deck and the cross-reference read oldest first.  A
        *>  story lost more than once (pulled, then bounced on an
        *>  earlier extract) keeps the reason it was first found with.
       01  LOST-COUNT PIC 9(4) VALUE 0.
       01  LOST-TABLE-AREA.
           03  LOST-ENTRY OCCURS 999 TIMES.
               05  LT-SEQ          PIC 9(8).
               05  LT-SOURCE       PIC X.
                   88  LT-PULLED VALUE 'P'.
                   88  LT-TOKEN-REJECT VALUE 'T'.
                   88  LT-BOUNCED VALUE 'B'.
               05  LT-REASON       PIC X(4).
               05  LT-TOKEN        PIC X(16).
               05  LT-PLOT         PIC 99.
               05  LT-GENRE        PIC X(4).
               05  LT-REQUESTER    PIC X(8).
               05  LT-HAND-SW      PIC X.
                   88  LT-HAND-FOUND VALUE 'Y'.
               05  LT-DROP-SW      PIC X.
                   88  LT-TO-MAKE-UP VALUE SPACE.
                   88  LT-APPROVED-LATER VALUE 'A'.
                   88  LT-ALREADY-REMADE VALUE 'M'.
               05  LT-CHOICE       PIC 99 OCCURS 50 TIMES.
               05  LT-PARENT       PIC 9(8).
               05  LT-PARENT-SW    PIC X.
                   88  LT-PARENT-HAND-FOUND VALUE 'Y'.
               05  LT-PARENT-CHOICE PIC 99 OCCURS 50 TIMES.
       01  LX PIC 9(4).
       01  LY PIC 9(4).
       01  LOST-FIND-SWITCH PIC X.
           88  LOST-FOUND VALUE 'Y'.
       01  NEW-LOST-FIELDS.
           03  NL-SEQ          PIC 9(8).
           03  NL-SOURCE       PIC X.
           03  NL-REASON       PIC X(4).
           03  NL-TOKEN        PIC X(16).
           03  NL-PLOT         PIC 99.

       01  REMAKE-COUNTS.
           03  RM-PULLED-CNT   PIC 9(6) VALUE 0.
           03  RM-TOKEN-CNT    PIC 9(6) VALUE 0.
           03  RM-BOUNCED-CNT  PIC 9(6) VALUE 0.
           03  RM-APPROVED-CNT PIC 9(6) VALUE 0.
           03  RM-DONE-CNT     PIC 9(6) VALUE 0.
           03  RM-NO-HAND-CNT  PIC 9(6) VALUE 0.
           03  RM-OVERFLOW-CNT PIC 9(6) VALUE 0.
           03  RM-SEQUEL-CNT   PIC 9(6) VALUE 0.
           03  RM-CARDS        PIC 9(6) VALUE 0.

       01  CARD-FIELDS.
           03  CD-REROLLED     PIC 99.
           03  CD-TOKEN-LEN    PIC 99.
           03  CD-TOKEN-HITS   PIC 9(4).
           03  CD-CARRIED      PIC 99.
           03  CD-PLOT-TEXT    PIC X(14).
           03  CD-NOTE         PIC X(40).

       01  PRINT-FIELDS.
           03  PRT-HOLD-LINE   PIC X(132).
           03  PRT-PAGE-NO     PIC 9(4) VALUE 0.
           03  PRT-LINE-NO     PIC 99 VALUE 99.

        *>****************************************************************
        PROCEDURE DIVISION.
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
           MOVE "REMAKE_DATE" TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT RUN-DATE-X FROM ENVIRONMENT-VALUE
           IF RUN-DATE-X NOT NUMERIC
               ACCEPT RUN-DATE FROM DATE YYYYMMDD
           END-IF

           DISPLAY ' '
           DISPLAY 'REMAKE - MAKE-UP DECK FOR LOST STORIES'
           DISPLAY 'RUN DATE: ' RUN-DATE
           DISPLAY ' '
           PERFORM LOAD-VARS-TABLE
           PERFORM LOAD-PLOT-CATALOG
           PERFORM COLLECT-PULLED-STORIES
           PERFORM COLLECT-TOKEN-REJECTS
           PERFORM COLLECT-BOUNCED-STORIES
           PERFORM DROP-ALREADY-REMADE
           PERFORM FIND-LOGGED-SEQUELS
           PERFORM FIND-SAVED-HANDS
           PERFORM FIND-SHEET-GENRES

           DISPLAY ' '
           DISPLAY 'PULLED IN REVIEW:        ' RM-PULLED-CNT
           DISPLAY 'LEFTOVER-TOKEN REJECTS:  ' RM-TOKEN-CNT
           DISPLAY 'BOUNCED BY SCHEDULING:   ' RM-BOUNCED-CNT
           DISPLAY 'PULLED, LATER APPROVED:  ' RM-APPROVED-CNT
           DISPLAY 'ALREADY MADE UP:         ' RM-DONE-CNT
           IF RM-SEQUEL-CNT > 0
               DISPLAY 'SEQUELS KEPT IN SERIES:  ' RM-SEQUEL-CNT
           END-IF
           IF RM-OVERFLOW-CNT > 0
               DISPLAY 'NOT TABLED - OVER ' LOSTMAX ' LOST STORIES: '
               RM-OVERFLOW-CNT
           END-IF
           PERFORM VARYING LX FROM 1 BY 1 UNTIL LX > LOST-COUNT
               IF LT-TO-MAKE-UP(LX)
                   ADD 1 TO RM-CARDS
               END-IF
           END-PERFORM
           IF RM-CARDS = 0
               DISPLAY 'NO LOST STORIES TO MAKE UP - selects.dat'
               ' LEFT AS IT WAS'
               MOVE 4 TO RETURN-CODE
           ELSE
               PERFORM WRITE-MAKE-UP-DECK
               DISPLAY 'WROTE ' RM-CARDS
               ' MAKE-UP CARDS TO selects.dat, CROSS-REFERENCE ON'
               ' remake.prt'
               IF RM-NO-HAND-CNT > 0
                   DISPLAY RM-NO-HAND-CNT ' NOT ON savestory.dat -'
                   ' FULLY RE-ROLLED'
               END-IF
               IF RM-OVERFLOW-CNT > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           GOBACK.

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
           PERFORM UNTIL NO-MORE-VARS
               MOVE VARS-VAR-NAME TO CNTL-VAR-NAME
               IF VAR-NAME-COUNT >= VIMAX
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
                       END-IF
                       PERFORM READ-VARS
                   END-PERFORM
               END-IF
           END-PERFORM
           CLOSE VARS-FILE
           DISPLAY 'VARIABLES ON FILE: ' VAR-NAME-COUNT.

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

        *>  only the catalog matters here: count the templates and
        *>  keep each one's genre and date window.
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
           CLOSE PLOT-FILE
           DISPLAY 'TEMPLATES ON FILE: ' PLOT-COUNT.

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
           PERFORM UNTIL NO-MORE-PLOT OR NOT PLOT-MORE-CHUNKS
               PERFORM READ-PLOT
               IF NOT NO-MORE-PLOT
                   ADD 1 TO PLOT-CHUNK-NO
               END-IF
           END-PERFORM
           PERFORM READ-PLOT.

       READ-PLOT.
           READ PLOT-FILE AT END SET NO-MORE-PLOT TO TRUE
           END-READ
           IF WS-FS-PLOT NOT = '00' AND WS-FS-PLOT NOT = '10'
               DISPLAY 'ERROR READING ' WS-PLOT-DSNAME
               ' FILE STATUS=' WS-FS-PLOT
               MOVE 24 TO RETURN-CODE
               STOP RUN
           END-IF.

        *>****************************************************************
        *>  review.dat holds every decision ever taken, latest last,
        *>  so a pull later reversed by an approval is dropped again.
       COLLECT-PULLED-STORIES.
           OPEN INPUT REVIEW-FILE
           IF WS-FS-RV = '00'
               PERFORM UNTIL NO-MORE-RV
                   READ REVIEW-FILE AT END
                       SET NO-MORE-RV TO TRUE
                   END-READ
                   IF NOT NO-MORE-RV
                       PERFORM TAKE-REVIEW-DECISION
                   END-IF
               END-PERFORM
           END-IF
           CLOSE REVIEW-FILE.

       TAKE-REVIEW-DECISION.
           MOVE RV-SEQ TO NL-SEQ
           PERFORM FIND-LOST-SEQ
           IF RV-PULLED
               IF LOST-FOUND
                   IF LT-PULLED(LX) AND LT-APPROVED-LATER(LX)
                       MOVE SPACE TO LT-DROP-SW(LX)
                       MOVE RV-REASON TO LT-REASON(LX)
                       SUBTRACT 1 FROM RM-APPROVED-CNT
                       ADD 1 TO RM-PULLED-CNT
                   END-IF
               ELSE
                   MOVE 'P' TO NL-SOURCE
                   MOVE RV-REASON TO NL-REASON
                   MOVE SPACES TO NL-TOKEN
                   MOVE 0 TO NL-PLOT
                   PERFORM ADD-LOST-STORY
                   IF LOST-FOUND
                       ADD 1 TO RM-PULLED-CNT
                   END-IF
               END-IF
           END-IF
           IF RV-APPROVED AND LOST-FOUND
               IF LT-PULLED(LX) AND NOT LT-APPROVED-LATER(LX)
                   MOVE 'A' TO LT-DROP-SW(LX)
                   SUBTRACT 1 FROM RM-PULLED-CNT
                   ADD 1 TO RM-APPROVED-CNT
               END-IF
           END-IF.

       COLLECT-TOKEN-REJECTS.
           OPEN INPUT REJECT-FILE
           IF WS-FS-REJ = '00'
               PERFORM UNTIL NO-MORE-REJ
                   READ REJECT-FILE AT END
                       SET NO-MORE-REJ TO TRUE
                   END-READ
                   IF NOT NO-MORE-REJ
                       IF REJ-WORD = 'REJECTED ' AND REJ-SEQ-X NUMERIC
                           PERFORM TAKE-TOKEN-REJECT
                       END-IF
                   END-IF
               END-PERFORM
           END-IF
           CLOSE REJECT-FILE.

       TAKE-TOKEN-REJECT.
           MOVE REJ-SEQ-X TO LOOK-SEQ-X
           MOVE LOOK-SEQ TO NL-SEQ
           PERFORM FIND-LOST-SEQ
           IF NOT LOST-FOUND
               MOVE 'T' TO NL-SOURCE
               MOVE 'TOKN' TO NL-REASON
               IF REJ-BANNED-WORD
                   MOVE 'WTCH' TO NL-REASON
               END-IF
               MOVE REJ-TOKEN TO NL-TOKEN
               MOVE 0 TO NL-PLOT
               IF REJ-PLOT-X NUMERIC
                   MOVE REJ-PLOT-X TO LOOK-PLOT-X
                   MOVE LOOK-PLOT TO NL-PLOT
               END-IF
               PERFORM ADD-LOST-STORY
               IF LOST-FOUND
                   ADD 1 TO RM-TOKEN-CNT
               END-IF
           END-IF.

       COLLECT-BOUNCED-STORIES.
           OPEN INPUT ACK-FILE
           IF WS-FS-ACK = '00'
               PERFORM UNTIL NO-MORE-ACK
                   READ ACK-FILE AT END
                       SET NO-MORE-ACK TO TRUE
                   END-READ
                   IF NOT NO-MORE-ACK
                       IF ACK-TYPE = 'R' AND ACK-SEQ-X NUMERIC
                           PERFORM TAKE-BOUNCED-STORY
                       END-IF
                   END-IF
               END-PERFORM
           END-IF
           CLOSE ACK-FILE.

       TAKE-BOUNCED-STORY.
           MOVE ACK-SEQ-X TO LOOK-SEQ-X
           MOVE LOOK-SEQ TO NL-SEQ
           PERFORM FIND-LOST-SEQ
           IF NOT LOST-FOUND
               MOVE 'B' TO NL-SOURCE
               MOVE ACK-REASON TO NL-REASON
               MOVE SPACES TO NL-TOKEN
               MOVE 0 TO NL-PLOT
               PERFORM ADD-LOST-STORY
               IF LOST-FOUND
                   ADD 1 TO RM-BOUNCED-CNT
               END-IF
           END-IF.

        *>  LX comes back on the entry for NL-SEQ when LOST-FOUND,
        *>  otherwise on the slot it would be inserted before.
       FIND-LOST-SEQ.
           MOVE SPACE TO LOST-FIND-SWITCH
           MOVE 1 TO LX
           PERFORM UNTIL LX > LOST-COUNT OR LT-SEQ(LX) >= NL-SEQ
               ADD 1 TO LX
           END-PERFORM
           IF LX <= LOST-COUNT
               IF LT-SEQ(LX) = NL-SEQ
                   SET LOST-FOUND TO TRUE
               END-IF
           END-IF.

        *>  open a slot at LX by moving the later entries up one;
        *>  LOST-FOUND reports whether the story was tabled.
       ADD-LOST-STORY.
           IF LOST-COUNT >= LOSTMAX
               ADD 1 TO RM-OVERFLOW-CNT
               MOVE SPACE TO LOST-FIND-SWITCH
           ELSE
               ADD 1 TO LOST-COUNT
               PERFORM VARYING LY FROM LOST-COUNT BY -1
               UNTIL LY <= LX
                   MOVE LOST-ENTRY(LY - 1) TO LOST-ENTRY(LY)
               END-PERFORM
               MOVE NL-SEQ TO LT-SEQ(LX)
               MOVE NL-SOURCE TO LT-SOURCE(LX)
               MOVE NL-REASON TO LT-REASON(LX)
               MOVE NL-TOKEN TO LT-TOKEN(LX)
               MOVE NL-PLOT TO LT-PLOT(LX)
               MOVE SPACES TO LT-GENRE(LX) LT-REQUESTER(LX)
               MOVE SPACE TO LT-HAND-SW(LX)
               MOVE SPACE TO LT-DROP-SW(LX)
               MOVE 0 TO LT-PARENT(LX)
               MOVE SPACE TO LT-PARENT-SW(LX)
               PERFORM VARYING VI FROM 1 BY 1 UNTIL VI > 50
                   MOVE 0 TO LT-CHOICE(LX,VI)
                   MOVE 0 TO LT-PARENT-CHOICE(LX,VI)
               END-PERFORM
               SET LOST-FOUND TO TRUE
           END-IF.

       DROP-ALREADY-REMADE.
           OPEN INPUT REMADE-FILE
           IF WS-FS-RMD = '00'
               PERFORM UNTIL NO-MORE-RMD
                   READ REMADE-FILE AT END
                       SET NO-MORE-RMD TO TRUE
                   END-READ
                   IF NOT NO-MORE-RMD
                       MOVE RMD-SEQ TO NL-SEQ
                       PERFORM FIND-LOST-SEQ
                       IF LOST-FOUND
                           IF NOT LT-APPROVED-LATER(LX)
                           AND NOT LT-ALREADY-REMADE(LX)
                               MOVE 'M' TO LT-DROP-SW(LX)
                               ADD 1 TO RM-DONE-CNT
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
           END-IF
           CLOSE REMADE-FILE.

        *>  a lost story logged as a sequel keeps its parent, so the
        *>  make-up card can ask for the same one; a logged story
        *>  also keeps the department it was charged to.
       FIND-LOGGED-SEQUELS.
           OPEN INPUT STORY-LOG-FILE
           IF WS-FS-SL = '00'
               PERFORM UNTIL NO-MORE-SL
                   READ STORY-LOG-FILE AT END
                       SET NO-MORE-SL TO TRUE
                   END-READ
                   IF NOT NO-MORE-SL
                       IF SL-SEQ NUMERIC AND SL-SEQ > 0
                           MOVE SL-SEQ TO NL-SEQ
                           PERFORM FIND-LOST-SEQ
                           IF LOST-FOUND
                               PERFORM TAKE-LOGGED-STORY
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
           END-IF
           CLOSE STORY-LOG-FILE.

       TAKE-LOGGED-STORY.
           IF LT-REQUESTER(LX) = SPACES
               MOVE SL-REQUESTER TO LT-REQUESTER(LX)
           END-IF
           IF SL-PARENT-SEQ NUMERIC AND SL-PARENT-SEQ > 0
           AND LT-PARENT(LX) = 0
               MOVE SL-PARENT-SEQ TO LT-PARENT(LX)
               IF LT-TO-MAKE-UP(LX)
                   ADD 1 TO RM-SEQUEL-CNT
               END-IF
           END-IF.

        *>  the hand HALLMARK committed for each lost story - token
        *>  rejects included, since COMMIT-CHOICES runs before the
        *>  leftover-token check.  Run headers carry sequence zero.
        *>  The parents of lost sequels are picked up on the same
        *>  pass.
       FIND-SAVED-HANDS.
           OPEN INPUT SAVE-FILE
           IF WS-FS-SAV = '00'
               PERFORM UNTIL NO-MORE-SAV
                   READ SAVE-FILE AT END
                       SET NO-MORE-SAV TO TRUE
                   END-READ
                   IF NOT NO-MORE-SAV
                       IF SAV-SEQ NUMERIC AND SAV-SEQ > 0
                           MOVE SAV-SEQ TO NL-SEQ
                           PERFORM FIND-LOST-SEQ
                           IF LOST-FOUND
                               PERFORM TAKE-SAVED-HAND
                           END-IF
                           IF RM-SEQUEL-CNT > 0
                               PERFORM TAKE-PARENT-HAND
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
           END-IF
           CLOSE SAVE-FILE.

       TAKE-SAVED-HAND.
           SET LT-HAND-FOUND(LX) TO TRUE
           IF SAV-PLOT-PICK NUMERIC
               MOVE SAV-PLOT-PICK TO LT-PLOT(LX)
           END-IF
           PERFORM VARYING VI FROM 1 BY 1 UNTIL VI > 50
               IF SAV-CHOICE(VI) NUMERIC
                   MOVE SAV-CHOICE(VI) TO LT-CHOICE(LX,VI)
               ELSE
                   MOVE 0 TO LT-CHOICE(LX,VI)
               END-IF
           END-PERFORM.

       TAKE-PARENT-HAND.
           PERFORM VARYING LY FROM 1 BY 1 UNTIL LY > LOST-COUNT
               IF LT-PARENT(LY) = SAV-SEQ
                   SET LT-PARENT-HAND-FOUND(LY) TO TRUE
                   PERFORM VARYING VI FROM 1 BY 1 UNTIL VI > 50
                       IF SAV-CHOICE(VI) NUMERIC
                           MOVE SAV-CHOICE(VI)
                             TO LT-PARENT-CHOICE(LY,VI)
                       ELSE
                           MOVE 0 TO LT-PARENT-CHOICE(LY,VI)
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.

        *>  the genre the plot had when the story was built, from the
        *>  '*PLOT-TITLE*' record WRITE-BS-PLOT-NAME puts on the sheet,
        *>  and the department charged from the '*REQUESTER*' record
        *>  beside it - the only place a token reject, which never
        *>  reached the log, keeps its department.
       FIND-SHEET-GENRES.
           OPEN INPUT BUILD-SHEET-FILE
           IF WS-FS-BS = '00'
               PERFORM UNTIL NO-MORE-BS
                   READ BUILD-SHEET-FILE AT END
                       SET NO-MORE-BS TO TRUE
                   END-READ
                   IF NOT NO-MORE-BS
                       IF BS-SEQ NUMERIC AND BS-SEQ > 0
                       AND (BS-VAR-NAME = '*PLOT-TITLE*'
                            OR BS-VAR-NAME = '*REQUESTER*')
                           MOVE BS-SEQ TO NL-SEQ
                           PERFORM FIND-LOST-SEQ
                           IF LOST-FOUND
                               PERFORM TAKE-SHEET-RECORD
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
           END-IF
           CLOSE BUILD-SHEET-FILE.

       TAKE-SHEET-RECORD.
           IF BS-VAR-NAME = '*REQUESTER*'
               IF BS-VAR-VAL(1:8) NOT = SPACES
                   MOVE BS-VAR-VAL(1:8) TO LT-REQUESTER(LX)
               END-IF
           ELSE
               MOVE BS-VAR-VAL(42:4) TO LT-GENRE(LX)
               IF LT-PLOT(LX) = 0
               AND BS-PLOT-PICK NUMERIC
                   MOVE BS-PLOT-PICK TO LT-PLOT(LX)
               END-IF
           END-IF.

        *>****************************************************************
       WRITE-MAKE-UP-DECK.
           OPEN OUTPUT SEL-FILE
           IF WS-FS-SEL NOT = '00'
               DISPLAY 'UNABLE TO OPEN selects.dat, FILE STATUS='
               WS-FS-SEL
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT PRINT-FILE
           IF WS-FS-PRT NOT = '00'
               DISPLAY 'UNABLE TO OPEN remake.prt, FILE STATUS='
               WS-FS-PRT
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN EXTEND REMADE-FILE
           IF WS-FS-RMD NOT = '00'
               OPEN OUTPUT REMADE-FILE
           END-IF
           MOVE 0 TO RM-CARDS
           MOVE 0 TO PRT-PAGE-NO
           MOVE 99 TO PRT-LINE-NO
           PERFORM VARYING LX FROM 1 BY 1 UNTIL LX > LOST-COUNT
               IF LT-TO-MAKE-UP(LX)
                   PERFORM WRITE-MAKE-UP-CARD
               END-IF
           END-PERFORM
           MOVE SPACES TO PRT-HOLD-LINE
           PERFORM WRITE-PRINT-LINE
           MOVE 'MAKE-UP CARDS WRITTEN:' TO PRT-HOLD-LINE(1:22)
           MOVE RM-CARDS TO PRT-HOLD-LINE(24:6)
           PERFORM WRITE-PRINT-LINE
           CLOSE SEL-FILE
           CLOSE PRINT-FILE
           CLOSE REMADE-FILE.

       WRITE-MAKE-UP-CARD.
           ADD 1 TO RM-CARDS
           MOVE SPACES TO CD-NOTE
           PERFORM CHOOSE-MAKE-UP-PLOT
           PERFORM VARYING VI FROM 1 BY 1 UNTIL VI > 50
               MOVE 'R' TO SEL-CHOICE(VI)
           END-PERFORM
           MOVE VAR-NAME-COUNT TO CD-REROLLED
           IF NOT LT-HAND-FOUND(LX)
               ADD 1 TO RM-NO-HAND-CNT
               MOVE 'NOT ON SAVE FILE - WHOLE HAND RE-ROLLED'
                 TO CD-NOTE
           ELSE
               IF LT-TOKEN-REJECT(LX)
                   PERFORM KEEP-CLEAN-CHOICES
               ELSE
                   MOVE 'WHOLE HAND RE-ROLLED' TO CD-NOTE
               END-IF
           END-IF
           MOVE LT-PARENT(LX) TO SEL-SEQUEL-OF
           MOVE LT-REQUESTER(LX) TO SEL-REQUESTER
           IF LT-PARENT(LX) > 0
               PERFORM KEEP-SEQUEL-CARRIES
           END-IF
           WRITE SEL-FILE-RECORD FROM SEL-REC
           MOVE LT-SEQ(LX) TO RMD-SEQ
           MOVE LT-SOURCE(LX) TO RMD-SOURCE
           MOVE LT-REASON(LX) TO RMD-REASON
           MOVE RUN-DATE TO RMD-DATE
           MOVE RM-CARDS TO RMD-POS
           MOVE LT-PLOT(LX) TO RMD-PLOT
           WRITE REMADE-REC
           PERFORM PRINT-CROSS-REFERENCE.

        *>  same plot while it is on file and in season; otherwise
        *>  the same genre, and failing that any in-season plot.
       CHOOSE-MAKE-UP-PLOT.
           MOVE 0 TO SEL-PLOT-PICK
           MOVE SPACES TO SEL-GENRE
           IF LT-PLOT(LX) >= 1 AND LT-PLOT(LX) <= PLOT-COUNT
               IF PLOT-GENRE(LT-PLOT(LX)) NOT = SPACES
                   MOVE PLOT-GENRE(LT-PLOT(LX)) TO LT-GENRE(LX)
               END-IF
               IF RUN-DATE >= PLOT-EFF-FROM(LT-PLOT(LX))
               AND RUN-DATE <= PLOT-EFF-TO(LT-PLOT(LX))
                   MOVE LT-PLOT(LX) TO SEL-PLOT-PICK
               END-IF
           END-IF
           MOVE SPACES TO CD-PLOT-TEXT
           IF SEL-PLOT-PICK > 0
               MOVE 'PLOT' TO CD-PLOT-TEXT(1:4)
               MOVE SEL-PLOT-PICK TO CD-PLOT-TEXT(6:2)
           ELSE
               IF LT-GENRE(LX) NOT = SPACES
                   MOVE LT-GENRE(LX) TO SEL-GENRE
                   MOVE 'GENRE' TO CD-PLOT-TEXT(1:5)
                   MOVE LT-GENRE(LX) TO CD-PLOT-TEXT(7:4)
               ELSE
                   MOVE 'ANY PLOT' TO CD-PLOT-TEXT
               END-IF
           END-IF.

        *>  pin the choices that did not carry the leftover token.
        *>  A saved choice that vars.dat no longer has goes back to
        *>  'R' as well; if no value carries the token any more the
        *>  whole hand is re-rolled.
       KEEP-CLEAN-CHOICES.
           MOVE 16 TO CD-TOKEN-LEN
           PERFORM UNTIL CD-TOKEN-LEN < 1
           OR LT-TOKEN(LX)(CD-TOKEN-LEN:1) NOT = SPACE
               SUBTRACT 1 FROM CD-TOKEN-LEN
           END-PERFORM
           MOVE 0 TO CD-REROLLED
           PERFORM VARYING VI FROM 1 BY 1 UNTIL VI > VAR-NAME-COUNT
               MOVE 0 TO CD-TOKEN-HITS
               IF LT-CHOICE(LX,VI) >= 1
               AND LT-CHOICE(LX,VI) <= VAR-VAL-COUNT(VI)
                   IF CD-TOKEN-LEN > 0
                       INSPECT VAR-VAL(VI,LT-CHOICE(LX,VI))
                           TALLYING CD-TOKEN-HITS
                           FOR ALL LT-TOKEN(LX)(1:CD-TOKEN-LEN)
                   END-IF
                   IF CD-TOKEN-HITS = 0
                       MOVE LT-CHOICE(LX,VI) TO SEL-CHOICE(VI)
                   ELSE
                       ADD 1 TO CD-REROLLED
                   END-IF
               ELSE
                   ADD 1 TO CD-REROLLED
               END-IF
           END-PERFORM
           IF CD-REROLLED = 0
               PERFORM VARYING VI FROM 1 BY 1 UNTIL VI > 50
                   MOVE 'R' TO SEL-CHOICE(VI)
               END-PERFORM
               MOVE VAR-NAME-COUNT TO CD-REROLLED
               MOVE 'TOKEN IN NO SAVED VALUE - HAND RE-ROLLED'
                 TO CD-NOTE
           ELSE
               MOVE 'TOKEN' TO CD-NOTE(1:5)
               MOVE LT-TOKEN(LX) TO CD-NOTE(7:16)
           END-IF.

        *>  a re-rolled choice the lost sequel shared with its parent
        *>  was carried (or happened to match, which the remake
        *>  cannot tell apart) and goes back as 'S'.
       KEEP-SEQUEL-CARRIES.
           MOVE 0 TO CD-CARRIED
           IF LT-HAND-FOUND(LX) AND LT-PARENT-HAND-FOUND(LX)
               PERFORM VARYING VI FROM 1 BY 1
               UNTIL VI > VAR-NAME-COUNT
                   IF SEL-CHOICE(VI) = 'R'
                   AND LT-CHOICE(LX,VI) > 0
                   AND LT-CHOICE(LX,VI) = LT-PARENT-CHOICE(LX,VI)
                       MOVE 'S' TO SEL-CHOICE(VI)
                       ADD 1 TO CD-CARRIED
                       SUBTRACT 1 FROM CD-REROLLED
                   END-IF
               END-PERFORM
           END-IF
           IF NOT LT-TOKEN-REJECT(LX)
               MOVE SPACES TO CD-NOTE
               MOVE 'SEQUEL TO' TO CD-NOTE(1:9)
               MOVE LT-PARENT(LX) TO CD-NOTE(11:8)
               IF NOT LT-PARENT-HAND-FOUND(LX)
                   MOVE '- PARENT NOT SAVED' TO CD-NOTE(20:18)
               ELSE
                   MOVE '-' TO CD-NOTE(20:1)
                   MOVE CD-CARRIED TO CD-NOTE(22:2)
                   MOVE 'CARRIED' TO CD-NOTE(25:7)
               END-IF
           END-IF.

        *>  remake.prt: ANSI carriage control in column 1 as on
        *>  proof.prt and rules.prt.
       PRINT-CROSS-REFERENCE.
           MOVE SPACES TO PRT-HOLD-LINE
           MOVE LT-SEQ(LX) TO PRT-HOLD-LINE(3:8)
           EVALUATE TRUE
               WHEN LT-PULLED(LX)
                   MOVE 'PULLED' TO PRT-HOLD-LINE(15:14)
               WHEN LT-TOKEN-REJECT(LX)
                   MOVE 'TOKEN REJECT' TO PRT-HOLD-LINE(15:14)
               WHEN LT-BOUNCED(LX)
                   MOVE 'BOUNCED' TO PRT-HOLD-LINE(15:14)
           END-EVALUATE
           MOVE LT-REASON(LX) TO PRT-HOLD-LINE(31:4)
           IF LT-PLOT(LX) > 0
               MOVE LT-PLOT(LX) TO PRT-HOLD-LINE(39:2)
           END-IF
           MOVE RM-CARDS TO PRT-HOLD-LINE(45:6)
           MOVE CD-PLOT-TEXT TO PRT-HOLD-LINE(55:14)
           MOVE CD-REROLLED TO PRT-HOLD-LINE(72:2)
           MOVE CD-NOTE TO PRT-HOLD-LINE(80:40)
           MOVE LT-REQUESTER(LX) TO PRT-HOLD-LINE(122:8)
           PERFORM WRITE-PRINT-LINE.

       START-NEW-PAGE.
           ADD 1 TO PRT-PAGE-NO
           MOVE SPACES TO PRINT-REC
           MOVE '1' TO PRT-CC
           MOVE 'HALLMARK MAKE-UP DECK CROSS-REFERENCE'
             TO PRT-DATA(1:37)
           MOVE 'RUN' TO PRT-DATA(50:3)
           MOVE RUN-DATE TO PRT-DATA(54:8)
           MOVE 'PAGE' TO PRT-DATA(120:4)
           MOVE PRT-PAGE-NO TO PRT-DATA(125:4)
           WRITE PRINT-REC
           MOVE SPACES TO PRINT-REC
           WRITE PRINT-REC
           MOVE 'ORIGINAL' TO PRT-DATA(3:8)
           MOVE 'LOST AS' TO PRT-DATA(15:7)
           MOVE 'REASON' TO PRT-DATA(31:6)
           MOVE 'PLOT' TO PRT-DATA(38:4)
           MOVE 'MAKE-UP' TO PRT-DATA(45:7)
           MOVE 'CARD ASKS FOR' TO PRT-DATA(55:13)
           MOVE 'RE-ROLLED' TO PRT-DATA(69:9)
           MOVE 'NOTE' TO PRT-DATA(80:4)
           MOVE 'DEPT' TO PRT-DATA(122:4)
           WRITE PRINT-REC
           MOVE SPACES TO PRINT-REC
           WRITE PRINT-REC
           MOVE 4 TO PRT-LINE-NO.

       WRITE-PRINT-LINE.
           IF PRT-LINE-NO >= PAGE-DEPTH
               PERFORM START-NEW-PAGE
           END-IF
           MOVE SPACES TO PRINT-REC
           MOVE ' ' TO PRT-CC
           MOVE PRT-HOLD-LINE TO PRT-DATA
           WRITE PRINT-REC
           ADD 1 TO PRT-LINE-NO.
        END PROGRAM REMAKE.
