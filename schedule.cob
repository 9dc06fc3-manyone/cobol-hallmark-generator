        >>SOURCE FIXED
        IDENTIFICATION DIVISION.
        PROGRAM-ID.    SCHEDULE.
        AUTHOR.        SIMOTIME TECHNOLOGIES.
        *>
        *>  Assigns approved stories to broadcast air slots, so the
        *>  air date no longer lives on a spreadsheet nobody else can
        *>  see.  The calendar (airslots.dat, or AIRSLOT_DSNAME) has
        *>  one record per slot:
        *>      date YYYYMMDD, time HHMM, wanted genre, wanted plot
        *>      (blank genre or plot means any) and a free note.
        *>  Each slot not already on schedule.dat is filled, in date
        *>  and time order, with the oldest story that is approved on
        *>  review.dat, not yet scheduled, of the wanted genre and
        *>  plot, in its plot's catalog effective window on the slot
        *>  date, and not of the same plot as the slot before or
        *>  after it.  Approved means STORYREV's 'A', or its 'C' for a
        *>  story carrying a watch-list caution word, and in a genre
        *>  that needs two approvers only once a second, different
        *>  reviewer has approved it - the same rule EXTRACT sends
        *>  by.  New assignments are added to
        *>  schedule.dat, which EXTRACT reads to send the air dates
        *>  with the stories; schedule.prt prints the whole calendar
        *>  as a grid with the open slots marked and the reason each
        *>  could not be filled.  Slots dated before the run date
        *>  (SCHEDULE_DATE, YYYYMMDD, or today) are not filled.
        *>  Return code 4 when a slot is left open or a calendar
        *>  record is rejected.
        ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT PLOT-FILE
               ASSIGN TO WS-PLOT-DSNAME
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-PLOT.

               SELECT AIRSLOT-FILE
               ASSIGN TO WS-AIRSLOT-DSNAME
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-AS.

               SELECT STORY-LOG-FILE
               ASSIGN TO "storylog.dat"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-LOG.

               SELECT OPTIONAL REVIEW-FILE
               ASSIGN TO "review.dat"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-RV.

               SELECT OPTIONAL WATCH-HIT-FILE
               ASSIGN TO "watchhit.dat"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-WH.

               SELECT OPTIONAL SCHEDULE-FILE
               ASSIGN TO "schedule.dat"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-SCH.

               SELECT OPTIONAL LOCK-FILE
               ASSIGN TO "runlock.dat"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-LCK.

               SELECT PRINT-FILE
               ASSIGN TO "schedule.prt"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-PRT.
        DATA DIVISION.
       FILE SECTION.

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

        *>  one air slot per record, kept by hand like watchlist.dat
       FD  AIRSLOT-FILE
              RECORD CONTAINS 40 CHARACTERS
              BLOCK CONTAINS 0 RECORDS
              RECORDING MODE IS F.

       01  AIRSLOT-REC.
           03  AS-DATE         PIC X(8).
           03  AS-DATE-PARTS REDEFINES AS-DATE.
               05  AS-DATE-YYYY PIC 9(4).
               05  AS-DATE-MM  PIC 99.
               05  AS-DATE-DD  PIC 99.
           03  AS-TIME         PIC X(4).
           03  AS-TIME-PARTS REDEFINES AS-TIME.
               05  AS-TIME-HH  PIC 99.
               05  AS-TIME-MI  PIC 99.
           03  AS-GENRE        PIC X(4).
           03  AS-PLOT         PIC X(2).
           03  AS-NOTE         PIC X(22).

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

       FD  REVIEW-FILE
              RECORD CONTAINS 35 CHARACTERS
              BLOCK CONTAINS 0 RECORDS
              RECORDING MODE IS F.

       01  REVIEW-REC.
           03  RV-SEQ          PIC 9(8).
           03  RV-STATUS       PIC X.
           03  RV-REASON       PIC X(4).
           03  RV-DATE         PIC 9(8).
           03  RV-TIME         PIC 9(6).
           03  RV-OPER         PIC X(8).

       FD  WATCH-HIT-FILE
              RECORD CONTAINS 80 CHARACTERS
              BLOCK CONTAINS 0 RECORDS
              RECORDING MODE IS F.

       01  WATCH-HIT-REC.
           03  WH-SEQ          PIC 9(8).
           03  WH-DATE         PIC 9(8).
           03  WH-WHERE        PIC X(5).
           03  WH-WORD         PIC X(30).
           03  WH-NOTE         PIC X(29).

        *>  one record per story given an air slot.  SCH-SENT-GEN is
        *>  the extract generation that carried the air date to the
        *>  intake side - zero until EXTRACT sends it.
       FD  SCHEDULE-FILE
              RECORD CONTAINS 60 CHARACTERS
              BLOCK CONTAINS 0 RECORDS
              RECORDING MODE IS F.

       01  SCHEDULE-REC.
           03  SCH-DATE        PIC 9(8).
           03  SCH-TIME        PIC 9(4).
           03  SCH-SEQ         PIC 9(8).
           03  SCH-PLOT        PIC 99.
           03  SCH-GENRE       PIC X(4).
           03  SCH-RUN-DATE    PIC 9(8).
           03  SCH-SENT-GEN    PIC 9(4).
           03  FILLER          PIC X(22).

       FD  LOCK-FILE
              RECORD CONTAINS 23 CHARACTERS
              BLOCK CONTAINS 0 RECORDS
              RECORDING MODE IS F.

       01  LCK-REC.
           03  LCK-STATUS      PIC X.
               88  LCK-HELD VALUE 'H'.
           03  LCK-OWNER       PIC X(8).
           03  LCK-DATE        PIC 9(8).
           03  LCK-TIME        PIC 9(6).

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
               88 NO-MORE-PLOT VALUE 'Y'.
           03 FILLER PIC X(01) VALUE SPACE.
               88 NO-MORE-AS VALUE 'Y'.
           03 FILLER PIC X(01) VALUE SPACE.
               88 NO-MORE-LOG VALUE 'Y'.
           03 FILLER PIC X(01) VALUE SPACE.
               88 NO-MORE-RV VALUE 'Y'.
           03 FILLER PIC X(01) VALUE SPACE.
               88 NO-MORE-WH VALUE 'Y'.
           03 FILLER PIC X(01) VALUE SPACE.
               88 NO-MORE-SCH VALUE 'Y'.

       01 WS-FS-PLOT  PIC X(02).
       01 WS-FS-AS    PIC X(02).
       01 WS-FS-LOG   PIC X(02).
       01 WS-FS-RV    PIC X(02).
       01 WS-FS-WH    PIC X(02).
       01 WS-FS-SCH   PIC X(02).
       01 WS-FS-LCK   PIC X(02).
       01 WS-FS-PRT   PIC X(02).
       01  LOCK-OVERRIDE-X PIC X.
       01  EOF-LCK-SWITCH PIC X VALUE SPACE.
           88  NO-MORE-LCK VALUE 'Y'.
       01  LOCK-OWNER-NAME PIC X(8) VALUE 'SCHEDULE'.
       01  LOCK-OPER-ID PIC X(8).

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
       01 WS-PLOT-DSNAME PIC X(40) VALUE "plot.dat".
       01 WS-AIRSLOT-DSNAME PIC X(40) VALUE "airslots.dat".
       01 WS-ENV-NAME     PIC X(20).

       01  REF-DATA.
           03  PLOTMAX PIC 99 VALUE 99.
           03  SLOTMAX PIC 9(4) VALUE 999.
           03  CANDMAX PIC 9(4) VALUE 2000.
           03  PAGE-DEPTH PIC 99 VALUE 55.

       01 PLOT-COUNT PIC 99 VALUE 0.
       01  PLOT-CATALOG-AREA.
           03  PLOT-CAT OCCURS 99 TIMES.
               05  PLOT-TITLE      PIC X(40).
               05  PLOT-GENRE      PIC X(4).
               05  PLOT-EFF-FROM   PIC 9(8).
               05  PLOT-EFF-TO     PIC 9(8).
       01  PLOT-CHUNK-NO PIC 9.

       01  RUN-DATE-X PIC X(8).
       01  FILLER REDEFINES RUN-DATE-X.
          03  RUN-DATE PIC 9(8).

        *>  the calendar, held in date and time order.  SLT-FILL-PLOT
        *>  is the plot now in the slot (zero while open) so the
        *>  back-to-back check can look at the neighbours.
       01  SLOT-COUNT PIC 9(4) VALUE 0.
       01  SLOT-TABLE-AREA.
           03  SLOT-ENTRY OCCURS 999 TIMES.
               05  SLT-WHEN.
                   07  SLT-DATE        PIC 9(8).
                   07  SLT-TIME        PIC 9(4).
               05  SLT-GENRE       PIC X(4).
               05  SLT-PLOT        PIC 99.
               05  SLT-NOTE        PIC X(22).
               05  SLT-SEQ         PIC 9(8).
               05  SLT-FILL-PLOT   PIC 99.
               05  SLT-TITLE       PIC X(80).
               05  SLT-STATE       PIC X.
                   88  SLT-OPEN VALUE SPACE.
                   88  SLT-EARLIER VALUE 'E'.
                   88  SLT-NEW VALUE 'N'.
               05  SLT-REASON      PIC X(40).
       01  SX PIC 9(4).
       01  SY PIC 9(4).
       01  NEW-SLOT-FIELDS.
           03  NS-WHEN.
               05  NS-DATE         PIC 9(8).
               05  NS-TIME         PIC 9(4).
           03  NS-PLOT         PIC 99.
       01  SLOT-FIND-SWITCH PIC X.
           88  SLOT-FOUND VALUE 'Y'.

        *>  approved stories not yet given a slot, oldest first
       01  CAND-COUNT PIC 9(4) VALUE 0.
       01  CAND-TABLE-AREA.
           03  CAND-ENTRY OCCURS 2000 TIMES.
               05  CND-SEQ         PIC 9(8).
               05  CND-PLOT        PIC 99.
               05  CND-TITLE       PIC X(80).
               05  CND-USED-SW     PIC X.
                   88  CND-USED VALUE 'Y'.
       01  CX PIC 9(4).
       01  CANDIDATE-SWITCHES.
           03  CND-TAKE-SW     PIC X.
               88  CND-TAKEN VALUE 'Y'.
           03  CND-KIND-SW     PIC X.
               88  CND-KIND-SEEN VALUE 'Y'.
           03  CND-SEASON-SW   PIC X.
               88  CND-SEASON-SEEN VALUE 'Y'.

        *>  latest decision per sequence from review.dat, and 'Y'
        *>  under a story carrying a caution word or already given a
        *>  slot - all three in the same 9999-story window starting
        *>  at the first story on storylog.dat.  SET-REVIEW-SLOT gives
        *>  RVX = 0 for a sequence outside the window.
       01  SEQMAX PIC 9(4) VALUE 9999.
       01  REVIEW-TABLE-AREA.
           03  RV-TAB-STATUS PIC X OCCURS 9999 TIMES.
       01  CAUTION-TABLE-AREA.
           03  RV-TAB-CAUTION PIC X OCCURS 9999 TIMES.
               88  STORY-CAUTIONED VALUE 'Y'.
       01  SCHEDULED-TABLE-AREA.
           03  RV-TAB-SCHEDULED PIC X OCCURS 9999 TIMES.
               88  STORY-SCHEDULED VALUE 'Y'.
        *>  same slots: who took the latest decision, and who gave the
        *>  approval before it when the latest is an approval too -
        *>  tabled the way STORYREV and EXTRACT table them.
       01  REVIEW-OPER-AREA.
           03  RV-TAB-OPER PIC X(8) OCCURS 9999 TIMES.
       01  REVIEW-PRIOR-AREA.
           03  RV-TAB-PRIOR-OPER PIC X(8) OCCURS 9999 TIMES.
       01  RVX PIC 9(9).
       01  RV-BASE-SEQ PIC 9(8) VALUE 1.
       01  RV-LOOK-SEQ PIC 9(8).
       01  STORY-GENRE PIC X(4).
       01  TWO-SWITCH PIC X VALUE SPACE.
           88  STORY-NEEDS-TWO VALUE 'Y'.

       01  SCHEDULE-COUNTS.
           03  SC-CAL-READ     PIC 9(6) VALUE 0.
           03  SC-CAL-BAD      PIC 9(6) VALUE 0.
           03  SC-CAL-DUP      PIC 9(6) VALUE 0.
           03  SC-CAL-OVER     PIC 9(6) VALUE 0.
           03  SC-EARLIER      PIC 9(6) VALUE 0.
           03  SC-NEW          PIC 9(6) VALUE 0.
           03  SC-OPEN         PIC 9(6) VALUE 0.
           03  SC-PAST-OPEN    PIC 9(6) VALUE 0.
           03  SC-ON-FILE      PIC 9(6) VALUE 0.
           03  SC-APPROVED     PIC 9(6) VALUE 0.
           03  SC-CAUTION      PIC 9(6) VALUE 0.
           03  SC-SECOND       PIC 9(6) VALUE 0.
           03  SC-NO-PLOT      PIC 9(6) VALUE 0.
           03  SC-BEYOND       PIC 9(6) VALUE 0.
           03  SC-CAND-OVER    PIC 9(6) VALUE 0.
           03  SC-LEFT-OVER    PIC 9(6) VALUE 0.

       01  PRINT-FIELDS.
           03  PRT-HOLD-LINE   PIC X(132).
           03  PRT-PAGE-NO     PIC 9(4) VALUE 0.
           03  PRT-LINE-NO     PIC 99 VALUE 99.
           03  PRT-LAST-DATE   PIC 9(8).
           03  PRT-SMALL       PIC ZZZZZ9.
           03  PRT-HHMM.
               05  PRT-HH      PIC 99.
               05  FILLER      PIC X VALUE ':'.
               05  PRT-MI      PIC 99.

        *>****************************************************************
        PROCEDURE DIVISION.
           PERFORM TAKE-RUN-LOCK
           MOVE "PLOT_DSNAME" TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-PLOT-DSNAME FROM ENVIRONMENT-VALUE
           IF WS-PLOT-DSNAME = SPACES
               MOVE "plot.dat" TO WS-PLOT-DSNAME
           END-IF
           MOVE "AIRSLOT_DSNAME" TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-AIRSLOT-DSNAME FROM ENVIRONMENT-VALUE
           IF WS-AIRSLOT-DSNAME = SPACES
               MOVE "airslots.dat" TO WS-AIRSLOT-DSNAME
           END-IF
           MOVE "SCHEDULE_DATE" TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT RUN-DATE-X FROM ENVIRONMENT-VALUE
           IF RUN-DATE-X NOT NUMERIC
               ACCEPT RUN-DATE FROM DATE YYYYMMDD
           END-IF

           DISPLAY ' '
           DISPLAY 'SCHEDULE - AIR-SLOT ASSIGNMENT'
           DISPLAY 'RUN DATE: ' RUN-DATE
           DISPLAY ' '
           PERFORM LOAD-PLOT-CATALOG
           PERFORM LOAD-CALENDAR

           OPEN INPUT STORY-LOG-FILE
           IF WS-FS-LOG NOT = '00'
               DISPLAY 'UNABLE TO OPEN storylog.dat, FILE STATUS='
               WS-FS-LOG
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM READ-LOG
           IF NOT NO-MORE-LOG AND SL-SEQ NUMERIC AND SL-SEQ > 0
               MOVE SL-SEQ TO RV-BASE-SEQ
           END-IF
           PERFORM LOAD-REVIEW-TABLE
           PERFORM LOAD-CAUTION-TABLE
           PERFORM LOAD-EARLIER-SCHEDULE
           PERFORM LOAD-CANDIDATES
           CLOSE STORY-LOG-FILE

           PERFORM VARYING SX FROM 1 BY 1 UNTIL SX > SLOT-COUNT
               IF SLT-OPEN(SX)
                   IF SLT-DATE(SX) < RUN-DATE
                       MOVE 'SLOT DATE ALREADY PAST'
                         TO SLT-REASON(SX)
                       ADD 1 TO SC-PAST-OPEN
                   ELSE
                       PERFORM FILL-ONE-SLOT
                   END-IF
               END-IF
           END-PERFORM
           PERFORM WRITE-NEW-ASSIGNMENTS
           PERFORM PRINT-SCHEDULE-GRID

           DISPLAY 'CALENDAR SLOTS:          ' SLOT-COUNT
           DISPLAY 'CALENDAR RECORDS BAD:    ' SC-CAL-BAD
           IF SC-CAL-DUP > 0 OR SC-CAL-OVER > 0
               DISPLAY 'CALENDAR DUPLICATES:     ' SC-CAL-DUP
               DISPLAY 'CALENDAR OVERFLOW:       ' SC-CAL-OVER
           END-IF
           DISPLAY 'FILLED ON EARLIER RUNS:  ' SC-EARLIER
           DISPLAY 'FILLED THIS RUN:         ' SC-NEW
           DISPLAY 'LEFT OPEN:               ' SC-OPEN
           DISPLAY 'PAST AND NOT FILLED:     ' SC-PAST-OPEN
           DISPLAY 'APPROVED, NOT SCHEDULED: ' SC-LEFT-OVER
           DISPLAY 'GRID ON schedule.prt'
           IF SC-OPEN > 0 OR SC-CAL-BAD > 0 OR SC-CAL-DUP > 0
           OR SC-CAL-OVER > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM FREE-RUN-LOCK
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
        *>  the calendar arrives in whatever order it was keyed, so
        *>  each good slot is inserted in date and time order as it is
        *>  read.  A second record for a slot already on the table is
        *>  refused rather than quietly replacing the first.
       LOAD-CALENDAR.
           OPEN INPUT AIRSLOT-FILE
           IF WS-FS-AS NOT = '00'
               DISPLAY 'UNABLE TO OPEN ' WS-AIRSLOT-DSNAME
               ' FILE STATUS=' WS-FS-AS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL NO-MORE-AS
               READ AIRSLOT-FILE AT END
                   SET NO-MORE-AS TO TRUE
               END-READ
               IF NOT NO-MORE-AS
                   ADD 1 TO SC-CAL-READ
                   PERFORM TAKE-CALENDAR-SLOT
               END-IF
           END-PERFORM
           CLOSE AIRSLOT-FILE
           DISPLAY 'CALENDAR RECORDS READ: ' SC-CAL-READ.

       TAKE-CALENDAR-SLOT.
           IF AS-DATE NOT NUMERIC OR AS-TIME NOT NUMERIC
           OR AS-DATE-MM < 1 OR AS-DATE-MM > 12
           OR AS-DATE-DD < 1 OR AS-DATE-DD > 31
           OR AS-TIME-HH > 23 OR AS-TIME-MI > 59
           OR (AS-PLOT NOT = SPACES AND AS-PLOT NOT NUMERIC)
               ADD 1 TO SC-CAL-BAD
               DISPLAY 'CALENDAR RECORD ' SC-CAL-READ
               ' REJECTED - BAD DATE, TIME OR PLOT: ' AIRSLOT-REC
           ELSE
               MOVE AS-DATE TO NS-DATE
               MOVE AS-TIME TO NS-TIME
               MOVE 0 TO NS-PLOT
               IF AS-PLOT NOT = SPACES
                   MOVE AS-PLOT TO NS-PLOT
               END-IF
               PERFORM FIND-SLOT
               EVALUATE TRUE
                   WHEN SLOT-FOUND
                       ADD 1 TO SC-CAL-DUP
                       DISPLAY 'CALENDAR RECORD ' SC-CAL-READ
                       ' REJECTED - SLOT ' NS-DATE ' ' NS-TIME
                       ' ALREADY ON THE CALENDAR'
                   WHEN SLOT-COUNT >= SLOTMAX
                       ADD 1 TO SC-CAL-OVER
                       DISPLAY 'CALENDAR RECORD ' SC-CAL-READ
                       ' REJECTED - OVER ' SLOTMAX ' SLOTS'
                   WHEN OTHER
                       PERFORM INSERT-CALENDAR-SLOT
               END-EVALUATE
           END-IF.

        *>  SX comes back as the slot holding NS-WHEN, or the place
        *>  it would be inserted at when SLOT-FOUND is off.
       FIND-SLOT.
           MOVE SPACE TO SLOT-FIND-SWITCH
           MOVE 1 TO SX
           PERFORM UNTIL SX > SLOT-COUNT
           OR SLT-WHEN(SX) >= NS-WHEN
               ADD 1 TO SX
           END-PERFORM
           IF SX <= SLOT-COUNT
               IF SLT-WHEN(SX) = NS-WHEN
                   SET SLOT-FOUND TO TRUE
               END-IF
           END-IF.

       INSERT-CALENDAR-SLOT.
           PERFORM VARYING SY FROM SLOT-COUNT BY -1 UNTIL SY < SX
               MOVE SLOT-ENTRY(SY) TO SLOT-ENTRY(SY + 1)
           END-PERFORM
           ADD 1 TO SLOT-COUNT
           MOVE NS-DATE TO SLT-DATE(SX)
           MOVE NS-TIME TO SLT-TIME(SX)
           MOVE AS-GENRE TO SLT-GENRE(SX)
           MOVE NS-PLOT TO SLT-PLOT(SX)
           MOVE AS-NOTE TO SLT-NOTE(SX)
           MOVE 0 TO SLT-SEQ(SX)
           MOVE 0 TO SLT-FILL-PLOT(SX)
           MOVE SPACES TO SLT-TITLE(SX)
           MOVE SPACE TO SLT-STATE(SX)
           MOVE SPACES TO SLT-REASON(SX).

        *>****************************************************************
       LOAD-REVIEW-TABLE.
           PERFORM VARYING RVX FROM 1 BY 1 UNTIL RVX > SEQMAX
               MOVE SPACE TO RV-TAB-STATUS(RVX)
               MOVE SPACES TO RV-TAB-OPER(RVX) RV-TAB-PRIOR-OPER(RVX)
           END-PERFORM
           OPEN INPUT REVIEW-FILE
           IF WS-FS-RV = '00'
               PERFORM UNTIL NO-MORE-RV
                   READ REVIEW-FILE AT END
                       SET NO-MORE-RV TO TRUE
                   END-READ
                   IF NOT NO-MORE-RV
                       IF RV-SEQ NUMERIC AND RV-SEQ > 0
                           MOVE RV-SEQ TO RV-LOOK-SEQ
                           PERFORM SET-REVIEW-SLOT
                           IF RVX > 0
                               PERFORM TAKE-DECISION
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
           END-IF
           CLOSE REVIEW-FILE.

        *>  an approval following an approval keeps the earlier
        *>  approver as the prior one; anything else clears it.
       TAKE-DECISION.
           IF RV-STATUS = 'A' OR RV-STATUS = 'C' OR RV-STATUS = 'F'
               IF RV-TAB-STATUS(RVX) = 'A' OR RV-TAB-STATUS(RVX) = 'C'
               OR RV-TAB-STATUS(RVX) = 'F'
                   MOVE RV-TAB-OPER(RVX) TO RV-TAB-PRIOR-OPER(RVX)
               ELSE
                   MOVE SPACES TO RV-TAB-PRIOR-OPER(RVX)
               END-IF
           ELSE
               MOVE SPACES TO RV-TAB-PRIOR-OPER(RVX)
           END-IF
           MOVE RV-STATUS TO RV-TAB-STATUS(RVX)
           MOVE RV-OPER TO RV-TAB-OPER(RVX).

       LOAD-CAUTION-TABLE.
           PERFORM VARYING RVX FROM 1 BY 1 UNTIL RVX > SEQMAX
               MOVE SPACE TO RV-TAB-CAUTION(RVX)
           END-PERFORM
           OPEN INPUT WATCH-HIT-FILE
           IF WS-FS-WH = '00'
               PERFORM UNTIL NO-MORE-WH
                   READ WATCH-HIT-FILE AT END
                       SET NO-MORE-WH TO TRUE
                   END-READ
                   IF NOT NO-MORE-WH
                       IF WH-SEQ NUMERIC AND WH-SEQ > 0
                           MOVE WH-SEQ TO RV-LOOK-SEQ
                           PERFORM SET-REVIEW-SLOT
                           IF RVX > 0
                               SET STORY-CAUTIONED(RVX) TO TRUE
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
           END-IF
           CLOSE WATCH-HIT-FILE.

        *>  every story ever given a slot is marked so it is not given
        *>  another, and a calendar slot filled on an earlier run is
        *>  shown with the story that has it rather than refilled.
       LOAD-EARLIER-SCHEDULE.
           PERFORM VARYING RVX FROM 1 BY 1 UNTIL RVX > SEQMAX
               MOVE SPACE TO RV-TAB-SCHEDULED(RVX)
           END-PERFORM
           OPEN INPUT SCHEDULE-FILE
           IF WS-FS-SCH = '00'
               PERFORM UNTIL NO-MORE-SCH
                   READ SCHEDULE-FILE AT END
                       SET NO-MORE-SCH TO TRUE
                   END-READ
                   IF NOT NO-MORE-SCH
                       PERFORM TAKE-EARLIER-ASSIGNMENT
                   END-IF
               END-PERFORM
           END-IF
           CLOSE SCHEDULE-FILE
           DISPLAY 'ASSIGNMENTS ALREADY ON schedule.dat: ' SC-ON-FILE.

       TAKE-EARLIER-ASSIGNMENT.
           IF SCH-SEQ NUMERIC AND SCH-SEQ > 0
               ADD 1 TO SC-ON-FILE
               MOVE SCH-SEQ TO RV-LOOK-SEQ
               PERFORM SET-REVIEW-SLOT
               IF RVX > 0
                   SET STORY-SCHEDULED(RVX) TO TRUE
               END-IF
               MOVE SCH-DATE TO NS-DATE
               MOVE SCH-TIME TO NS-TIME
               PERFORM FIND-SLOT
               IF SLOT-FOUND AND SLT-OPEN(SX)
                   SET SLT-EARLIER(SX) TO TRUE
                   MOVE SCH-SEQ TO SLT-SEQ(SX)
                   MOVE SCH-PLOT TO SLT-FILL-PLOT(SX)
                   ADD 1 TO SC-EARLIER
               END-IF
           END-IF.

        *>  a plain 'A' on a story with a caution word is not yet an
        *>  approval, as in EXTRACT.  A story whose plot has since gone
        *>  from plot.dat has no genre or season to place it by and is
        *>  left for the scheduler to place by hand.
       LOAD-CANDIDATES.
           PERFORM UNTIL NO-MORE-LOG
               IF SL-SEQ NUMERIC AND SL-SEQ > 0
                   MOVE SL-SEQ TO RV-LOOK-SEQ
                   PERFORM SET-REVIEW-SLOT
                   IF RVX = 0
                       ADD 1 TO SC-BEYOND
                   ELSE
                       PERFORM TAKE-CANDIDATE
                   END-IF
               END-IF
               PERFORM READ-LOG
           END-PERFORM
           DISPLAY 'APPROVED STORIES:      ' SC-APPROVED
           DISPLAY 'AWAITING A SLOT:       ' CAND-COUNT
           IF SC-CAUTION > 0
               DISPLAY 'CAUTION WORDS NOT CONFIRMED: ' SC-CAUTION
           END-IF
           IF SC-SECOND > 0
               DISPLAY 'AWAITING A SECOND APPROVER:  ' SC-SECOND
           END-IF
           IF SC-NO-PLOT > 0
               DISPLAY 'PLOT NO LONGER ON FILE:      ' SC-NO-PLOT
           END-IF
           IF SC-BEYOND > 0
               DISPLAY 'PAST THE REVIEW WINDOW:      ' SC-BEYOND
           END-IF
           IF SC-CAND-OVER > 0
               DISPLAY 'NOT TABLED - OVER ' CANDMAX ' STORIES: '
               SC-CAND-OVER
           END-IF.

       TAKE-CANDIDATE.
           IF RV-TAB-STATUS(RVX) = 'A' AND STORY-CAUTIONED(RVX)
               ADD 1 TO SC-CAUTION
               MOVE SPACE TO RV-TAB-STATUS(RVX)
           END-IF
           PERFORM CHECK-SECOND-APPROVAL
           IF RV-TAB-STATUS(RVX) = 'A' OR RV-TAB-STATUS(RVX) = 'C'
               ADD 1 TO SC-APPROVED
               EVALUATE TRUE
                   WHEN STORY-SCHEDULED(RVX)
                       CONTINUE
                   WHEN SL-PLOT-PICK NOT NUMERIC
                   OR SL-PLOT-PICK < 1 OR SL-PLOT-PICK > PLOT-COUNT
                       ADD 1 TO SC-NO-PLOT
                   WHEN CAND-COUNT >= CANDMAX
                       ADD 1 TO SC-CAND-OVER
                   WHEN OTHER
                       ADD 1 TO CAND-COUNT
                       MOVE SL-SEQ TO CND-SEQ(CAND-COUNT)
                       MOVE SL-PLOT-PICK TO CND-PLOT(CAND-COUNT)
                       MOVE SL-TITLE TO CND-TITLE(CAND-COUNT)
                       MOVE SPACE TO CND-USED-SW(CAND-COUNT)
               END-EVALUATE
           END-IF.

        *>  a two-approver story's A or C counts only after an
        *>  approval by somebody else, as EXTRACT holds it.
       CHECK-SECOND-APPROVAL.
           IF RV-TAB-STATUS(RVX) = 'A' OR RV-TAB-STATUS(RVX) = 'C'
               PERFORM SET-STORY-GENRE
               IF STORY-NEEDS-TWO
                   IF RV-TAB-PRIOR-OPER(RVX) = SPACES
                   OR RV-TAB-OPER(RVX) = SPACES
                   OR RV-TAB-PRIOR-OPER(RVX) = RV-TAB-OPER(RVX)
                       ADD 1 TO SC-SECOND
                       MOVE SPACE TO RV-TAB-STATUS(RVX)
                   END-IF
               END-IF
           END-IF.

       SET-STORY-GENRE.
           MOVE SPACE TO TWO-SWITCH
           MOVE SPACES TO STORY-GENRE
           IF SL-PLOT-PICK NUMERIC AND SL-PLOT-PICK > 0
           AND SL-PLOT-PICK <= PLOT-COUNT
               MOVE PLOT-GENRE(SL-PLOT-PICK) TO STORY-GENRE
           END-IF
           IF STORY-GENRE NOT = SPACES
               MOVE 'G' TO OCK-FUNCTION
               MOVE 'SCHEDULE' TO OCK-PROGRAM
               MOVE STORY-GENRE TO OCK-GENRE
               CALL 'OPERCHK' USING OPERCHK-PARAMETERS
               IF OCK-ALLOWED
                   SET STORY-NEEDS-TWO TO TRUE
               END-IF
           END-IF.

       SET-REVIEW-SLOT.
           IF RV-LOOK-SEQ < RV-BASE-SEQ
               MOVE 0 TO RVX
           ELSE
               COMPUTE RVX = RV-LOOK-SEQ - RV-BASE-SEQ + 1
               IF RVX > SEQMAX
                   MOVE 0 TO RVX
               END-IF
           END-IF.

       READ-LOG.
           READ STORY-LOG-FILE AT END
               SET NO-MORE-LOG TO TRUE
           END-READ.

        *>****************************************************************
        *>  oldest suitable story first.  When none fits, the reason
        *>  given is the furthest test any story got through: none of
        *>  the wanted kind, none in season on the slot date, or only
        *>  the plot already in the slot before or after.
       FILL-ONE-SLOT.
           MOVE SPACES TO CANDIDATE-SWITCHES
           MOVE 1 TO CX
           PERFORM UNTIL CX > CAND-COUNT OR CND-TAKEN
               IF NOT CND-USED(CX)
                   PERFORM TRY-CANDIDATE
               END-IF
               IF NOT CND-TAKEN
                   ADD 1 TO CX
               END-IF
           END-PERFORM
           IF CND-TAKEN
               SET SLT-NEW(SX) TO TRUE
               SET CND-USED(CX) TO TRUE
               MOVE CND-SEQ(CX) TO SLT-SEQ(SX)
               MOVE CND-PLOT(CX) TO SLT-FILL-PLOT(SX)
               MOVE CND-TITLE(CX) TO SLT-TITLE(SX)
               ADD 1 TO SC-NEW
           ELSE
               ADD 1 TO SC-OPEN
               EVALUATE TRUE
                   WHEN CND-SEASON-SEEN
                       MOVE 'ONLY THE PLOT IN THE NEXT-DOOR SLOT'
                         TO SLT-REASON(SX)
                   WHEN CND-KIND-SEEN
                       MOVE 'PLOT OUT OF SEASON ON THE AIR DATE'
                         TO SLT-REASON(SX)
                   WHEN OTHER
                       MOVE 'NO APPROVED STORY OF THE WANTED KIND'
                         TO SLT-REASON(SX)
               END-EVALUATE
           END-IF.

       TRY-CANDIDATE.
           IF (SLT-PLOT(SX) = 0 OR SLT-PLOT(SX) = CND-PLOT(CX))
           AND (SLT-GENRE(SX) = SPACES
               OR SLT-GENRE(SX) = PLOT-GENRE(CND-PLOT(CX)))
               SET CND-KIND-SEEN TO TRUE
               IF SLT-DATE(SX) >= PLOT-EFF-FROM(CND-PLOT(CX))
               AND SLT-DATE(SX) <= PLOT-EFF-TO(CND-PLOT(CX))
                   SET CND-SEASON-SEEN TO TRUE
                   SET CND-TAKEN TO TRUE
                   IF SX > 1
                       COMPUTE SY = SX - 1
                       IF SLT-FILL-PLOT(SY) = CND-PLOT(CX)
                           MOVE SPACE TO CND-TAKE-SW
                       END-IF
                   END-IF
                   IF SX < SLOT-COUNT
                       COMPUTE SY = SX + 1
                       IF SLT-FILL-PLOT(SY) = CND-PLOT(CX)
                           MOVE SPACE TO CND-TAKE-SW
                       END-IF
                   END-IF
               END-IF
           END-IF.

       WRITE-NEW-ASSIGNMENTS.
           IF SC-NEW > 0
               OPEN EXTEND SCHEDULE-FILE
               IF WS-FS-SCH NOT = '00' AND WS-FS-SCH NOT = '05'
                   OPEN OUTPUT SCHEDULE-FILE
               END-IF
               IF WS-FS-SCH NOT = '00' AND WS-FS-SCH NOT = '05'
                   DISPLAY 'UNABLE TO OPEN schedule.dat, FILE STATUS='
                   WS-FS-SCH
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM VARYING SX FROM 1 BY 1 UNTIL SX > SLOT-COUNT
                   IF SLT-NEW(SX)
                       MOVE SPACES TO SCHEDULE-REC
                       MOVE SLT-DATE(SX) TO SCH-DATE
                       MOVE SLT-TIME(SX) TO SCH-TIME
                       MOVE SLT-SEQ(SX) TO SCH-SEQ
                       MOVE SLT-FILL-PLOT(SX) TO SCH-PLOT
                       MOVE PLOT-GENRE(SLT-FILL-PLOT(SX)) TO SCH-GENRE
                       MOVE RUN-DATE TO SCH-RUN-DATE
                       MOVE 0 TO SCH-SENT-GEN
                       WRITE SCHEDULE-REC
                   END-IF
               END-PERFORM
               CLOSE SCHEDULE-FILE
           END-IF.

        *>****************************************************************
       PRINT-SCHEDULE-GRID.
           OPEN OUTPUT PRINT-FILE
           IF WS-FS-PRT NOT = '00'
               DISPLAY 'UNABLE TO OPEN schedule.prt, FILE STATUS='
               WS-FS-PRT
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 0 TO PRT-LAST-DATE
           PERFORM VARYING SX FROM 1 BY 1 UNTIL SX > SLOT-COUNT
               PERFORM PRINT-SLOT-LINE
           END-PERFORM
           PERFORM PRINT-TOTALS
           PERFORM VARYING CX FROM 1 BY 1 UNTIL CX > CAND-COUNT
               IF NOT CND-USED(CX)
                   ADD 1 TO SC-LEFT-OVER
               END-IF
           END-PERFORM
           IF SC-LEFT-OVER > 0
               PERFORM PRINT-LEFT-OVER
           END-IF
           CLOSE PRINT-FILE.

        *>  the date is printed only when it changes, so a day's slots
        *>  read as one block of the grid; WRITE-PRINT-LINE prints it
        *>  again at the top of a new page.
       PRINT-SLOT-LINE.
           MOVE SPACES TO PRT-HOLD-LINE
           IF SLT-DATE(SX) NOT = PRT-LAST-DATE
               IF PRT-LAST-DATE > 0
                   PERFORM WRITE-PRINT-LINE
               END-IF
               MOVE SLT-DATE(SX) TO PRT-HOLD-LINE(1:8)
               MOVE SLT-DATE(SX) TO PRT-LAST-DATE
           END-IF
           MOVE SLT-TIME(SX)(1:2) TO PRT-HH
           MOVE SLT-TIME(SX)(3:2) TO PRT-MI
           MOVE PRT-HHMM TO PRT-HOLD-LINE(11:5)
           MOVE SLT-GENRE(SX) TO PRT-HOLD-LINE(18:4)
           IF SLT-PLOT(SX) > 0
               MOVE SLT-PLOT(SX) TO PRT-HOLD-LINE(23:2)
           END-IF
           IF SLT-OPEN(SX)
               MOVE SLT-NOTE(SX) TO PRT-HOLD-LINE(41:22)
               MOVE SLT-REASON(SX) TO PRT-HOLD-LINE(66:40)
               MOVE '*** OPEN ***' TO PRT-HOLD-LINE(108:12)
           ELSE
               MOVE SLT-SEQ(SX) TO PRT-HOLD-LINE(27:8)
               MOVE SLT-FILL-PLOT(SX) TO PRT-HOLD-LINE(37:2)
               IF SLT-FILL-PLOT(SX) > 0
               AND SLT-FILL-PLOT(SX) <= PLOT-COUNT
                   MOVE PLOT-TITLE(SLT-FILL-PLOT(SX))
                     TO PRT-HOLD-LINE(41:24)
               END-IF
               IF SLT-NEW(SX)
                   MOVE SLT-TITLE(SX) TO PRT-HOLD-LINE(66:40)
                   MOVE 'NEW' TO PRT-HOLD-LINE(108:3)
               ELSE
                   MOVE 'EARLIER RUN' TO PRT-HOLD-LINE(108:11)
               END-IF
           END-IF
           PERFORM WRITE-PRINT-LINE.

       PRINT-TOTALS.
           MOVE SPACES TO PRT-HOLD-LINE
           PERFORM WRITE-PRINT-LINE
           PERFORM WRITE-PRINT-LINE
           MOVE 'SLOTS ON THE CALENDAR' TO PRT-HOLD-LINE(1:21)
           MOVE SLOT-COUNT TO PRT-SMALL
           MOVE PRT-SMALL TO PRT-HOLD-LINE(33:6)
           PERFORM WRITE-PRINT-LINE
           MOVE SPACES TO PRT-HOLD-LINE
           MOVE 'FILLED ON EARLIER RUNS' TO PRT-HOLD-LINE(1:22)
           MOVE SC-EARLIER TO PRT-SMALL
           MOVE PRT-SMALL TO PRT-HOLD-LINE(33:6)
           PERFORM WRITE-PRINT-LINE
           MOVE SPACES TO PRT-HOLD-LINE
           MOVE 'FILLED THIS RUN' TO PRT-HOLD-LINE(1:15)
           MOVE SC-NEW TO PRT-SMALL
           MOVE PRT-SMALL TO PRT-HOLD-LINE(33:6)
           PERFORM WRITE-PRINT-LINE
           MOVE SPACES TO PRT-HOLD-LINE
           MOVE 'LEFT OPEN' TO PRT-HOLD-LINE(1:9)
           MOVE SC-OPEN TO PRT-SMALL
           MOVE PRT-SMALL TO PRT-HOLD-LINE(33:6)
           PERFORM WRITE-PRINT-LINE
           MOVE SPACES TO PRT-HOLD-LINE
           MOVE 'PAST AND NOT FILLED' TO PRT-HOLD-LINE(1:19)
           MOVE SC-PAST-OPEN TO PRT-SMALL
           MOVE PRT-SMALL TO PRT-HOLD-LINE(33:6)
           PERFORM WRITE-PRINT-LINE
           MOVE SPACES TO PRT-HOLD-LINE
           MOVE 'CALENDAR RECORDS REJECTED' TO PRT-HOLD-LINE(1:25)
           COMPUTE PRT-SMALL = SC-CAL-BAD + SC-CAL-DUP + SC-CAL-OVER
           MOVE PRT-SMALL TO PRT-HOLD-LINE(33:6)
           PERFORM WRITE-PRINT-LINE.

       PRINT-LEFT-OVER.
           MOVE SPACES TO PRT-HOLD-LINE
           PERFORM WRITE-PRINT-LINE
           MOVE 'APPROVED STORIES STILL WAITING FOR A SLOT'
             TO PRT-HOLD-LINE(1:41)
           PERFORM WRITE-PRINT-LINE
           PERFORM VARYING CX FROM 1 BY 1 UNTIL CX > CAND-COUNT
               IF NOT CND-USED(CX)
                   MOVE SPACES TO PRT-HOLD-LINE
                   MOVE CND-SEQ(CX) TO PRT-HOLD-LINE(27:8)
                   MOVE CND-PLOT(CX) TO PRT-HOLD-LINE(37:2)
                   MOVE PLOT-TITLE(CND-PLOT(CX))
                     TO PRT-HOLD-LINE(41:24)
                   MOVE CND-TITLE(CX) TO PRT-HOLD-LINE(66:40)
                   MOVE PLOT-GENRE(CND-PLOT(CX))
                     TO PRT-HOLD-LINE(108:4)
                   PERFORM WRITE-PRINT-LINE
               END-IF
           END-PERFORM.

       START-NEW-PAGE.
           ADD 1 TO PRT-PAGE-NO
           MOVE SPACES TO PRINT-REC
           MOVE '1' TO PRT-CC
           MOVE 'HALLMARK AIR-SLOT SCHEDULE' TO PRT-DATA(1:26)
           MOVE 'RUN' TO PRT-DATA(50:3)
           MOVE RUN-DATE TO PRT-DATA(54:8)
           MOVE 'PAGE' TO PRT-DATA(120:4)
           MOVE PRT-PAGE-NO TO PRT-DATA(125:4)
           WRITE PRINT-REC
           MOVE SPACES TO PRINT-REC
           WRITE PRINT-REC
           MOVE 'AIR DATE' TO PRT-DATA(1:8)
           MOVE 'TIME' TO PRT-DATA(11:4)
           MOVE 'WANTS' TO PRT-DATA(18:5)
           MOVE 'STORY' TO PRT-DATA(27:5)
           MOVE 'PLOT' TO PRT-DATA(36:4)
           MOVE 'PLOT TITLE / SLOT NOTE' TO PRT-DATA(41:22)
           MOVE 'STORY TITLE / WHY OPEN' TO PRT-DATA(66:22)
           MOVE 'SLOT' TO PRT-DATA(108:4)
           WRITE PRINT-REC
           MOVE SPACES TO PRINT-REC
           WRITE PRINT-REC
           MOVE 4 TO PRT-LINE-NO.

       WRITE-PRINT-LINE.
           IF PRT-LINE-NO >= PAGE-DEPTH
               PERFORM START-NEW-PAGE
               IF SX <= SLOT-COUNT AND PRT-HOLD-LINE(1:8) = SPACES
               AND PRT-HOLD-LINE(11:5) NOT = SPACES
                   MOVE SLT-DATE(SX) TO PRT-HOLD-LINE(1:8)
               END-IF
           END-IF
           MOVE SPACES TO PRINT-REC
           MOVE ' ' TO PRT-CC
           MOVE PRT-HOLD-LINE TO PRT-DATA
           WRITE PRINT-REC
           ADD 1 TO PRT-LINE-NO.

        *>  one lock record shared by every program that writes the
        *>  nightly datasets - HALLMARK appends while LOGARCH and
        *>  RUNTRIM rewrite the very same files in place, and running
        *>  two of them together once cost us part of a night's log.
        *>  A held lock refuses startup and names the holder; after an
        *>  abend the morning operator reruns with RUNLOCK_OVERRIDE=Y.
        *>  The override is honoured only for the operator named in
        *>  RUNLOCK_OPER holding run-lock authority on operauth.dat.
       TAKE-RUN-LOCK.
           MOVE "RUNLOCK_OVERRIDE" TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT LOCK-OVERRIDE-X FROM ENVIRONMENT-VALUE
           OPEN INPUT LOCK-FILE
           IF WS-FS-LCK = '00'
               READ LOCK-FILE AT END
                   SET NO-MORE-LCK TO TRUE
               END-READ
               IF NOT NO-MORE-LCK AND LCK-HELD
                   IF LOCK-OVERRIDE-X = 'Y' OR LOCK-OVERRIDE-X = 'y'
                       PERFORM CHECK-OVERRIDE-AUTHORITY
                       DISPLAY 'OVERRIDING RUN LOCK HELD BY '
                       LCK-OWNER ' SINCE ' LCK-DATE ' ' LCK-TIME
                   ELSE
                       DISPLAY 'RUN LOCK HELD BY ' LCK-OWNER
                       ' SINCE ' LCK-DATE ' ' LCK-TIME
                       ' - NOT STARTING'
                       DISPLAY 'IF THAT RUN ABENDED, RERUN WITH'
                       ' RUNLOCK_OVERRIDE=Y AND RUNLOCK_OPER=<YOUR ID>'
                       CLOSE LOCK-FILE
                       MOVE 12 TO RETURN-CODE
                       STOP RUN
                   END-IF
               END-IF
           END-IF
           CLOSE LOCK-FILE
           OPEN OUTPUT LOCK-FILE
           MOVE 'H' TO LCK-STATUS
           MOVE LOCK-OWNER-NAME TO LCK-OWNER
           ACCEPT LCK-DATE FROM DATE YYYYMMDD
           ACCEPT LCK-TIME FROM TIME
           WRITE LCK-REC
           CLOSE LOCK-FILE.

        *>  a refused override is logged by OPERCHK and the run
        *>  stops exactly as if no override had been asked for.
       CHECK-OVERRIDE-AUTHORITY.
           MOVE "RUNLOCK_OPER" TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT LOCK-OPER-ID FROM ENVIRONMENT-VALUE
           MOVE 'C' TO OCK-FUNCTION
           MOVE LOCK-OWNER-NAME TO OCK-PROGRAM
           MOVE LOCK-OPER-ID TO OCK-OPER
           MOVE 'L' TO OCK-AUTHORITY
           CALL 'OPERCHK' USING OPERCHK-PARAMETERS
           IF NOT OCK-ALLOWED
               DISPLAY 'RUNLOCK_OVERRIDE REFUSED FOR OPERATOR '
               LOCK-OPER-ID ' - ' OCK-REASON
               DISPLAY 'RUN LOCK HELD BY ' LCK-OWNER
               ' SINCE ' LCK-DATE ' ' LCK-TIME ' - NOT STARTING'
               CLOSE LOCK-FILE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY 'RUN LOCK OVERRIDE BY ' LOCK-OPER-ID ' '
           OCK-OPER-NAME.

       FREE-RUN-LOCK.
           OPEN OUTPUT LOCK-FILE
           MOVE 'F' TO LCK-STATUS
           MOVE LOCK-OWNER-NAME TO LCK-OWNER
           ACCEPT LCK-DATE FROM DATE YYYYMMDD
           ACCEPT LCK-TIME FROM TIME
           WRITE LCK-REC
           CLOSE LOCK-FILE.
        END PROGRAM SCHEDULE.
