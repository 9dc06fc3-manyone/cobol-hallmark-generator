        *>      S  one per story: seq, plot pick, log date/time
        *>      T  numbered continuation records of the story text
        *>      V  one per build-sheet substitution for the story
        *>      L  the listing-guide logline, in 100-byte parts, for
        *>         a story whose plot carries a logline template
        *>      D  an air date SCHEDULE gave the story (schedule.dat):
        *>         seq, air date, slot time, plot and genre
        *>      Z  trailer: record counts and a hash total of the
        *>         story sequence numbers
        *>  so the intake job can prove what we sent when a file
        *>  EXTRACT_FULL=Y resends everything for the night they
        *>  lose a file.  A story still pending review holds the
        *>  pointer back so it is offered again next run.
        *>  EXT-H-FORMAT in the header (columns 115-116) names the
        *>  record layout: '02' is the eight-digit story sequence with
        *>  the fifteen-digit hash; '03' adds the L records and their
        *>  count in the trailer; '04' adds the D records and theirs;
        *>  '05' carries a sequel's series number, part and parent
        *>  story on its S record (zeros for a story in no series);
        *>  the first-format files carried spaces there.  Review
        *>  decisions are held in a 9999-story window starting at
        *>  the first story not yet sent; stories past it wait as
        *>  pending until the next run.
        *>  A story HALLMARK kept with a watch-list caution word
        *>  (watchhit.dat) goes only on STORYREV's confirmed 'C'
        *>  approval; a plain 'A' on it is held as pending.
        *>  An air date goes once: behind its story's V records when
        *>  the story is on this file, or ahead of the trailer when
        *>  the story went on an earlier one.  The generation that
        *>  carried it is written back to SCH-SENT-GEN; a full resend
        *>  sends the air dates again with their stories.
        *>  A story whose plot is in a genre the operator authority
        *>  file names for two approvers (OPERCHK) goes only when its
        *>  latest approval follows one by a different reviewer; a
        *>  first approval ('F') or a lone one is held as pending.
        ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-LCK.

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

               SELECT PLOT-FILE
               ASSIGN TO WS-PLOT-DSNAME
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-PLOT.
        DATA DIVISION.
       FILE SECTION.

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
       01  EXTRACT-REC PIC X(120).

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

       FD  EXTPTR-FILE
              RECORD CONTAINS 27 CHARACTERS
              BLOCK CONTAINS 0 RECORDS
              RECORDING MODE IS F.

       01  EXTPTR-REC.
           03  EXP-LAST-SEQ    PIC 9(8).
           03  EXP-GEN         PIC 9(4).
           03  EXP-PRIOR-HASH  PIC 9(15).
       FD  LOCK-FILE
              RECORD CONTAINS 23 CHARACTERS
              BLOCK CONTAINS 0 RECORDS
           03  LCK-OWNER       PIC X(8).
           03  LCK-DATE        PIC 9(8).
           03  LCK-TIME        PIC 9(6).

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
           03  FILLER           PIC X(972).
        WORKING-STORAGE SECTION.
       01 EOF-FLAGS.
           03 FILLER PIC X(01) VALUE SPACE.
               88 NO-MORE-RV VALUE 'Y'.
           03 FILLER PIC X(01) VALUE SPACE.
               88 NO-MORE-EXP VALUE 'Y'.
           03 FILLER PIC X(01) VALUE SPACE.
               88 NO-MORE-WH VALUE 'Y'.
           03 FILLER PIC X(01) VALUE SPACE.
               88 NO-MORE-PLOT VALUE 'Y'.

       01 WS-FS-LOG   PIC X(02).
       01 WS-FS-BS    PIC X(02).
       01 WS-FS-RV    PIC X(02).
       01 WS-FS-EXP   PIC X(02).
       01 WS-FS-LCK   PIC X(02).
       01 WS-FS-WH    PIC X(02).
       01 WS-FS-SCH   PIC X(02).
       01 WS-FS-PLOT  PIC X(02).
       01  LOCK-OVERRIDE-X PIC X.
       01  EOF-LCK-SWITCH PIC X VALUE SPACE.
           88  NO-MORE-LCK VALUE 'Y'.
       01  EOF-SCH-SWITCH PIC X VALUE SPACE.
           88  NO-MORE-SCH VALUE 'Y'.
       01  LOCK-OWNER-NAME PIC X(8) VALUE 'EXTRACT '.
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
       01 WS-VARS-DSNAME PIC X(40) VALUE "vars.dat".
       01 WS-PLOT-DSNAME PIC X(40) VALUE "plot.dat".
       01 WS-ENV-NAME     PIC X(20).
           03  EXT-H-VARS-DSN  PIC X(40).
           03  EXT-H-PLOT-DSN  PIC X(40).
           03  EXT-H-GEN       PIC 9(4).
           03  EXT-H-PRIOR-HASH PIC 9(15).
           03  EXT-H-FORMAT    PIC X(2) VALUE '05'.
           03  FILLER          PIC X(4) VALUE SPACES.

       01  EXT-STORY-REC.
           03  EXT-S-TYPE      PIC X VALUE 'S'.
           03  EXT-S-SEQ       PIC 9(8).
           03  EXT-S-PLOT      PIC 99.
           03  EXT-S-DATE      PIC 9(8).
           03  EXT-S-TIME      PIC 9(6).
           03  EXT-S-SERIES-ID PIC 9(8).
           03  EXT-S-SERIES-PART PIC 9(3).
           03  EXT-S-PARENT-SEQ PIC 9(8).
           03  FILLER          PIC X(76) VALUE SPACES.

       01  EXT-TEXT-REC.
           03  EXT-T-TYPE      PIC X VALUE 'T'.
           03  EXT-T-SEQ       PIC 9(8).
           03  EXT-T-LINE      PIC 9(3).
           03  EXT-T-TEXT      PIC X(80).
           03  FILLER          PIC X(28) VALUE SPACES.

       01  EXT-VAR-REC.
           03  EXT-V-TYPE      PIC X VALUE 'V'.
           03  EXT-V-SEQ       PIC 9(8).
           03  EXT-V-NAME      PIC X(16).
           03  EXT-V-VAL       PIC X(60).
           03  FILLER          PIC X(35) VALUE SPACES.

        *>  the intake side joins the parts in EXT-L-PART order and
        *>  loads the result as the guide blurb; a blank second half
        *>  is not sent.
       01  EXT-LOGLINE-REC.
           03  EXT-L-TYPE      PIC X VALUE 'L'.
           03  EXT-L-SEQ       PIC 9(8).
           03  EXT-L-PART      PIC 9.
           03  EXT-L-TEXT      PIC X(100).
           03  FILLER          PIC X(10) VALUE SPACES.

       01  EXT-AIRDATE-REC.
           03  EXT-D-TYPE      PIC X VALUE 'D'.
           03  EXT-D-SEQ       PIC 9(8).
           03  EXT-D-DATE      PIC 9(8).
           03  EXT-D-TIME      PIC 9(4).
           03  EXT-D-PLOT      PIC 99.
           03  EXT-D-GENRE     PIC X(4).
           03  FILLER          PIC X(93) VALUE SPACES.

       01  EXT-TRAILER-REC.
           03  EXT-Z-TYPE      PIC X VALUE 'Z'.
           03  EXT-Z-TEXTS     PIC 9(6).
           03  EXT-Z-VARS      PIC 9(6).
           03  EXT-Z-RECORDS   PIC 9(6).
           03  EXT-Z-SEQ-HASH  PIC 9(15).
           03  EXT-Z-PULLED    PIC 9(6).
           03  EXT-Z-PENDING   PIC 9(6).
           03  EXT-Z-LOGLINES  PIC 9(6).
           03  EXT-Z-AIRDATES  PIC 9(6).
           03  FILLER          PIC X(56) VALUE SPACES.

       01  EXT-COUNTS.
           03  EXT-STORY-COUNT PIC 9(6) VALUE 0.
           03  EXT-TEXT-COUNT  PIC 9(6) VALUE 0.
           03  EXT-VAR-COUNT   PIC 9(6) VALUE 0.
           03  EXT-LOGLINE-COUNT PIC 9(6) VALUE 0.
           03  EXT-AIRDATE-COUNT PIC 9(6) VALUE 0.
           03  EXT-REC-COUNT   PIC 9(6) VALUE 0.
           03  EXT-SEQ-HASH    PIC 9(15) VALUE 0.
           03  EXT-PULLED-CNT  PIC 9(6) VALUE 0.
           03  EXT-PENDING-CNT PIC 9(6) VALUE 0.
           03  EXT-HELD-CNT    PIC 9(6) VALUE 0.
           03  EXT-CAUTION-CNT PIC 9(6) VALUE 0.
           03  EXT-BEYOND-CNT  PIC 9(6) VALUE 0.
           03  EXT-SECOND-CNT  PIC 9(6) VALUE 0.
           03  EXT-LINE-NO     PIC 9(3).

       01  FULL-RESEND-X PIC X.
       01  FULL-RESEND-SWITCH PIC X VALUE SPACE.
           88  FULL-RESEND VALUE 'Y'.
       01  EXTPTR-FIELDS.
           03  EXP-OLD-LAST    PIC 9(8) VALUE 0.
           03  EXP-PTR-LAST    PIC 9(8) VALUE 0.
           03  EXP-OLD-GEN     PIC 9(4) VALUE 0.
           03  EXP-OLD-HASH    PIC 9(15) VALUE 0.
           03  EXP-NEW-LAST    PIC 9(8) VALUE 0.
           03  EXP-SKIPPED     PIC 9(6) VALUE 0.
       01  POINTER-BLOCK-SWITCH PIC X VALUE SPACE.
           88  POINTER-BLOCKED VALUE 'Y'.

        *>  latest decision per sequence from review.dat - space means
        *>  no decision yet, and an undecided story stays home.
        *>  Slot 1 is RV-BASE-SEQ; SET-REVIEW-SLOT gives RVX = 0 for
        *>  a sequence outside the window.
       01  SEQMAX PIC 9(4) VALUE 9999.
       01  REVIEW-TABLE-AREA.
           03  RV-TAB-STATUS PIC X OCCURS 9999 TIMES.
        *>  same slots: 'Y' when the story carries a caution word.
       01  CAUTION-TABLE-AREA.
           03  RV-TAB-CAUTION PIC X OCCURS 9999 TIMES.
               88  STORY-CAUTIONED VALUE 'Y'.
        *>  same slots: who took the latest decision, and who gave the
        *>  approval before it when the latest is an approval too -
        *>  tabled the way STORYREV tables them.
       01  REVIEW-OPER-AREA.
           03  RV-TAB-OPER PIC X(8) OCCURS 9999 TIMES.
       01  REVIEW-PRIOR-AREA.
           03  RV-TAB-PRIOR-OPER PIC X(8) OCCURS 9999 TIMES.
       01  RVX PIC 9(9).
       01  RV-BASE-SEQ PIC 9(8) VALUE 1.
       01  RV-LOOK-SEQ PIC 9(8).

        *>  schedule.dat entries still to go (all of them on a full
        *>  resend), with their place on the file so the sent
        *>  generation can be written back to the same record.
       01  SCHMAX PIC 9(4) VALUE 2000.
       01  SCH-TAB-COUNT PIC 9(4) VALUE 0.
       01  SCHEDULE-TABLE-AREA.
           03  SCH-TAB-ENTRY OCCURS 2000 TIMES.
               05  ST-RECNO        PIC 9(6).
               05  ST-SEQ          PIC 9(8).
               05  ST-DATE         PIC 9(8).
               05  ST-TIME         PIC 9(4).
               05  ST-PLOT         PIC 99.
               05  ST-GENRE        PIC X(4).
               05  ST-SENT-GEN     PIC 9(4).
               05  ST-SENT-SW      PIC X.
                   88  ST-SENT-NOW VALUE 'Y'.
       01  STX PIC 9(4).
       01  SCH-RECNO PIC 9(6).
       01  SCH-OVER-CNT PIC 9(6) VALUE 0.

        *>  genre of each template, from its '*CATALOG' record, in
        *>  plot.dat order - the order SL-PLOT-PICK counts in.
       01  PLOTMAX PIC 99 VALUE 99.
       01  PLOT-COUNT PIC 99 VALUE 0.
       01  PLOT-GENRE-AREA.
           03  PLOT-GENRE PIC X(4) OCCURS 99 TIMES.
       01  STORY-GENRE PIC X(4).
       01  TWO-SWITCH PIC X VALUE SPACE.
           88  STORY-NEEDS-TWO VALUE 'Y'.

       01  STORY-TEXT PIC X(4092).
       01  STORY-LENGTH PIC 9(4) VALUE 1024.
           DISPLAY ' '
           DISPLAY 'EXTRACT - DOWNSTREAM INTERFACE FILE'
           PERFORM LOAD-EXTRACT-POINTER
           MOVE EXP-OLD-LAST TO EXP-PTR-LAST
           PERFORM LOAD-SCHEDULE-TABLE
           PERFORM LOAD-PLOT-GENRES
           IF FULL-RESEND
               DISPLAY 'FULL RESEND REQUESTED - POINTER IGNORED'
               MOVE 0 TO EXP-OLD-LAST
               STOP RUN
           END-IF

           PERFORM READ-BS
           PERFORM READ-LOG
           COMPUTE RV-BASE-SEQ = EXP-OLD-LAST + 1
           IF NOT NO-MORE-LOG AND SL-SEQ NUMERIC
           AND SL-SEQ > RV-BASE-SEQ
               MOVE SL-SEQ TO RV-BASE-SEQ
           END-IF
           PERFORM LOAD-REVIEW-TABLE
           PERFORM LOAD-CAUTION-TABLE
           PERFORM WRITE-HEADER
           MOVE EXP-OLD-LAST TO EXP-NEW-LAST
           PERFORM UNTIL NO-MORE-LOG
               IF SL-SEQ NUMERIC AND SL-SEQ > 0
               END-IF
               PERFORM READ-LOG
           END-PERFORM
           PERFORM WRITE-LATE-AIRDATES
           PERFORM WRITE-TRAILER
           PERFORM SAVE-EXTRACT-POINTER
           PERFORM SAVE-SCHEDULE-MARKS
           CLOSE STORY-LOG-FILE
           CLOSE BUILD-SHEET-FILE
           CLOSE EXTRACT-FILE
           DISPLAY 'STORIES PENDING:   ' EXT-PENDING-CNT
           DISPLAY '  OF WHICH HELD BEHIND A PENDING REVIEW: '
           EXT-HELD-CNT
           IF EXT-CAUTION-CNT > 0
               DISPLAY '  OF WHICH CAUTION WORDS NOT CONFIRMED: '
               EXT-CAUTION-CNT
           END-IF
           IF EXT-BEYOND-CNT > 0
               DISPLAY '  OF WHICH PAST THE REVIEW WINDOW:        '
               EXT-BEYOND-CNT
           END-IF
           IF EXT-SECOND-CNT > 0
               DISPLAY '  OF WHICH AWAITING A SECOND APPROVER:   '
               EXT-SECOND-CNT
           END-IF
           DISPLAY 'LOGLINE RECORDS:   ' EXT-LOGLINE-COUNT
           DISPLAY 'AIR-DATE RECORDS:  ' EXT-AIRDATE-COUNT
           IF SCH-OVER-CNT > 0
               DISPLAY 'AIR DATES NOT TABLED - OVER ' SCHMAX ': '
               SCH-OVER-CNT
           END-IF
           DISPLAY 'ALREADY SENT:      ' EXP-SKIPPED
           DISPLAY 'SENT THROUGH SEQ:  ' EXP-NEW-LAST
           DISPLAY 'RECORDS WRITTEN:   ' EXT-REC-COUNT
        *>  them on the run that finally advances it, and one story
        *>  pending overnight would hand the intake group duplicates.
        *>  They count as pending in the trailer so the short file is
        *>  still explained.  A plain 'A' on a story carrying a
        *>  caution word counts as no decision yet.
       DISPOSE-ONE-STORY.
           MOVE SL-SEQ TO RV-LOOK-SEQ
           PERFORM SET-REVIEW-SLOT
           IF RVX = 0
               ADD 1 TO EXT-BEYOND-CNT
               ADD 1 TO EXT-PENDING-CNT
               SET POINTER-BLOCKED TO TRUE
           ELSE
               IF RV-TAB-STATUS(RVX) = 'A' AND STORY-CAUTIONED(RVX)
                   ADD 1 TO EXT-CAUTION-CNT
                   MOVE SPACE TO RV-TAB-STATUS(RVX)
               END-IF
               PERFORM CHECK-SECOND-APPROVAL
               EVALUATE RV-TAB-STATUS(RVX)
                   WHEN 'A'
                   WHEN 'C'
                       IF POINTER-BLOCKED
                           ADD 1 TO EXT-HELD-CNT
                           ADD 1 TO EXT-PENDING-CNT
                       ELSE
                           PERFORM EXTRACT-ONE-STORY
                           MOVE SL-SEQ TO EXP-NEW-LAST
                       END-IF
                   WHEN 'P'
                       ADD 1 TO EXT-PULLED-CNT
                       IF NOT POINTER-BLOCKED
                           MOVE SL-SEQ TO EXP-NEW-LAST
                       END-IF
                   WHEN OTHER
                       ADD 1 TO EXT-PENDING-CNT
                       SET POINTER-BLOCKED TO TRUE
               END-EVALUATE
           END-IF.

        *>  a first approval waits for its second; a two-approver
        *>  story's A or C counts only after an approval by somebody
        *>  else - otherwise it is pending like an undecided story.
       CHECK-SECOND-APPROVAL.
           IF RV-TAB-STATUS(RVX) = 'F'
               ADD 1 TO EXT-SECOND-CNT
           END-IF
           IF RV-TAB-STATUS(RVX) = 'A' OR RV-TAB-STATUS(RVX) = 'C'
               PERFORM SET-STORY-GENRE
               IF STORY-NEEDS-TWO
                   IF RV-TAB-PRIOR-OPER(RVX) = SPACES
                   OR RV-TAB-OPER(RVX) = SPACES
                   OR RV-TAB-PRIOR-OPER(RVX) = RV-TAB-OPER(RVX)
                       ADD 1 TO EXT-SECOND-CNT
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
               MOVE 'EXTRACT ' TO OCK-PROGRAM
               MOVE STORY-GENRE TO OCK-GENRE
               CALL 'OPERCHK' USING OPERCHK-PARAMETERS
               IF OCK-ALLOWED
                   SET STORY-NEEDS-TWO TO TRUE
               END-IF
           END-IF.

       LOAD-PLOT-GENRES.
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
                   MOVE SPACES TO PLOT-GENRE(PLOT-COUNT)
                   IF PC-CATALOG-REC
                       MOVE PC-GENRE TO PLOT-GENRE(PLOT-COUNT)
                       PERFORM READ-PLOT
                   END-IF
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

       SKIP-PLOT-TEXT.
           PERFORM UNTIL NO-MORE-PLOT OR NOT PLOT-MORE-CHUNKS
               PERFORM READ-PLOT
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

       LOAD-EXTRACT-POINTER.
           OPEN INPUT EXTPTR-FILE
       LOAD-REVIEW-TABLE.
           PERFORM VARYING RVX FROM 1 BY 1 UNTIL RVX > SEQMAX
               MOVE SPACE TO RV-TAB-STATUS(RVX)
               MOVE SPACES TO RV-TAB-OPER(RVX) RV-TAB-PRIOR-OPER(RVX)
           END-PERFORM
           OPEN INPUT REVIEW-FILE
           IF WS-FS-RV = '00'
               PERFORM READ-RV
               PERFORM UNTIL NO-MORE-RV
                   IF RV-SEQ NUMERIC AND RV-SEQ > 0
                       MOVE RV-SEQ TO RV-LOOK-SEQ
                       PERFORM SET-REVIEW-SLOT
                       IF RVX > 0
                           PERFORM TAKE-DECISION
                       END-IF
                   END-IF
                   PERFORM READ-RV
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

       SET-REVIEW-SLOT.
           IF RV-LOOK-SEQ < RV-BASE-SEQ
               MOVE 0 TO RVX
           ELSE
               COMPUTE RVX = RV-LOOK-SEQ - RV-BASE-SEQ + 1
               IF RVX > SEQMAX
                   MOVE 0 TO RVX
               END-IF
           END-IF.

       READ-RV.
           READ REVIEW-FILE AT END
               SET NO-MORE-RV TO TRUE
           MOVE SL-PLOT-PICK TO EXT-S-PLOT
           MOVE SL-DATE TO EXT-S-DATE
           MOVE SL-TIME TO EXT-S-TIME
           MOVE 0 TO EXT-S-SERIES-ID EXT-S-SERIES-PART
           MOVE 0 TO EXT-S-PARENT-SEQ
           IF SL-SERIES-ID NUMERIC AND SL-SERIES-PART NUMERIC
           AND SL-PARENT-SEQ NUMERIC
               MOVE SL-SERIES-ID TO EXT-S-SERIES-ID
               MOVE SL-SERIES-PART TO EXT-S-SERIES-PART
               MOVE SL-PARENT-SEQ TO EXT-S-PARENT-SEQ
           END-IF
           WRITE EXTRACT-REC FROM EXT-STORY-REC
           ADD 1 TO EXT-REC-COUNT
           MOVE SL-STORY-TEXT TO STORY-TEXT
           PERFORM SET-STORY-LENGTH
           PERFORM WRITE-TEXT-RECORDS
           PERFORM WRITE-LOGLINE-RECORDS
           PERFORM WRITE-VAR-RECORDS
           PERFORM WRITE-AIRDATE-RECORDS.

       SET-STORY-LENGTH.
           MOVE 4092 TO STORY-LENGTH
               ADD COPY-LEN TO INDEX-POS
           END-PERFORM.

       WRITE-LOGLINE-RECORDS.
           IF SL-LOGLINE NOT = SPACES
               MOVE SL-SEQ TO EXT-L-SEQ
               MOVE 1 TO EXT-L-PART
               MOVE SL-LOGLINE(1:100) TO EXT-L-TEXT
               WRITE EXTRACT-REC FROM EXT-LOGLINE-REC
               ADD 1 TO EXT-REC-COUNT
               ADD 1 TO EXT-LOGLINE-COUNT
               IF SL-LOGLINE(101:100) NOT = SPACES
                   MOVE 2 TO EXT-L-PART
                   MOVE SL-LOGLINE(101:100) TO EXT-L-TEXT
                   WRITE EXTRACT-REC FROM EXT-LOGLINE-REC
                   ADD 1 TO EXT-REC-COUNT
                   ADD 1 TO EXT-LOGLINE-COUNT
               END-IF
           END-IF.

        *>  both files are written in ascending story sequence, so a
        *>  classic co-sequential match pairs the build-sheet records
        *>  with the logged story without tabling either file.
           PERFORM UNTIL NO-MORE-BS OR BS-SEQ >= SL-SEQ
               PERFORM READ-BS
           END-PERFORM
        *>  the department charged is kept in house.
           PERFORM UNTIL NO-MORE-BS OR BS-SEQ NOT = SL-SEQ
               IF BS-VAR-NAME NOT = '*REQUESTER*'
                   MOVE BS-SEQ TO EXT-V-SEQ
                   MOVE BS-VAR-NAME TO EXT-V-NAME
                   MOVE BS-VAR-VAL TO EXT-V-VAL
                   WRITE EXTRACT-REC FROM EXT-VAR-REC
                   ADD 1 TO EXT-REC-COUNT
                   ADD 1 TO EXT-VAR-COUNT
               END-IF
               PERFORM READ-BS
           END-PERFORM.

       LOAD-SCHEDULE-TABLE.
           MOVE 0 TO SCH-RECNO
           OPEN INPUT SCHEDULE-FILE
           IF WS-FS-SCH = '00'
               PERFORM UNTIL NO-MORE-SCH
                   READ SCHEDULE-FILE AT END
                       SET NO-MORE-SCH TO TRUE
                   END-READ
                   IF NOT NO-MORE-SCH
                       ADD 1 TO SCH-RECNO
                       PERFORM TAKE-SCHEDULE-ENTRY
                   END-IF
               END-PERFORM
           END-IF
           CLOSE SCHEDULE-FILE.

       TAKE-SCHEDULE-ENTRY.
           IF SCH-SENT-GEN NOT NUMERIC
               MOVE 0 TO SCH-SENT-GEN
           END-IF
           IF SCH-SEQ NUMERIC AND SCH-SEQ > 0
           AND (SCH-SENT-GEN = 0 OR FULL-RESEND)
               IF SCH-TAB-COUNT < SCHMAX
                   ADD 1 TO SCH-TAB-COUNT
                   MOVE SCH-RECNO TO ST-RECNO(SCH-TAB-COUNT)
                   MOVE SCH-SEQ TO ST-SEQ(SCH-TAB-COUNT)
                   MOVE SCH-DATE TO ST-DATE(SCH-TAB-COUNT)
                   MOVE SCH-TIME TO ST-TIME(SCH-TAB-COUNT)
                   MOVE SCH-PLOT TO ST-PLOT(SCH-TAB-COUNT)
                   MOVE SCH-GENRE TO ST-GENRE(SCH-TAB-COUNT)
                   MOVE SCH-SENT-GEN TO ST-SENT-GEN(SCH-TAB-COUNT)
                   MOVE SPACE TO ST-SENT-SW(SCH-TAB-COUNT)
               ELSE
                   ADD 1 TO SCH-OVER-CNT
               END-IF
           END-IF.

       WRITE-AIRDATE-RECORDS.
           PERFORM VARYING STX FROM 1 BY 1 UNTIL STX > SCH-TAB-COUNT
               IF ST-SEQ(STX) = SL-SEQ AND NOT ST-SENT-NOW(STX)
                   PERFORM WRITE-ONE-AIRDATE
               END-IF
           END-PERFORM.

        *>  air dates given after the story itself was sent; one
        *>  sent before on a full resend is not repeated on its own.
       WRITE-LATE-AIRDATES.
           PERFORM VARYING STX FROM 1 BY 1 UNTIL STX > SCH-TAB-COUNT
               IF NOT ST-SENT-NOW(STX) AND ST-SENT-GEN(STX) = 0
               AND ST-SEQ(STX) <= EXP-PTR-LAST
                   PERFORM WRITE-ONE-AIRDATE
               END-IF
           END-PERFORM.

       WRITE-ONE-AIRDATE.
           MOVE ST-SEQ(STX) TO EXT-D-SEQ
           MOVE ST-DATE(STX) TO EXT-D-DATE
           MOVE ST-TIME(STX) TO EXT-D-TIME
           MOVE ST-PLOT(STX) TO EXT-D-PLOT
           MOVE ST-GENRE(STX) TO EXT-D-GENRE
           WRITE EXTRACT-REC FROM EXT-AIRDATE-REC
           ADD 1 TO EXT-REC-COUNT
           ADD 1 TO EXT-AIRDATE-COUNT
           SET ST-SENT-NOW(STX) TO TRUE.

        *>  the table is in file order, so one pass down schedule.dat
        *>  meets the sent entries in turn and rewrites each in place.
       SAVE-SCHEDULE-MARKS.
           IF EXT-AIRDATE-COUNT > 0
               OPEN I-O SCHEDULE-FILE
               IF WS-FS-SCH NOT = '00'
                   DISPLAY 'UNABLE TO UPDATE schedule.dat, FILE STATUS='
                   WS-FS-SCH
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE 0 TO SCH-RECNO
               MOVE 1 TO STX
               MOVE SPACE TO EOF-SCH-SWITCH
               PERFORM UNTIL NO-MORE-SCH OR STX > SCH-TAB-COUNT
                   READ SCHEDULE-FILE AT END
                       SET NO-MORE-SCH TO TRUE
                   END-READ
                   IF NOT NO-MORE-SCH
                       ADD 1 TO SCH-RECNO
                       PERFORM MARK-ONE-SCHEDULE-ENTRY
                   END-IF
               END-PERFORM
               CLOSE SCHEDULE-FILE
           END-IF.

       MARK-ONE-SCHEDULE-ENTRY.
           PERFORM UNTIL STX > SCH-TAB-COUNT
           OR ST-RECNO(STX) >= SCH-RECNO
               ADD 1 TO STX
           END-PERFORM
           IF STX <= SCH-TAB-COUNT
               IF ST-RECNO(STX) = SCH-RECNO AND ST-SENT-NOW(STX)
                   COMPUTE SCH-SENT-GEN = EXP-OLD-GEN + 1
                   REWRITE SCHEDULE-REC
               END-IF
           END-IF.

       WRITE-TRAILER.
           MOVE EXT-STORY-COUNT TO EXT-Z-STORIES
           MOVE EXT-TEXT-COUNT TO EXT-Z-TEXTS
           MOVE EXT-SEQ-HASH TO EXT-Z-SEQ-HASH
           MOVE EXT-PULLED-CNT TO EXT-Z-PULLED
           MOVE EXT-PENDING-CNT TO EXT-Z-PENDING
           MOVE EXT-LOGLINE-COUNT TO EXT-Z-LOGLINES
           MOVE EXT-AIRDATE-COUNT TO EXT-Z-AIRDATES
           WRITE EXTRACT-REC FROM EXT-TRAILER-REC.

       READ-LOG.
        *>  two of them together once cost us part of a night's log.
        *>  A held lock refuses startup and names the holder; after an
        *>  abend the morning operator reruns with RUNLOCK_OVERRIDE=Y.
        *>  The override is honoured only for the operator named in
        *>  RUNLOCK_OPER holding run-lock authority on operauth.dat.
       TAKE-RUN-LOCK.
           MOVE "RUNLOCK_OVERRIDE" TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
               END-READ
               IF NOT NO-MORE-LCK AND LCK-HELD
                   IF LOCK-OVERRIDE-X = 'Y' OR LOCK-OVERRIDE-X = 'y'
                       PERFORM CHECK-OVERRIDE-AUTHORITY
                       DISPLAY 'OVERRIDING RUN LOCK HELD BY '
                       LCK-OWNER ' SINCE ' LCK-DATE ' ' LCK-TIME
                   ELSE
                       ' SINCE ' LCK-DATE ' ' LCK-TIME
                       ' - NOT STARTING'
                       DISPLAY 'IF THAT RUN ABENDED, RERUN WITH'
                       ' RUNLOCK_OVERRIDE=Y AND RUNLOCK_OPER=<YOUR ID>'
                       CLOSE LOCK-FILE
                       MOVE 12 TO RETURN-CODE
                       STOP RUN
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
