        >>SOURCE FIXED
        IDENTIFICATION DIVISION.
        PROGRAM-ID.    CHGRPT.
        AUTHOR.        SIMOTIME TECHNOLOGIES.
        *>
        *>  Monthly department chargeback report, chgrpt.prt.  For
        *>  the stories generated in one calendar month (SL-DATE on
        *>  storylog.dat) it counts, by the department each story was
        *>  charged to (SL-REQUESTER - the REQUEST card behind it, or
        *>  the operator's department for a keyboard story):
        *>      generated   every story logged in the month
        *>      approved    latest decision on review.dat approved,
        *>                  A or the confirmed C
        *>      pulled      latest decision on review.dat a pull
        *>      sent        sent downstream - any entry for the story
        *>                  on ackhist.dat, accepted or rejected, since
        *>                  scheduling had it either way
        *>  and prices each count from the chargeback rate file,
        *>  chgrate.dat (or CHGRATE_DSNAME), kept by hand with a '*'
        *>  in column 1 for a comment:
        *>      D dddddddd name                 a department
        *>      R dddddddd yyyymm g a p s       rates from month
        *>                                      yyyymm, each 9(5)V99
        *>  An R record with a blank department prices every
        *>  department without one of its own.  The rate for the month
        *>  is the R record with the latest from-month not after it.
        *>  Every D department is listed, with or without stories,
        *>  then any department charged that the rate file does not
        *>  name, then the stories charged to no department as
        *>  (NONE), and a total.
        *>  The month comes from CHGRPT_MONTH (YYYYMM), or is the
        *>  month before today.  Stories are held in a 9999-story
        *>  window from the first story of the month, as QUALRPT does.
        *>  Return code 4 when a story is charged to no department or
        *>  to one not on the rate file, or a department with stories
        *>  has no rate for the month.
        ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

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

               SELECT OPTIONAL ACK-HISTORY-FILE
               ASSIGN TO "ackhist.dat"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-AH.

               SELECT OPTIONAL RATE-FILE
               ASSIGN TO WS-RATE-DSNAME
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-RATE.

               SELECT PRINT-FILE
               ASSIGN TO "chgrpt.prt"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-PRT.
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

       FD  ACK-HISTORY-FILE
              RECORD CONTAINS 27 CHARACTERS
              BLOCK CONTAINS 0 RECORDS
              RECORDING MODE IS F.

       01  ACK-HISTORY-REC.
           03  AH-SEQ          PIC 9(8).
           03  AH-STATUS       PIC X.
           03  AH-REASON       PIC X(4).
           03  AH-DATE         PIC 9(8).
           03  AH-TIME         PIC 9(6).

       FD  RATE-FILE
              RECORD CONTAINS 80 CHARACTERS
              BLOCK CONTAINS 0 RECORDS
              RECORDING MODE IS F.

       01  RATE-REC.
           03  CR-TYPE         PIC X.
               88  CR-DEPT-REC VALUE 'D'.
               88  CR-RATE-REC VALUE 'R'.
               88  CR-COMMENT  VALUE '*' ' '.
           03  CR-DEPT         PIC X(8).
           03  CR-DEPT-NAME    PIC X(30).
           03  FILLER          PIC X(41).

       01  RATE-REC-VIEW.
           03  FILLER          PIC X.
           03  FILLER          PIC X(8).
           03  CR-FROM-MONTH   PIC 9(6).
           03  CR-RATE-GEN     PIC 9(5)V99.
           03  CR-RATE-APPR    PIC 9(5)V99.
           03  CR-RATE-PULL    PIC 9(5)V99.
           03  CR-RATE-SENT    PIC 9(5)V99.
           03  FILLER          PIC X(37).

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
               88 NO-MORE-LOG VALUE 'Y'.
           03 FILLER PIC X(01) VALUE SPACE.
               88 NO-MORE-RV VALUE 'Y'.
           03 FILLER PIC X(01) VALUE SPACE.
               88 NO-MORE-AH VALUE 'Y'.
           03 FILLER PIC X(01) VALUE SPACE.
               88 NO-MORE-RATE VALUE 'Y'.

       01 WS-FS-LOG   PIC X(02).
       01 WS-FS-RV    PIC X(02).
       01 WS-FS-AH    PIC X(02).
       01 WS-FS-RATE  PIC X(02).
       01 WS-FS-PRT   PIC X(02).
       01 WS-RATE-DSNAME PIC X(40) VALUE "chgrate.dat".
       01 WS-ENV-NAME     PIC X(20).

       01  REF-DATA.
           03  PAGE-DEPTH PIC 99 VALUE 55.

       01  LOWER-LETTERS PIC X(26) VALUE 'abcdefghijklmnopqrstuvwxyz'.
       01  UPPER-LETTERS PIC X(26) VALUE 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.

       01  CG-MONTH-X PIC X(6).
       01  FILLER REDEFINES CG-MONTH-X.
          03  CG-MONTH PIC 9(6).
       01  FILLER REDEFINES CG-MONTH-X.
          03  CG-MONTH-YEAR PIC 9(4).
          03  CG-MONTH-MM   PIC 99.
       01  CG-TODAY PIC 9(8).
       01  FILLER REDEFINES CG-TODAY.
          03  CG-TODAY-YEAR PIC 9(4).
          03  CG-TODAY-MM   PIC 99.
          03  CG-TODAY-DD   PIC 99.
       01  CG-FROM-DATE PIC 9(8).
       01  CG-TO-DATE PIC 9(8).

        *>  the rate records in file order; a later record for the
        *>  same department and from-month replaces an earlier one.
       01  RATEMAX PIC 9(3) VALUE 200.
       01  RATE-COUNT PIC 9(3) VALUE 0.
       01  RATE-TABLE-AREA.
           03  RATE-ENTRY OCCURS 200 TIMES.
               05  RT-DEPT         PIC X(8).
               05  RT-FROM-MONTH   PIC 9(6).
               05  RT-RATE-GEN     PIC 9(5)V99.
               05  RT-RATE-APPR    PIC 9(5)V99.
               05  RT-RATE-PULL    PIC 9(5)V99.
               05  RT-RATE-SENT    PIC 9(5)V99.
       01  TX PIC 9(3).
       01  TY PIC 9(3).

        *>  the D departments in file order, then each department
        *>  met on the log that the rate file does not name; the
        *>  stories charged to no department sit on their own entry.
       01  DEPTMAX PIC 9(3) VALUE 100.
       01  DEPT-COUNT PIC 9(3) VALUE 0.
       01  DEPT-TABLE-AREA.
           03  DEPT-ENTRY OCCURS 100 TIMES.
               05  DP-DEPT         PIC X(8).
               05  DP-NAME         PIC X(30).
               05  DP-ON-FILE-SW   PIC X.
                   88  DP-ON-FILE VALUE 'Y'.
               05  DP-GEN-CNT      PIC 9(6).
               05  DP-APPR-CNT     PIC 9(6).
               05  DP-PULL-CNT     PIC 9(6).
               05  DP-SENT-CNT     PIC 9(6).
       01  DX PIC 9(3).
       01  DY PIC 9(3).
       01  NONE-DX PIC 9(3) VALUE 0.
       01  LOOK-DEPT PIC X(8).

        *>  one slot per story of the month; slot 1 is CS-BASE-SEQ,
        *>  the month's first story on the log, and SET-STORY-SLOT
        *>  gives QSX = 0 for a sequence outside the window.
       01  SEQMAX PIC 9(4) VALUE 9999.
       01  STORY-TABLE-AREA.
           03  STORY-SLOT OCCURS 9999 TIMES.
               05  CS-MONTH-SW     PIC X.
                   88  CS-IN-MONTH VALUE 'Y'.
               05  CS-DEPT-X       PIC 9(3).
               05  CS-RV-STATUS    PIC X.
               05  CS-SENT-SW      PIC X.
                   88  CS-SENT VALUE 'Y'.
       01  QSX PIC 9(9).
       01  CS-BASE-SEQ PIC 9(8) VALUE 0.
       01  CS-LOOK-SEQ PIC 9(8).

        *>  the rate that prices the department being printed.
       01  CUR-RATE-FIELDS.
           03  CUR-RATE-SW     PIC X.
               88  CUR-RATE-FOUND VALUE 'Y'.
           03  CUR-RATE-DEPT   PIC X(8).
           03  CUR-FROM-MONTH  PIC 9(6).
           03  CUR-RATE-GEN    PIC 9(5)V99.
           03  CUR-RATE-APPR   PIC 9(5)V99.
           03  CUR-RATE-PULL   PIC 9(5)V99.
           03  CUR-RATE-SENT   PIC 9(5)V99.
           03  CUR-AMOUNT      PIC 9(9)V99.

       01  CHG-COUNTS.
           03  CC-GEN-CNT      PIC 9(6) VALUE 0.
           03  CC-APPR-CNT     PIC 9(6) VALUE 0.
           03  CC-PULL-CNT     PIC 9(6) VALUE 0.
           03  CC-SENT-CNT     PIC 9(6) VALUE 0.
           03  CC-AMOUNT       PIC 9(9)V99 VALUE 0.
           03  CC-NONE-CNT     PIC 9(6) VALUE 0.
           03  CC-UNKNOWN-CNT  PIC 9(6) VALUE 0.
           03  CC-NO-RATE-CNT  PIC 9(6) VALUE 0.
           03  CC-BEYOND-CNT   PIC 9(6) VALUE 0.
           03  CC-DEPT-OVER    PIC 9(6) VALUE 0.
           03  CC-BAD-RATE-CNT PIC 9(6) VALUE 0.

       01  PRINT-FIELDS.
           03  PRT-HOLD-LINE   PIC X(132).
           03  PRT-PAGE-NO     PIC 9(4) VALUE 0.
           03  PRT-LINE-NO     PIC 99 VALUE 99.
           03  PRT-RUN-DATE    PIC 9(8).
           03  PRT-SMALL       PIC ZZZZZ9.
           03  PRT-RATE        PIC ZZ,ZZ9.99.
           03  PRT-AMOUNT      PIC ZZZ,ZZZ,ZZ9.99.

        *>****************************************************************
        PROCEDURE DIVISION.
           MOVE "CHGRATE_DSNAME" TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-RATE-DSNAME FROM ENVIRONMENT-VALUE
           IF WS-RATE-DSNAME = SPACES
               MOVE "chgrate.dat" TO WS-RATE-DSNAME
           END-IF
           ACCEPT CG-TODAY FROM DATE YYYYMMDD
           MOVE "CHGRPT_MONTH" TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT CG-MONTH-X FROM ENVIRONMENT-VALUE

           DISPLAY ' '
           DISPLAY 'CHGRPT - MONTHLY DEPARTMENT CHARGEBACK'
           PERFORM SET-REPORT-MONTH
           DISPLAY 'MONTH: ' CG-MONTH
           PERFORM LOAD-RATE-FILE
           PERFORM VARYING QSX FROM 1 BY 1 UNTIL QSX > SEQMAX
               MOVE SPACE TO CS-MONTH-SW(QSX) CS-RV-STATUS(QSX)
               MOVE SPACE TO CS-SENT-SW(QSX)
               MOVE 0 TO CS-DEPT-X(QSX)
           END-PERFORM
           PERFORM LOAD-MONTH-STORIES
           PERFORM LOAD-REVIEW-DECISIONS
           PERFORM LOAD-ACK-HISTORY
           PERFORM VARYING QSX FROM 1 BY 1 UNTIL QSX > SEQMAX
               IF CS-IN-MONTH(QSX)
                   PERFORM TALLY-ONE-STORY
               END-IF
           END-PERFORM

           OPEN OUTPUT PRINT-FILE
           IF WS-FS-PRT NOT = '00'
               DISPLAY 'UNABLE TO OPEN chgrpt.prt, FILE STATUS='
               WS-FS-PRT
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ACCEPT PRT-RUN-DATE FROM DATE YYYYMMDD
           PERFORM PRINT-CHARGEBACK
           CLOSE PRINT-FILE

           MOVE CC-AMOUNT TO PRT-AMOUNT
           DISPLAY 'STORIES GENERATED:  ' CC-GEN-CNT
           DISPLAY 'APPROVED:           ' CC-APPR-CNT
           DISPLAY 'PULLED:             ' CC-PULL-CNT
           DISPLAY 'SENT DOWNSTREAM:    ' CC-SENT-CNT
           DISPLAY 'TOTAL CHARGED:      ' PRT-AMOUNT
           IF CC-NONE-CNT > 0
               DISPLAY 'STORIES CHARGED TO NO DEPARTMENT: ' CC-NONE-CNT
           END-IF
           IF CC-UNKNOWN-CNT > 0
               DISPLAY 'STORIES CHARGED TO A DEPARTMENT NOT ON '
               WS-RATE-DSNAME ': ' CC-UNKNOWN-CNT
           END-IF
           IF CC-NO-RATE-CNT > 0
               DISPLAY 'DEPARTMENTS WITH STORIES AND NO RATE: '
               CC-NO-RATE-CNT
           END-IF
           IF CC-BEYOND-CNT > 0
               DISPLAY 'PAST THE ' SEQMAX '-STORY WINDOW, NOT COUNTED: '
               CC-BEYOND-CNT
           END-IF
           DISPLAY 'REPORT ON chgrpt.prt'
           IF CC-NONE-CNT > 0 OR CC-UNKNOWN-CNT > 0
           OR CC-NO-RATE-CNT > 0 OR CC-BAD-RATE-CNT > 0
           OR CC-DEPT-OVER > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.

        *>  CHGRPT_MONTH when it is a real YYYYMM, otherwise the
        *>  month before today.
       SET-REPORT-MONTH.
           IF CG-MONTH-X NOT NUMERIC
           OR CG-MONTH-MM < 1 OR CG-MONTH-MM > 12
               IF CG-MONTH-X NOT = SPACES
                   DISPLAY 'CHGRPT_MONTH ' CG-MONTH-X
                   ' IS NOT YYYYMM - LAST MONTH REPORTED'
               END-IF
               MOVE CG-TODAY-YEAR TO CG-MONTH-YEAR
               MOVE CG-TODAY-MM TO CG-MONTH-MM
               IF CG-MONTH-MM = 1
                   SUBTRACT 1 FROM CG-MONTH-YEAR
                   MOVE 12 TO CG-MONTH-MM
               ELSE
                   SUBTRACT 1 FROM CG-MONTH-MM
               END-IF
           END-IF
           COMPUTE CG-FROM-DATE = CG-MONTH * 100 + 1
           COMPUTE CG-TO-DATE = CG-MONTH * 100 + 31.

        *>****************************************************************
       LOAD-RATE-FILE.
           MOVE 0 TO RATE-COUNT DEPT-COUNT
           OPEN INPUT RATE-FILE
           IF WS-FS-RATE = '00'
               PERFORM UNTIL NO-MORE-RATE
                   READ RATE-FILE AT END
                       SET NO-MORE-RATE TO TRUE
                   END-READ
                   IF NOT NO-MORE-RATE
                       PERFORM TAKE-RATE-FILE-REC
                   END-IF
               END-PERFORM
           END-IF
           CLOSE RATE-FILE
           IF DEPT-COUNT = 0
               DISPLAY 'NO DEPARTMENTS ON ' WS-RATE-DSNAME
           END-IF
           IF RATE-COUNT = 0
               DISPLAY 'NO RATES ON ' WS-RATE-DSNAME
           END-IF.

       TAKE-RATE-FILE-REC.
           INSPECT CR-DEPT CONVERTING LOWER-LETTERS TO UPPER-LETTERS
           EVALUATE TRUE
               WHEN CR-COMMENT
                   CONTINUE
               WHEN CR-DEPT-REC
                   IF CR-DEPT = SPACES
                       ADD 1 TO CC-BAD-RATE-CNT
                       DISPLAY 'D RECORD WITH NO DEPARTMENT IGNORED'
                   ELSE
                       MOVE CR-DEPT TO LOOK-DEPT
                       PERFORM FIND-DEPT
                       IF DY > 0
                           MOVE CR-DEPT-NAME TO DP-NAME(DY)
                           MOVE 'Y' TO DP-ON-FILE-SW(DY)
                       END-IF
                   END-IF
               WHEN CR-RATE-REC
                   IF CR-FROM-MONTH NOT NUMERIC
                   OR CR-RATE-GEN NOT NUMERIC
                   OR CR-RATE-APPR NOT NUMERIC
                   OR CR-RATE-PULL NOT NUMERIC
                   OR CR-RATE-SENT NOT NUMERIC
                       ADD 1 TO CC-BAD-RATE-CNT
                       DISPLAY 'R RECORD NOT NUMERIC IGNORED: '
                       RATE-REC(1:45)
                   ELSE
                       PERFORM ADD-RATE-ENTRY
                   END-IF
               WHEN OTHER
                   ADD 1 TO CC-BAD-RATE-CNT
                   DISPLAY 'UNKNOWN RECORD TYPE ON ' WS-RATE-DSNAME
                   ': ' RATE-REC(1:45)
           END-EVALUATE.

       ADD-RATE-ENTRY.
           MOVE 0 TO TY
           PERFORM VARYING TX FROM 1 BY 1 UNTIL TX > RATE-COUNT
               IF RT-DEPT(TX) = CR-DEPT
               AND RT-FROM-MONTH(TX) = CR-FROM-MONTH
                   MOVE TX TO TY
               END-IF
           END-PERFORM
           IF TY = 0
               IF RATE-COUNT < RATEMAX
                   ADD 1 TO RATE-COUNT
                   MOVE RATE-COUNT TO TY
               ELSE
                   ADD 1 TO CC-BAD-RATE-CNT
                   DISPLAY 'MORE THAN ' RATEMAX ' RATES ON '
                   WS-RATE-DSNAME ' - ' CR-DEPT ' ' CR-FROM-MONTH
                   ' IGNORED'
               END-IF
           END-IF
           IF TY > 0
               MOVE CR-DEPT TO RT-DEPT(TY)
               MOVE CR-FROM-MONTH TO RT-FROM-MONTH(TY)
               MOVE CR-RATE-GEN TO RT-RATE-GEN(TY)
               MOVE CR-RATE-APPR TO RT-RATE-APPR(TY)
               MOVE CR-RATE-PULL TO RT-RATE-PULL(TY)
               MOVE CR-RATE-SENT TO RT-RATE-SENT(TY)
           END-IF.

        *>  DY comes back on LOOK-DEPT's entry, added when new; 0 only
        *>  when the table is full.
       FIND-DEPT.
           MOVE 0 TO DY
           PERFORM VARYING DX FROM 1 BY 1
           UNTIL DX > DEPT-COUNT OR DY > 0
               IF DP-DEPT(DX) = LOOK-DEPT
                   MOVE DX TO DY
               END-IF
           END-PERFORM
           IF DY = 0
               IF DEPT-COUNT < DEPTMAX
                   ADD 1 TO DEPT-COUNT
                   MOVE DEPT-COUNT TO DY
                   MOVE LOOK-DEPT TO DP-DEPT(DY)
                   MOVE SPACES TO DP-NAME(DY)
                   MOVE SPACE TO DP-ON-FILE-SW(DY)
                   MOVE 0 TO DP-GEN-CNT(DY) DP-APPR-CNT(DY)
                   MOVE 0 TO DP-PULL-CNT(DY) DP-SENT-CNT(DY)
                   IF LOOK-DEPT = SPACES
                       MOVE DY TO NONE-DX
                   END-IF
               ELSE
                   ADD 1 TO CC-DEPT-OVER
               END-IF
           END-IF.

        *>****************************************************************
        *>  the month's stories, then what review and the downstream
        *>  group did with them.
       LOAD-MONTH-STORIES.
           OPEN INPUT STORY-LOG-FILE
           IF WS-FS-LOG NOT = '00'
               DISPLAY 'UNABLE TO OPEN storylog.dat, FILE STATUS='
               WS-FS-LOG
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL NO-MORE-LOG
               READ STORY-LOG-FILE AT END
                   SET NO-MORE-LOG TO TRUE
               END-READ
               IF NOT NO-MORE-LOG
                   IF SL-SEQ NUMERIC AND SL-SEQ > 0
                   AND SL-DATE NUMERIC
                   AND SL-DATE >= CG-FROM-DATE
                   AND SL-DATE <= CG-TO-DATE
                       PERFORM TAKE-MONTH-STORY
                   END-IF
               END-IF
           END-PERFORM
           CLOSE STORY-LOG-FILE.

       TAKE-MONTH-STORY.
           IF CS-BASE-SEQ = 0
               MOVE SL-SEQ TO CS-BASE-SEQ
           END-IF
           MOVE SL-SEQ TO CS-LOOK-SEQ
           PERFORM SET-STORY-SLOT
           IF QSX = 0
               ADD 1 TO CC-BEYOND-CNT
           ELSE
               MOVE SL-REQUESTER TO LOOK-DEPT
               INSPECT LOOK-DEPT
                   CONVERTING LOWER-LETTERS TO UPPER-LETTERS
               PERFORM FIND-DEPT
               IF DY > 0
                   MOVE 'Y' TO CS-MONTH-SW(QSX)
                   MOVE DY TO CS-DEPT-X(QSX)
               END-IF
           END-IF.

       SET-STORY-SLOT.
           IF CS-BASE-SEQ = 0 OR CS-LOOK-SEQ < CS-BASE-SEQ
               MOVE 0 TO QSX
           ELSE
               COMPUTE QSX = CS-LOOK-SEQ - CS-BASE-SEQ + 1
               IF QSX > SEQMAX
                   MOVE 0 TO QSX
               END-IF
           END-IF.

        *>  review.dat holds every decision ever made, latest last,
        *>  so the last one seen for a story stands.
       LOAD-REVIEW-DECISIONS.
           OPEN INPUT REVIEW-FILE
           IF WS-FS-RV = '00'
               PERFORM UNTIL NO-MORE-RV
                   READ REVIEW-FILE AT END
                       SET NO-MORE-RV TO TRUE
                   END-READ
                   IF NOT NO-MORE-RV
                       IF RV-SEQ NUMERIC
                           MOVE RV-SEQ TO CS-LOOK-SEQ
                           PERFORM SET-STORY-SLOT
                           IF QSX > 0
                               MOVE RV-STATUS TO CS-RV-STATUS(QSX)
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
           END-IF
           CLOSE REVIEW-FILE.

        *>  an acknowledgement of either kind means the story went.
       LOAD-ACK-HISTORY.
           OPEN INPUT ACK-HISTORY-FILE
           IF WS-FS-AH = '00'
               PERFORM UNTIL NO-MORE-AH
                   READ ACK-HISTORY-FILE AT END
                       SET NO-MORE-AH TO TRUE
                   END-READ
                   IF NOT NO-MORE-AH
                       IF AH-SEQ NUMERIC
                           MOVE AH-SEQ TO CS-LOOK-SEQ
                           PERFORM SET-STORY-SLOT
                           IF QSX > 0
                               MOVE 'Y' TO CS-SENT-SW(QSX)
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
           END-IF
           CLOSE ACK-HISTORY-FILE.

       TALLY-ONE-STORY.
           MOVE CS-DEPT-X(QSX) TO DX
           ADD 1 TO DP-GEN-CNT(DX) CC-GEN-CNT
           EVALUATE CS-RV-STATUS(QSX)
               WHEN 'A'
               WHEN 'C'
                   ADD 1 TO DP-APPR-CNT(DX) CC-APPR-CNT
               WHEN 'P'
                   ADD 1 TO DP-PULL-CNT(DX) CC-PULL-CNT
           END-EVALUATE
           IF CS-SENT(QSX)
               ADD 1 TO DP-SENT-CNT(DX) CC-SENT-CNT
           END-IF.

        *>****************************************************************
        *>  the departments on the rate file, then the ones it does
        *>  not name, then (NONE).
       PRINT-CHARGEBACK.
           MOVE SPACES TO PRT-HOLD-LINE
           MOVE 'CHARGEBACK FOR MONTH' TO PRT-HOLD-LINE(1:20)
           MOVE CG-MONTH TO PRT-HOLD-LINE(22:6)
           MOVE '- STORIES DATED' TO PRT-HOLD-LINE(30:15)
           MOVE CG-FROM-DATE TO PRT-HOLD-LINE(46:8)
           MOVE 'THRU' TO PRT-HOLD-LINE(55:4)
           MOVE CG-TO-DATE TO PRT-HOLD-LINE(60:8)
           PERFORM WRITE-PRINT-LINE
           MOVE SPACES TO PRT-HOLD-LINE
           MOVE 'RATES FROM' TO PRT-HOLD-LINE(1:10)
           MOVE WS-RATE-DSNAME TO PRT-HOLD-LINE(12:40)
           PERFORM WRITE-PRINT-LINE
           MOVE SPACES TO PRT-HOLD-LINE
           PERFORM WRITE-PRINT-LINE
           MOVE 'DEPT' TO PRT-HOLD-LINE(1:4)
           MOVE 'NAME' TO PRT-HOLD-LINE(11:4)
           MOVE 'GENERATED' TO PRT-HOLD-LINE(43:9)
           MOVE 'APPROVED' TO PRT-HOLD-LINE(56:8)
           MOVE 'PULLED' TO PRT-HOLD-LINE(70:6)
           MOVE 'SENT DOWN' TO PRT-HOLD-LINE(79:9)
           MOVE 'AMOUNT' TO PRT-HOLD-LINE(97:6)
           PERFORM WRITE-PRINT-LINE
           PERFORM VARYING DX FROM 1 BY 1 UNTIL DX > DEPT-COUNT
               IF DP-ON-FILE(DX)
                   PERFORM PRINT-DEPT-LINES
               END-IF
           END-PERFORM
           PERFORM VARYING DX FROM 1 BY 1 UNTIL DX > DEPT-COUNT
               IF NOT DP-ON-FILE(DX) AND DP-DEPT(DX) NOT = SPACES
                   ADD DP-GEN-CNT(DX) TO CC-UNKNOWN-CNT
                   PERFORM PRINT-DEPT-LINES
               END-IF
           END-PERFORM
           IF NONE-DX > 0
               MOVE NONE-DX TO DX
               MOVE DP-GEN-CNT(DX) TO CC-NONE-CNT
               PERFORM PRINT-DEPT-LINES
           END-IF
           MOVE SPACES TO PRT-HOLD-LINE
           PERFORM WRITE-PRINT-LINE
           MOVE 'TOTAL' TO PRT-HOLD-LINE(11:5)
           MOVE CC-GEN-CNT TO PRT-SMALL
           MOVE PRT-SMALL TO PRT-HOLD-LINE(46:6)
           MOVE CC-APPR-CNT TO PRT-SMALL
           MOVE PRT-SMALL TO PRT-HOLD-LINE(58:6)
           MOVE CC-PULL-CNT TO PRT-SMALL
           MOVE PRT-SMALL TO PRT-HOLD-LINE(70:6)
           MOVE CC-SENT-CNT TO PRT-SMALL
           MOVE PRT-SMALL TO PRT-HOLD-LINE(82:6)
           MOVE CC-AMOUNT TO PRT-AMOUNT
           MOVE PRT-AMOUNT TO PRT-HOLD-LINE(89:14)
           PERFORM WRITE-PRINT-LINE
           IF CC-GEN-CNT = 0
               MOVE SPACES TO PRT-HOLD-LINE
               MOVE 'NO STORIES ON storylog.dat FOR THE MONTH'
                 TO PRT-HOLD-LINE(11:40)
               PERFORM WRITE-PRINT-LINE
           END-IF
           IF CC-BEYOND-CNT > 0
               MOVE SPACES TO PRT-HOLD-LINE
               MOVE CC-BEYOND-CNT TO PRT-SMALL
               MOVE PRT-SMALL TO PRT-HOLD-LINE(11:6)
               MOVE 'MORE STORIES PAST THE 9999-STORY WINDOW'
                 TO PRT-HOLD-LINE(18:39)
               MOVE 'NOT CHARGED' TO PRT-HOLD-LINE(58:11)
               PERFORM WRITE-PRINT-LINE
           END-IF
           IF CC-DEPT-OVER > 0
               MOVE SPACES TO PRT-HOLD-LINE
               MOVE CC-DEPT-OVER TO PRT-SMALL
               MOVE PRT-SMALL TO PRT-HOLD-LINE(11:6)
               MOVE 'MORE STORIES PAST THE 100-DEPARTMENT TABLE'
                 TO PRT-HOLD-LINE(18:42)
               MOVE 'NOT CHARGED' TO PRT-HOLD-LINE(61:11)
               PERFORM WRITE-PRINT-LINE
           END-IF.

        *>  the counts and amount, then the rates that priced them.
       PRINT-DEPT-LINES.
           PERFORM FIND-DEPT-RATE
           MOVE SPACES TO PRT-HOLD-LINE
           PERFORM WRITE-PRINT-LINE
           IF DP-DEPT(DX) = SPACES
               MOVE '(NONE)' TO PRT-HOLD-LINE(1:6)
               MOVE 'STORIES CHARGED TO NO DEPARTMENT'
                 TO PRT-HOLD-LINE(11:32)
           ELSE
               MOVE DP-DEPT(DX) TO PRT-HOLD-LINE(1:8)
               IF DP-ON-FILE(DX)
                   MOVE DP-NAME(DX) TO PRT-HOLD-LINE(11:30)
               ELSE
                   MOVE '*** NOT ON THE RATE FILE'
                     TO PRT-HOLD-LINE(11:24)
               END-IF
           END-IF
           MOVE DP-GEN-CNT(DX) TO PRT-SMALL
           MOVE PRT-SMALL TO PRT-HOLD-LINE(46:6)
           MOVE DP-APPR-CNT(DX) TO PRT-SMALL
           MOVE PRT-SMALL TO PRT-HOLD-LINE(58:6)
           MOVE DP-PULL-CNT(DX) TO PRT-SMALL
           MOVE PRT-SMALL TO PRT-HOLD-LINE(70:6)
           MOVE DP-SENT-CNT(DX) TO PRT-SMALL
           MOVE PRT-SMALL TO PRT-HOLD-LINE(82:6)
           IF CUR-RATE-FOUND
               COMPUTE CUR-AMOUNT =
                   DP-GEN-CNT(DX) * CUR-RATE-GEN
                 + DP-APPR-CNT(DX) * CUR-RATE-APPR
                 + DP-PULL-CNT(DX) * CUR-RATE-PULL
                 + DP-SENT-CNT(DX) * CUR-RATE-SENT
               ADD CUR-AMOUNT TO CC-AMOUNT
               MOVE CUR-AMOUNT TO PRT-AMOUNT
               MOVE PRT-AMOUNT TO PRT-HOLD-LINE(89:14)
           ELSE
               MOVE 'NO RATE' TO PRT-HOLD-LINE(96:7)
               IF DP-GEN-CNT(DX) > 0
                   ADD 1 TO CC-NO-RATE-CNT
               END-IF
           END-IF
           PERFORM WRITE-PRINT-LINE
           IF CUR-RATE-FOUND
               MOVE SPACES TO PRT-HOLD-LINE
               MOVE 'RATE FROM' TO PRT-HOLD-LINE(11:9)
               MOVE CUR-FROM-MONTH TO PRT-HOLD-LINE(21:6)
               IF CUR-RATE-DEPT = SPACES
                   MOVE '(ALL DEPTS)' TO PRT-HOLD-LINE(28:11)
               END-IF
               MOVE CUR-RATE-GEN TO PRT-RATE
               MOVE PRT-RATE TO PRT-HOLD-LINE(43:9)
               MOVE CUR-RATE-APPR TO PRT-RATE
               MOVE PRT-RATE TO PRT-HOLD-LINE(55:9)
               MOVE CUR-RATE-PULL TO PRT-RATE
               MOVE PRT-RATE TO PRT-HOLD-LINE(67:9)
               MOVE CUR-RATE-SENT TO PRT-RATE
               MOVE PRT-RATE TO PRT-HOLD-LINE(79:9)
               PERFORM WRITE-PRINT-LINE
           END-IF.

        *>  the department's own rate with the latest from-month not
        *>  after the report month, or failing one the same for the
        *>  blank-department rates.
       FIND-DEPT-RATE.
           MOVE SPACE TO CUR-RATE-SW
           MOVE DP-DEPT(DX) TO LOOK-DEPT
           IF LOOK-DEPT NOT = SPACES
               PERFORM FIND-LATEST-RATE
           END-IF
           IF NOT CUR-RATE-FOUND
               MOVE SPACES TO LOOK-DEPT
               PERFORM FIND-LATEST-RATE
           END-IF.

       FIND-LATEST-RATE.
           MOVE 0 TO TY
           PERFORM VARYING TX FROM 1 BY 1 UNTIL TX > RATE-COUNT
               IF RT-DEPT(TX) = LOOK-DEPT
               AND RT-FROM-MONTH(TX) <= CG-MONTH
                   IF TY = 0
                       MOVE TX TO TY
                   ELSE
                       IF RT-FROM-MONTH(TX) > RT-FROM-MONTH(TY)
                           MOVE TX TO TY
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF TY > 0
               SET CUR-RATE-FOUND TO TRUE
               MOVE RT-DEPT(TY) TO CUR-RATE-DEPT
               MOVE RT-FROM-MONTH(TY) TO CUR-FROM-MONTH
               MOVE RT-RATE-GEN(TY) TO CUR-RATE-GEN
               MOVE RT-RATE-APPR(TY) TO CUR-RATE-APPR
               MOVE RT-RATE-PULL(TY) TO CUR-RATE-PULL
               MOVE RT-RATE-SENT(TY) TO CUR-RATE-SENT
           END-IF.

        *>  chgrpt.prt: ANSI carriage control in column 1 as on
        *>  qualrpt.prt.
       START-NEW-PAGE.
           ADD 1 TO PRT-PAGE-NO
           MOVE SPACES TO PRINT-REC
           MOVE '1' TO PRT-CC
           MOVE 'HALLMARK MONTHLY DEPARTMENT CHARGEBACK'
             TO PRT-DATA(1:38)
           MOVE 'RUN' TO PRT-DATA(48:3)
           MOVE PRT-RUN-DATE TO PRT-DATA(52:8)
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
        END PROGRAM CHGRPT.
