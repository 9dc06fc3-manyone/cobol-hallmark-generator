        >>SOURCE FIXED
        IDENTIFICATION DIVISION.
        PROGRAM-ID.    QUALRPT.
        AUTHOR.        SIMOTIME TECHNOLOGIES.
        *>
        *>  Monthly story quality report, qualrpt.prt.  For the
        *>  stories generated in one calendar month (SL-DATE on
        *>  storylog.dat) it prints:
        *>      - stories generated, pulled at review and rejected
        *>        downstream, by plot and by genre
        *>      - pulls and rejects by reason code, against the
        *>        reason-code master (RSNCHK, reason.dat)
        *>      - the VAR-VAL values that turn up most often in the
        *>        pulled and rejected stories, from buildsheet.dat,
        *>        with how often each was used at all
        *>  so the templates and values behind the bad stories can be
        *>  fixed.  A story is pulled when its latest decision on
        *>  review.dat is a pull, rejected when its latest entry on
        *>  ackhist.dat (written by EXTACK) is a reject.  The genre is
        *>  the one the build sheet's plot-title record carried that
        *>  night, or the plot's catalog genre when the build sheet no
        *>  longer has the story; the plot title is today's catalog.
        *>  The value section covers only stories whose lines are
        *>  still on the build sheet (RUNTRIM keeps the newest runs),
        *>  and says how many that was.
        *>  The month comes from QUALRPT_MONTH (YYYYMM), or is the
        *>  month before today.  Stories are held in a 9999-story
        *>  window from the first story of the month.  Return code 4
        *>  when a reason code used in the month is not on the master.
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

               SELECT OPTIONAL BUILD-SHEET-FILE
               ASSIGN TO "buildsheet.dat"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-BS.

               SELECT PLOT-FILE
               ASSIGN TO WS-PLOT-DSNAME
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-PLOT.

               SELECT PRINT-FILE
               ASSIGN TO "qualrpt.prt"
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
               88  RV-PULLED VALUE 'P'.
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
               88  AH-REJECTED VALUE 'R'.
           03  AH-REASON       PIC X(4).
           03  AH-DATE         PIC 9(8).
           03  AH-TIME         PIC 9(6).

       FD  BUILD-SHEET-FILE
              RECORD CONTAINS 86 CHARACTERS
              BLOCK CONTAINS 0 RECORDS
              RECORDING MODE IS F.

       01  BS-REC.
           03  BS-SEQ        PIC 9(8).
           03  BS-PLOT-PICK  PIC 99.
           03  BS-VAR-NAME   PIC X(16).
           03  BS-VAR-VAL    PIC X(60).

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
               88 NO-MORE-BS VALUE 'Y'.
           03 FILLER PIC X(01) VALUE SPACE.
               88 NO-MORE-PLOT VALUE 'Y'.

       01 WS-FS-LOG   PIC X(02).
       01 WS-FS-RV    PIC X(02).
       01 WS-FS-AH    PIC X(02).
       01 WS-FS-BS    PIC X(02).
       01 WS-FS-PLOT  PIC X(02).
       01 WS-FS-PRT   PIC X(02).
       01 WS-PLOT-DSNAME PIC X(40) VALUE "plot.dat".
       01 WS-ENV-NAME     PIC X(20).

       01  REF-DATA.
           03  PAGE-DEPTH PIC 99 VALUE 55.
           03  TOPMAX     PIC 99 VALUE 25.

       01  LOWER-LETTERS PIC X(26) VALUE 'abcdefghijklmnopqrstuvwxyz'.
       01  UPPER-LETTERS PIC X(26) VALUE 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.

        *>  parameter block for RSNCHK, the reason-code master check
       01  RSNCHK-PARAMETERS.
           05  RSK-FUNCTION         PIC X.
           05  RSK-USE              PIC X.
           05  RSK-CODE             PIC X(4).
           05  RSK-INDEX            PIC 9(4).
           05  RSK-RESULT           PIC X.
               88  RSK-FOUND VALUE 'Y'.
           05  RSK-CODE-USE         PIC X.
           05  RSK-DESC             PIC X(40).
           05  RSK-COUNT            PIC 9(4).

       01  QR-MONTH-X PIC X(6).
       01  FILLER REDEFINES QR-MONTH-X.
          03  QR-MONTH PIC 9(6).
       01  FILLER REDEFINES QR-MONTH-X.
          03  QR-MONTH-YEAR PIC 9(4).
          03  QR-MONTH-MM   PIC 99.
       01  QR-TODAY PIC 9(8).
       01  FILLER REDEFINES QR-TODAY.
          03  QR-TODAY-YEAR PIC 9(4).
          03  QR-TODAY-MM   PIC 99.
          03  QR-TODAY-DD   PIC 99.
       01  QR-FROM-DATE PIC 9(8).
       01  QR-TO-DATE PIC 9(8).

        *>  genre and title of each template, from its '*CATALOG'
        *>  record, in plot.dat order - the order SL-PLOT-PICK counts.
       01  PLOTMAX PIC 99 VALUE 99.
       01  PLOT-COUNT PIC 99 VALUE 0.
       01  PLOT-CAT-AREA.
           03  PLOT-CAT OCCURS 99 TIMES.
               05  PLOT-TITLE PIC X(40).
               05  PLOT-GENRE PIC X(4).
               05  PLOT-GEN-CNT  PIC 9(6).
               05  PLOT-PULL-CNT PIC 9(6).
               05  PLOT-REJ-CNT  PIC 9(6).
       01  PX PIC 999.

        *>  one slot per story of the month; slot 1 is QS-BASE-SEQ,
        *>  the month's first story on the log, and SET-STORY-SLOT
        *>  gives QSX = 0 for a sequence outside the window.
       01  SEQMAX PIC 9(4) VALUE 9999.
       01  STORY-TABLE-AREA.
           03  STORY-SLOT OCCURS 9999 TIMES.
               05  QS-MONTH-SW     PIC X.
                   88  QS-IN-MONTH VALUE 'Y'.
               05  QS-PLOT         PIC 99.
               05  QS-GENRE        PIC X(4).
               05  QS-TITLE-SW     PIC X.
               05  QS-BS-SW        PIC X.
                   88  QS-ON-BUILD-SHEET VALUE 'Y'.
               05  QS-RV-STATUS    PIC X.
               05  QS-RV-REASON    PIC X(4).
               05  QS-AH-STATUS    PIC X.
               05  QS-AH-REASON    PIC X(4).
       01  QSX PIC 9(9).
       01  QS-BASE-SEQ PIC 9(8) VALUE 0.
       01  QS-LOOK-SEQ PIC 9(8).
       01  STORY-BAD-SW PIC X.
           88  STORY-IS-BAD VALUE 'Y'.

       01  GENREMAX PIC 9(4) VALUE 100.
       01  GENRE-COUNT PIC 9(4) VALUE 0.
       01  GENRE-TABLE-AREA.
           03  GENRE-ENTRY OCCURS 100 TIMES.
               05  GN-GENRE        PIC X(4).
               05  GN-GEN-CNT      PIC 9(6).
               05  GN-PULL-CNT     PIC 9(6).
               05  GN-REJ-CNT      PIC 9(6).
       01  GX PIC 9(4).
       01  GY PIC 9(4).

        *>  every code on the master in master order, then any code
        *>  used in the month that is not on it.
       01  REASONMAX PIC 9(4) VALUE 600.
       01  REASON-COUNT PIC 9(4) VALUE 0.
       01  REASON-TABLE-AREA.
           03  REASON-ENTRY OCCURS 600 TIMES.
               05  RN-CODE         PIC X(4).
               05  RN-USE          PIC X.
               05  RN-DESC         PIC X(40).
               05  RN-MASTER-SW    PIC X.
                   88  RN-ON-MASTER VALUE 'Y'.
               05  RN-PULL-CNT     PIC 9(6).
               05  RN-REJ-CNT      PIC 9(6).
       01  RX PIC 9(4).
       01  RY PIC 9(4).
       01  LOOK-REASON PIC X(4).

        *>  every variable/value pair seen on the build sheet for a
        *>  story of the month.
       01  VALUEMAX PIC 9(4) VALUE 2000.
       01  VALUE-COUNT PIC 9(4) VALUE 0.
       01  VALUE-TABLE-AREA.
           03  VALUE-ENTRY OCCURS 2000 TIMES.
               05  VT-VAR-NAME     PIC X(16).
               05  VT-VAR-VAL      PIC X(60).
               05  VT-ALL-CNT      PIC 9(6).
               05  VT-BAD-CNT      PIC 9(6).
               05  VT-SHOWN-SW     PIC X.
       01  VX PIC 9(4).
       01  VY PIC 9(4).
       01  TX PIC 99.

       01  QUAL-COUNTS.
           03  QC-GEN-CNT      PIC 9(6) VALUE 0.
           03  QC-PULL-CNT     PIC 9(6) VALUE 0.
           03  QC-REJ-CNT      PIC 9(6) VALUE 0.
           03  QC-BAD-CNT      PIC 9(6) VALUE 0.
           03  QC-BAD-BS-CNT   PIC 9(6) VALUE 0.
           03  QC-ALL-BS-CNT   PIC 9(6) VALUE 0.
           03  QC-BEYOND-CNT   PIC 9(6) VALUE 0.
           03  QC-OFF-MASTER   PIC 9(6) VALUE 0.
           03  QC-VALUE-OVER   PIC 9(6) VALUE 0.
           03  QC-REASON-OVER  PIC 9(6) VALUE 0.
           03  QC-GENRE-OVER   PIC 9(6) VALUE 0.

       01  PRINT-FIELDS.
           03  PRT-HOLD-LINE   PIC X(132).
           03  PRT-PAGE-NO     PIC 9(4) VALUE 0.
           03  PRT-LINE-NO     PIC 99 VALUE 99.
           03  PRT-RUN-DATE    PIC 9(8).
           03  PRT-SMALL       PIC ZZZZZ9.
           03  PRT-PCT         PIC ZZ9.9.
           03  PRT-PCT-WORK    PIC 999V9.
           03  PRT-GEN         PIC 9(6).
           03  PRT-PULL        PIC 9(6).
           03  PRT-REJ         PIC 9(6).

        *>****************************************************************
        PROCEDURE DIVISION.
           MOVE "PLOT_DSNAME" TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-PLOT-DSNAME FROM ENVIRONMENT-VALUE
           IF WS-PLOT-DSNAME = SPACES
               MOVE "plot.dat" TO WS-PLOT-DSNAME
           END-IF
           ACCEPT QR-TODAY FROM DATE YYYYMMDD
           MOVE "QUALRPT_MONTH" TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT QR-MONTH-X FROM ENVIRONMENT-VALUE

           DISPLAY ' '
           DISPLAY 'QUALRPT - MONTHLY STORY QUALITY'
           PERFORM SET-REPORT-MONTH
           DISPLAY 'MONTH: ' QR-MONTH
           PERFORM LOAD-PLOT-CATALOG
           PERFORM LOAD-REASON-MASTER
           PERFORM VARYING QSX FROM 1 BY 1 UNTIL QSX > SEQMAX
               MOVE SPACE TO QS-MONTH-SW(QSX) QS-BS-SW(QSX)
               MOVE SPACE TO QS-TITLE-SW(QSX)
               MOVE SPACE TO QS-RV-STATUS(QSX) QS-AH-STATUS(QSX)
               MOVE SPACES TO QS-GENRE(QSX)
               MOVE SPACES TO QS-RV-REASON(QSX) QS-AH-REASON(QSX)
               MOVE 0 TO QS-PLOT(QSX)
           END-PERFORM
           PERFORM LOAD-MONTH-STORIES
           PERFORM LOAD-REVIEW-DECISIONS
           PERFORM LOAD-ACK-HISTORY
           PERFORM LOAD-BUILD-SHEET
           PERFORM VARYING QSX FROM 1 BY 1 UNTIL QSX > SEQMAX
               IF QS-IN-MONTH(QSX)
                   PERFORM TALLY-ONE-STORY
               END-IF
           END-PERFORM

           OPEN OUTPUT PRINT-FILE
           IF WS-FS-PRT NOT = '00'
               DISPLAY 'UNABLE TO OPEN qualrpt.prt, FILE STATUS='
               WS-FS-PRT
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ACCEPT PRT-RUN-DATE FROM DATE YYYYMMDD
           PERFORM PRINT-PLOT-SECTION
           PERFORM PRINT-GENRE-SECTION
           PERFORM PRINT-REASON-SECTION
           PERFORM PRINT-VALUE-SECTION
           CLOSE PRINT-FILE

           DISPLAY 'STORIES GENERATED:  ' QC-GEN-CNT
           DISPLAY 'PULLED AT REVIEW:   ' QC-PULL-CNT
           DISPLAY 'REJECTED DOWNSTREAM:' QC-REJ-CNT
           DISPLAY 'REASONS OFF MASTER: ' QC-OFF-MASTER
           IF QC-BEYOND-CNT > 0
               DISPLAY 'PAST THE ' SEQMAX '-STORY WINDOW, NOT COUNTED: '
               QC-BEYOND-CNT
           END-IF
           IF QC-VALUE-OVER > 0
               DISPLAY 'BUILD SHEET VALUES PAST THE ' VALUEMAX
               '-ENTRY TABLE, NOT COUNTED: ' QC-VALUE-OVER
           END-IF
           DISPLAY 'REPORT ON qualrpt.prt'
           IF QC-OFF-MASTER > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.

        *>  QUALRPT_MONTH when it is a real YYYYMM, otherwise the
        *>  month before today.
       SET-REPORT-MONTH.
           IF QR-MONTH-X NOT NUMERIC
           OR QR-MONTH-MM < 1 OR QR-MONTH-MM > 12
               IF QR-MONTH-X NOT = SPACES
                   DISPLAY 'QUALRPT_MONTH ' QR-MONTH-X
                   ' IS NOT YYYYMM - LAST MONTH REPORTED'
               END-IF
               MOVE QR-TODAY-YEAR TO QR-MONTH-YEAR
               MOVE QR-TODAY-MM TO QR-MONTH-MM
               IF QR-MONTH-MM = 1
                   SUBTRACT 1 FROM QR-MONTH-YEAR
                   MOVE 12 TO QR-MONTH-MM
               ELSE
                   SUBTRACT 1 FROM QR-MONTH-MM
               END-IF
           END-IF
           COMPUTE QR-FROM-DATE = QR-MONTH * 100 + 1
           COMPUTE QR-TO-DATE = QR-MONTH * 100 + 31.

       LOAD-PLOT-CATALOG.
           OPEN INPUT PLOT-FILE
           IF WS-FS-PLOT NOT = '00'
               DISPLAY 'UNABLE TO OPEN ' WS-PLOT-DSNAME
               ' FILE STATUS=' WS-FS-PLOT
               MOVE 24 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING PX FROM 1 BY 1 UNTIL PX > PLOTMAX
               MOVE SPACES TO PLOT-TITLE(PX) PLOT-GENRE(PX)
               MOVE 0 TO PLOT-GEN-CNT(PX) PLOT-PULL-CNT(PX)
               MOVE 0 TO PLOT-REJ-CNT(PX)
           END-PERFORM
           MOVE 0 TO PLOT-COUNT
           PERFORM READ-PLOT
           PERFORM UNTIL NO-MORE-PLOT
               IF PLOT-COUNT < PLOTMAX
                   ADD 1 TO PLOT-COUNT
                   IF PC-CATALOG-REC
                       MOVE PC-TITLE TO PLOT-TITLE(PLOT-COUNT)
                       MOVE PC-GENRE TO PLOT-GENRE(PLOT-COUNT)
                       PERFORM READ-PLOT
                   END-IF
                   IF NO-MORE-PLOT
                       MOVE SPACES TO PLOT-TITLE(PLOT-COUNT)
                       MOVE SPACES TO PLOT-GENRE(PLOT-COUNT)
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
           END-READ.

       LOAD-REASON-MASTER.
           MOVE 0 TO REASON-COUNT
           MOVE 'L' TO RSK-FUNCTION
           MOVE 1 TO RSK-INDEX
           CALL 'RSNCHK' USING RSNCHK-PARAMETERS
           PERFORM UNTIL NOT RSK-FOUND OR REASON-COUNT >= REASONMAX
               ADD 1 TO REASON-COUNT
               MOVE RSK-CODE TO RN-CODE(REASON-COUNT)
               MOVE RSK-CODE-USE TO RN-USE(REASON-COUNT)
               MOVE RSK-DESC TO RN-DESC(REASON-COUNT)
               MOVE 'Y' TO RN-MASTER-SW(REASON-COUNT)
               MOVE 0 TO RN-PULL-CNT(REASON-COUNT)
               MOVE 0 TO RN-REJ-CNT(REASON-COUNT)
               ADD 1 TO RSK-INDEX
               CALL 'RSNCHK' USING RSNCHK-PARAMETERS
           END-PERFORM.

        *>****************************************************************
        *>  the month's stories, then what review and the downstream
        *>  group said about them, then their build sheet lines.
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
                   AND SL-DATE >= QR-FROM-DATE
                   AND SL-DATE <= QR-TO-DATE
                       PERFORM TAKE-MONTH-STORY
                   END-IF
               END-IF
           END-PERFORM
           CLOSE STORY-LOG-FILE.

       TAKE-MONTH-STORY.
           IF QS-BASE-SEQ = 0
               MOVE SL-SEQ TO QS-BASE-SEQ
           END-IF
           MOVE SL-SEQ TO QS-LOOK-SEQ
           PERFORM SET-STORY-SLOT
           IF QSX = 0
               ADD 1 TO QC-BEYOND-CNT
           ELSE
               MOVE 'Y' TO QS-MONTH-SW(QSX)
               MOVE 0 TO QS-PLOT(QSX)
               IF SL-PLOT-PICK NUMERIC
                   MOVE SL-PLOT-PICK TO QS-PLOT(QSX)
               END-IF
           END-IF.

       SET-STORY-SLOT.
           IF QS-BASE-SEQ = 0 OR QS-LOOK-SEQ < QS-BASE-SEQ
               MOVE 0 TO QSX
           ELSE
               COMPUTE QSX = QS-LOOK-SEQ - QS-BASE-SEQ + 1
               IF QSX > SEQMAX
                   MOVE 0 TO QSX
               END-IF
           END-IF.

        *>  review.dat and ackhist.dat hold every entry ever made,
        *>  latest last, so the last one seen for a story stands.
       LOAD-REVIEW-DECISIONS.
           OPEN INPUT REVIEW-FILE
           IF WS-FS-RV = '00'
               PERFORM UNTIL NO-MORE-RV
                   READ REVIEW-FILE AT END
                       SET NO-MORE-RV TO TRUE
                   END-READ
                   IF NOT NO-MORE-RV
                       IF RV-SEQ NUMERIC
                           MOVE RV-SEQ TO QS-LOOK-SEQ
                           PERFORM SET-STORY-SLOT
                           IF QSX > 0
                               MOVE RV-STATUS TO QS-RV-STATUS(QSX)
                               MOVE RV-REASON TO QS-RV-REASON(QSX)
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
           END-IF
           CLOSE REVIEW-FILE.

       LOAD-ACK-HISTORY.
           OPEN INPUT ACK-HISTORY-FILE
           IF WS-FS-AH = '00'
               PERFORM UNTIL NO-MORE-AH
                   READ ACK-HISTORY-FILE AT END
                       SET NO-MORE-AH TO TRUE
                   END-READ
                   IF NOT NO-MORE-AH
                       IF AH-SEQ NUMERIC
                           MOVE AH-SEQ TO QS-LOOK-SEQ
                           PERFORM SET-STORY-SLOT
                           IF QSX > 0
                               MOVE AH-STATUS TO QS-AH-STATUS(QSX)
                               MOVE AH-REASON TO QS-AH-REASON(QSX)
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
           END-IF
           CLOSE ACK-HISTORY-FILE.

        *>  run header records carry sequence zero and fall outside
        *>  the window; the plot-title record gives the night's genre.
       LOAD-BUILD-SHEET.
           OPEN INPUT BUILD-SHEET-FILE
           IF WS-FS-BS = '00'
               PERFORM UNTIL NO-MORE-BS
                   READ BUILD-SHEET-FILE AT END
                       SET NO-MORE-BS TO TRUE
                   END-READ
                   IF NOT NO-MORE-BS
                       IF BS-SEQ NUMERIC
                           MOVE BS-SEQ TO QS-LOOK-SEQ
                           PERFORM SET-STORY-SLOT
                           IF QSX > 0
                               IF QS-IN-MONTH(QSX)
                                   PERFORM TAKE-BUILD-SHEET-REC
                               END-IF
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
           END-IF
           CLOSE BUILD-SHEET-FILE.

       TAKE-BUILD-SHEET-REC.
           EVALUATE BS-VAR-NAME
               WHEN '*PLOT-TITLE*'
                   MOVE BS-VAR-VAL(42:4) TO QS-GENRE(QSX)
                   MOVE 'Y' TO QS-TITLE-SW(QSX)
               WHEN '*REQUESTER*'
                   CONTINUE
               WHEN OTHER
                   MOVE 'Y' TO QS-BS-SW(QSX)
                   PERFORM SET-STORY-BAD
                   PERFORM TALLY-VALUE
           END-EVALUATE.

       SET-STORY-BAD.
           MOVE SPACE TO STORY-BAD-SW
           IF QS-RV-STATUS(QSX) = 'P' OR QS-AH-STATUS(QSX) = 'R'
               SET STORY-IS-BAD TO TRUE
           END-IF.

       TALLY-VALUE.
           MOVE 0 TO VY
           PERFORM VARYING VX FROM 1 BY 1
           UNTIL VX > VALUE-COUNT OR VY > 0
               IF VT-VAR-NAME(VX) = BS-VAR-NAME
               AND VT-VAR-VAL(VX) = BS-VAR-VAL
                   MOVE VX TO VY
               END-IF
           END-PERFORM
           IF VY = 0
               IF VALUE-COUNT < VALUEMAX
                   ADD 1 TO VALUE-COUNT
                   MOVE VALUE-COUNT TO VY
                   MOVE BS-VAR-NAME TO VT-VAR-NAME(VY)
                   MOVE BS-VAR-VAL TO VT-VAR-VAL(VY)
                   MOVE 0 TO VT-ALL-CNT(VY) VT-BAD-CNT(VY)
                   MOVE SPACE TO VT-SHOWN-SW(VY)
               ELSE
                   ADD 1 TO QC-VALUE-OVER
               END-IF
           END-IF
           IF VY > 0
               ADD 1 TO VT-ALL-CNT(VY)
               IF STORY-IS-BAD
                   ADD 1 TO VT-BAD-CNT(VY)
               END-IF
           END-IF.

        *>****************************************************************
        *>  one story of the month into the plot, genre and reason
        *>  counts.
       TALLY-ONE-STORY.
           ADD 1 TO QC-GEN-CNT
           PERFORM SET-STORY-BAD
           MOVE QS-PLOT(QSX) TO PX
           IF QS-TITLE-SW(QSX) NOT = 'Y'
               MOVE SPACES TO QS-GENRE(QSX)
               IF PX > 0 AND PX <= PLOT-COUNT
                   MOVE PLOT-GENRE(PX) TO QS-GENRE(QSX)
               END-IF
           END-IF
           PERFORM FIND-GENRE
           IF PX > 0
               ADD 1 TO PLOT-GEN-CNT(PX)
           END-IF
           IF GY > 0
               ADD 1 TO GN-GEN-CNT(GY)
           END-IF
           IF QS-RV-STATUS(QSX) = 'P'
               ADD 1 TO QC-PULL-CNT
               IF PX > 0
                   ADD 1 TO PLOT-PULL-CNT(PX)
               END-IF
               IF GY > 0
                   ADD 1 TO GN-PULL-CNT(GY)
               END-IF
               MOVE QS-RV-REASON(QSX) TO LOOK-REASON
               PERFORM FIND-REASON
               IF RY > 0
                   ADD 1 TO RN-PULL-CNT(RY)
               END-IF
           END-IF
           IF QS-AH-STATUS(QSX) = 'R'
               ADD 1 TO QC-REJ-CNT
               IF PX > 0
                   ADD 1 TO PLOT-REJ-CNT(PX)
               END-IF
               IF GY > 0
                   ADD 1 TO GN-REJ-CNT(GY)
               END-IF
               MOVE QS-AH-REASON(QSX) TO LOOK-REASON
               PERFORM FIND-REASON
               IF RY > 0
                   ADD 1 TO RN-REJ-CNT(RY)
               END-IF
           END-IF
           IF QS-ON-BUILD-SHEET(QSX)
               ADD 1 TO QC-ALL-BS-CNT
           END-IF
           IF STORY-IS-BAD
               ADD 1 TO QC-BAD-CNT
               IF QS-ON-BUILD-SHEET(QSX)
                   ADD 1 TO QC-BAD-BS-CNT
               END-IF
           END-IF.

        *>  GY comes back on the genre's entry, added when new; 0
        *>  only when the table is full.
       FIND-GENRE.
           MOVE 0 TO GY
           PERFORM VARYING GX FROM 1 BY 1
           UNTIL GX > GENRE-COUNT OR GY > 0
               IF GN-GENRE(GX) = QS-GENRE(QSX)
                   MOVE GX TO GY
               END-IF
           END-PERFORM
           IF GY = 0
               IF GENRE-COUNT < GENREMAX
                   ADD 1 TO GENRE-COUNT
                   MOVE GENRE-COUNT TO GY
                   MOVE QS-GENRE(QSX) TO GN-GENRE(GY)
                   MOVE 0 TO GN-GEN-CNT(GY) GN-PULL-CNT(GY)
                   MOVE 0 TO GN-REJ-CNT(GY)
               ELSE
                   ADD 1 TO QC-GENRE-OVER
               END-IF
           END-IF.

        *>  a code not on the master is added after the master's
        *>  codes and counted against QC-OFF-MASTER for every use.
       FIND-REASON.
           INSPECT LOOK-REASON
               CONVERTING LOWER-LETTERS TO UPPER-LETTERS
           MOVE 0 TO RY
           PERFORM VARYING RX FROM 1 BY 1
           UNTIL RX > REASON-COUNT OR RY > 0
               IF RN-CODE(RX) = LOOK-REASON
                   MOVE RX TO RY
               END-IF
           END-PERFORM
           IF RY = 0
               IF REASON-COUNT < REASONMAX
                   ADD 1 TO REASON-COUNT
                   MOVE REASON-COUNT TO RY
                   MOVE LOOK-REASON TO RN-CODE(RY)
                   MOVE SPACE TO RN-USE(RY) RN-MASTER-SW(RY)
                   MOVE SPACES TO RN-DESC(RY)
                   MOVE 0 TO RN-PULL-CNT(RY) RN-REJ-CNT(RY)
               ELSE
                   ADD 1 TO QC-REASON-OVER
               END-IF
           END-IF
           IF RY = 0
               ADD 1 TO QC-OFF-MASTER
           ELSE
               IF NOT RN-ON-MASTER(RY)
                   ADD 1 TO QC-OFF-MASTER
               END-IF
           END-IF.

        *>****************************************************************
       PRINT-PLOT-SECTION.
           MOVE SPACES TO PRT-HOLD-LINE
           MOVE 'STORY QUALITY FOR MONTH' TO PRT-HOLD-LINE(1:23)
           MOVE QR-MONTH TO PRT-HOLD-LINE(25:6)
           MOVE '- STORIES DATED' TO PRT-HOLD-LINE(33:15)
           MOVE QR-FROM-DATE TO PRT-HOLD-LINE(49:8)
           MOVE 'THRU' TO PRT-HOLD-LINE(58:4)
           MOVE QR-TO-DATE TO PRT-HOLD-LINE(63:8)
           PERFORM WRITE-PRINT-LINE
           MOVE SPACES TO PRT-HOLD-LINE
           PERFORM WRITE-PRINT-LINE
           MOVE 'STORIES BY PLOT' TO PRT-HOLD-LINE(1:15)
           PERFORM WRITE-PRINT-LINE
           MOVE SPACES TO PRT-HOLD-LINE
           PERFORM WRITE-PRINT-LINE
           MOVE 'PLOT' TO PRT-HOLD-LINE(1:4)
           MOVE 'TITLE' TO PRT-HOLD-LINE(7:5)
           MOVE 'GENRE' TO PRT-HOLD-LINE(49:5)
           PERFORM SET-COUNT-HEADINGS
           PERFORM WRITE-PRINT-LINE
           PERFORM VARYING PX FROM 1 BY 1 UNTIL PX > PLOTMAX
               IF PLOT-GEN-CNT(PX) > 0
                   PERFORM PRINT-PLOT-LINE
               END-IF
           END-PERFORM
           MOVE SPACES TO PRT-HOLD-LINE
           PERFORM WRITE-PRINT-LINE
           MOVE 'TOTAL' TO PRT-HOLD-LINE(7:5)
           MOVE QC-GEN-CNT TO PRT-GEN
           MOVE QC-PULL-CNT TO PRT-PULL
           MOVE QC-REJ-CNT TO PRT-REJ
           PERFORM SET-COUNT-COLUMNS
           PERFORM WRITE-PRINT-LINE
           IF QC-GEN-CNT = 0
               MOVE SPACES TO PRT-HOLD-LINE
               MOVE 'NO STORIES ON storylog.dat FOR THE MONTH'
                 TO PRT-HOLD-LINE(7:40)
               PERFORM WRITE-PRINT-LINE
           END-IF
           IF QC-BEYOND-CNT > 0
               MOVE SPACES TO PRT-HOLD-LINE
               MOVE QC-BEYOND-CNT TO PRT-SMALL
               MOVE PRT-SMALL TO PRT-HOLD-LINE(7:6)
               MOVE 'MORE STORIES PAST THE 9999-STORY WINDOW'
                 TO PRT-HOLD-LINE(14:39)
               MOVE 'NOT COUNTED' TO PRT-HOLD-LINE(54:11)
               PERFORM WRITE-PRINT-LINE
           END-IF.

       PRINT-PLOT-LINE.
           MOVE SPACES TO PRT-HOLD-LINE
           MOVE PX TO PRT-HOLD-LINE(1:3)
           IF PX > PLOT-COUNT
               MOVE '(NO LONGER IN THE CATALOG)' TO PRT-HOLD-LINE(7:26)
           ELSE
               MOVE PLOT-TITLE(PX) TO PRT-HOLD-LINE(7:40)
               MOVE PLOT-GENRE(PX) TO PRT-HOLD-LINE(49:4)
           END-IF
           MOVE PLOT-GEN-CNT(PX) TO PRT-GEN
           MOVE PLOT-PULL-CNT(PX) TO PRT-PULL
           MOVE PLOT-REJ-CNT(PX) TO PRT-REJ
           PERFORM SET-COUNT-COLUMNS
           PERFORM WRITE-PRINT-LINE.

       PRINT-GENRE-SECTION.
           MOVE SPACES TO PRT-HOLD-LINE
           PERFORM WRITE-PRINT-LINE
           MOVE 'STORIES BY GENRE' TO PRT-HOLD-LINE(1:16)
           PERFORM WRITE-PRINT-LINE
           MOVE SPACES TO PRT-HOLD-LINE
           PERFORM WRITE-PRINT-LINE
           MOVE 'GENRE' TO PRT-HOLD-LINE(1:5)
           PERFORM SET-COUNT-HEADINGS
           PERFORM WRITE-PRINT-LINE
           PERFORM VARYING GX FROM 1 BY 1 UNTIL GX > GENRE-COUNT
               MOVE SPACES TO PRT-HOLD-LINE
               IF GN-GENRE(GX) = SPACES
                   MOVE '(NONE)' TO PRT-HOLD-LINE(1:6)
               ELSE
                   MOVE GN-GENRE(GX) TO PRT-HOLD-LINE(1:4)
               END-IF
               MOVE GN-GEN-CNT(GX) TO PRT-GEN
               MOVE GN-PULL-CNT(GX) TO PRT-PULL
               MOVE GN-REJ-CNT(GX) TO PRT-REJ
               PERFORM SET-COUNT-COLUMNS
               PERFORM WRITE-PRINT-LINE
           END-PERFORM
           IF GENRE-COUNT = 0
               MOVE SPACES TO PRT-HOLD-LINE
               MOVE 'NONE' TO PRT-HOLD-LINE(1:4)
               PERFORM WRITE-PRINT-LINE
           END-IF.

        *>  every code on the master, used or not, then the codes in
        *>  use that the master does not know.
       PRINT-REASON-SECTION.
           MOVE SPACES TO PRT-HOLD-LINE
           PERFORM WRITE-PRINT-LINE
           MOVE 'PULLS AND REJECTS BY REASON CODE'
             TO PRT-HOLD-LINE(1:32)
           PERFORM WRITE-PRINT-LINE
           MOVE SPACES TO PRT-HOLD-LINE
           PERFORM WRITE-PRINT-LINE
           IF RSK-COUNT = 0
               MOVE 'NO REASON-CODE MASTER - NO CODE BELOW IS ON IT'
                 TO PRT-HOLD-LINE(1:46)
               PERFORM WRITE-PRINT-LINE
               MOVE SPACES TO PRT-HOLD-LINE
           END-IF
           MOVE 'CODE' TO PRT-HOLD-LINE(1:4)
           MOVE 'DESCRIPTION' TO PRT-HOLD-LINE(7:11)
           MOVE 'USE' TO PRT-HOLD-LINE(49:3)
           MOVE 'PULLED' TO PRT-HOLD-LINE(69:6)
           MOVE 'REJECTED' TO PRT-HOLD-LINE(77:8)
           MOVE 'TOTAL' TO PRT-HOLD-LINE(89:5)
           PERFORM WRITE-PRINT-LINE
           PERFORM VARYING RX FROM 1 BY 1 UNTIL RX > REASON-COUNT
               PERFORM PRINT-REASON-LINE
           END-PERFORM
           IF QC-REASON-OVER > 0
               MOVE SPACES TO PRT-HOLD-LINE
               MOVE QC-REASON-OVER TO PRT-SMALL
               MOVE PRT-SMALL TO PRT-HOLD-LINE(1:6)
               MOVE 'MORE USES OF CODES PAST THE TABLE NOT LISTED'
                 TO PRT-HOLD-LINE(8:44)
               PERFORM WRITE-PRINT-LINE
           END-IF.

       PRINT-REASON-LINE.
           MOVE SPACES TO PRT-HOLD-LINE
           MOVE RN-CODE(RX) TO PRT-HOLD-LINE(1:4)
           EVALUATE TRUE
               WHEN RN-ON-MASTER(RX)
                   MOVE RN-DESC(RX) TO PRT-HOLD-LINE(7:40)
                   EVALUATE RN-USE(RX)
                       WHEN 'P'
                           MOVE 'PULL' TO PRT-HOLD-LINE(49:4)
                       WHEN 'R'
                           MOVE 'REJECT' TO PRT-HOLD-LINE(49:6)
                       WHEN OTHER
                           MOVE 'BOTH' TO PRT-HOLD-LINE(49:4)
                   END-EVALUATE
               WHEN RN-CODE(RX) = SPACES
                   MOVE '*** NO REASON CODE GIVEN'
                     TO PRT-HOLD-LINE(7:24)
               WHEN OTHER
                   MOVE '*** NOT ON THE REASON-CODE MASTER'
                     TO PRT-HOLD-LINE(7:33)
           END-EVALUATE
           MOVE RN-PULL-CNT(RX) TO PRT-SMALL
           MOVE PRT-SMALL TO PRT-HOLD-LINE(69:6)
           MOVE RN-REJ-CNT(RX) TO PRT-SMALL
           MOVE PRT-SMALL TO PRT-HOLD-LINE(79:6)
           COMPUTE PRT-GEN = RN-PULL-CNT(RX) + RN-REJ-CNT(RX)
           MOVE PRT-GEN TO PRT-SMALL
           MOVE PRT-SMALL TO PRT-HOLD-LINE(88:6)
           PERFORM WRITE-PRINT-LINE.

        *>  the TOPMAX values with the most pulled or rejected
        *>  stories, most first; each is marked once printed.
       PRINT-VALUE-SECTION.
           MOVE SPACES TO PRT-HOLD-LINE
           PERFORM WRITE-PRINT-LINE
           MOVE 'VALUES MOST OFTEN IN PULLED OR REJECTED STORIES'
             TO PRT-HOLD-LINE(1:47)
           PERFORM WRITE-PRINT-LINE
           MOVE SPACES TO PRT-HOLD-LINE
           PERFORM WRITE-PRINT-LINE
           MOVE 'BUILD SHEET LINES FOUND FOR' TO PRT-HOLD-LINE(1:27)
           MOVE QC-BAD-BS-CNT TO PRT-SMALL
           MOVE PRT-SMALL TO PRT-HOLD-LINE(29:6)
           MOVE 'OF' TO PRT-HOLD-LINE(36:2)
           MOVE QC-BAD-CNT TO PRT-SMALL
           MOVE PRT-SMALL TO PRT-HOLD-LINE(39:6)
           MOVE 'PULLED OR REJECTED STORIES, AND'
             TO PRT-HOLD-LINE(46:31)
           MOVE QC-ALL-BS-CNT TO PRT-SMALL
           MOVE PRT-SMALL TO PRT-HOLD-LINE(78:6)
           MOVE 'OF' TO PRT-HOLD-LINE(85:2)
           MOVE QC-GEN-CNT TO PRT-SMALL
           MOVE PRT-SMALL TO PRT-HOLD-LINE(88:6)
           MOVE 'STORIES IN ALL' TO PRT-HOLD-LINE(95:14)
           PERFORM WRITE-PRINT-LINE
           IF QC-ALL-BS-CNT < QC-GEN-CNT
               MOVE SPACES TO PRT-HOLD-LINE
               MOVE 'THE REST ARE NO LONGER ON buildsheet.dat'
                 TO PRT-HOLD-LINE(1:40)
               MOVE ' - RUNTRIM KEEPS ONLY THE NEWEST RUNS'
                 TO PRT-HOLD-LINE(41:37)
               PERFORM WRITE-PRINT-LINE
           END-IF
           MOVE SPACES TO PRT-HOLD-LINE
           PERFORM WRITE-PRINT-LINE
           MOVE 'VARIABLE' TO PRT-HOLD-LINE(1:8)
           MOVE 'VALUE' TO PRT-HOLD-LINE(19:5)
           MOVE 'BAD STORIES' TO PRT-HOLD-LINE(61:11)
           MOVE 'ALL STORIES' TO PRT-HOLD-LINE(74:11)
           MOVE 'BAD PCT' TO PRT-HOLD-LINE(87:7)
           PERFORM WRITE-PRINT-LINE
           MOVE 1 TO VY
           PERFORM VARYING TX FROM 1 BY 1
           UNTIL TX > TOPMAX OR VY = 0
               PERFORM FIND-TOP-VALUE
               IF VY > 0
                   PERFORM PRINT-VALUE-LINE
               END-IF
           END-PERFORM
           IF TX = 2 AND VY = 0
               MOVE SPACES TO PRT-HOLD-LINE
               MOVE 'NONE - NO PULLED OR REJECTED STORY IS ON THE'
                 TO PRT-HOLD-LINE(1:44)
               MOVE ' BUILD SHEET' TO PRT-HOLD-LINE(45:12)
               PERFORM WRITE-PRINT-LINE
           END-IF.

        *>  VY comes back on the unprinted value with the most bad
        *>  stories, or 0 when none is left with any.
       FIND-TOP-VALUE.
           MOVE 0 TO VY
           PERFORM VARYING VX FROM 1 BY 1 UNTIL VX > VALUE-COUNT
               IF VT-SHOWN-SW(VX) = SPACE AND VT-BAD-CNT(VX) > 0
                   IF VY = 0
                       MOVE VX TO VY
                   ELSE
                       IF VT-BAD-CNT(VX) > VT-BAD-CNT(VY)
                           MOVE VX TO VY
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       PRINT-VALUE-LINE.
           MOVE 'Y' TO VT-SHOWN-SW(VY)
           MOVE SPACES TO PRT-HOLD-LINE
           MOVE VT-VAR-NAME(VY) TO PRT-HOLD-LINE(1:16)
           MOVE VT-VAR-VAL(VY) TO PRT-HOLD-LINE(19:40)
           MOVE VT-BAD-CNT(VY) TO PRT-SMALL
           MOVE PRT-SMALL TO PRT-HOLD-LINE(66:6)
           MOVE VT-ALL-CNT(VY) TO PRT-SMALL
           MOVE PRT-SMALL TO PRT-HOLD-LINE(79:6)
           COMPUTE PRT-PCT-WORK ROUNDED =
               (VT-BAD-CNT(VY) * 100) / VT-ALL-CNT(VY)
           MOVE PRT-PCT-WORK TO PRT-PCT
           MOVE PRT-PCT TO PRT-HOLD-LINE(89:5)
           PERFORM WRITE-PRINT-LINE.

       SET-COUNT-HEADINGS.
           MOVE 'GENERATED' TO PRT-HOLD-LINE(57:9)
           MOVE 'PULLED' TO PRT-HOLD-LINE(69:6)
           MOVE 'REJECTED' TO PRT-HOLD-LINE(77:8)
           MOVE 'BAD PCT' TO PRT-HOLD-LINE(87:7).

        *>  generated, pulled, rejected and the share of the
        *>  generated that was pulled or rejected.
       SET-COUNT-COLUMNS.
           MOVE PRT-GEN TO PRT-SMALL
           MOVE PRT-SMALL TO PRT-HOLD-LINE(60:6)
           MOVE PRT-PULL TO PRT-SMALL
           MOVE PRT-SMALL TO PRT-HOLD-LINE(69:6)
           MOVE PRT-REJ TO PRT-SMALL
           MOVE PRT-SMALL TO PRT-HOLD-LINE(79:6)
           IF PRT-GEN > 0
               COMPUTE PRT-PCT-WORK ROUNDED =
                   ((PRT-PULL + PRT-REJ) * 100) / PRT-GEN
               MOVE PRT-PCT-WORK TO PRT-PCT
               MOVE PRT-PCT TO PRT-HOLD-LINE(89:5)
           END-IF.

        *>  qualrpt.prt: ANSI carriage control in column 1 as on
        *>  access.prt.
       START-NEW-PAGE.
           ADD 1 TO PRT-PAGE-NO
           MOVE SPACES TO PRINT-REC
           MOVE '1' TO PRT-CC
           MOVE 'HALLMARK MONTHLY STORY QUALITY' TO PRT-DATA(1:30)
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
        END PROGRAM QUALRPT.
