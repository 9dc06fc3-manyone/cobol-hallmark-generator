        >>SOURCE FIXED
        IDENTIFICATION DIVISION.
        PROGRAM-ID.    PLACERPT.
        AUTHOR.        SIMOTIME TECHNOLOGIES.
        *>
        *>  Sponsor placement delivery report, placerpt.prt, for
        *>  billing and sales.  For every contract on placement.dat
        *>  (PLACE_DSNAME) it prints each period from the contract
        *>  start through the period holding the report date, with
        *>  the count committed for the period (PLCPER, the same
        *>  period rules HALLMARK paces by) and what became of the
        *>  stories HALLMARK logged to placelog.dat as carrying the
        *>  value:
        *>      DELIVERED  approved at review and acknowledged by the
        *>                 scheduling group (ackhist.dat) - the only
        *>                 column billing invoices from
        *>      PENDING    still waiting on review or on the
        *>                 scheduling group's answer
        *>      LOST       pulled at review or rejected downstream
        *>  A placement counts in the period its story was generated
        *>  in, however late the acknowledgement comes.  A closed
        *>  period is MET, SHORT, or AWAITING when the pending
        *>  stories could still make it up; the open period is
        *>  BEHIND when delivered and pending together are short of
        *>  where an even spread would have them by the report date.
        *>  The report date is PLACERPT_DATE (YYYYMMDD) or today.
        *>  Stories are held in a 9999-story window from the first
        *>  placement logged for a listed contract.  Return code 4
        *>  when a closed period is SHORT.
        ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT PLACEMENT-FILE
               ASSIGN TO WS-PLACE-DSNAME
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-PLC.

               SELECT OPTIONAL PLACE-LOG-FILE
               ASSIGN TO "placelog.dat"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-PLG.

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

               SELECT PRINT-FILE
               ASSIGN TO "placerpt.prt"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-PRT.
        DATA DIVISION.
       FILE SECTION.

       FD  PLACEMENT-FILE
              RECORD CONTAINS 140 CHARACTERS
              BLOCK CONTAINS 0 RECORDS
              RECORDING MODE IS F.

       01  PLACEMENT-REC.
           03  PLC-CONTRACT    PIC X(8).
           03  PLC-SPONSOR     PIC X(30).
           03  PLC-VAR-NAME    PIC X(16).
           03  PLC-VAR-VAL     PIC X(60).
           03  PLC-COMMIT      PIC 9(5).
           03  PLC-PERIOD      PIC X.
           03  PLC-START       PIC 9(8).
           03  PLC-END         PIC 9(8).
           03  FILLER          PIC X(4).

       FD  PLACE-LOG-FILE
              RECORD CONTAINS 100 CHARACTERS
              BLOCK CONTAINS 0 RECORDS
              RECORDING MODE IS F.

       01  PLACE-LOG-REC.
           03  PLG-SEQ         PIC 9(8).
           03  PLG-CONTRACT    PIC X(8).
           03  PLG-DATE        PIC 9(8).
           03  PLG-VAR-NAME    PIC X(16).
           03  PLG-VAR-VAL     PIC X(60).

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
               88 NO-MORE-PLC VALUE 'Y'.
           03 FILLER PIC X(01) VALUE SPACE.
               88 NO-MORE-RV VALUE 'Y'.
           03 FILLER PIC X(01) VALUE SPACE.
               88 NO-MORE-AH VALUE 'Y'.

       01  EOF-PLG-SWITCH PIC X VALUE SPACE.
           88  NO-MORE-PLG VALUE 'Y'.

       01 WS-FS-PLC   PIC X(02).
       01 WS-FS-PLG   PIC X(02).
       01 WS-FS-RV    PIC X(02).
       01 WS-FS-AH    PIC X(02).
       01 WS-FS-PRT   PIC X(02).
       01 WS-PLACE-DSNAME PIC X(40) VALUE "placement.dat".
       01 WS-ENV-NAME     PIC X(20).

       01  REF-DATA.
           03  PAGE-DEPTH PIC 99 VALUE 55.

        *>  parameter block for PLCPER, the placement period rules
       01  PLCPER-PARAMETERS.
           05  PPR-START            PIC 9(8).
           05  PPR-END              PIC 9(8).
           05  PPR-PERIOD           PIC X.
           05  PPR-COMMIT           PIC 9(5).
           05  PPR-DATE             PIC 9(8).
           05  PPR-RESULT           PIC X.
               88  PPR-IN-CONTRACT VALUE 'Y'.
           05  PPR-FROM             PIC 9(8).
           05  PPR-TO               PIC 9(8).
           05  PPR-NEXT             PIC 9(8).
           05  PPR-PERIOD-COMMIT    PIC 9(5).
           05  PPR-DUE              PIC 9(5).

       01  DR-ASOF-X PIC X(8).
       01  FILLER REDEFINES DR-ASOF-X.
          03  DR-ASOF PIC 9(8).
       01  DR-TODAY PIC 9(8).
       01  DR-NEXT-DATE PIC 9(8).

        *>  the contracts in file order; CT-FIRST-PE / CT-PE-COUNT
        *>  point at the contract's periods in the period table.
       01  CONTRACTMAX PIC 9(3) VALUE 200.
       01  CONTRACT-COUNT PIC 9(3) VALUE 0.
       01  CONTRACT-TABLE-AREA.
           03  CONTRACT-ENTRY OCCURS 200 TIMES.
               05  CT-CONTRACT     PIC X(8).
               05  CT-SPONSOR      PIC X(30).
               05  CT-VAR-NAME     PIC X(16).
               05  CT-VAR-VAL      PIC X(60).
               05  CT-COMMIT       PIC 9(5).
               05  CT-PERIOD       PIC X.
               05  CT-START        PIC 9(8).
               05  CT-END          PIC 9(8).
               05  CT-STATE        PIC X.
                   88  CT-USABLE   VALUE 'Y'.
                   88  CT-BAD      VALUE 'E'.
                   88  CT-NOT-YET  VALUE 'N'.
               05  CT-FIRST-PE     PIC 9(4).
               05  CT-PE-COUNT     PIC 9(4).
       01  CTX PIC 9(3).
       01  CTY PIC 9(3).

       01  PERIODMAX PIC 9(4) VALUE 5000.
       01  PERIOD-COUNT PIC 9(4) VALUE 0.
       01  PERIOD-TABLE-AREA.
           03  PERIOD-ENTRY OCCURS 5000 TIMES.
               05  PE-FROM         PIC 9(8).
               05  PE-TO           PIC 9(8).
               05  PE-COMMIT       PIC 9(5).
               05  PE-DUE          PIC 9(5).
               05  PE-DELIV-CNT    PIC 9(5).
               05  PE-PEND-CNT     PIC 9(5).
               05  PE-LOST-CNT     PIC 9(5).
       01  PEX PIC 9(4).
       01  PEY PIC 9(4).
       01  PE-LAST PIC 9(4).

        *>  every logged placement for a listed contract, chained by
        *>  story through QS-FIRST-PG / PG-NEXT so a story logged
        *>  twice for one contract (a restarted run reuses the
        *>  numbers after its checkpoint) is counted once.
       01  PLACEMENTMAX PIC 9(5) VALUE 20000.
       01  PLACEMENT-COUNT PIC 9(5) VALUE 0.
       01  PLACEMENT-TABLE-AREA.
           03  PLACEMENT-ENTRY OCCURS 20000 TIMES.
               05  PG-SEQ          PIC 9(8).
               05  PG-CTX          PIC 9(3).
               05  PG-DATE         PIC 9(8).
               05  PG-NEXT         PIC 9(5).
       01  PGX PIC 9(5).
       01  PGY PIC 9(5).

        *>  slot 1 is QS-BASE-SEQ; SET-STORY-SLOT gives QSX = 0 for a
        *>  sequence outside the window.
       01  SEQMAX PIC 9(4) VALUE 9999.
       01  STORY-TABLE-AREA.
           03  STORY-SLOT OCCURS 9999 TIMES.
               05  QS-FIRST-PG     PIC 9(5).
               05  QS-RV-STATUS    PIC X.
               05  QS-AH-STATUS    PIC X.
       01  QSX PIC 9(9).
       01  QS-BASE-SEQ PIC 9(8) VALUE 0.
       01  QS-LOOK-SEQ PIC 9(8).

       01  DELIVERY-COUNTS.
           03  DC-LOGGED       PIC 9(6) VALUE 0.
           03  DC-DUPLICATE    PIC 9(6) VALUE 0.
           03  DC-NO-CONTRACT  PIC 9(6) VALUE 0.
           03  DC-BEYOND       PIC 9(6) VALUE 0.
           03  DC-OUTSIDE      PIC 9(6) VALUE 0.
           03  DC-TABLE-OVER   PIC 9(6) VALUE 0.
           03  DC-PERIOD-OVER  PIC 9(6) VALUE 0.
           03  DC-SHORT-PERIODS PIC 9(4) VALUE 0.
           03  DC-BEHIND       PIC 9(4) VALUE 0.
           03  DC-BAD-CONTRACTS PIC 9(4) VALUE 0.
       01  CONTRACT-TOTALS.
           03  TT-COMMIT       PIC 9(6).
           03  TT-PLACED       PIC 9(6).
           03  TT-DELIV        PIC 9(6).
           03  TT-PEND         PIC 9(6).
           03  TT-LOST         PIC 9(6).
           03  TT-SHORT        PIC 9(6).
       01  PE-PLACED PIC 9(6).
       01  PE-SHORT PIC 9(6).

       01  PRINT-FIELDS.
           03  PRT-HOLD-LINE   PIC X(132).
           03  PRT-PAGE-NO     PIC 9(4) VALUE 0.
           03  PRT-LINE-NO     PIC 99 VALUE 99.
           03  PRT-RUN-DATE    PIC 9(8).
           03  PRT-SMALL       PIC ZZZZZ9.

        *>****************************************************************
        PROCEDURE DIVISION.
           MOVE "PLACE_DSNAME" TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-PLACE-DSNAME FROM ENVIRONMENT-VALUE
           IF WS-PLACE-DSNAME = SPACES
               MOVE "placement.dat" TO WS-PLACE-DSNAME
           END-IF
           ACCEPT DR-TODAY FROM DATE YYYYMMDD
           MOVE "PLACERPT_DATE" TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT DR-ASOF-X FROM ENVIRONMENT-VALUE

           DISPLAY ' '
           DISPLAY 'PLACERPT - SPONSOR PLACEMENT DELIVERY'
           IF DR-ASOF-X NOT NUMERIC
               IF DR-ASOF-X NOT = SPACES
                   DISPLAY 'PLACERPT_DATE ' DR-ASOF-X
                   ' IS NOT YYYYMMDD - TODAY REPORTED'
               END-IF
               MOVE DR-TODAY TO DR-ASOF
           END-IF
           DISPLAY 'AS OF: ' DR-ASOF
           PERFORM LOAD-CONTRACTS
           PERFORM FIND-WINDOW-BASE
           PERFORM VARYING QSX FROM 1 BY 1 UNTIL QSX > SEQMAX
               MOVE 0 TO QS-FIRST-PG(QSX)
               MOVE SPACE TO QS-RV-STATUS(QSX) QS-AH-STATUS(QSX)
           END-PERFORM
           PERFORM LOAD-PLACEMENT-LOG
           PERFORM LOAD-REVIEW-DECISIONS
           PERFORM LOAD-ACK-HISTORY
           PERFORM VARYING PGX FROM 1 BY 1 UNTIL PGX > PLACEMENT-COUNT
               PERFORM TALLY-ONE-PLACEMENT
           END-PERFORM

           OPEN OUTPUT PRINT-FILE
           IF WS-FS-PRT NOT = '00'
               DISPLAY 'UNABLE TO OPEN placerpt.prt, FILE STATUS='
               WS-FS-PRT
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ACCEPT PRT-RUN-DATE FROM DATE YYYYMMDD
           PERFORM VARYING CTX FROM 1 BY 1 UNTIL CTX > CONTRACT-COUNT
               PERFORM PRINT-ONE-CONTRACT
           END-PERFORM
           PERFORM PRINT-REPORT-NOTES
           CLOSE PRINT-FILE

           DISPLAY 'CONTRACTS LISTED:       ' CONTRACT-COUNT
           DISPLAY 'PLACEMENTS LOGGED:      ' DC-LOGGED
           DISPLAY 'CLOSED PERIODS SHORT:   ' DC-SHORT-PERIODS
           DISPLAY 'OPEN PERIODS BEHIND:    ' DC-BEHIND
           IF DC-BAD-CONTRACTS > 0
               DISPLAY 'CONTRACTS WITH UNUSABLE DATES: '
               DC-BAD-CONTRACTS
           END-IF
           IF DC-BEYOND > 0
               DISPLAY 'PAST THE ' SEQMAX '-STORY WINDOW, NOT COUNTED: '
               DC-BEYOND
           END-IF
           DISPLAY 'REPORT ON placerpt.prt'
           IF DC-SHORT-PERIODS > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.

        *>****************************************************************
        *>  a contract is listed even when it has not started or its
        *>  dates are wrong, so nothing sales sold drops off the page.
       LOAD-CONTRACTS.
           OPEN INPUT PLACEMENT-FILE
           IF WS-FS-PLC NOT = '00'
               DISPLAY 'UNABLE TO OPEN ' WS-PLACE-DSNAME
               ' FILE STATUS=' WS-FS-PLC
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL NO-MORE-PLC
               READ PLACEMENT-FILE AT END
                   SET NO-MORE-PLC TO TRUE
               END-READ
               IF NOT NO-MORE-PLC
                   IF PLC-CONTRACT NOT = SPACES
                   AND PLC-CONTRACT(1:1) NOT = '*'
                       PERFORM TAKE-CONTRACT
                   END-IF
               END-IF
           END-PERFORM
           CLOSE PLACEMENT-FILE.

       TAKE-CONTRACT.
           IF CONTRACT-COUNT >= CONTRACTMAX
               DISPLAY 'MORE THAN ' CONTRACTMAX ' CONTRACTS ON '
               WS-PLACE-DSNAME ' - ' PLC-CONTRACT ' NOT REPORTED'
           ELSE
               ADD 1 TO CONTRACT-COUNT
               MOVE CONTRACT-COUNT TO CTX
               MOVE PLC-CONTRACT TO CT-CONTRACT(CTX)
               MOVE PLC-SPONSOR TO CT-SPONSOR(CTX)
               MOVE PLC-VAR-NAME TO CT-VAR-NAME(CTX)
               MOVE PLC-VAR-VAL TO CT-VAR-VAL(CTX)
               MOVE 0 TO CT-COMMIT(CTX) CT-START(CTX) CT-END(CTX)
               IF PLC-COMMIT NUMERIC
                   MOVE PLC-COMMIT TO CT-COMMIT(CTX)
               END-IF
               IF PLC-START NUMERIC
                   MOVE PLC-START TO CT-START(CTX)
               END-IF
               IF PLC-END NUMERIC
                   MOVE PLC-END TO CT-END(CTX)
               END-IF
               MOVE PLC-PERIOD TO CT-PERIOD(CTX)
               IF PLC-PERIOD = SPACE
                   MOVE 'W' TO CT-PERIOD(CTX)
               END-IF
               MOVE 0 TO CT-FIRST-PE(CTX) CT-PE-COUNT(CTX)
               PERFORM BUILD-CONTRACT-PERIODS
           END-IF.

        *>  one period entry per period from the start through the
        *>  one holding the report date or the end date, whichever
        *>  comes first.  The open period's due count is taken as
        *>  of the report date; a closed one owes its full count.
       BUILD-CONTRACT-PERIODS.
           MOVE CT-START(CTX) TO PPR-START
           MOVE CT-END(CTX) TO PPR-END
           MOVE CT-PERIOD(CTX) TO PPR-PERIOD
           MOVE CT-COMMIT(CTX) TO PPR-COMMIT
           MOVE CT-START(CTX) TO PPR-DATE
           CALL 'PLCPER' USING PLCPER-PARAMETERS
           EVALUATE TRUE
               WHEN PPR-RESULT = 'E' OR CT-COMMIT(CTX) = 0
                   MOVE 'E' TO CT-STATE(CTX)
                   ADD 1 TO DC-BAD-CONTRACTS
               WHEN CT-START(CTX) > DR-ASOF
                   MOVE 'N' TO CT-STATE(CTX)
               WHEN OTHER
                   MOVE 'Y' TO CT-STATE(CTX)
                   COMPUTE CT-FIRST-PE(CTX) = PERIOD-COUNT + 1
                   PERFORM UNTIL NOT PPR-IN-CONTRACT
                   OR PPR-FROM > DR-ASOF
                       PERFORM ADD-CONTRACT-PERIOD
                       MOVE PPR-NEXT TO DR-NEXT-DATE
                       MOVE DR-NEXT-DATE TO PPR-DATE
                       CALL 'PLCPER' USING PLCPER-PARAMETERS
                   END-PERFORM
           END-EVALUATE.

       ADD-CONTRACT-PERIOD.
           IF PERIOD-COUNT >= PERIODMAX
               ADD 1 TO DC-PERIOD-OVER
           ELSE
               ADD 1 TO PERIOD-COUNT
               ADD 1 TO CT-PE-COUNT(CTX)
               MOVE PERIOD-COUNT TO PEX
               MOVE PPR-FROM TO PE-FROM(PEX)
               MOVE PPR-TO TO PE-TO(PEX)
               MOVE PPR-PERIOD-COMMIT TO PE-COMMIT(PEX)
               MOVE PPR-PERIOD-COMMIT TO PE-DUE(PEX)
               MOVE 0 TO PE-DELIV-CNT(PEX) PE-PEND-CNT(PEX)
               MOVE 0 TO PE-LOST-CNT(PEX)
               IF PPR-TO >= DR-ASOF
                   MOVE DR-ASOF TO PPR-DATE
                   CALL 'PLCPER' USING PLCPER-PARAMETERS
                   MOVE PPR-DUE TO PE-DUE(PEX)
               END-IF
           END-IF.

        *>  the lowest story number logged for a listed contract
        *>  starts the window.
       FIND-WINDOW-BASE.
           OPEN INPUT PLACE-LOG-FILE
           IF WS-FS-PLG = '00'
               PERFORM UNTIL NO-MORE-PLG
                   READ PLACE-LOG-FILE AT END
                       SET NO-MORE-PLG TO TRUE
                   END-READ
                   IF NOT NO-MORE-PLG
                       PERFORM FIND-LOG-CONTRACT
                       IF CTY > 0 AND PLG-SEQ NUMERIC
                           IF QS-BASE-SEQ = 0 OR PLG-SEQ < QS-BASE-SEQ
                               MOVE PLG-SEQ TO QS-BASE-SEQ
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
           END-IF
           CLOSE PLACE-LOG-FILE
           MOVE SPACE TO EOF-PLG-SWITCH.

       FIND-LOG-CONTRACT.
           MOVE 0 TO CTY
           PERFORM VARYING CTX FROM 1 BY 1
           UNTIL CTX > CONTRACT-COUNT OR CTY > 0
               IF CT-CONTRACT(CTX) = PLG-CONTRACT
                   MOVE CTX TO CTY
               END-IF
           END-PERFORM.

       LOAD-PLACEMENT-LOG.
           OPEN INPUT PLACE-LOG-FILE
           IF WS-FS-PLG = '00'
               PERFORM UNTIL NO-MORE-PLG
                   READ PLACE-LOG-FILE AT END
                       SET NO-MORE-PLG TO TRUE
                   END-READ
                   IF NOT NO-MORE-PLG
                       PERFORM TAKE-PLACEMENT-LOG
                   END-IF
               END-PERFORM
           END-IF
           CLOSE PLACE-LOG-FILE.

       TAKE-PLACEMENT-LOG.
           PERFORM FIND-LOG-CONTRACT
           IF CTY = 0
               ADD 1 TO DC-NO-CONTRACT
           ELSE
               IF PLG-SEQ NUMERIC
                   MOVE PLG-SEQ TO QS-LOOK-SEQ
                   PERFORM SET-STORY-SLOT
               ELSE
                   MOVE 0 TO QSX
               END-IF
               IF QSX = 0
                   ADD 1 TO DC-BEYOND
               ELSE
                   MOVE 0 TO PGY
                   MOVE QS-FIRST-PG(QSX) TO PGX
                   PERFORM UNTIL PGX = 0 OR PGY > 0
                       IF PG-CTX(PGX) = CTY
                           MOVE PGX TO PGY
                       END-IF
                       MOVE PG-NEXT(PGX) TO PGX
                   END-PERFORM
                   EVALUATE TRUE
                       WHEN PGY > 0
                           ADD 1 TO DC-DUPLICATE
                       WHEN PLACEMENT-COUNT >= PLACEMENTMAX
                           ADD 1 TO DC-TABLE-OVER
                       WHEN OTHER
                           ADD 1 TO PLACEMENT-COUNT
                           ADD 1 TO DC-LOGGED
                           MOVE PLACEMENT-COUNT TO PGX
                           MOVE PLG-SEQ TO PG-SEQ(PGX)
                           MOVE CTY TO PG-CTX(PGX)
                           MOVE PLG-DATE TO PG-DATE(PGX)
                           MOVE QS-FIRST-PG(QSX) TO PG-NEXT(PGX)
                           MOVE PGX TO QS-FIRST-PG(QSX)
                   END-EVALUATE
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
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
           END-IF
           CLOSE ACK-HISTORY-FILE.

        *>  approved means the latest review decision is an approval
        *>  (A, C, or a first approval F that EXTRACT let through);
        *>  a pull after the acknowledgement still loses the story.
       TALLY-ONE-PLACEMENT.
           MOVE PG-CTX(PGX) TO CTX
           MOVE PG-SEQ(PGX) TO QS-LOOK-SEQ
           PERFORM SET-STORY-SLOT
           MOVE 0 TO PEY
           IF CT-USABLE(CTX) AND PG-DATE(PGX) NUMERIC
               COMPUTE PE-LAST = CT-FIRST-PE(CTX) + CT-PE-COUNT(CTX)
               PERFORM VARYING PEX FROM CT-FIRST-PE(CTX) BY 1
               UNTIL PEX >= PE-LAST OR PEY > 0
                   IF PG-DATE(PGX) >= PE-FROM(PEX)
                   AND PG-DATE(PGX) <= PE-TO(PEX)
                       MOVE PEX TO PEY
                   END-IF
               END-PERFORM
           END-IF
           IF PEY = 0
               ADD 1 TO DC-OUTSIDE
           ELSE
               EVALUATE TRUE
                   WHEN QS-RV-STATUS(QSX) = 'P'
                   OR QS-AH-STATUS(QSX) = 'R'
                       ADD 1 TO PE-LOST-CNT(PEY)
                   WHEN QS-AH-STATUS(QSX) = 'A'
                   AND (QS-RV-STATUS(QSX) = 'A'
                   OR QS-RV-STATUS(QSX) = 'C'
                   OR QS-RV-STATUS(QSX) = 'F')
                       ADD 1 TO PE-DELIV-CNT(PEY)
                   WHEN OTHER
                       ADD 1 TO PE-PEND-CNT(PEY)
               END-EVALUATE
           END-IF.

        *>****************************************************************
       PRINT-ONE-CONTRACT.
           IF PRT-LINE-NO > PAGE-DEPTH - 8
               MOVE PAGE-DEPTH TO PRT-LINE-NO
           END-IF
           MOVE SPACES TO PRT-HOLD-LINE
           PERFORM WRITE-PRINT-LINE
           MOVE 'CONTRACT' TO PRT-HOLD-LINE(1:8)
           MOVE 'SPONSOR' TO PRT-HOLD-LINE(11:7)
           MOVE 'VARIABLE' TO PRT-HOLD-LINE(43:8)
           MOVE 'VALUE' TO PRT-HOLD-LINE(61:5)
           PERFORM WRITE-PRINT-LINE
           MOVE SPACES TO PRT-HOLD-LINE
           MOVE CT-CONTRACT(CTX) TO PRT-HOLD-LINE(1:8)
           MOVE CT-SPONSOR(CTX) TO PRT-HOLD-LINE(11:30)
           MOVE CT-VAR-NAME(CTX) TO PRT-HOLD-LINE(43:16)
           MOVE CT-VAR-VAL(CTX) TO PRT-HOLD-LINE(61:60)
           PERFORM WRITE-PRINT-LINE
           MOVE SPACES TO PRT-HOLD-LINE
           MOVE CT-COMMIT(CTX) TO PRT-SMALL
           MOVE PRT-SMALL TO PRT-HOLD-LINE(11:6)
           IF CT-PERIOD(CTX) = 'M'
               MOVE 'PER MONTH' TO PRT-HOLD-LINE(18:9)
           ELSE
               MOVE 'PER WEEK' TO PRT-HOLD-LINE(18:8)
           END-IF
           MOVE 'FROM' TO PRT-HOLD-LINE(28:4)
           MOVE CT-START(CTX) TO PRT-HOLD-LINE(33:8)
           IF CT-END(CTX) = 0
               MOVE 'OPEN-ENDED' TO PRT-HOLD-LINE(42:10)
           ELSE
               MOVE 'THRU' TO PRT-HOLD-LINE(42:4)
               MOVE CT-END(CTX) TO PRT-HOLD-LINE(47:8)
           END-IF
           PERFORM WRITE-PRINT-LINE
           EVALUATE TRUE
               WHEN CT-BAD(CTX)
                   MOVE SPACES TO PRT-HOLD-LINE
                   MOVE '*** DATES, PERIOD OR COUNT NOT USABLE -'
                     TO PRT-HOLD-LINE(11:39)
                   MOVE ' CORRECT THE CONTRACT' TO PRT-HOLD-LINE(50:21)
                   PERFORM WRITE-PRINT-LINE
               WHEN CT-NOT-YET(CTX)
                   MOVE SPACES TO PRT-HOLD-LINE
                   MOVE 'NOT STARTED' TO PRT-HOLD-LINE(11:11)
                   PERFORM WRITE-PRINT-LINE
               WHEN OTHER
                   PERFORM PRINT-CONTRACT-PERIODS
           END-EVALUATE.

       PRINT-CONTRACT-PERIODS.
           MOVE SPACES TO PRT-HOLD-LINE
           MOVE 'PERIOD' TO PRT-HOLD-LINE(11:6)
           MOVE 'COMMITTED' TO PRT-HOLD-LINE(31:9)
           MOVE 'PLACED' TO PRT-HOLD-LINE(44:6)
           MOVE 'DELIVERED' TO PRT-HOLD-LINE(53:9)
           MOVE 'PENDING' TO PRT-HOLD-LINE(65:7)
           MOVE 'LOST' TO PRT-HOLD-LINE(77:4)
           MOVE 'SHORT' TO PRT-HOLD-LINE(86:5)
           MOVE 'STATUS' TO PRT-HOLD-LINE(94:6)
           PERFORM WRITE-PRINT-LINE
           MOVE 0 TO TT-COMMIT TT-PLACED TT-DELIV TT-PEND TT-LOST
           MOVE 0 TO TT-SHORT
           COMPUTE PE-LAST = CT-FIRST-PE(CTX) + CT-PE-COUNT(CTX)
           PERFORM VARYING PEX FROM CT-FIRST-PE(CTX) BY 1
           UNTIL PEX >= PE-LAST
               PERFORM PRINT-PERIOD-LINE
           END-PERFORM
           MOVE SPACES TO PRT-HOLD-LINE
           MOVE 'CONTRACT TO DATE' TO PRT-HOLD-LINE(11:16)
           MOVE TT-COMMIT TO PRT-SMALL
           MOVE PRT-SMALL TO PRT-HOLD-LINE(34:6)
           MOVE TT-PLACED TO PRT-SMALL
           MOVE PRT-SMALL TO PRT-HOLD-LINE(44:6)
           MOVE TT-DELIV TO PRT-SMALL
           MOVE PRT-SMALL TO PRT-HOLD-LINE(56:6)
           MOVE TT-PEND TO PRT-SMALL
           MOVE PRT-SMALL TO PRT-HOLD-LINE(66:6)
           MOVE TT-LOST TO PRT-SMALL
           MOVE PRT-SMALL TO PRT-HOLD-LINE(75:6)
           MOVE TT-SHORT TO PRT-SMALL
           MOVE PRT-SMALL TO PRT-HOLD-LINE(85:6)
           PERFORM WRITE-PRINT-LINE.

        *>  SHORT is what the period still owes in delivered stories.
       PRINT-PERIOD-LINE.
           COMPUTE PE-PLACED = PE-DELIV-CNT(PEX) + PE-PEND-CNT(PEX)
               + PE-LOST-CNT(PEX)
           MOVE 0 TO PE-SHORT
           IF PE-DELIV-CNT(PEX) < PE-COMMIT(PEX)
               COMPUTE PE-SHORT = PE-COMMIT(PEX) - PE-DELIV-CNT(PEX)
           END-IF
           MOVE SPACES TO PRT-HOLD-LINE
           MOVE PE-FROM(PEX) TO PRT-HOLD-LINE(11:8)
           MOVE '-' TO PRT-HOLD-LINE(19:1)
           MOVE PE-TO(PEX) TO PRT-HOLD-LINE(20:8)
           MOVE PE-COMMIT(PEX) TO PRT-SMALL
           MOVE PRT-SMALL TO PRT-HOLD-LINE(34:6)
           MOVE PE-PLACED TO PRT-SMALL
           MOVE PRT-SMALL TO PRT-HOLD-LINE(44:6)
           MOVE PE-DELIV-CNT(PEX) TO PRT-SMALL
           MOVE PRT-SMALL TO PRT-HOLD-LINE(56:6)
           MOVE PE-PEND-CNT(PEX) TO PRT-SMALL
           MOVE PRT-SMALL TO PRT-HOLD-LINE(66:6)
           MOVE PE-LOST-CNT(PEX) TO PRT-SMALL
           MOVE PRT-SMALL TO PRT-HOLD-LINE(75:6)
           MOVE PE-SHORT TO PRT-SMALL
           MOVE PRT-SMALL TO PRT-HOLD-LINE(85:6)
           EVALUATE TRUE
               WHEN PE-TO(PEX) >= DR-ASOF
                   IF PE-DELIV-CNT(PEX) + PE-PEND-CNT(PEX)
                      < PE-DUE(PEX)
                       MOVE 'OPEN - BEHIND,' TO PRT-HOLD-LINE(94:14)
                       MOVE PE-DUE(PEX) TO PRT-SMALL
                       MOVE PRT-SMALL TO PRT-HOLD-LINE(108:6)
                       MOVE 'DUE BY NOW' TO PRT-HOLD-LINE(115:10)
                       ADD 1 TO DC-BEHIND
                   ELSE
                       MOVE 'OPEN' TO PRT-HOLD-LINE(94:4)
                   END-IF
               WHEN PE-SHORT = 0
                   MOVE 'MET' TO PRT-HOLD-LINE(94:3)
               WHEN PE-DELIV-CNT(PEX) + PE-PEND-CNT(PEX)
                    >= PE-COMMIT(PEX)
                   MOVE 'AWAITING' TO PRT-HOLD-LINE(94:8)
               WHEN OTHER
                   MOVE 'SHORT' TO PRT-HOLD-LINE(94:5)
                   ADD 1 TO DC-SHORT-PERIODS
           END-EVALUATE
           PERFORM WRITE-PRINT-LINE
           ADD PE-COMMIT(PEX) TO TT-COMMIT
           ADD PE-PLACED TO TT-PLACED
           ADD PE-DELIV-CNT(PEX) TO TT-DELIV
           ADD PE-PEND-CNT(PEX) TO TT-PEND
           ADD PE-LOST-CNT(PEX) TO TT-LOST
           ADD PE-SHORT TO TT-SHORT.

       PRINT-REPORT-NOTES.
           MOVE SPACES TO PRT-HOLD-LINE
           PERFORM WRITE-PRINT-LINE
           IF CONTRACT-COUNT = 0
               MOVE 'NO CONTRACTS ON' TO PRT-HOLD-LINE(1:15)
               MOVE WS-PLACE-DSNAME TO PRT-HOLD-LINE(17:40)
               PERFORM WRITE-PRINT-LINE
           END-IF
           IF DC-NO-CONTRACT > 0
               MOVE SPACES TO PRT-HOLD-LINE
               MOVE DC-NO-CONTRACT TO PRT-SMALL
               MOVE PRT-SMALL TO PRT-HOLD-LINE(1:6)
               MOVE 'PLACEMENTS LOGGED FOR CONTRACTS NO LONGER ON'
                 TO PRT-HOLD-LINE(8:44)
               MOVE WS-PLACE-DSNAME TO PRT-HOLD-LINE(53:40)
               PERFORM WRITE-PRINT-LINE
           END-IF
           IF DC-OUTSIDE > 0
               MOVE SPACES TO PRT-HOLD-LINE
               MOVE DC-OUTSIDE TO PRT-SMALL
               MOVE PRT-SMALL TO PRT-HOLD-LINE(1:6)
               MOVE 'PLACEMENTS DATED OUTSIDE THE PERIODS REPORTED'
                 TO PRT-HOLD-LINE(8:45)
               PERFORM WRITE-PRINT-LINE
           END-IF
           IF DC-DUPLICATE > 0
               MOVE SPACES TO PRT-HOLD-LINE
               MOVE DC-DUPLICATE TO PRT-SMALL
               MOVE PRT-SMALL TO PRT-HOLD-LINE(1:6)
               MOVE 'PLACEMENTS LOGGED TWICE FOR ONE STORY, COUNTED'
                 TO PRT-HOLD-LINE(8:46)
               MOVE ' ONCE' TO PRT-HOLD-LINE(54:5)
               PERFORM WRITE-PRINT-LINE
           END-IF
           IF DC-BEYOND > 0
               MOVE SPACES TO PRT-HOLD-LINE
               MOVE DC-BEYOND TO PRT-SMALL
               MOVE PRT-SMALL TO PRT-HOLD-LINE(1:6)
               MOVE 'PLACEMENTS PAST THE 9999-STORY WINDOW NOT COUNTED'
                 TO PRT-HOLD-LINE(8:49)
               PERFORM WRITE-PRINT-LINE
           END-IF
           IF DC-TABLE-OVER > 0 OR DC-PERIOD-OVER > 0
               MOVE SPACES TO PRT-HOLD-LINE
               COMPUTE PE-PLACED = DC-TABLE-OVER + DC-PERIOD-OVER
               MOVE PE-PLACED TO PRT-SMALL
               MOVE PRT-SMALL TO PRT-HOLD-LINE(1:6)
               MOVE 'PLACEMENTS OR PERIODS PAST THE TABLES NOT LISTED'
                 TO PRT-HOLD-LINE(8:48)
               PERFORM WRITE-PRINT-LINE
           END-IF.

        *>  placerpt.prt: ANSI carriage control in column 1 as on
        *>  access.prt.
       START-NEW-PAGE.
           ADD 1 TO PRT-PAGE-NO
           MOVE SPACES TO PRINT-REC
           MOVE '1' TO PRT-CC
           MOVE 'HALLMARK SPONSOR PLACEMENT DELIVERY'
             TO PRT-DATA(1:35)
           MOVE 'AS OF' TO PRT-DATA(40:5)
           MOVE DR-ASOF TO PRT-DATA(46:8)
           MOVE 'RUN' TO PRT-DATA(60:3)
           MOVE PRT-RUN-DATE TO PRT-DATA(64:8)
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
        END PROGRAM PLACERPT.
