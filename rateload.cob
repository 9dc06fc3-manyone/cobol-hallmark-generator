        >>SOURCE FIXED
        IDENTIFICATION DIVISION.
        PROGRAM-ID.    RATELOAD.
        AUTHOR.        SIMOTIME TECHNOLOGIES.
        *>
        *>  Loads the audience ratings the network scheduling group
        *>  sends back once the movies have aired into the ratings
        *>  history, ratehist.dat, for RATERPT.  Card images on
        *>  ratings.dat:
        *>      R ssssssss yyyymmdd nnn.n   story ssssssss aired on
        *>                                  yyyymmdd, rating nnn.n
        *>      Z nnnnnn hhhhhhhhhhhhhhh    their count of R cards and
        *>                                  the total of their sequences
        *>  A story is rated only once it has come back accepted on
        *>  ackhist.dat (EXTACK); a rating for a story never sent, or
        *>  rejected, is an exception and is not loaded.  So is a card
        *>  that will not read, and a count or total that disagrees
        *>  with the cards.  A story rated twice on the file takes the
        *>  later card; one already on the history is rated again, and
        *>  RATERPT takes the latest rating for it.  Each rating loaded
        *>  is appended to ratehist.dat (sequence, air date, rating,
        *>  date and time loaded) - ratings.dat is replaced by each
        *>  exchange.  Return code 8 on any exception.
        *>  The table is a 9999-story window starting at the lowest
        *>  story on the ratings file.
        ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT RATING-FILE
               ASSIGN TO "ratings.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-RTG.

               SELECT OPTIONAL ACK-HISTORY-FILE
               ASSIGN TO "ackhist.dat"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-AH.

               SELECT OPTIONAL RATE-HISTORY-FILE
               ASSIGN TO "ratehist.dat"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-RH.
        DATA DIVISION.
       FILE SECTION.

       FD  RATING-FILE
              RECORD CONTAINS 80 CHARACTERS
              BLOCK CONTAINS 0 RECORDS
              RECORDING MODE IS F.

       01  RATING-REC.
           03  RTG-TYPE        PIC X.
           03  FILLER          PIC X.
           03  RTG-SEQ-X       PIC X(8).
           03  FILLER          PIC X.
           03  RTG-AIR-DATE-X  PIC X(8).
           03  FILLER          PIC X.
           03  RTG-RATING-X    PIC X(5).
           03  FILLER          PIC X(55).

       01  RTG-TRAILER-VIEW REDEFINES RATING-REC.
           03  FILLER          PIC X.
           03  FILLER          PIC X.
           03  RTG-Z-COUNT-X   PIC X(6).
           03  FILLER          PIC X.
           03  RTG-Z-HASH-X    PIC X(15).
           03  FILLER          PIC X(56).

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

       FD  RATE-HISTORY-FILE
              RECORD CONTAINS 34 CHARACTERS
              BLOCK CONTAINS 0 RECORDS
              RECORDING MODE IS F.

       01  RATE-HISTORY-REC.
           03  RH-SEQ          PIC 9(8).
           03  RH-AIR-DATE     PIC 9(8).
           03  RH-RATING       PIC 9(3)V9.
           03  RH-DATE         PIC 9(8).
           03  RH-TIME         PIC 9(6).
        WORKING-STORAGE SECTION.
       01 EOF-FLAGS.
           03 FILLER PIC X(01) VALUE SPACE.
               88 NO-MORE-RTG VALUE 'Y'.
           03 FILLER PIC X(01) VALUE SPACE.
               88 NO-MORE-AH VALUE 'Y'.
           03 FILLER PIC X(01) VALUE SPACE.
               88 NO-MORE-RH VALUE 'Y'.

       01 WS-FS-RTG   PIC X(02).
       01 WS-FS-AH    PIC X(02).
       01 WS-FS-RH    PIC X(02).

       01  RTG-SEQ-NUM-X PIC X(8).
       01  FILLER REDEFINES RTG-SEQ-NUM-X.
          03  RTG-SEQ PIC 9(8).
       01  RTG-AIR-NUM-X PIC X(8).
       01  FILLER REDEFINES RTG-AIR-NUM-X.
          03  RTG-AIR-DATE PIC 9(8).
       01  FILLER REDEFINES RTG-AIR-NUM-X.
          03  RTG-AIR-YEAR PIC 9(4).
          03  RTG-AIR-MM   PIC 99.
          03  RTG-AIR-DD   PIC 99.
        *>  nnn.n on the card: the whole points, the point, the tenth.
       01  RTG-RATING-NUM-X PIC X(5).
       01  FILLER REDEFINES RTG-RATING-NUM-X.
          03  RTG-POINTS-X PIC X(3).
          03  RTG-POINT    PIC X.
          03  RTG-TENTH-X  PIC X.
       01  RTG-RATING-DIGITS.
          03  RTG-POINTS PIC 9(3).
          03  RTG-TENTH  PIC 9.
       01  RTG-RATING REDEFINES RTG-RATING-DIGITS PIC 9(3)V9.

        *>  the good R cards, in file order; a later card for the
        *>  same story marks the earlier one replaced.
       01  CARDMAX PIC 9(4) VALUE 2000.
       01  CARD-COUNT PIC 9(4) VALUE 0.
       01  CARD-TABLE-AREA.
           03  CARD-ENTRY OCCURS 2000 TIMES.
               05  CD-SEQ          PIC 9(8).
               05  CD-AIR-DATE     PIC 9(8).
               05  CD-RATING       PIC 9(3)V9.
               05  CD-REPLACED-SW  PIC X.
                   88  CD-REPLACED VALUE 'Y'.
       01  CX PIC 9(4).
       01  CY PIC 9(4).

        *>  one slot per sequence in the window: the story's latest
        *>  entry on ackhist.dat and whether it is already rated.
        *>  Slot 1 is RL-BASE-SEQ, the lowest story on the ratings
        *>  file; SET-RATE-SLOT gives RLX = 0 for a sequence outside.
       01  SEQMAX PIC 9(4) VALUE 9999.
       01  RATE-TABLE-AREA.
           03  RATE-SLOT OCCURS 9999 TIMES.
               05  RL-AH-STATUS    PIC X.
               05  RL-RATED-SW     PIC X.
                   88  RL-RATED-BEFORE VALUE 'Y'.
       01  RLX PIC 9(9).
       01  RL-BASE-SEQ PIC 9(8) VALUE 0.
       01  RL-LOOK-SEQ PIC 9(8).
       01  RL-RUN-DATE PIC 9(8).
       01  RL-RUN-TIME PIC 9(6).

       01  MATCH-FIELDS.
           03  RL-CARD-CNT     PIC 9(6) VALUE 0.
           03  RL-CARD-HASH    PIC 9(15) VALUE 0.
           03  RL-THEIR-CNT    PIC 9(6) VALUE 0.
           03  RL-THEIR-HASH   PIC 9(15) VALUE 0.
           03  RL-TRAILER-SW   PIC X VALUE SPACE.
               88  RL-HAVE-TRAILER VALUE 'Y'.
           03  RL-LOADED-CNT   PIC 9(6) VALUE 0.
           03  RL-AGAIN-CNT    PIC 9(6) VALUE 0.
           03  RL-REPLACED-CNT PIC 9(6) VALUE 0.
           03  RL-UNSENT-CNT   PIC 9(6) VALUE 0.
           03  RL-BAD-CNT      PIC 9(6) VALUE 0.
           03  RL-EXCEPTIONS   PIC 9(6) VALUE 0.

        *>****************************************************************
        PROCEDURE DIVISION.
           DISPLAY ' '
           DISPLAY 'RATELOAD - AUDIENCE RATINGS LOAD'
           DISPLAY ' '
           PERFORM VARYING RLX FROM 1 BY 1 UNTIL RLX > SEQMAX
               MOVE SPACE TO RL-AH-STATUS(RLX)
               MOVE SPACE TO RL-RATED-SW(RLX)
           END-PERFORM
           DISPLAY '--- EXCEPTIONS ---'
           PERFORM SCAN-RATINGS
           IF RL-BASE-SEQ = 0
               MOVE 1 TO RL-BASE-SEQ
           END-IF
           PERFORM LOAD-ACK-HISTORY
           PERFORM LOAD-RATED-BEFORE
           PERFORM CHECK-TRAILER
           ACCEPT RL-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT RL-RUN-TIME FROM TIME
           OPEN EXTEND RATE-HISTORY-FILE
           IF WS-FS-RH NOT = '00' AND WS-FS-RH NOT = '05'
               OPEN OUTPUT RATE-HISTORY-FILE
           END-IF
           PERFORM VARYING CX FROM 1 BY 1 UNTIL CX > CARD-COUNT
               IF NOT CD-REPLACED(CX)
                   PERFORM LOAD-ONE-CARD
               END-IF
           END-PERFORM
           CLOSE RATE-HISTORY-FILE
           IF RL-EXCEPTIONS = 0
               DISPLAY 'NONE - EVERY RATING LOADED'
           END-IF
           DISPLAY '--- END EXCEPTIONS ---'
           DISPLAY ' '
           DISPLAY 'RATING CARDS READ: ' RL-CARD-CNT
           DISPLAY 'RATINGS LOADED:    ' RL-LOADED-CNT
           DISPLAY '  OF WHICH RATED BEFORE: ' RL-AGAIN-CNT
           DISPLAY 'REPLACED ON FILE:  ' RL-REPLACED-CNT
           DISPLAY 'NOT SENT/ACCEPTED: ' RL-UNSENT-CNT
           DISPLAY 'BAD CARDS:         ' RL-BAD-CNT
           DISPLAY 'EXCEPTIONS:        ' RL-EXCEPTIONS
           IF RL-EXCEPTIONS > 0
               MOVE 8 TO RETURN-CODE
           END-IF
           GOBACK.

       SCAN-RATINGS.
           OPEN INPUT RATING-FILE
           IF WS-FS-RTG NOT = '00'
               DISPLAY 'UNABLE TO OPEN ratings.dat, FILE STATUS='
               WS-FS-RTG
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM READ-RTG
           PERFORM UNTIL NO-MORE-RTG
               PERFORM TAKE-RATING-REC
               PERFORM READ-RTG
           END-PERFORM
           CLOSE RATING-FILE.

       READ-RTG.
           READ RATING-FILE AT END
               SET NO-MORE-RTG TO TRUE
           END-READ.

       TAKE-RATING-REC.
           EVALUATE RTG-TYPE
               WHEN 'R'
                   PERFORM TAKE-RATING-CARD
               WHEN 'Z'
                   SET RL-HAVE-TRAILER TO TRUE
                   IF RTG-Z-COUNT-X NUMERIC
                       MOVE RTG-Z-COUNT-X TO RL-THEIR-CNT
                   END-IF
                   IF RTG-Z-HASH-X NUMERIC
                       MOVE RTG-Z-HASH-X TO RL-THEIR-HASH
                   END-IF
               WHEN '*'
                   CONTINUE
               WHEN SPACE
                   CONTINUE
               WHEN OTHER
                   ADD 1 TO RL-BAD-CNT
                   ADD 1 TO RL-EXCEPTIONS
                   DISPLAY 'UNKNOWN RATING CARD: ' RATING-REC(1:30)
           END-EVALUATE.

        *>  every R card counts toward the trailer; only one that
        *>  reads in full is kept for loading.
       TAKE-RATING-CARD.
           ADD 1 TO RL-CARD-CNT
           MOVE RTG-SEQ-X TO RTG-SEQ-NUM-X
           INSPECT RTG-SEQ-NUM-X REPLACING LEADING SPACES BY '0'
           IF RTG-SEQ-NUM-X NUMERIC
               ADD RTG-SEQ TO RL-CARD-HASH
           END-IF
           MOVE RTG-AIR-DATE-X TO RTG-AIR-NUM-X
           MOVE RTG-RATING-X TO RTG-RATING-NUM-X
           INSPECT RTG-POINTS-X REPLACING LEADING SPACES BY '0'
           EVALUATE TRUE
               WHEN RTG-SEQ-NUM-X NOT NUMERIC OR RTG-SEQ = 0
                   ADD 1 TO RL-BAD-CNT
                   ADD 1 TO RL-EXCEPTIONS
                   DISPLAY 'BAD RATING CARD SEQUENCE: '
                   RATING-REC(1:30)
               WHEN RTG-AIR-NUM-X NOT NUMERIC
               OR RTG-AIR-MM < 1 OR RTG-AIR-MM > 12
               OR RTG-AIR-DD < 1 OR RTG-AIR-DD > 31
                   ADD 1 TO RL-BAD-CNT
                   ADD 1 TO RL-EXCEPTIONS
                   DISPLAY 'SEQ ' RTG-SEQ ' BAD AIR DATE: '
                   RTG-AIR-DATE-X
               WHEN RTG-POINTS-X NOT NUMERIC
               OR RTG-POINT NOT = '.'
               OR RTG-TENTH-X NOT NUMERIC
                   ADD 1 TO RL-BAD-CNT
                   ADD 1 TO RL-EXCEPTIONS
                   DISPLAY 'SEQ ' RTG-SEQ ' BAD RATING: ' RTG-RATING-X
                   ' - NOT NNN.N'
               WHEN CARD-COUNT >= CARDMAX
                   ADD 1 TO RL-BAD-CNT
                   ADD 1 TO RL-EXCEPTIONS
                   DISPLAY 'SEQ ' RTG-SEQ ' PAST THE ' CARDMAX
                   '-CARD TABLE - NOT LOADED, SEND IT AGAIN'
               WHEN OTHER
                   MOVE RTG-POINTS-X TO RTG-POINTS
                   MOVE RTG-TENTH-X TO RTG-TENTH
                   PERFORM ADD-RATING-CARD
           END-EVALUATE.

       ADD-RATING-CARD.
           PERFORM VARYING CY FROM 1 BY 1 UNTIL CY > CARD-COUNT
               IF CD-SEQ(CY) = RTG-SEQ AND NOT CD-REPLACED(CY)
                   SET CD-REPLACED(CY) TO TRUE
                   ADD 1 TO RL-REPLACED-CNT
                   DISPLAY 'SEQ ' RTG-SEQ ' RATED TWICE ON THE FILE -'
                   ' THE LATER CARD IS TAKEN'
               END-IF
           END-PERFORM
           ADD 1 TO CARD-COUNT
           MOVE RTG-SEQ TO CD-SEQ(CARD-COUNT)
           MOVE RTG-AIR-DATE TO CD-AIR-DATE(CARD-COUNT)
           MOVE RTG-RATING TO CD-RATING(CARD-COUNT)
           MOVE SPACE TO CD-REPLACED-SW(CARD-COUNT)
           IF RL-BASE-SEQ = 0 OR RTG-SEQ < RL-BASE-SEQ
               MOVE RTG-SEQ TO RL-BASE-SEQ
           END-IF.

       SET-RATE-SLOT.
           IF RL-LOOK-SEQ < RL-BASE-SEQ
               MOVE 0 TO RLX
           ELSE
               COMPUTE RLX = RL-LOOK-SEQ - RL-BASE-SEQ + 1
               IF RLX > SEQMAX
                   MOVE 0 TO RLX
               END-IF
           END-IF.

        *>  ackhist.dat holds every acknowledgement ever processed,
        *>  latest last, so the last one seen for a story stands.
       LOAD-ACK-HISTORY.
           OPEN INPUT ACK-HISTORY-FILE
           IF WS-FS-AH = '00'
               PERFORM UNTIL NO-MORE-AH
                   READ ACK-HISTORY-FILE AT END
                       SET NO-MORE-AH TO TRUE
                   END-READ
                   IF NOT NO-MORE-AH
                       IF AH-SEQ NUMERIC
                           MOVE AH-SEQ TO RL-LOOK-SEQ
                           PERFORM SET-RATE-SLOT
                           IF RLX > 0
                               MOVE AH-STATUS TO RL-AH-STATUS(RLX)
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
           END-IF
           CLOSE ACK-HISTORY-FILE.

       LOAD-RATED-BEFORE.
           OPEN INPUT RATE-HISTORY-FILE
           IF WS-FS-RH = '00'
               PERFORM UNTIL NO-MORE-RH
                   READ RATE-HISTORY-FILE AT END
                       SET NO-MORE-RH TO TRUE
                   END-READ
                   IF NOT NO-MORE-RH
                       IF RH-SEQ NUMERIC
                           MOVE RH-SEQ TO RL-LOOK-SEQ
                           PERFORM SET-RATE-SLOT
                           IF RLX > 0
                               MOVE 'Y' TO RL-RATED-SW(RLX)
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
           END-IF
           CLOSE RATE-HISTORY-FILE.

       CHECK-TRAILER.
           IF NOT RL-HAVE-TRAILER
               ADD 1 TO RL-EXCEPTIONS
               DISPLAY 'NO TRAILER CARD ON THE RATINGS FILE'
           ELSE
               IF RL-THEIR-CNT NOT = RL-CARD-CNT
                   ADD 1 TO RL-EXCEPTIONS
                   DISPLAY 'COUNT DISAGREEMENT: ' RL-CARD-CNT
                   ' RATING CARDS, THEIR TRAILER SAYS ' RL-THEIR-CNT
               END-IF
               IF RL-THEIR-HASH NOT = RL-CARD-HASH
                   ADD 1 TO RL-EXCEPTIONS
                   DISPLAY 'HASH DISAGREEMENT: CARDS TOTAL '
                   RL-CARD-HASH ', THEIR TRAILER ' RL-THEIR-HASH
               END-IF
           END-IF.

        *>  only a story the scheduling group accepted can have aired.
       LOAD-ONE-CARD.
           MOVE CD-SEQ(CX) TO RL-LOOK-SEQ
           PERFORM SET-RATE-SLOT
           EVALUATE TRUE
               WHEN RLX = 0
                   ADD 1 TO RL-UNSENT-CNT
                   ADD 1 TO RL-EXCEPTIONS
                   DISPLAY 'SEQ ' CD-SEQ(CX) ' PAST THE ' SEQMAX
                   '-STORY WINDOW - NOT LOADED, SEND IT AGAIN'
               WHEN RL-AH-STATUS(RLX) = 'A'
                   MOVE CD-SEQ(CX) TO RH-SEQ
                   MOVE CD-AIR-DATE(CX) TO RH-AIR-DATE
                   MOVE CD-RATING(CX) TO RH-RATING
                   MOVE RL-RUN-DATE TO RH-DATE
                   MOVE RL-RUN-TIME TO RH-TIME
                   WRITE RATE-HISTORY-REC
                   ADD 1 TO RL-LOADED-CNT
                   IF RL-RATED-BEFORE(RLX)
                       ADD 1 TO RL-AGAIN-CNT
                   END-IF
               WHEN RL-AH-STATUS(RLX) = 'R'
                   ADD 1 TO RL-UNSENT-CNT
                   ADD 1 TO RL-EXCEPTIONS
                   DISPLAY 'SEQ ' CD-SEQ(CX) ' RATED BUT REJECTED'
                   ' DOWNSTREAM - NOT LOADED'
               WHEN OTHER
                   ADD 1 TO RL-UNSENT-CNT
                   ADD 1 TO RL-EXCEPTIONS
                   DISPLAY 'SEQ ' CD-SEQ(CX) ' RATED BUT NEVER'
                   ' ACCEPTED DOWNSTREAM - NOT LOADED'
           END-EVALUATE.
        END PROGRAM RATELOAD.
