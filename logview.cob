        *>  it matches buildsheet.dat substitutions by variable name
        *>  and/or value fragment and scans SL-STORY-TEXT for the
        *>  fragment, and B lists a story's full substitution sheet.
        *>  V shows the listing-guide logline under the story when
        *>  HALLMARK filled one in, and the story's series and part
        *>  when it is a sequel; L lists every logged story of the
        *>  series a story belongs to, in part order as logged.
        ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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

       FD  HANDOFF-FILE
              RECORD CONTAINS 80 CHARACTERS
       01  HANDOFF-REC PIC X(80).

       FD  BUILD-SHEET-FILE
              RECORD CONTAINS 86 CHARACTERS
              BLOCK CONTAINS 0 RECORDS
              RECORDING MODE IS F.

       01  BS-REC.
           03  BS-SEQ        PIC 9(8).
           03  BS-PLOT-PICK  PIC 99.
           03  BS-VAR-NAME   PIC X(16).
           03  BS-VAR-VAL    PIC X(60).
           03  AC-RECORDS      PIC 9(6).

       FD  ARCHIVE-FILE
              RECORD CONTAINS 4432 CHARACTERS
              BLOCK CONTAINS 0 RECORDS
              RECORDING MODE IS F.

       01  ARCH-REC.
           03  ARC-SEQ         PIC 9(8).
           03  ARC-PLOT-PICK   PIC 99.
           03  ARC-DATE        PIC 9(8).
           03  ARC-TIME        PIC 9(6).
           03  ARC-TITLE       PIC X(80).
           03  ARC-STORY-TEXT  PIC X(4092).
           03  ARC-PLOT-HASH   PIC 9(9).
           03  ARC-LOGLINE     PIC X(200).
           03  ARC-PARENT-SEQ  PIC 9(8).
           03  ARC-SERIES-ID   PIC 9(8).
           03  ARC-SERIES-PART PIC 9(3).
           03  ARC-REQUESTER   PIC X(8).
        WORKING-STORAGE SECTION.
       01 EOF-FLAGS.
           03 FILLER PIC X(01) VALUE SPACE.
       01  ANS-DATE-X PIC X(8).
       01  FILLER REDEFINES ANS-DATE-X.
          03  ANS-DATE PIC 9(8).
       01  ANS-SEQ-X PIC X(8).
       01  FILLER REDEFINES ANS-SEQ-X.
          03  ANS-SEQ PIC 9(8).
       01  ANS-SHIFT-X PIC X(8).

       01  RANGE-FIELDS.
           03  LV-DATE-FROM    PIC 9(8).
           03  LV-DATE-TO      PIC 9(8).
           03  LV-SEQ-FROM     PIC 9(8).
           03  LV-SEQ-TO       PIC 9(8).
           03  LV-LISTED       PIC 9(6).
           03  LV-WANT-SEQ     PIC 9(8).
           03  LV-FOUND-DATE   PIC 9(8).
           03  LV-FOUND-PLOT   PIC 99.
           03  LV-FOUND-TITLE  PIC X(80).
           03  LV-FOUND-LOGLINE PIC X(200).
           03  LV-FOUND-PARENT PIC 9(8).
           03  LV-FOUND-SERIES PIC 9(8).
           03  LV-FOUND-PART   PIC 9(3).
           03  LV-FOUND-REQUESTER PIC X(8).
           03  LV-NAME-WANTED  PIC X(40).
           03  LV-NAME-LEN     PIC 99.
           03  LV-NAME-HITS    PIC 9(4).
           03  LV-XREF-HITS    PIC 9(4).

        *>  one flag per sequence for the X search, marked from the
        *>  build sheet and from the story-text scan.  Slot 1 is the
        *>  first story on the build sheet (LV-XREF-BASE); a 9999-story
        *>  window covers RUNTRIM's kept generations.
       01  SEQMAX PIC 9(4) VALUE 9999.
       01  XREF-TABLE-AREA.
           03  LV-XREF-FLAG PIC X OCCURS 9999 TIMES.
       01  LVX PIC 9(9).
       01  LV-XREF-BASE PIC 9(8) VALUE 0.
       01  LV-LOOK-SEQ PIC 9(8).
       01  LV-XREF-BEYOND PIC 9(6) VALUE 0.
       01  LV-XREF-HIT PIC X.

       01  STORY-TEXT PIC X(4092).
       01  STORY-LENGTH PIC 9(4) VALUE 1024.
                   WHEN 'B' WHEN 'b' PERFORM SHOW-BUILD-SHEET
                   WHEN 'V' WHEN 'v' PERFORM VIEW-STORY
                   WHEN 'E' WHEN 'e' PERFORM EXPORT-LOGGED-STORY
                   WHEN 'L' WHEN 'l' PERFORM LIST-SERIES
                   WHEN 'Q' WHEN 'q' SET QUIT-REQUESTED TO TRUE
                   WHEN OTHER DISPLAY 'IMVALID VALUE'
               END-EVALUATE
       SHOW-MENU.
           DISPLAY ' '
           DISPLAY 'D=LIST BY DATE S=LIST BY SEQ N=FIND BY NAME'
           DISPLAY 'X=FIND BY CONTENT B=BUILD SHEET L=LIST SERIES'
           DISPLAY 'V=VIEW STORY E=EXPORT STORY Q=QUIT'
           DISPLAY 'ENTER CHOICE:'.

           MOVE SPACES TO ANS-SEQ-X
           ACCEPT ANS-SEQ-X
           PERFORM UNTIL ANS-SEQ-X = SPACES
           OR ANS-SEQ-X(8:1) NOT = SPACE
               MOVE ANS-SEQ-X TO ANS-SHIFT-X
               MOVE ANS-SHIFT-X(1:7) TO ANS-SEQ-X(2:7)
               MOVE SPACE TO ANS-SEQ-X(1:1)
           END-PERFORM
           INSPECT ANS-SEQ-X REPLACING LEADING SPACES BY '0'
           DISPLAY 'TO SEQ?'
           PERFORM ACCEPT-SEQ
           IF ANS-SEQ = 0
               MOVE 99999999 TO LV-SEQ-TO
           ELSE
               MOVE ANS-SEQ TO LV-SEQ-TO
           END-IF
                   MOVE SPACE TO LV-XREF-FLAG(LVX)
               END-PERFORM
               PERFORM MARK-XREF-FROM-BS
               IF LV-XREF-BEYOND > 0
                   DISPLAY LV-XREF-BEYOND ' BUILD SHEET RECORDS PAST'
                   ' THE SEARCH WINDOW - STORY TEXT ONLY FOR THOSE'
               END-IF
               MOVE 0 TO LV-LISTED
               PERFORM OPEN-LOG
               PERFORM READ-LOG

       MARK-XREF-FROM-BS.
           MOVE SPACE TO EOF-FLAGS
           MOVE 0 TO LV-XREF-BASE
           MOVE 0 TO LV-XREF-BEYOND
           OPEN INPUT BUILD-SHEET-FILE
           IF WS-FS-BS NOT = '00'
               DISPLAY 'NO BUILD SHEET ON FILE - SEARCHING THE LOG'
                   PERFORM READ-BS
               END-PERFORM
               CLOSE BUILD-SHEET-FILE
           END-IF
           IF LV-XREF-BASE = 0
               MOVE 1 TO LV-XREF-BASE
           END-IF.

       SET-XREF-SLOT.
           IF LV-LOOK-SEQ < LV-XREF-BASE
               MOVE 0 TO LVX
           ELSE
               COMPUTE LVX = LV-LOOK-SEQ - LV-XREF-BASE + 1
               IF LVX > SEQMAX
                   MOVE 0 TO LVX
               END-IF
           END-IF.

       READ-BS.
           END-READ.

       CHECK-XREF-BS-REC.
           IF BS-SEQ NUMERIC AND BS-SEQ > 0 AND LV-XREF-BASE = 0
               MOVE BS-SEQ TO LV-XREF-BASE
           END-IF
           IF BS-SEQ NUMERIC AND BS-SEQ > 0
           AND (LV-XVAR-WANTED = SPACES
                OR BS-VAR-NAME = LV-XVAR-WANTED)
               MOVE BS-SEQ TO LV-LOOK-SEQ
               PERFORM SET-XREF-SLOT
               IF LVX = 0
                   ADD 1 TO LV-XREF-BEYOND
               ELSE
                   IF LV-XTEXT-WANTED = SPACES
                       MOVE 'Y' TO LV-XREF-FLAG(LVX)
                   ELSE
                       MOVE 0 TO LV-XREF-HITS
                       INSPECT BS-VAR-VAL TALLYING LV-XREF-HITS
                           FOR ALL LV-XTEXT-WANTED(1:LV-XTEXT-LEN)
                       IF LV-XREF-HITS > 0
                           MOVE 'Y' TO LV-XREF-FLAG(LVX)
                       END-IF
                   END-IF
               END-IF
           END-IF.
        *>  name given).
       CHECK-XREF-LOG-REC.
           IF SL-SEQ NUMERIC AND SL-SEQ > 0
               MOVE SL-SEQ TO LV-LOOK-SEQ
               PERFORM SET-XREF-SLOT
               MOVE SPACE TO LV-XREF-HIT
               IF LVX > 0
                   MOVE LV-XREF-FLAG(LVX) TO LV-XREF-HIT
               END-IF
               IF LV-XREF-HIT = 'Y'
                   PERFORM LIST-ONE-LINE
               ELSE
                   IF LV-XVAR-WANTED = SPACES
               IF LV-FOUND-TITLE NOT = SPACES
                   DISPLAY LV-FOUND-TITLE
               END-IF
               IF LV-FOUND-SERIES > 0
                   DISPLAY 'PART ' LV-FOUND-PART ' OF SERIES '
                   LV-FOUND-SERIES ', SEQUEL TO STORY '
                   LV-FOUND-PARENT
               END-IF
               IF LV-FOUND-REQUESTER NOT = SPACES
                   DISPLAY 'REQUESTED BY ' LV-FOUND-REQUESTER
               END-IF
               DISPLAY ' '
               PERFORM SHOW-MOVIE-PLOT
               PERFORM SHOW-LOGLINE
           END-IF.

        *>  the listing-guide logline goes under the story through
        *>  the same word-wrap; the story has been shown by now, so
        *>  its work area is free.
       SHOW-LOGLINE.
           IF LV-FOUND-LOGLINE NOT = SPACES
               DISPLAY ' '
               DISPLAY 'LOGLINE:'
               MOVE SPACES TO STORY-TEXT
               MOVE LV-FOUND-LOGLINE TO STORY-TEXT
               PERFORM SET-STORY-LENGTH
               PERFORM SHOW-MOVIE-PLOT
           END-IF.

        *>  a series is named for the story that began it, which was
        *>  logged before series were kept and so carries no series
        *>  of its own - it is listed as part 1 when its sequence
        *>  matches.  Archives are searched as well as the live log.
       LIST-SERIES.
           PERFORM FETCH-STORY
           IF STORY-FOUND
               IF LV-FOUND-SERIES = 0
                   MOVE LV-WANT-SEQ TO LV-FOUND-SERIES
               END-IF
               MOVE 0 TO LV-LISTED
               DISPLAY 'SERIES ' LV-FOUND-SERIES
               PERFORM OPEN-LOG
               PERFORM READ-LOG
               PERFORM UNTIL NO-MORE-LOG
                   IF SL-SEQ = LV-FOUND-SERIES
                   OR (SL-SERIES-ID NUMERIC
                       AND SL-SERIES-ID = LV-FOUND-SERIES)
                       PERFORM LIST-SERIES-LINE
                   END-IF
                   PERFORM READ-LOG
               END-PERFORM
               CLOSE STORY-LOG-FILE
               PERFORM LOAD-ARCHIVE-CATALOG
               PERFORM VARYING CATX FROM 1 BY 1 UNTIL CATX > CAT-COUNT
                   MOVE CAT-DSNAME(CATX) TO WS-ARCH-DSNAME
                   PERFORM LIST-ONE-ARCHIVE-SERIES
               END-PERFORM
               IF LV-LISTED < 2
                   DISPLAY 'STORY ' LV-WANT-SEQ ' HAS NO SEQUEL'
                   ' LOGGED'
               ELSE
                   DISPLAY LV-LISTED ' STORIES IN THE SERIES'
               END-IF
           END-IF.

       LIST-SERIES-LINE.
           ADD 1 TO LV-LISTED
           IF SL-SEQ = LV-FOUND-SERIES
           OR SL-SERIES-PART NOT NUMERIC
               MOVE 1 TO LV-FOUND-PART
           ELSE
               MOVE SL-SERIES-PART TO LV-FOUND-PART
           END-IF
           IF SL-TITLE = SPACES
               DISPLAY SL-SEQ ' ' SL-DATE ' PART ' LV-FOUND-PART ' '
               SL-STORY-TEXT(1:50)
           ELSE
               DISPLAY SL-SEQ ' ' SL-DATE ' PART ' LV-FOUND-PART ' '
               SL-TITLE(1:50)
           END-IF.

       LIST-ONE-ARCHIVE-SERIES.
           MOVE SPACE TO ARC-EOF-FLAG
           OPEN INPUT ARCHIVE-FILE
           IF WS-FS-ARC = '00'
               PERFORM READ-ARC
               PERFORM UNTIL NO-MORE-ARC
                   IF ARC-SEQ = LV-FOUND-SERIES
                   OR (ARC-SERIES-ID NUMERIC
                       AND ARC-SERIES-ID = LV-FOUND-SERIES)
                       ADD 1 TO LV-LISTED
                       IF ARC-SEQ = LV-FOUND-SERIES
                       OR ARC-SERIES-PART NOT NUMERIC
                           MOVE 1 TO LV-FOUND-PART
                       ELSE
                           MOVE ARC-SERIES-PART TO LV-FOUND-PART
                       END-IF
                       DISPLAY ARC-SEQ ' ' ARC-DATE ' PART '
                       LV-FOUND-PART ' ' ARC-TITLE(1:50)
                       ' (ARCHIVED)'
                   END-IF
                   PERFORM READ-ARC
               END-PERFORM
           END-IF
           CLOSE ARCHIVE-FILE.

       EXPORT-LOGGED-STORY.
           PERFORM FETCH-STORY
           IF STORY-FOUND
                   MOVE SL-DATE TO LV-FOUND-DATE
                   MOVE SL-PLOT-PICK TO LV-FOUND-PLOT
                   MOVE SL-TITLE TO LV-FOUND-TITLE
                   MOVE SL-LOGLINE TO LV-FOUND-LOGLINE
                   MOVE SL-REQUESTER TO LV-FOUND-REQUESTER
                   PERFORM SET-FOUND-SERIES
                   MOVE SL-STORY-TEXT TO STORY-TEXT
                   PERFORM SET-STORY-LENGTH
               ELSE
               ' CATALOGED ARCHIVE'
           END-IF.

       SET-FOUND-SERIES.
           MOVE 0 TO LV-FOUND-PARENT LV-FOUND-SERIES LV-FOUND-PART
           IF SL-SERIES-ID NUMERIC AND SL-PARENT-SEQ NUMERIC
           AND SL-SERIES-PART NUMERIC
               MOVE SL-PARENT-SEQ TO LV-FOUND-PARENT
               MOVE SL-SERIES-ID TO LV-FOUND-SERIES
               MOVE SL-SERIES-PART TO LV-FOUND-PART
           END-IF.

       LOAD-ARCHIVE-CATALOG.
           MOVE 0 TO CAT-COUNT
           MOVE SPACE TO CAT-EOF-FLAG
                       MOVE ARC-DATE TO LV-FOUND-DATE
                       MOVE ARC-PLOT-PICK TO LV-FOUND-PLOT
                       MOVE ARC-TITLE TO LV-FOUND-TITLE
                       MOVE ARC-LOGLINE TO LV-FOUND-LOGLINE
                       MOVE ARC-REQUESTER TO LV-FOUND-REQUESTER
                       MOVE 0 TO LV-FOUND-PARENT LV-FOUND-SERIES
                       MOVE 0 TO LV-FOUND-PART
                       IF ARC-SERIES-ID NUMERIC
                       AND ARC-PARENT-SEQ NUMERIC
                       AND ARC-SERIES-PART NUMERIC
                           MOVE ARC-PARENT-SEQ TO LV-FOUND-PARENT
                           MOVE ARC-SERIES-ID TO LV-FOUND-SERIES
                           MOVE ARC-SERIES-PART TO LV-FOUND-PART
                       END-IF
                       MOVE ARC-STORY-TEXT TO STORY-TEXT
                       PERFORM SET-STORY-LENGTH
                       DISPLAY 'SERVED FROM ARCHIVE ' WS-ARCH-DSNAME
