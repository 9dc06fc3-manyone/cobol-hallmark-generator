        *>  then each story starting on a new page under a heading
        *>  with the run date, sequence, plot number, PLOT-TITLE and
        *>  PLOT-GENRE, page numbers throughout, and the story's
        *>  build sheet after the text, with the listing-guide
        *>  logline between them when HALLMARK filled one in.  A
        *>  sequel's series, part and parent story print under its
        *>  title so the print room can keep a series together.
        *>  The date window comes from PROOFRPT_FROM / PROOFRPT_TO
        *>  (YYYYMMDD, blank = open).
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

       FD  BUILD-SHEET-FILE
              RECORD CONTAINS 86 CHARACTERS
              BLOCK CONTAINS 0 RECORDS
              RECORDING MODE IS F.

       01  BS-REC.
           03  BS-SEQ        PIC 9(8).
           03  BS-PLOT-PICK  PIC 99.
           03  BS-VAR-NAME   PIC X(16).
           03  BS-VAR-VAL    PIC X(60).
           88  CONT-OVERFLOWED VALUE 'Y'.
       01  CONTENTS-AREA.
           03  CONT-ENTRY OCCURS 2000 TIMES.
               05  CONT-SEQ        PIC 9(8).
               05  CONT-DATE       PIC 9(8).
               05  CONT-TITLE      PIC X(80).
       01  CNX PIC 9(4).
           03  PRF-STORIES     PIC 9(6) VALUE 0.
           03  PRF-HDR-KIND    PIC X.
       01  HDR-STORY-FIELDS.
           03  HDR-SEQ         PIC 9(8).
           03  HDR-DATE        PIC 9(8).
           03  HDR-PLOT        PIC 99.
           03  HDR-TITLE       PIC X(40).
                 TO PRF-DATA(1:40)
           ELSE
               MOVE 'STORY' TO PRF-DATA(1:5)
               MOVE HDR-SEQ TO PRF-DATA(7:8)
               MOVE 'RUN' TO PRF-DATA(17:3)
               MOVE HDR-DATE TO PRF-DATA(21:8)
               MOVE 'PLOT' TO PRF-DATA(31:4)
               MOVE HDR-PLOT TO PRF-DATA(36:2)
               MOVE HDR-TITLE TO PRF-DATA(40:40)
               MOVE HDR-GENRE TO PRF-DATA(82:4)
           END-IF
           MOVE 'PAGE' TO PRF-DATA(120:4)
           MOVE PRF-PAGE-NO TO PRF-DATA(125:4)
           MOVE 99 TO PRF-LINE-NO
           PERFORM VARYING CNX FROM 1 BY 1 UNTIL CNX > CONT-COUNT
               MOVE SPACES TO PRF-HOLD-LINE
               MOVE CONT-SEQ(CNX) TO PRF-HOLD-LINE(3:8)
               MOVE CONT-DATE(CNX) TO PRF-HOLD-LINE(13:8)
               IF CONT-TITLE(CNX) = SPACES
                   MOVE '(UNTITLED)' TO PRF-HOLD-LINE(23:10)
               ELSE
                   MOVE CONT-TITLE(CNX) TO PRF-HOLD-LINE(23:80)
               END-IF
               PERFORM WRITE-PROOF-LINE
           END-PERFORM.
               MOVE SPACES TO PRF-HOLD-LINE
               PERFORM WRITE-PROOF-LINE
           END-IF
           IF SL-SERIES-ID NUMERIC AND SL-SERIES-ID > 0
               MOVE SPACES TO PRF-HOLD-LINE
               MOVE 'SERIES' TO PRF-HOLD-LINE(1:6)
               MOVE SL-SERIES-ID TO PRF-HOLD-LINE(8:8)
               MOVE 'PART' TO PRF-HOLD-LINE(17:4)
               MOVE SL-SERIES-PART TO PRF-HOLD-LINE(22:3)
               MOVE ', SEQUEL TO' TO PRF-HOLD-LINE(25:11)
               MOVE SL-PARENT-SEQ TO PRF-HOLD-LINE(37:8)
               PERFORM WRITE-PROOF-LINE
               MOVE SPACES TO PRF-HOLD-LINE
               PERFORM WRITE-PROOF-LINE
           END-IF
           MOVE SL-STORY-TEXT TO STORY-TEXT
           PERFORM SET-STORY-LENGTH
           PERFORM WRITE-STORY-LINES
           PERFORM WRITE-LOGLINE-LINES
           PERFORM WRITE-BUILD-SHEET-LINES.

       SET-STORY-LENGTH.
               ADD COPY-LEN TO INDEX-POS
           END-PERFORM.

        *>  the listing-guide logline, when the plot has a template,
        *>  is proofed under the story through the same word-wrap.
       WRITE-LOGLINE-LINES.
           IF SL-LOGLINE NOT = SPACES
               MOVE SPACES TO PRF-HOLD-LINE
               PERFORM WRITE-PROOF-LINE
               MOVE SPACES TO PRF-HOLD-LINE
               MOVE '--- LOGLINE ---' TO PRF-HOLD-LINE(1:15)
               PERFORM WRITE-PROOF-LINE
               MOVE SPACES TO STORY-TEXT
               MOVE SL-LOGLINE TO STORY-TEXT
               PERFORM SET-STORY-LENGTH
               PERFORM WRITE-STORY-LINES
           END-IF.

       FIND-SPACE-BACKWARDS.
           MOVE  DISP-LEN TO SPACE-POS
           PERFORM UNTIL SPACE-POS < 1 OR LINE-BUFFER(SPACE-POS:1) = ' '
