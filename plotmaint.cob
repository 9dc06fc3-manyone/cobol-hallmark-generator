        *>  VARMAINT.  A template on file is up to four chained
        *>  1024-byte records with '+' in column 1024 of every chunk
        *>  but the last, optionally preceded by a '*CATALOG' record
        *>  carrying title, genre, the seasonal date window and an
        *>  optional listing-guide logline template (the same
        *>  variable tokens as the plot text, 200 bytes).  One
        *>  mislaid continuation flag silently merges two plots, so
        *>  all chunking is done here on save - nobody edits the raw
        *>  file any more.  Operator id comes from PLOTMAINT_OPER and
        *>  must carry plots authority on the operator authority
        *>  file (OPERCHK).  Before a plot is retired the references
        *>  to its number on the saved files are counted (XREFCNT)
        *>  and shown with the confirm.  Every save signs the file's
        *>  control totals (CTLCHK), which the night checks before it
        *>  reads the file.
        ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           03  PC-GENRE         PIC X(4).
           03  PC-EFF-FROM      PIC X(8).
           03  PC-EFF-TO        PIC X(8).
           03  PC-LOGLINE       PIC X(200).
           03  FILLER           PIC X(756).
        WORKING-STORAGE SECTION.
       01 EOF-FLAGS.
           03 FILLER PIC X(01) VALUE SPACE.
       01 WS-PLOT-DSNAME PIC X(40) VALUE "plot.dat".
       01 WS-ENV-NAME     PIC X(20).

       01  OPERATOR-ID PIC X(8) VALUE 'UNKNOWN'.

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
        *>  parameter block for CTLCHK, the reference-file control
        *>  totals
       01  CTLCHK-PARAMETERS.
           05  CTK-FUNCTION         PIC X.
           05  CTK-FILE-ID          PIC X(8).
           05  CTK-DSNAME           PIC X(40).
           05  CTK-PROGRAM          PIC X(8).
           05  CTK-OPER             PIC X(8).
           05  CTK-HOW              PIC X.
           05  CTK-RESULT           PIC X.
               88  CTK-AGREES VALUE 'Y'.
           05  CTK-COUNT            PIC 9(8).
           05  CTK-HASH             PIC 9(9).
           05  CTK-SIGNED-COUNT     PIC 9(8).
           05  CTK-SIGNED-HASH      PIC 9(9).
           05  CTK-SIGNED-OPER      PIC X(8).
           05  CTK-SIGNED-PROGRAM   PIC X(8).
           05  CTK-SIGNED-DATE      PIC 9(8).
           05  CTK-SIGNED-TIME      PIC 9(6).
           05  CTK-SIGNED-HOW       PIC X.
           05  CTK-REASON           PIC X(40).
       01  XREFCNT-PARAMETERS.
           05  XRC-FUNCTION         PIC X.
           05  XRC-VAR-NAME         PIC X(16).
           05  XRC-VAR-VAL          PIC X(60).
           05  XRC-PLOT             PIC 99.
           05  XRC-FOUND            PIC X.
               88  XRC-ON-FILE VALUE 'Y'.
           05  XRC-COUNTS.
               07  XRC-PLOTS        PIC 9(4).
               07  XRC-SCENES       PIC 9(4).
               07  XRC-TITLES       PIC 9(4).
               07  XRC-DEPS         PIC 9(4).
               07  XRC-CONFLICTS    PIC 9(4).
               07  XRC-QUOTAS       PIC 9(4).
               07  XRC-CARDS        PIC 9(4).
               07  XRC-XLATES       PIC 9(4).
               07  XRC-SLOTS        PIC 9(4).
           05  XRC-TOTAL            PIC 9(5).

       01  REF-DATA.
           03  PLOTMAX PIC 99 VALUE 99.
           03  PLOTCHUNKMAX PIC 9 VALUE 4.
               05  PLOT-GENRE      PIC X(4).
               05  PLOT-EFF-FROM   PIC X(8).
               05  PLOT-EFF-TO     PIC X(8).
               05  PLOT-LOGLINE    PIC X(200).
               05  PLOT-CAT-FLAG   PIC X.
                   88  PLOT-HAS-CATALOG VALUE 'Y'.
        *>  the template's number on the saved file, 00 until an
        *>  added one is saved - the other files name plots by it.
               05  PLOT-FILE-NO    PIC 99.
       01  PLOT-TABLE-AREA.
           03  PLOT-ENTRY PIC X(4092) OCCURS 99 TIMES.
           03  PLOT-LEN   PIC 9(4) OCCURS 99 TIMES.
       01  PM-EDIT-FIELDS.
           03  PM-TEXT         PIC X(4092).
           03  PM-TEXT-LEN     PIC 9(4).
           03  PM-TEXT-MAX     PIC 9(4) VALUE 4092.
           03  PM-LINE-LEN     PIC 99.
           03  PM-DONE-SW      PIC X.
               88  PM-TEXT-DONE VALUE 'Y'.
           IF WS-PLOT-DSNAME = SPACES
               MOVE "plot.dat" TO WS-PLOT-DSNAME
           END-IF
           MOVE "PLOTMAINT_OPER" TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT OPERATOR-ID FROM ENVIRONMENT-VALUE
           IF OPERATOR-ID = SPACES
               MOVE 'UNKNOWN' TO OPERATOR-ID
           END-IF
           PERFORM CHECK-OPERATOR-AUTHORITY

           PERFORM LOAD-PLOT-TABLE
           DISPLAY ' '
           DISPLAY 'PLOTMAINT - PLOT FILE MAINTENANCE'
           DISPLAY 'FILE: ' WS-PLOT-DSNAME
           DISPLAY 'TEMPLATES LOADED: ' PLOT-COUNT
           PERFORM CHECK-CONTROL-TOTALS

           PERFORM UNTIL QUIT-REQUESTED
               PERFORM SHOW-MENU
                   WHEN 'V' WHEN 'v' PERFORM VIEW-TEMPLATE
                   WHEN 'T' WHEN 't' PERFORM EDIT-TEXT
                   WHEN 'C' WHEN 'c' PERFORM EDIT-CATALOG
                   WHEN 'G' WHEN 'g' PERFORM EDIT-LOGLINE
                   WHEN 'A' WHEN 'a' PERFORM ADD-TEMPLATE
                   WHEN 'R' WHEN 'r' PERFORM RETIRE-TEMPLATE
                   WHEN 'S' WHEN 's' PERFORM SAVE-PLOT-TABLE
           END-PERFORM
           GOBACK.

        *>  only operators with plots authority on operauth.dat may
        *>  maintain the file; a refusal is logged by OPERCHK.
       CHECK-OPERATOR-AUTHORITY.
           MOVE 'C' TO OCK-FUNCTION
           MOVE 'PLOTMAIN' TO OCK-PROGRAM
           MOVE OPERATOR-ID TO OCK-OPER
           MOVE 'P' TO OCK-AUTHORITY
           CALL 'OPERCHK' USING OPERCHK-PARAMETERS
           IF NOT OCK-ALLOWED
               DISPLAY 'PLOTMAINT REFUSED FOR OPERATOR ' OPERATOR-ID
               ' - ' OCK-REASON
               DISPLAY 'THE ATTEMPT HAS BEEN WRITTEN TO THE ACCESS LOG'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY 'OPERATOR: ' OPERATOR-ID ' ' OCK-OPER-NAME.

        *>  a file that does not match its control totals as it is
        *>  loaded was changed outside this program; the operator
        *>  is told before a save signs whatever was loaded.
       CHECK-CONTROL-TOTALS.
           MOVE 'V' TO CTK-FUNCTION
           MOVE 'PLOT' TO CTK-FILE-ID
           MOVE WS-PLOT-DSNAME TO CTK-DSNAME
           MOVE 'PLOTMAIN' TO CTK-PROGRAM
           CALL 'CTLCHK' USING CTLCHK-PARAMETERS
           IF NOT CTK-AGREES
               DISPLAY 'WARNING: ' CTK-DSNAME
               DISPLAY 'DOES NOT MATCH ITS CONTROL TOTALS - '
               CTK-REASON
               DISPLAY 'A SAVE SIGNS THE FILE AS IT IS LOADED HERE'
           END-IF.

        *>  the save is what makes the file fit for the night: its
        *>  control totals are signed for this operator (CTLCHK).
       SIGN-CONTROL-TOTALS.
           MOVE 'S' TO CTK-FUNCTION
           MOVE 'PLOT' TO CTK-FILE-ID
           MOVE WS-PLOT-DSNAME TO CTK-DSNAME
           MOVE 'PLOTMAIN' TO CTK-PROGRAM
           MOVE OPERATOR-ID TO CTK-OPER
           MOVE 'M' TO CTK-HOW
           CALL 'CTLCHK' USING CTLCHK-PARAMETERS
           IF CTK-AGREES
               DISPLAY 'CONTROL TOTALS SIGNED: ' CTK-COUNT ' RECORDS'
           ELSE
               DISPLAY 'CONTROL TOTALS NOT SIGNED - ' CTK-REASON
               DISPLAY 'THE NIGHT WILL NOT RUN ON THIS FILE UNTIL IT'
               ' IS RE-SIGNED WITH CTLSIGN'
           END-IF.

       SHOW-MENU.
           DISPLAY ' '
           DISPLAY 'L=LIST V=VIEW-TEXT T=EDIT-TEXT C=EDIT-CATALOG'
           DISPLAY 'G=EDIT-LOGLINE A=ADD R=RETIRE S=SAVE Q=QUIT'
           DISPLAY 'ENTER CHOICE:'.

       QUIT-CHECK.
           MOVE SPACES TO PLOT-GENRE(PLOT-COUNT)
           MOVE '00000000' TO PLOT-EFF-FROM(PLOT-COUNT)
           MOVE '99999999' TO PLOT-EFF-TO(PLOT-COUNT)
           MOVE SPACES TO PLOT-LOGLINE(PLOT-COUNT)
           MOVE SPACE TO PLOT-CAT-FLAG(PLOT-COUNT)
           MOVE PLOT-COUNT TO PLOT-FILE-NO(PLOT-COUNT)
           IF PC-CATALOG-REC
               MOVE PC-TITLE TO PLOT-TITLE(PLOT-COUNT)
               MOVE PC-GENRE TO PLOT-GENRE(PLOT-COUNT)
               MOVE PC-LOGLINE TO PLOT-LOGLINE(PLOT-COUNT)
               IF PC-EFF-FROM NUMERIC
                   MOVE PC-EFF-FROM TO PLOT-EFF-FROM(PLOT-COUNT)
               END-IF
               ' ' PLOT-EFF-FROM(PX) '-' PLOT-EFF-TO(PX)
               DISPLAY ' '
               PERFORM SHOW-PLOT-TEXT
               IF PLOT-LOGLINE(PX) NOT = SPACES
                   DISPLAY ' '
                   DISPLAY 'LOGLINE: ' PLOT-LOGLINE(PX)
               END-IF
           END-IF.

       SHOW-PLOT-TEXT.
               END-IF
           END-IF.

        *>  the logline is keyed like the plot text, capped at its
        *>  200 bytes; a lone '.' with nothing before it removes the
        *>  template, so the plot's stories carry no logline.
       EDIT-LOGLINE.
           PERFORM PROMPT-FOR-PX
           IF PX > 0
               IF PLOT-LOGLINE(PX) = SPACES
                   DISPLAY 'NO LOGLINE TEMPLATE ON THIS PLOT'
               ELSE
                   DISPLAY 'LOGLINE: ' PLOT-LOGLINE(PX)
               END-IF
               DISPLAY 'REPLACE THE LOGLINE? (Y=YES)'
               ACCEPT CONFIRM-X
               IF CONFIRM-X = 'Y' OR CONFIRM-X = 'y'
                   MOVE 200 TO PM-TEXT-MAX
                   PERFORM ACCEPT-TEMPLATE-TEXT
                   MOVE 4092 TO PM-TEXT-MAX
                   MOVE PM-TEXT(1:200) TO PLOT-LOGLINE(PX)
                   SET TABLE-CHANGED TO TRUE
                   IF PM-TEXT-LEN = 0
                       DISPLAY 'LOGLINE TEMPLATE REMOVED'
                   ELSE
                       SET PLOT-HAS-CATALOG(PX) TO TRUE
                       DISPLAY 'LOGLINE REPLACED, LEN=' PM-TEXT-LEN
                   END-IF
               END-IF
           END-IF.

       ACCEPT-TEMPLATE-TEXT.
           DISPLAY 'ENTER TEXT LINES, A SINGLE . ENDS THE TEXT'
           MOVE SPACES TO PM-TEXT
               SUBTRACT 1 FROM PM-LINE-LEN
           END-PERFORM
           IF PM-LINE-LEN > 0
               IF PM-TEXT-LEN + PM-LINE-LEN + 1 > PM-TEXT-MAX
                   IF NOT PM-TEXT-FULL
                       DISPLAY 'TEXT FULL AT ' PM-TEXT-MAX
                       ' - LINE DROPPED'
                       SET PM-TEXT-FULL TO TRUE
                   END-IF
               ELSE
                   MOVE SPACES TO PLOT-GENRE(PX)
                   MOVE '00000000' TO PLOT-EFF-FROM(PX)
                   MOVE '99999999' TO PLOT-EFF-TO(PX)
                   MOVE SPACES TO PLOT-LOGLINE(PX)
                   MOVE SPACE TO PLOT-CAT-FLAG(PX)
                   MOVE 0 TO PLOT-FILE-NO(PX)
                   SET TABLE-CHANGED TO TRUE
                   DISPLAY 'ADDED AS PLOT ' PX
                   PERFORM ACCEPT-CATALOG-FIELDS
               DISPLAY 'RETIRE PLOT ' PX ' (' PLOT-TITLE(PX) ')?'
               DISPLAY 'PLOTS AFTER IT MOVE UP ONE NUMBER -'
               ' CHECK ANY DECKS THAT PICK PLOTS BY NUMBER'
               PERFORM SHOW-PLOT-WHERE-USED
               DISPLAY 'CONFIRM? (Y=YES)'
               ACCEPT CONFIRM-X
               IF CONFIRM-X = 'Y' OR CONFIRM-X = 'y'
               END-IF
           END-IF.

        *>  counted against the template's number on the saved
        *>  file, which is what the other files hold.
       SHOW-PLOT-WHERE-USED.
           IF PLOT-FILE-NO(PX) = 0
               DISPLAY 'NOT YET SAVED - NOTHING ON FILE NAMES IT'
           ELSE
               MOVE 'P' TO XRC-FUNCTION
               MOVE PLOT-FILE-NO(PX) TO XRC-PLOT
               CALL 'XREFCNT' USING XREFCNT-PARAMETERS
               IF PLOT-FILE-NO(PX) NOT = PX
                   DISPLAY 'PLOT ' PX ' IS PLOT ' PLOT-FILE-NO(PX)
                   ' ON THE SAVED FILE'
               END-IF
               DISPLAY 'WHERE USED: ' XRC-TOTAL ' REFERENCE(S) -'
               ' SCENE RECORDS ' XRC-SCENES ' PLOT CARDS ' XRC-CARDS
               DISPLAY '            TRANSLATIONS ' XRC-XLATES
               ' AIR SLOTS FROM TODAY ' XRC-SLOTS
               IF XRC-TOTAL > 0
                   DISPLAY 'XREF LISTS THEM IN FULL'
               END-IF
           END-IF.

        *>  the chunking HALLMARK expects, done once here: a template
        *>  with catalog fields gets its '*CATALOG' record, then the
        *>  text goes out in 1023-byte chunks with '+' in column 1024
               END-PERFORM
               CLOSE PLOT-FILE
               MOVE SPACE TO DIRTY-SWITCH
               PERFORM VARYING PX FROM 1 BY 1 UNTIL PX > PLOT-COUNT
                   MOVE PX TO PLOT-FILE-NO(PX)
               END-PERFORM
               DISPLAY 'SAVED ' PLOT-COUNT ' TEMPLATES ('
               PM-WRITTEN ' RECORDS) TO ' WS-PLOT-DSNAME
               PERFORM SIGN-CONTROL-TOTALS
           END-IF.

       WRITE-ONE-TEMPLATE.
               MOVE PLOT-GENRE(PX) TO PC-GENRE
               MOVE PLOT-EFF-FROM(PX) TO PC-EFF-FROM
               MOVE PLOT-EFF-TO(PX) TO PC-EFF-TO
               MOVE PLOT-LOGLINE(PX) TO PC-LOGLINE
               WRITE PLOT-RECORD
               ADD 1 TO PM-WRITTEN
           END-IF
