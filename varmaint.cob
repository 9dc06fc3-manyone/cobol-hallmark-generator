        *>  (counter on varsgen.dat), and the R option reinstates a
        *>  chosen generation so a bad save is one restore away.
        *>  VARJRPT lists the journal.  Operator id comes from
        *>  VARMAINT_OPER and must carry vars authority on the
        *>  operator authority file (OPERCHK).  Before an option is
        *>  deleted the references to it on the saved files are
        *>  counted (XREFCNT) and shown with the confirm - and, for a
        *>  variable's last option, the references to the variable.
        *>  Every save signs the file's control totals (CTLCHK), which
        *>  the night checks before it reads the file.
        *>  The W option walks the weight recommendations RATERPT
        *>  leaves on weightrec.dat, one confirm each; an accepted one
        *>  is an ordinary weight change, journalled and saved with S.
        *>  One whose value has gone from the file, or whose weight
        *>  has changed since the report, is passed over.
        ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-JRN.

               SELECT OPTIONAL WEIGHT-REC-FILE
               ASSIGN TO "weightrec.dat"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-WR.
        DATA DIVISION.
       FILE SECTION.

           03  JRN-OLD-DEPCH   PIC 99.
           03  JRN-NEW-DEPCH   PIC 99.
           03  FILLER          PIC X(1).

       FD  WEIGHT-REC-FILE
              RECORD CONTAINS 120 CHARACTERS
              BLOCK CONTAINS 0 RECORDS
              RECORDING MODE IS F.

       01  WEIGHT-REC.
           03  WR-VAR-NAME     PIC X(16).
           03  WR-VAR-VAL      PIC X(60).
           03  WR-OLD-WEIGHT   PIC 99.
           03  WR-NEW-WEIGHT   PIC 99.
           03  WR-STORIES      PIC 9(6).
           03  WR-VALUE-AVG    PIC 9(3)V99.
           03  WR-ALL-AVG      PIC 9(3)V99.
           03  WR-RUN-DATE     PIC 9(8).
           03  FILLER          PIC X(16).

       01  WR-COMMENT-VIEW REDEFINES WEIGHT-REC.
           03  WR-MARK         PIC X.
           03  WR-NOTE         PIC X(119).
        WORKING-STORAGE SECTION.
       01 EOF-FLAGS.
           03 FILLER PIC X(01) VALUE SPACE.
       01 WS-FS-GEN   PIC X(02).
       01 WS-FS-GC    PIC X(02).
       01 WS-FS-JRN   PIC X(02).
       01 WS-FS-WR    PIC X(02).
       01 WS-VARS-DSNAME PIC X(40) VALUE "vars.dat".
       01 WS-GEN-DSNAME  PIC X(40).
       01 WS-HOLD-DSNAME PIC X(40).
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
       01  EOF-GC-SWITCH PIC X VALUE SPACE.
           88  NO-MORE-GC VALUE 'Y'.
       01  EOF-GEN-SWITCH PIC X VALUE SPACE.
       01  FILLER REDEFINES ANS-GEN-X.
          03  ANS-GEN PIC 9(4).
       01  ANS-GEN-SHIFT-X PIC X(4).
       01  EOF-WR-SWITCH PIC X VALUE SPACE.
           88  NO-MORE-WR VALUE 'Y'.
       01  WR-COUNTS.
           03  WR-READ-CNT     PIC 9(4).
           03  WR-APPLIED-CNT  PIC 9(4).
           03  WR-PASSED-CNT   PIC 9(4).
       01  WR-SHOW-AVG         PIC ZZ9.99.

        *>  changes queue here as they are made and reach varjrnl.dat
        *>  only when the file is actually saved - quitting without
           IF OPERATOR-ID = SPACES
               MOVE 'UNKNOWN' TO OPERATOR-ID
           END-IF
           PERFORM CHECK-OPERATOR-AUTHORITY

           PERFORM LOAD-VARS-TABLE
           DISPLAY ' '
           DISPLAY 'VARMAINT - VARIABLE FILE MAINTENANCE'
           DISPLAY 'FILE: ' WS-VARS-DSNAME
           DISPLAY 'VARIABLES LOADED: ' VAR-NAME-COUNT
           PERFORM CHECK-CONTROL-TOTALS

           PERFORM UNTIL QUIT-REQUESTED
               PERFORM SHOW-MENU
                   WHEN 'N' WHEN 'n' PERFORM ADD-VARIABLE
                   WHEN 'S' WHEN 's' PERFORM SAVE-VARS-TABLE
                   WHEN 'R' WHEN 'r' PERFORM RESTORE-GENERATION
                   WHEN 'W' WHEN 'w' PERFORM APPLY-RECOMMENDATIONS
                   WHEN 'Q' WHEN 'q' PERFORM QUIT-CHECK
                   WHEN OTHER DISPLAY 'IMVALID VALUE'
               END-EVALUATE
           END-PERFORM
           GOBACK.

        *>  only operators with vars authority on operauth.dat may
        *>  maintain the file; a refusal is logged by OPERCHK.
       CHECK-OPERATOR-AUTHORITY.
           MOVE 'C' TO OCK-FUNCTION
           MOVE 'VARMAINT' TO OCK-PROGRAM
           MOVE OPERATOR-ID TO OCK-OPER
           MOVE 'V' TO OCK-AUTHORITY
           CALL 'OPERCHK' USING OPERCHK-PARAMETERS
           IF NOT OCK-ALLOWED
               DISPLAY 'VARMAINT REFUSED FOR OPERATOR ' OPERATOR-ID
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
           MOVE 'VARS' TO CTK-FILE-ID
           MOVE WS-VARS-DSNAME TO CTK-DSNAME
           MOVE 'VARMAINT' TO CTK-PROGRAM
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
           MOVE 'VARS' TO CTK-FILE-ID
           MOVE WS-VARS-DSNAME TO CTK-DSNAME
           MOVE 'VARMAINT' TO CTK-PROGRAM
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
           DISPLAY 'L=LIST A=ADD-VALUE C=CHANGE D=DELETE-VALUE'
           DISPLAY 'N=NEW-VARIABLE S=SAVE R=RESTORE-GENERATION'
           DISPLAY 'W=APPLY-WEIGHT-RECOMMENDATIONS Q=QUIT'
           DISPLAY 'ENTER CHOICE:'.

       QUIT-CHECK.
           IF VI > 0
               PERFORM PROMPT-FOR-VJ
               IF VJ > 0
                   PERFORM SHOW-VALUE-WHERE-USED
                   DISPLAY 'DELETE "' VAR-VAL(VI,VJ) '"? (Y=YES)'
                   ACCEPT CONFIRM-X
                   IF CONFIRM-X = 'Y' OR CONFIRM-X = 'y'
               END-IF
           END-IF.

        *>  counted from the files as last saved, so an option
        *>  added or changed this session shows none.
       SHOW-VALUE-WHERE-USED.
           MOVE 'O' TO XRC-FUNCTION
           MOVE VAR-NAME(VI) TO XRC-VAR-NAME
           MOVE VAR-VAL(VI,VJ) TO XRC-VAR-VAL
           CALL 'XREFCNT' USING XREFCNT-PARAMETERS
           IF NOT XRC-ON-FILE
               DISPLAY 'NOT ON THE SAVED FILE - ONLY QUOTAS AND'
               ' TRANSLATIONS BY VALUE ARE COUNTED'
           END-IF
           DISPLAY 'WHERE USED: ' XRC-TOTAL ' REFERENCE(S) -'
           ' DEPENDENT OPTIONS ' XRC-DEPS
           ' CONFLICT RULES ' XRC-CONFLICTS
           ' QUOTAS ' XRC-QUOTAS
           DISPLAY '            PIN CARDS ' XRC-CARDS
           ' TRANSLATIONS ' XRC-XLATES
           IF VAR-VAL-COUNT(VI) = 1
               MOVE 'V' TO XRC-FUNCTION
               CALL 'XREFCNT' USING XREFCNT-PARAMETERS
               DISPLAY 'LAST OPTION - ' VAR-NAME(VI)
               ' ITSELF HAS ' XRC-TOTAL ' REFERENCE(S) -'
               ' PLOTS ' XRC-PLOTS ' SCENES ' XRC-SCENES
               ' TITLES ' XRC-TITLES
               DISPLAY '            DEPENDENT OPTIONS ' XRC-DEPS
               ' CONFLICT RULES ' XRC-CONFLICTS
               ' QUOTAS ' XRC-QUOTAS ' PIN CARDS ' XRC-CARDS
               ' TRANSLATIONS ' XRC-XLATES
           END-IF
           IF XRC-TOTAL > 0
               DISPLAY 'XREF LISTS THEM IN FULL'
           END-IF.

       ADD-VARIABLE.
           IF VAR-NAME-COUNT >= VIMAX
               DISPLAY 'ALREADY AT THE MAXIMUM ' VIMAX ' VARIABLES'
                   CLOSE VARS-FILE
                   MOVE SPACE TO DIRTY-SWITCH
                   DISPLAY 'SAVED TO ' WS-VARS-DSNAME
                   PERFORM SIGN-CONTROL-TOTALS
                   PERFORM WRITE-JOURNAL-RECORDS
               END-IF
           END-IF.
               MOVE WS-GEN-DSNAME(1:16) TO PND-VAR-NAME(PNX)
           END-IF.

        *>****************************************************************
        *>  weightrec.dat comes from RATERPT: a '*' comment record,
        *>  then one record per recommended weight.  Each is shown
        *>  against the value on file and applied only on Y; Q leaves
        *>  the rest for another time.
       APPLY-RECOMMENDATIONS.
           MOVE 0 TO WR-READ-CNT WR-APPLIED-CNT WR-PASSED-CNT
           MOVE SPACE TO EOF-WR-SWITCH
           MOVE SPACE TO CONFIRM-X
           OPEN INPUT WEIGHT-REC-FILE
           IF WS-FS-WR NOT = '00'
               DISPLAY 'NO weightrec.dat - RUN RATERPT FIRST'
               SET NO-MORE-WR TO TRUE
           END-IF
           PERFORM UNTIL NO-MORE-WR
               READ WEIGHT-REC-FILE AT END
                   SET NO-MORE-WR TO TRUE
               END-READ
               IF NOT NO-MORE-WR
                   IF WR-MARK = '*'
                       DISPLAY WR-NOTE(2:90)
                   ELSE
                       IF WEIGHT-REC NOT = SPACES
                           ADD 1 TO WR-READ-CNT
                           PERFORM APPLY-ONE-RECOMMENDATION
                       END-IF
                   END-IF
               END-IF
               IF CONFIRM-X = 'Q' OR CONFIRM-X = 'q'
                   SET NO-MORE-WR TO TRUE
               END-IF
           END-PERFORM
           CLOSE WEIGHT-REC-FILE
           DISPLAY 'RECOMMENDATIONS READ: ' WR-READ-CNT
           ' APPLIED: ' WR-APPLIED-CNT ' PASSED OVER: ' WR-PASSED-CNT
           IF WR-APPLIED-CNT > 0
               DISPLAY 'NOT YET SAVED - USE S TO SAVE THE FILE'
           END-IF.

       APPLY-ONE-RECOMMENDATION.
           MOVE 0 TO VJ
           PERFORM VARYING VI FROM 1 BY 1
           UNTIL VI > VAR-NAME-COUNT OR VJ > 0
               IF VAR-NAME(VI) = WR-VAR-NAME
                   PERFORM VARYING VJ FROM 1 BY 1
                   UNTIL VJ > VAR-VAL-COUNT(VI)
                   OR VAR-VAL(VI,VJ) = WR-VAR-VAL
                       CONTINUE
                   END-PERFORM
                   IF VJ > VAR-VAL-COUNT(VI)
                       MOVE 0 TO VJ
                   END-IF
               END-IF
           END-PERFORM
           IF VJ > 0
               SUBTRACT 1 FROM VI
           END-IF
           EVALUATE TRUE
               WHEN VJ = 0
                   ADD 1 TO WR-PASSED-CNT
                   DISPLAY 'PASSED OVER - NO LONGER ON FILE: '
                   WR-VAR-NAME ' ' WR-VAR-VAL(1:40)
               WHEN WR-NEW-WEIGHT NOT NUMERIC OR WR-NEW-WEIGHT = 0
                   ADD 1 TO WR-PASSED-CNT
                   DISPLAY 'PASSED OVER - IMVALID NEW WEIGHT: '
                   WR-VAR-NAME ' ' WR-VAR-VAL(1:40)
               WHEN WR-OLD-WEIGHT NOT = VAR-WEIGHT(VI,VJ)
                   ADD 1 TO WR-PASSED-CNT
                   DISPLAY 'PASSED OVER - WEIGHT CHANGED SINCE THE'
                   ' REPORT: ' WR-VAR-NAME ' ' WR-VAR-VAL(1:40)
               WHEN OTHER
                   DISPLAY ' '
                   DISPLAY VAR-NAME(VI) ' ' VAR-VAL(VI,VJ)
                   MOVE WR-VALUE-AVG TO WR-SHOW-AVG
                   DISPLAY '  ' WR-STORIES ' RATED STORIES AVERAGE '
                   WR-SHOW-AVG
                   MOVE WR-ALL-AVG TO WR-SHOW-AVG
                   DISPLAY '  AGAINST ' WR-SHOW-AVG ' FOR ALL OF THEM'
                   DISPLAY '  WEIGHT ' VAR-WEIGHT(VI,VJ)
                   ' RECOMMENDED ' WR-NEW-WEIGHT
                   DISPLAY 'APPLY? (Y=YES N=NO Q=STOP)'
                   ACCEPT CONFIRM-X
                   IF CONFIRM-X = 'Y' OR CONFIRM-X = 'y'
                       MOVE VAR-VAL(VI,VJ) TO HOLD-VALUE
                       MOVE VAR-WEIGHT(VI,VJ) TO HOLD-WEIGHT
                       MOVE VAR-DEP-NAME(VI,VJ) TO HOLD-DEP
                       MOVE VAR-DEP-CHOICE(VI,VJ) TO HOLD-DEPCH
                       MOVE VAR-GENRE(VI,VJ) TO HOLD-GENRE
                       MOVE WR-NEW-WEIGHT TO VAR-WEIGHT(VI,VJ)
                       SET TABLE-CHANGED TO TRUE
                       PERFORM QUEUE-CHANGE-JOURNAL
                       ADD 1 TO WR-APPLIED-CNT
                   END-IF
           END-EVALUATE.

        *>  the displaced file is copied record for record to the
        *>  next numbered generation before the live file is opened
        *>  for output, so any save can be undone with R.
