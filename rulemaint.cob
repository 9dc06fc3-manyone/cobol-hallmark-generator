        >>SOURCE FIXED
        IDENTIFICATION DIVISION.
        PROGRAM-ID.    RULEMAINT.
        AUTHOR.        SIMOTIME TECHNOLOGIES.
        *>
        *>  Interactive maintenance and listing for the two rule
        *>  files nothing else edits: the never-together pairs on
        *>  conflict.dat (CONFLICT_DSNAME) and the value quotas on
        *>  varlimit.dat (LIMIT_DSNAME).
        *>  conflict.dat still holds choice positions, because that
        *>  is what HALLMARK loads, but here every rule is shown and
        *>  keyed by the value text the position points at today -
        *>  after a VARMAINT reorder the listing shows the rule
        *>  pointing at a different value instead of hiding it.
        *>  Rules whose variable or value is gone from vars.dat are
        *>  flagged.  P prints rules.prt with each quota against the
        *>  current pick count from varcount.dat (RULEMAINT_MODE=LIST
        *>  prints it and ends, for the batch stream).  Every save
        *>  journals what changed to rulejrnl.dat, the way varjrnl.dat
        *>  journals vars.dat; J lists that journal.  Operator id
        *>  comes from RULEMAINT_OPER and, except for the batch
        *>  listing, must carry vars authority on the operator
        *>  authority file (OPERCHK).  Every save signs the control
        *>  totals of the file it wrote (CTLCHK), which the night
        *>  checks before it reads the rules.
        ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT OPTIONAL CONFLICT-FILE
               ASSIGN TO WS-CONFLICT-DSNAME
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-CFL.

               SELECT OPTIONAL LIMIT-FILE
               ASSIGN TO WS-LIMIT-DSNAME
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-LIM.

               SELECT OPTIONAL VARS-FILE
               ASSIGN TO WS-VARS-DSNAME
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-VARS.

               SELECT OPTIONAL COUNTER-FILE
               ASSIGN TO "varcount.dat"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-CNT.

               SELECT OPTIONAL JOURNAL-FILE
               ASSIGN TO "rulejrnl.dat"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-JRN.

               SELECT PRINT-FILE
               ASSIGN TO "rules.prt"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-PRT.
        DATA DIVISION.
       FILE SECTION.

       FD  CONFLICT-FILE
              RECORD CONTAINS 36 CHARACTERS
              BLOCK CONTAINS 0 RECORDS
              RECORDING MODE IS F.

       01  CONFLICT-REC.
           03  CFL-A-NAME      PIC X(16).
           03  CFL-A-CHOICE    PIC 99.
           03  CFL-B-NAME      PIC X(16).
           03  CFL-B-CHOICE    PIC 99.

       FD  LIMIT-FILE
              RECORD CONTAINS 83 CHARACTERS
              BLOCK CONTAINS 0 RECORDS
              RECORDING MODE IS F.

       01  LIMIT-REC.
           03  LIM-VAR-NAME    PIC X(16).
           03  LIM-VAR-VAL     PIC X(60).
           03  LIM-MAX-COUNT   PIC 9(07).

       FD  VARS-FILE
              RECORD CONTAINS 102 CHARACTERS
              BLOCK CONTAINS 0 RECORDS
              RECORDING MODE IS F.

       01  VARS-RECORD.
           03 FILLER PIC X(102).

       FD  COUNTER-FILE
              RECORD CONTAINS 83 CHARACTERS
              BLOCK CONTAINS 0 RECORDS
              RECORDING MODE IS F.

       01  COUNTER-REC.
           03  CNT-VAR-NAME    PIC X(16).
           03  CNT-VAR-VAL     PIC X(60).
           03  CNT-PICK-COUNT  PIC 9(07).

       FD  JOURNAL-FILE
              RECORD CONTAINS 200 CHARACTERS
              BLOCK CONTAINS 0 RECORDS
              RECORDING MODE IS F.

       01  JOURNAL-REC.
           03  JRN-DATE        PIC 9(8).
           03  JRN-TIME        PIC 9(6).
           03  JRN-OPER        PIC X(8).
           03  JRN-ACTION      PIC X.
           03  JRN-RULE-TYPE   PIC X.
           03  JRN-A-NAME      PIC X(16).
           03  JRN-A-VALUE     PIC X(60).
           03  JRN-B-NAME      PIC X(16).
           03  JRN-B-VALUE     PIC X(60).
           03  JRN-OLD-MAX     PIC 9(7).
           03  JRN-NEW-MAX     PIC 9(7).
           03  FILLER          PIC X(10).

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
               88 NO-MORE-CFL VALUE 'Y'.
           03 FILLER PIC X(01) VALUE SPACE.
               88 NO-MORE-LIM VALUE 'Y'.
           03 FILLER PIC X(01) VALUE SPACE.
               88 NO-MORE-VARS VALUE 'Y'.
           03 FILLER PIC X(01) VALUE SPACE.
               88 NO-MORE-CNT VALUE 'Y'.
           03 FILLER PIC X(01) VALUE SPACE.
               88 NO-MORE-JRN VALUE 'Y'.

       01 WS-FS-CFL   PIC X(02).
       01 WS-FS-LIM   PIC X(02).
       01 WS-FS-VARS  PIC X(02).
       01 WS-FS-CNT   PIC X(02).
       01 WS-FS-JRN   PIC X(02).
       01 WS-FS-PRT   PIC X(02).
       01 WS-VARS-DSNAME PIC X(40) VALUE "vars.dat".
       01 WS-CONFLICT-DSNAME PIC X(40) VALUE "conflict.dat".
       01 WS-LIMIT-DSNAME PIC X(40) VALUE "varlimit.dat".
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
       01  RUN-MODE PIC X(8).
           88  LIST-ONLY-RUN VALUE 'LIST'.

       01  REF-DATA.
           03  VIMAX   PIC 99 VALUE 50.
           03  VJMAX   PIC 99 VALUE 25.
           03  CFLMAX  PIC 9(3) VALUE 100.
           03  LIMMAX  PIC 9(3) VALUE 500.
           03  CNTMAX  PIC 9(4) VALUE 1250.
           03  PAGE-DEPTH PIC 99 VALUE 55.

        01 cntl-fields.
           03 cntl-var-name    pic x(16).
        01  vars-rec.
           03  vars-var-name   pic x(16).
           03  vars-var-value  pic x(60).
           03  vars-weight     pic 9(02).
           03  filler          pic x(02).
           03  vars-dep-name   pic x(16).
           03  vars-dep-choice pic 9(02).
           03  vars-genre      pic x(04).

        01 VAR-TABLE-AREA.
           03  VAR-GRID.
               05 VAR-NAME-COUNT                PIC 99.
               05 VAR-SET OCCURS 50 TIMES.
                   07 VAR-NAME             PIC X(16).
                   07  VAR-VAL-COUNT     PIC 99.
                   07  VAR-VAL             PIC X(60) OCCURS 25 TIMES.

       01  VAR-INDICES.
           03 VI PIC 99.
           03 VJ PIC 99.

        *>  the rules as they sit on file; positions are resolved to
        *>  text against the vars table every time they are shown.
       01  CONFLICT-COUNT PIC 9(3) VALUE 0.
       01  CONFLICT-TABLE-AREA.
           03  CONFLICT-RULE OCCURS 100 TIMES.
               05  CR-A-NAME       PIC X(16).
               05  CR-A-CHOICE     PIC 99.
               05  CR-B-NAME       PIC X(16).
               05  CR-B-CHOICE     PIC 99.
       01  LIMIT-COUNT PIC 9(3) VALUE 0.
       01  LIMIT-TABLE-AREA.
           03  LIMIT-RULE OCCURS 500 TIMES.
               05  LR-VAR-NAME     PIC X(16).
               05  LR-VAR-VAL      PIC X(60).
               05  LR-MAX-COUNT    PIC 9(7).
       01  CNT-COUNT PIC 9(4) VALUE 0.
       01  COUNT-TABLE-AREA.
           03  CNT-ENTRY OCCURS 1250 TIMES.
               05  CT-VAR-NAME     PIC X(16).
               05  CT-VAR-VAL      PIC X(60).
               05  CT-PICK-COUNT   PIC 9(7).

       01  RM-INDICES.
           03  CFX PIC 9(3).
           03  LMX PIC 9(3).
           03  CTX PIC 9(4).

        *>  looked-up view of one rule side: RV-VI/RV-VJ are 0 when
        *>  the name or value is no longer on vars.dat.
       01  RULE-VIEW-FIELDS.
           03  RV-NAME         PIC X(16).
           03  RV-CHOICE       PIC 99.
           03  RV-VALUE        PIC X(60).
           03  RV-VI           PIC 99.
           03  RV-VJ           PIC 99.
           03  RV-A-VALUE      PIC X(60).
           03  RV-B-VALUE      PIC X(60).
           03  RV-FLAG         PIC X(30).
           03  RV-PICKS        PIC 9(7).

       01  MENU-CHOICE PIC X.
       01  QUIT-SWITCH PIC X VALUE SPACE.
           88  QUIT-REQUESTED VALUE 'Y'.
       01  DIRTY-SWITCHES.
           03  CFL-DIRTY-SW PIC X VALUE SPACE.
               88  CONFLICTS-CHANGED VALUE 'Y'.
           03  LIM-DIRTY-SW PIC X VALUE SPACE.
               88  LIMITS-CHANGED VALUE 'Y'.
       01  CONFIRM-X   PIC X.

       01  ANS-NUM-X PIC X(3).
       01  FILLER REDEFINES ANS-NUM-X.
          03  ANS-NUM PIC 9(3).
       01  ANS-NUM-SHIFT-X PIC X(3).
       01  ANS-MAX-X PIC X(7).
       01  FILLER REDEFINES ANS-MAX-X.
          03  ANS-MAX PIC 9(7).
       01  ANS-MAX-SHIFT-X PIC X(7).
       01  ANS-NAME    PIC X(16).
       01  ANS-VALUE   PIC X(60).
       01  ANS-A-VI    PIC 99.
       01  ANS-A-VJ    PIC 99.

       01  PNDMAX PIC 9(3) VALUE 200.
       01  PND-COUNT PIC 9(3) VALUE 0.
       01  PND-OVERFLOW-SW PIC X VALUE SPACE.
           88  PND-OVERFLOWED VALUE 'Y'.
       01  PENDING-JOURNAL-AREA.
           03  PND-ENTRY OCCURS 200 TIMES.
               05  PND-ACTION      PIC X.
               05  PND-RULE-TYPE   PIC X.
               05  PND-A-NAME      PIC X(16).
               05  PND-A-VALUE     PIC X(60).
               05  PND-B-NAME      PIC X(16).
               05  PND-B-VALUE     PIC X(60).
               05  PND-OLD-MAX     PIC 9(7).
               05  PND-NEW-MAX     PIC 9(7).
       01  PNX PIC 9(3).
       01  HOLD-MAX PIC 9(7).
       01  JRN-LISTED PIC 9(6).

       01  PRINT-FIELDS.
           03  PRT-HOLD-LINE   PIC X(132).
           03  PRT-PAGE-NO     PIC 9(4) VALUE 0.
           03  PRT-LINE-NO     PIC 99 VALUE 99.
           03  PRT-RUN-DATE    PIC 9(8).
           03  PRT-FLAGGED     PIC 9(4).
           03  PRT-PCT         PIC ZZ9.

        *>****************************************************************
        PROCEDURE DIVISION.
           MOVE "VARS_DSNAME" TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-VARS-DSNAME FROM ENVIRONMENT-VALUE
           IF WS-VARS-DSNAME = SPACES
               MOVE "vars.dat" TO WS-VARS-DSNAME
           END-IF
           MOVE "CONFLICT_DSNAME" TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-CONFLICT-DSNAME FROM ENVIRONMENT-VALUE
           IF WS-CONFLICT-DSNAME = SPACES
               MOVE "conflict.dat" TO WS-CONFLICT-DSNAME
           END-IF
           MOVE "LIMIT_DSNAME" TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-LIMIT-DSNAME FROM ENVIRONMENT-VALUE
           IF WS-LIMIT-DSNAME = SPACES
               MOVE "varlimit.dat" TO WS-LIMIT-DSNAME
           END-IF
           MOVE "RULEMAINT_OPER" TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT OPERATOR-ID FROM ENVIRONMENT-VALUE
           IF OPERATOR-ID = SPACES
               MOVE 'UNKNOWN' TO OPERATOR-ID
           END-IF
           MOVE "RULEMAINT_MODE" TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT RUN-MODE FROM ENVIRONMENT-VALUE

           PERFORM LOAD-VARS-TABLE
           PERFORM LOAD-CONFLICT-TABLE
           PERFORM LOAD-LIMIT-TABLE
           PERFORM LOAD-COUNT-TABLE
           DISPLAY ' '
           DISPLAY 'RULEMAINT - CONFLICT AND QUOTA RULE MAINTENANCE'
           DISPLAY 'VARIABLES: ' VAR-NAME-COUNT
           ' CONFLICT RULES: ' CONFLICT-COUNT
           ' QUOTAS: ' LIMIT-COUNT

           IF LIST-ONLY-RUN
               PERFORM PRINT-RULE-LISTING
               IF PRT-FLAGGED > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
               GOBACK
           END-IF

           PERFORM CHECK-OPERATOR-AUTHORITY
           MOVE 'CONFLICT' TO CTK-FILE-ID
           MOVE WS-CONFLICT-DSNAME TO CTK-DSNAME
           PERFORM CHECK-CONTROL-TOTALS
           MOVE 'LIMIT' TO CTK-FILE-ID
           MOVE WS-LIMIT-DSNAME TO CTK-DSNAME
           PERFORM CHECK-CONTROL-TOTALS
           PERFORM CHECK-ALL-RULES
           PERFORM UNTIL QUIT-REQUESTED
               PERFORM SHOW-MENU
               ACCEPT MENU-CHOICE
               EVALUATE MENU-CHOICE
                   WHEN 'L' WHEN 'l' PERFORM LIST-RULES
                   WHEN 'K' WHEN 'k' PERFORM CHECK-ALL-RULES
                   WHEN 'P' WHEN 'p' PERFORM PRINT-RULE-LISTING
                   WHEN 'A' WHEN 'a' PERFORM ADD-CONFLICT
                   WHEN 'D' WHEN 'd' PERFORM DELETE-CONFLICT
                   WHEN 'N' WHEN 'n' PERFORM ADD-QUOTA
                   WHEN 'M' WHEN 'm' PERFORM CHANGE-QUOTA
                   WHEN 'X' WHEN 'x' PERFORM DELETE-QUOTA
                   WHEN 'J' WHEN 'j' PERFORM LIST-JOURNAL
                   WHEN 'S' WHEN 's' PERFORM SAVE-RULE-TABLES
                   WHEN 'Q' WHEN 'q' PERFORM QUIT-CHECK
                   WHEN OTHER DISPLAY 'IMVALID VALUE'
               END-EVALUATE
           END-PERFORM
           GOBACK.

        *>  the rules are part of the variable data, so changing
        *>  them takes vars authority on operauth.dat; the batch
        *>  listing changes nothing and is not checked.
       CHECK-OPERATOR-AUTHORITY.
           MOVE 'C' TO OCK-FUNCTION
           MOVE 'RULEMAIN' TO OCK-PROGRAM
           MOVE OPERATOR-ID TO OCK-OPER
           MOVE 'V' TO OCK-AUTHORITY
           CALL 'OPERCHK' USING OPERCHK-PARAMETERS
           IF NOT OCK-ALLOWED
               DISPLAY 'RULEMAINT REFUSED FOR OPERATOR ' OPERATOR-ID
               ' - ' OCK-REASON
               DISPLAY 'THE ATTEMPT HAS BEEN WRITTEN TO THE ACCESS LOG'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY 'OPERATOR: ' OPERATOR-ID ' ' OCK-OPER-NAME.

        *>  a rule file that does not match its control totals as it
        *>  is loaded was changed outside this program; the operator
        *>  is told before a save signs whatever was loaded.  The
        *>  caller names the file in CTK-FILE-ID and CTK-DSNAME.
       CHECK-CONTROL-TOTALS.
           MOVE 'V' TO CTK-FUNCTION
           MOVE 'RULEMAIN' TO CTK-PROGRAM
           CALL 'CTLCHK' USING CTLCHK-PARAMETERS
           IF NOT CTK-AGREES
               DISPLAY 'WARNING: ' CTK-DSNAME
               DISPLAY 'DOES NOT MATCH ITS CONTROL TOTALS - '
               CTK-REASON
               DISPLAY 'A SAVE SIGNS THE FILE AS IT IS LOADED HERE'
           END-IF.

        *>  the save is what makes a rule file fit for the night: its
        *>  control totals are signed for this operator (CTLCHK).
       SIGN-CONTROL-TOTALS.
           MOVE 'S' TO CTK-FUNCTION
           MOVE 'RULEMAIN' TO CTK-PROGRAM
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
           DISPLAY 'L=LIST K=CHECK P=PRINT J=JOURNAL'
           DISPLAY 'A=ADD-CONFLICT D=DELETE-CONFLICT'
           DISPLAY 'N=NEW-QUOTA M=CHANGE-QUOTA X=DELETE-QUOTA'
           DISPLAY 'S=SAVE Q=QUIT'
           DISPLAY 'ENTER CHOICE:'.

       QUIT-CHECK.
           IF CONFLICTS-CHANGED OR LIMITS-CHANGED
               DISPLAY 'CHANGES NOT SAVED - QUIT ANYWAY? (Y=YES)'
               ACCEPT CONFIRM-X
               IF CONFIRM-X = 'Y' OR CONFIRM-X = 'y'
                   SET QUIT-REQUESTED TO TRUE
               END-IF
           ELSE
               SET QUIT-REQUESTED TO TRUE
           END-IF.

       LOAD-VARS-TABLE.
           OPEN INPUT VARS-FILE
           MOVE 0 TO VAR-NAME-COUNT
           PERFORM READ-VARS
           PERFORM UNTIL NO-MORE-VARS
               MOVE VARS-VAR-NAME TO CNTL-VAR-NAME
               IF VAR-NAME-COUNT >= VIMAX
                   PERFORM UNTIL NO-MORE-VARS
                       PERFORM READ-VARS
                   END-PERFORM
               ELSE
                   ADD 1 TO VAR-NAME-COUNT
                   MOVE VAR-NAME-COUNT TO VI
                   MOVE VARS-VAR-NAME TO VAR-NAME(VI)
                   MOVE 0 TO VAR-VAL-COUNT(VI)
                   PERFORM UNTIL NO-MORE-VARS
                   OR CNTL-VAR-NAME NOT = VARS-VAR-NAME
                       IF VAR-VAL-COUNT(VI) < VJMAX
                           ADD 1 TO VAR-VAL-COUNT(VI)
                           MOVE VARS-VAR-VALUE
                             TO VAR-VAL(VI,VAR-VAL-COUNT(VI))
                       END-IF
                       PERFORM READ-VARS
                   END-PERFORM
               END-IF
           END-PERFORM
           CLOSE VARS-FILE
           IF VAR-NAME-COUNT = 0
               DISPLAY 'NO VARIABLES ON ' WS-VARS-DSNAME
               ' - EVERY RULE WILL BE FLAGGED'
           END-IF.

       READ-VARS.
           READ VARS-FILE INTO VARS-REC AT END
               SET NO-MORE-VARS TO TRUE
           END-READ
           IF WS-FS-VARS NOT = '00' AND WS-FS-VARS NOT = '10'
           AND WS-FS-VARS NOT = '05'
               DISPLAY 'ERROR READING ' WS-VARS-DSNAME
               ' FILE STATUS=' WS-FS-VARS
               MOVE 20 TO RETURN-CODE
               STOP RUN
           END-IF.

       LOAD-CONFLICT-TABLE.
           OPEN INPUT CONFLICT-FILE
           MOVE 0 TO CONFLICT-COUNT
           PERFORM READ-CFL
           PERFORM UNTIL NO-MORE-CFL
               IF CONFLICT-COUNT >= CFLMAX
                   DISPLAY 'TOO MANY CONFLICT RULES, MAX=' CFLMAX
                   ' - IGNORING THE REST'
                   SET NO-MORE-CFL TO TRUE
               ELSE
                   ADD 1 TO CONFLICT-COUNT
                   MOVE CFL-A-NAME TO CR-A-NAME(CONFLICT-COUNT)
                   MOVE CFL-B-NAME TO CR-B-NAME(CONFLICT-COUNT)
                   IF CFL-A-CHOICE NUMERIC
                       MOVE CFL-A-CHOICE TO CR-A-CHOICE(CONFLICT-COUNT)
                   ELSE
                       MOVE 0 TO CR-A-CHOICE(CONFLICT-COUNT)
                   END-IF
                   IF CFL-B-CHOICE NUMERIC
                       MOVE CFL-B-CHOICE TO CR-B-CHOICE(CONFLICT-COUNT)
                   ELSE
                       MOVE 0 TO CR-B-CHOICE(CONFLICT-COUNT)
                   END-IF
                   PERFORM READ-CFL
               END-IF
           END-PERFORM
           CLOSE CONFLICT-FILE.

       READ-CFL.
           READ CONFLICT-FILE AT END
               SET NO-MORE-CFL TO TRUE
           END-READ
           IF WS-FS-CFL NOT = '00' AND WS-FS-CFL NOT = '10'
               SET NO-MORE-CFL TO TRUE
           END-IF.

       LOAD-LIMIT-TABLE.
           OPEN INPUT LIMIT-FILE
           MOVE 0 TO LIMIT-COUNT
           PERFORM READ-LIM
           PERFORM UNTIL NO-MORE-LIM
               IF LIMIT-COUNT >= LIMMAX
                   DISPLAY 'TOO MANY QUOTA RECORDS, MAX=' LIMMAX
                   ' - IGNORING THE REST'
                   SET NO-MORE-LIM TO TRUE
               ELSE
                   ADD 1 TO LIMIT-COUNT
                   MOVE LIM-VAR-NAME TO LR-VAR-NAME(LIMIT-COUNT)
                   MOVE LIM-VAR-VAL TO LR-VAR-VAL(LIMIT-COUNT)
                   IF LIM-MAX-COUNT NUMERIC
                       MOVE LIM-MAX-COUNT TO LR-MAX-COUNT(LIMIT-COUNT)
                   ELSE
                       MOVE 0 TO LR-MAX-COUNT(LIMIT-COUNT)
                   END-IF
                   PERFORM READ-LIM
               END-IF
           END-PERFORM
           CLOSE LIMIT-FILE.

       READ-LIM.
           READ LIMIT-FILE AT END
               SET NO-MORE-LIM TO TRUE
           END-READ
           IF WS-FS-LIM NOT = '00' AND WS-FS-LIM NOT = '10'
               SET NO-MORE-LIM TO TRUE
           END-IF.

       LOAD-COUNT-TABLE.
           OPEN INPUT COUNTER-FILE
           MOVE 0 TO CNT-COUNT
           PERFORM READ-CNT
           PERFORM UNTIL NO-MORE-CNT
               IF CNT-COUNT < CNTMAX
                   ADD 1 TO CNT-COUNT
                   MOVE CNT-VAR-NAME TO CT-VAR-NAME(CNT-COUNT)
                   MOVE CNT-VAR-VAL TO CT-VAR-VAL(CNT-COUNT)
                   IF CNT-PICK-COUNT NUMERIC
                       MOVE CNT-PICK-COUNT TO CT-PICK-COUNT(CNT-COUNT)
                   ELSE
                       MOVE 0 TO CT-PICK-COUNT(CNT-COUNT)
                   END-IF
               END-IF
               PERFORM READ-CNT
           END-PERFORM
           CLOSE COUNTER-FILE.

       READ-CNT.
           READ COUNTER-FILE AT END
               SET NO-MORE-CNT TO TRUE
           END-READ
           IF WS-FS-CNT NOT = '00' AND WS-FS-CNT NOT = '10'
               SET NO-MORE-CNT TO TRUE
           END-IF.

        *>  look up RV-NAME (and RV-CHOICE for a conflict side, or
        *>  RV-VALUE for a quota) against today's vars.dat.
       FIND-RULE-NAME.
           MOVE 0 TO RV-VI
           MOVE 0 TO RV-VJ
           PERFORM VARYING VI FROM 1 BY 1
           UNTIL VI > VAR-NAME-COUNT OR RV-VI > 0
               IF VAR-NAME(VI) = RV-NAME
                   MOVE VI TO RV-VI
               END-IF
           END-PERFORM.

       RESOLVE-CHOICE-TEXT.
           PERFORM FIND-RULE-NAME
           MOVE SPACES TO RV-VALUE
           IF RV-VI = 0
               MOVE '(VARIABLE NOT ON VARS.DAT)' TO RV-VALUE
           ELSE
               IF RV-CHOICE >= 1 AND RV-CHOICE <= VAR-VAL-COUNT(RV-VI)
                   MOVE RV-CHOICE TO RV-VJ
                   MOVE VAR-VAL(RV-VI,RV-VJ) TO RV-VALUE
               ELSE
                   MOVE '(NO SUCH VALUE - CHOICE     )' TO RV-VALUE
                   MOVE RV-CHOICE TO RV-VALUE(26:2)
               END-IF
           END-IF.

       FIND-VALUE-TEXT.
           PERFORM FIND-RULE-NAME
           IF RV-VI > 0
               PERFORM VARYING VJ FROM 1 BY 1
               UNTIL VJ > VAR-VAL-COUNT(RV-VI) OR RV-VJ > 0
                   IF VAR-VAL(RV-VI,VJ) = RV-VALUE
                       MOVE VJ TO RV-VJ
                   END-IF
               END-PERFORM
           END-IF.

       VIEW-CONFLICT-RULE.
           MOVE SPACES TO RV-FLAG
           MOVE CR-A-NAME(CFX) TO RV-NAME
           MOVE CR-A-CHOICE(CFX) TO RV-CHOICE
           PERFORM RESOLVE-CHOICE-TEXT
           MOVE RV-VALUE TO RV-A-VALUE
           IF RV-VJ = 0
               MOVE '*** SIDE A NOT ON VARS.DAT' TO RV-FLAG
           END-IF
           MOVE CR-B-NAME(CFX) TO RV-NAME
           MOVE CR-B-CHOICE(CFX) TO RV-CHOICE
           PERFORM RESOLVE-CHOICE-TEXT
           MOVE RV-VALUE TO RV-B-VALUE
           IF RV-VJ = 0
               IF RV-FLAG = SPACES
                   MOVE '*** SIDE B NOT ON VARS.DAT' TO RV-FLAG
               ELSE
                   MOVE '*** NEITHER SIDE ON VARS.DAT' TO RV-FLAG
               END-IF
           END-IF.

       VIEW-LIMIT-RULE.
           MOVE SPACES TO RV-FLAG
           MOVE LR-VAR-NAME(LMX) TO RV-NAME
           MOVE LR-VAR-VAL(LMX) TO RV-VALUE
           PERFORM FIND-VALUE-TEXT
           IF RV-VI = 0
               MOVE '*** VARIABLE NOT ON VARS.DAT' TO RV-FLAG
           ELSE
               IF RV-VJ = 0
                   MOVE '*** VALUE NOT ON VARS.DAT' TO RV-FLAG
               END-IF
           END-IF
           MOVE 0 TO RV-PICKS
           PERFORM VARYING CTX FROM 1 BY 1 UNTIL CTX > CNT-COUNT
               IF CT-VAR-NAME(CTX) = LR-VAR-NAME(LMX)
               AND CT-VAR-VAL(CTX) = LR-VAR-VAL(LMX)
                   MOVE CT-PICK-COUNT(CTX) TO RV-PICKS
               END-IF
           END-PERFORM.

       LIST-RULES.
           DISPLAY ' '
           DISPLAY 'CONFLICT RULES (NEVER TOGETHER):'
           PERFORM VARYING CFX FROM 1 BY 1 UNTIL CFX > CONFLICT-COUNT
               PERFORM VIEW-CONFLICT-RULE
               DISPLAY CFX ' ' CR-A-NAME(CFX) ' = ' RV-A-VALUE(1:40)
               DISPLAY '    ' CR-B-NAME(CFX) ' = ' RV-B-VALUE(1:40)
               ' ' RV-FLAG
           END-PERFORM
           IF CONFLICT-COUNT = 0
               DISPLAY '    NONE'
           END-IF
           DISPLAY ' '
           DISPLAY 'QUOTAS (MAXIMUM PICKS):'
           PERFORM VARYING LMX FROM 1 BY 1 UNTIL LMX > LIMIT-COUNT
               PERFORM VIEW-LIMIT-RULE
               DISPLAY LMX ' ' LR-VAR-NAME(LMX) ' = '
               LR-VAR-VAL(LMX)(1:40)
               DISPLAY '    MAX=' LR-MAX-COUNT(LMX)
               ' PICKED=' RV-PICKS ' ' RV-FLAG
           END-PERFORM
           IF LIMIT-COUNT = 0
               DISPLAY '    NONE'
           END-IF.

       CHECK-ALL-RULES.
           MOVE 0 TO PRT-FLAGGED
           PERFORM VARYING CFX FROM 1 BY 1 UNTIL CFX > CONFLICT-COUNT
               PERFORM VIEW-CONFLICT-RULE
               IF RV-FLAG NOT = SPACES
                   ADD 1 TO PRT-FLAGGED
                   DISPLAY 'CONFLICT ' CFX ' ' CR-A-NAME(CFX) '/'
                   CR-B-NAME(CFX) ' ' RV-FLAG
               END-IF
           END-PERFORM
           PERFORM VARYING LMX FROM 1 BY 1 UNTIL LMX > LIMIT-COUNT
               PERFORM VIEW-LIMIT-RULE
               IF RV-FLAG NOT = SPACES
                   ADD 1 TO PRT-FLAGGED
                   DISPLAY 'QUOTA ' LMX ' ' LR-VAR-NAME(LMX) ' '
                   LR-VAR-VAL(LMX)(1:30) ' ' RV-FLAG
               END-IF
           END-PERFORM
           IF PRT-FLAGGED = 0
               DISPLAY 'RULE CHECK: EVERY RULE MATCHES VARS.DAT'
           ELSE
               DISPLAY 'RULE CHECK: ' PRT-FLAGGED
               ' RULE(S) NO LONGER MATCH VARS.DAT'
           END-IF.

       ACCEPT-NUMBER.
           MOVE SPACES TO ANS-NUM-X
           ACCEPT ANS-NUM-X
           PERFORM UNTIL ANS-NUM-X = SPACES
           OR ANS-NUM-X(3:1) NOT = SPACE
               MOVE ANS-NUM-X TO ANS-NUM-SHIFT-X
               MOVE ANS-NUM-SHIFT-X(1:2) TO ANS-NUM-X(2:2)
               MOVE SPACE TO ANS-NUM-X(1:1)
           END-PERFORM
           INSPECT ANS-NUM-X REPLACING LEADING SPACES BY '0'.

       ACCEPT-MAX-COUNT.
           MOVE SPACES TO ANS-MAX-X
           ACCEPT ANS-MAX-X
           PERFORM UNTIL ANS-MAX-X = SPACES
           OR ANS-MAX-X(7:1) NOT = SPACE
               MOVE ANS-MAX-X TO ANS-MAX-SHIFT-X
               MOVE ANS-MAX-SHIFT-X(1:6) TO ANS-MAX-X(2:6)
               MOVE SPACE TO ANS-MAX-X(1:1)
           END-PERFORM
           INSPECT ANS-MAX-X REPLACING LEADING SPACES BY '0'.

        *>  a rule side is keyed by name and then by the value text
        *>  itself; the position only comes into it when the rule is
        *>  written back for HALLMARK.
       PROMPT-RULE-SIDE.
           MOVE 0 TO RV-VJ
           DISPLAY 'VARIABLE NAME?'
           MOVE SPACES TO ANS-NAME
           ACCEPT ANS-NAME
           MOVE ANS-NAME TO RV-NAME
           PERFORM FIND-RULE-NAME
           IF RV-VI = 0
               DISPLAY 'NO VARIABLE ' ANS-NAME ' ON VARS.DAT'
           ELSE
               PERFORM VARYING VJ FROM 1 BY 1
               UNTIL VJ > VAR-VAL-COUNT(RV-VI)
                   DISPLAY '    ' VAR-VAL(RV-VI,VJ)
               END-PERFORM
               DISPLAY 'VALUE TEXT (AS LISTED)?'
               MOVE SPACES TO ANS-VALUE
               ACCEPT ANS-VALUE
               MOVE ANS-VALUE TO RV-VALUE
               PERFORM FIND-VALUE-TEXT
               IF RV-VJ = 0
                   DISPLAY 'VALUE NOT FOUND UNDER ' ANS-NAME
               END-IF
           END-IF.

       ADD-CONFLICT.
           IF CONFLICT-COUNT >= CFLMAX
               DISPLAY 'ALREADY AT THE MAXIMUM ' CFLMAX
               ' CONFLICT RULES'
           ELSE
               DISPLAY 'FIRST SIDE OF THE PAIR:'
               PERFORM PROMPT-RULE-SIDE
               IF RV-VJ > 0
                   MOVE RV-VI TO ANS-A-VI
                   MOVE RV-VJ TO ANS-A-VJ
                   MOVE RV-VALUE TO RV-A-VALUE
                   DISPLAY 'SECOND SIDE OF THE PAIR:'
                   PERFORM PROMPT-RULE-SIDE
                   IF RV-VJ > 0
                       IF RV-VI = ANS-A-VI
                           DISPLAY 'BOTH SIDES NAME ' VAR-NAME(RV-VI)
                           ' - ONE HAND HOLDS ONE VALUE PER VARIABLE,'
                           ' RULE NOT ADDED'
                       ELSE
                           PERFORM STORE-NEW-CONFLICT
                       END-IF
                   END-IF
               END-IF
           END-IF.

       STORE-NEW-CONFLICT.
           ADD 1 TO CONFLICT-COUNT
           MOVE CONFLICT-COUNT TO CFX
           MOVE VAR-NAME(ANS-A-VI) TO CR-A-NAME(CFX)
           MOVE ANS-A-VJ TO CR-A-CHOICE(CFX)
           MOVE VAR-NAME(RV-VI) TO CR-B-NAME(CFX)
           MOVE RV-VJ TO CR-B-CHOICE(CFX)
           SET CONFLICTS-CHANGED TO TRUE
           PERFORM GET-JOURNAL-SLOT
           IF PNX > 0
               MOVE 'A' TO PND-ACTION(PNX)
               MOVE 'C' TO PND-RULE-TYPE(PNX)
               MOVE CR-A-NAME(CFX) TO PND-A-NAME(PNX)
               MOVE RV-A-VALUE TO PND-A-VALUE(PNX)
               MOVE CR-B-NAME(CFX) TO PND-B-NAME(PNX)
               MOVE RV-VALUE TO PND-B-VALUE(PNX)
           END-IF
           DISPLAY 'ADDED AS CONFLICT RULE ' CFX.

       DELETE-CONFLICT.
           DISPLAY 'CONFLICT RULE NUMBER (1-' CONFLICT-COUNT ')?'
           PERFORM ACCEPT-NUMBER
           IF ANS-NUM-X NOT NUMERIC OR ANS-NUM < 1
           OR ANS-NUM > CONFLICT-COUNT
               DISPLAY 'IMVALID VALUE'
           ELSE
               MOVE ANS-NUM TO CFX
               PERFORM VIEW-CONFLICT-RULE
               DISPLAY CR-A-NAME(CFX) ' = ' RV-A-VALUE(1:40)
               DISPLAY CR-B-NAME(CFX) ' = ' RV-B-VALUE(1:40)
               DISPLAY 'DELETE THIS RULE? (Y=YES)'
               ACCEPT CONFIRM-X
               IF CONFIRM-X = 'Y' OR CONFIRM-X = 'y'
                   PERFORM GET-JOURNAL-SLOT
                   IF PNX > 0
                       MOVE 'D' TO PND-ACTION(PNX)
                       MOVE 'C' TO PND-RULE-TYPE(PNX)
                       MOVE CR-A-NAME(CFX) TO PND-A-NAME(PNX)
                       MOVE RV-A-VALUE TO PND-A-VALUE(PNX)
                       MOVE CR-B-NAME(CFX) TO PND-B-NAME(PNX)
                       MOVE RV-B-VALUE TO PND-B-VALUE(PNX)
                   END-IF
                   PERFORM UNTIL CFX >= CONFLICT-COUNT
                       MOVE CONFLICT-RULE(CFX + 1)
                         TO CONFLICT-RULE(CFX)
                       ADD 1 TO CFX
                   END-PERFORM
                   SUBTRACT 1 FROM CONFLICT-COUNT
                   SET CONFLICTS-CHANGED TO TRUE
                   DISPLAY 'DELETED - ' CONFLICT-COUNT
                   ' CONFLICT RULES REMAIN'
               END-IF
           END-IF.

        *>  varlimit.dat is already keyed by text, so a quota is
        *>  found by name and value; one quota per value.
       ADD-QUOTA.
           IF LIMIT-COUNT >= LIMMAX
               DISPLAY 'ALREADY AT THE MAXIMUM ' LIMMAX ' QUOTAS'
           ELSE
               PERFORM PROMPT-RULE-SIDE
               IF RV-VJ > 0
                   MOVE 0 TO LMX
                   PERFORM VARYING CTX FROM 1 BY 1
                   UNTIL CTX > LIMIT-COUNT
                       IF LR-VAR-NAME(CTX) = VAR-NAME(RV-VI)
                       AND LR-VAR-VAL(CTX) = RV-VALUE
                           MOVE CTX TO LMX
                       END-IF
                   END-PERFORM
                   IF LMX > 0
                       DISPLAY 'THAT VALUE ALREADY HAS QUOTA ' LMX
                       ' - USE M TO CHANGE IT'
                   ELSE
                       DISPLAY 'MAXIMUM PICKS (1-9999999)?'
                       PERFORM ACCEPT-MAX-COUNT
                       IF ANS-MAX-X NOT NUMERIC OR ANS-MAX = 0
                           DISPLAY 'IMVALID VALUE'
                       ELSE
                           ADD 1 TO LIMIT-COUNT
                           MOVE LIMIT-COUNT TO LMX
                           MOVE VAR-NAME(RV-VI) TO LR-VAR-NAME(LMX)
                           MOVE RV-VALUE TO LR-VAR-VAL(LMX)
                           MOVE ANS-MAX TO LR-MAX-COUNT(LMX)
                           SET LIMITS-CHANGED TO TRUE
                           MOVE 0 TO HOLD-MAX
                           PERFORM QUEUE-QUOTA-JOURNAL
                           IF PNX > 0
                               MOVE 'A' TO PND-ACTION(PNX)
                           END-IF
                           DISPLAY 'ADDED AS QUOTA ' LMX
                       END-IF
                   END-IF
               END-IF
           END-IF.

       PROMPT-FOR-LMX.
           MOVE 0 TO LMX
           DISPLAY 'QUOTA NUMBER (1-' LIMIT-COUNT ')?'
           PERFORM ACCEPT-NUMBER
           IF ANS-NUM-X NUMERIC
               IF ANS-NUM >= 1 AND ANS-NUM <= LIMIT-COUNT
                   MOVE ANS-NUM TO LMX
               END-IF
           END-IF
           IF LMX = 0
               DISPLAY 'IMVALID VALUE'
           END-IF.

       CHANGE-QUOTA.
           PERFORM PROMPT-FOR-LMX
           IF LMX > 0
               PERFORM VIEW-LIMIT-RULE
               DISPLAY LR-VAR-NAME(LMX) ' = ' LR-VAR-VAL(LMX)(1:40)
               DISPLAY 'MAX=' LR-MAX-COUNT(LMX) ' PICKED=' RV-PICKS
               ' ' RV-FLAG
               DISPLAY 'NEW MAXIMUM PICKS (1-9999999)?'
               PERFORM ACCEPT-MAX-COUNT
               IF ANS-MAX-X NOT NUMERIC OR ANS-MAX = 0
                   DISPLAY 'IMVALID VALUE'
               ELSE
                   IF ANS-MAX NOT = LR-MAX-COUNT(LMX)
                       MOVE LR-MAX-COUNT(LMX) TO HOLD-MAX
                       MOVE ANS-MAX TO LR-MAX-COUNT(LMX)
                       SET LIMITS-CHANGED TO TRUE
                       PERFORM QUEUE-QUOTA-JOURNAL
                       IF ANS-MAX > HOLD-MAX
                           DISPLAY 'QUOTA LOOSENED FROM ' HOLD-MAX
                           ' TO ' ANS-MAX
                       ELSE
                           DISPLAY 'QUOTA TIGHTENED FROM ' HOLD-MAX
                           ' TO ' ANS-MAX
                       END-IF
                       IF RV-PICKS >= ANS-MAX
                           DISPLAY 'WARNING: ALREADY PICKED ' RV-PICKS
                           ' TIMES - THE VALUE IS BLOCKED FROM THE'
                           ' NEXT RUN'
                       END-IF
                   END-IF
               END-IF
           END-IF.

       DELETE-QUOTA.
           PERFORM PROMPT-FOR-LMX
           IF LMX > 0
               DISPLAY 'DELETE QUOTA ON ' LR-VAR-NAME(LMX) ' = '
               LR-VAR-VAL(LMX)(1:40) ' (MAX=' LR-MAX-COUNT(LMX)
               ')? (Y=YES)'
               ACCEPT CONFIRM-X
               IF CONFIRM-X = 'Y' OR CONFIRM-X = 'y'
                   MOVE LR-MAX-COUNT(LMX) TO HOLD-MAX
                   PERFORM QUEUE-QUOTA-JOURNAL
                   IF PNX > 0
                       MOVE 'D' TO PND-ACTION(PNX)
                       MOVE 0 TO PND-NEW-MAX(PNX)
                   END-IF
                   PERFORM UNTIL LMX >= LIMIT-COUNT
                       MOVE LIMIT-RULE(LMX + 1) TO LIMIT-RULE(LMX)
                       ADD 1 TO LMX
                   END-PERFORM
                   SUBTRACT 1 FROM LIMIT-COUNT
                   SET LIMITS-CHANGED TO TRUE
                   DISPLAY 'DELETED - ' LIMIT-COUNT ' QUOTAS REMAIN'
               END-IF
           END-IF.

       GET-JOURNAL-SLOT.
           MOVE 0 TO PNX
           IF PND-COUNT >= PNDMAX
               IF NOT PND-OVERFLOWED
                   DISPLAY 'JOURNAL QUEUE FULL AT ' PNDMAX
                   ' - FURTHER CHANGES SAVE BUT DO NOT JOURNAL'
                   SET PND-OVERFLOWED TO TRUE
               END-IF
           ELSE
               ADD 1 TO PND-COUNT
               MOVE PND-COUNT TO PNX
               MOVE SPACE TO PND-ACTION(PNX)
               MOVE SPACE TO PND-RULE-TYPE(PNX)
               MOVE SPACES TO PND-A-NAME(PNX)
               MOVE SPACES TO PND-A-VALUE(PNX)
               MOVE SPACES TO PND-B-NAME(PNX)
               MOVE SPACES TO PND-B-VALUE(PNX)
               MOVE 0 TO PND-OLD-MAX(PNX)
               MOVE 0 TO PND-NEW-MAX(PNX)
           END-IF.

        *>  a quota entry journals as a change ('C') with the old and
        *>  new maximum; the callers relabel adds and deletes.
       QUEUE-QUOTA-JOURNAL.
           PERFORM GET-JOURNAL-SLOT
           IF PNX > 0
               MOVE 'C' TO PND-ACTION(PNX)
               MOVE 'L' TO PND-RULE-TYPE(PNX)
               MOVE LR-VAR-NAME(LMX) TO PND-A-NAME(PNX)
               MOVE LR-VAR-VAL(LMX) TO PND-A-VALUE(PNX)
               MOVE HOLD-MAX TO PND-OLD-MAX(PNX)
               MOVE LR-MAX-COUNT(LMX) TO PND-NEW-MAX(PNX)
           END-IF.

       SAVE-RULE-TABLES.
           IF NOT CONFLICTS-CHANGED AND NOT LIMITS-CHANGED
               DISPLAY 'NOTHING CHANGED - NOTHING SAVED'
           ELSE
               IF CONFLICTS-CHANGED
                   PERFORM SAVE-CONFLICT-TABLE
               END-IF
               IF LIMITS-CHANGED
                   PERFORM SAVE-LIMIT-TABLE
               END-IF
               PERFORM WRITE-JOURNAL-RECORDS
           END-IF.

       SAVE-CONFLICT-TABLE.
           OPEN OUTPUT CONFLICT-FILE
           IF WS-FS-CFL NOT = '00'
               DISPLAY 'UNABLE TO OPEN ' WS-CONFLICT-DSNAME
               ' FOR OUTPUT, FILE STATUS=' WS-FS-CFL
           ELSE
               PERFORM VARYING CFX FROM 1 BY 1
               UNTIL CFX > CONFLICT-COUNT
                   MOVE CR-A-NAME(CFX) TO CFL-A-NAME
                   MOVE CR-A-CHOICE(CFX) TO CFL-A-CHOICE
                   MOVE CR-B-NAME(CFX) TO CFL-B-NAME
                   MOVE CR-B-CHOICE(CFX) TO CFL-B-CHOICE
                   WRITE CONFLICT-REC
               END-PERFORM
               CLOSE CONFLICT-FILE
               MOVE SPACE TO CFL-DIRTY-SW
               DISPLAY 'SAVED ' CONFLICT-COUNT
               ' CONFLICT RULES TO ' WS-CONFLICT-DSNAME
               MOVE 'CONFLICT' TO CTK-FILE-ID
               MOVE WS-CONFLICT-DSNAME TO CTK-DSNAME
               PERFORM SIGN-CONTROL-TOTALS
           END-IF.

       SAVE-LIMIT-TABLE.
           OPEN OUTPUT LIMIT-FILE
           IF WS-FS-LIM NOT = '00'
               DISPLAY 'UNABLE TO OPEN ' WS-LIMIT-DSNAME
               ' FOR OUTPUT, FILE STATUS=' WS-FS-LIM
           ELSE
               PERFORM VARYING LMX FROM 1 BY 1
               UNTIL LMX > LIMIT-COUNT
                   MOVE LR-VAR-NAME(LMX) TO LIM-VAR-NAME
                   MOVE LR-VAR-VAL(LMX) TO LIM-VAR-VAL
                   MOVE LR-MAX-COUNT(LMX) TO LIM-MAX-COUNT
                   WRITE LIMIT-REC
               END-PERFORM
               CLOSE LIMIT-FILE
               MOVE SPACE TO LIM-DIRTY-SW
               DISPLAY 'SAVED ' LIMIT-COUNT ' QUOTAS TO '
               WS-LIMIT-DSNAME
               MOVE 'LIMIT' TO CTK-FILE-ID
               MOVE WS-LIMIT-DSNAME TO CTK-DSNAME
               PERFORM SIGN-CONTROL-TOTALS
           END-IF.

        *>  one 'S' header per file saved, then the queued changes -
        *>  the same shape varjrnl.dat has.
       WRITE-JOURNAL-RECORDS.
           OPEN EXTEND JOURNAL-FILE
           IF WS-FS-JRN NOT = '00' AND WS-FS-JRN NOT = '05'
               OPEN OUTPUT JOURNAL-FILE
           END-IF
           MOVE SPACES TO JOURNAL-REC
           ACCEPT JRN-DATE FROM DATE YYYYMMDD
           ACCEPT JRN-TIME FROM TIME
           MOVE OPERATOR-ID TO JRN-OPER
           MOVE 'S' TO JRN-ACTION
           MOVE 0 TO JRN-OLD-MAX JRN-NEW-MAX
           MOVE SPACES TO JRN-A-NAME
           PERFORM VARYING PNX FROM 1 BY 1 UNTIL PNX > PND-COUNT
               IF PND-RULE-TYPE(PNX) = 'C'
                   MOVE WS-CONFLICT-DSNAME(1:16) TO JRN-A-NAME
               END-IF
           END-PERFORM
           IF JRN-A-NAME NOT = SPACES
               MOVE 'C' TO JRN-RULE-TYPE
               WRITE JOURNAL-REC
           END-IF
           MOVE SPACES TO JRN-A-NAME
           PERFORM VARYING PNX FROM 1 BY 1 UNTIL PNX > PND-COUNT
               IF PND-RULE-TYPE(PNX) = 'L'
                   MOVE WS-LIMIT-DSNAME(1:16) TO JRN-A-NAME
               END-IF
           END-PERFORM
           IF JRN-A-NAME NOT = SPACES
               MOVE 'L' TO JRN-RULE-TYPE
               WRITE JOURNAL-REC
           END-IF
           PERFORM VARYING PNX FROM 1 BY 1 UNTIL PNX > PND-COUNT
               MOVE PND-ACTION(PNX) TO JRN-ACTION
               MOVE PND-RULE-TYPE(PNX) TO JRN-RULE-TYPE
               MOVE PND-A-NAME(PNX) TO JRN-A-NAME
               MOVE PND-A-VALUE(PNX) TO JRN-A-VALUE
               MOVE PND-B-NAME(PNX) TO JRN-B-NAME
               MOVE PND-B-VALUE(PNX) TO JRN-B-VALUE
               MOVE PND-OLD-MAX(PNX) TO JRN-OLD-MAX
               MOVE PND-NEW-MAX(PNX) TO JRN-NEW-MAX
               WRITE JOURNAL-REC
           END-PERFORM
           CLOSE JOURNAL-FILE
           DISPLAY PND-COUNT ' CHANGE(S) JOURNALED'
           MOVE 0 TO PND-COUNT
           MOVE SPACE TO PND-OVERFLOW-SW.

       LIST-JOURNAL.
           MOVE 0 TO JRN-LISTED
           MOVE SPACE TO EOF-FLAGS(5:1)
           OPEN INPUT JOURNAL-FILE
           IF WS-FS-JRN NOT = '00'
               DISPLAY 'NO JOURNAL ON FILE - NOTHING HAS BEEN SAVED'
               ' THROUGH RULEMAINT YET'
               CLOSE JOURNAL-FILE
           ELSE
               DISPLAY ' '
               PERFORM READ-JRN
               PERFORM UNTIL NO-MORE-JRN
                   PERFORM LIST-ONE-ENTRY
                   PERFORM READ-JRN
               END-PERFORM
               CLOSE JOURNAL-FILE
               DISPLAY JRN-LISTED ' JOURNAL ENTRIES LISTED'
           END-IF.

       READ-JRN.
           READ JOURNAL-FILE AT END
               SET NO-MORE-JRN TO TRUE
           END-READ.

       LIST-ONE-ENTRY.
           ADD 1 TO JRN-LISTED
           EVALUATE JRN-ACTION ALSO JRN-RULE-TYPE
               WHEN 'S' ALSO ANY
                   DISPLAY JRN-DATE ' ' JRN-TIME ' ' JRN-OPER
                   ' SAVE ' JRN-A-NAME
               WHEN 'A' ALSO 'C'
                   DISPLAY JRN-DATE ' ' JRN-TIME ' ' JRN-OPER
                   ' ADD CONFLICT ' JRN-A-NAME ' = '
                   JRN-A-VALUE(1:30)
                   DISPLAY '    NEVER WITH ' JRN-B-NAME ' = '
                   JRN-B-VALUE(1:30)
               WHEN 'D' ALSO 'C'
                   DISPLAY JRN-DATE ' ' JRN-TIME ' ' JRN-OPER
                   ' DELETE CONFLICT ' JRN-A-NAME ' = '
                   JRN-A-VALUE(1:30)
                   DISPLAY '    NEVER WITH ' JRN-B-NAME ' = '
                   JRN-B-VALUE(1:30)
               WHEN 'A' ALSO 'L'
                   DISPLAY JRN-DATE ' ' JRN-TIME ' ' JRN-OPER
                   ' ADD QUOTA ' JRN-A-NAME ' = ' JRN-A-VALUE(1:30)
                   ' MAX=' JRN-NEW-MAX
               WHEN 'C' ALSO 'L'
                   DISPLAY JRN-DATE ' ' JRN-TIME ' ' JRN-OPER
                   ' CHANGE QUOTA ' JRN-A-NAME ' = '
                   JRN-A-VALUE(1:30)
                   DISPLAY '    MAX ' JRN-OLD-MAX ' -> ' JRN-NEW-MAX
               WHEN 'D' ALSO 'L'
                   DISPLAY JRN-DATE ' ' JRN-TIME ' ' JRN-OPER
                   ' DELETE QUOTA ' JRN-A-NAME ' = '
                   JRN-A-VALUE(1:30) ' MAX WAS ' JRN-OLD-MAX
               WHEN OTHER
                   DISPLAY JRN-DATE ' ' JRN-TIME ' ' JRN-OPER
                   ' ?' JRN-ACTION JRN-RULE-TYPE ' ' JRN-A-NAME
           END-EVALUATE.

        *>  rules.prt: ANSI carriage control in column 1 as on
        *>  proof.prt.  Quotas show picks to date against the cap
        *>  with the same AT/NEAR (90 percent) bands HALLMARK's
        *>  REPORT-QUOTA-STATUS uses.
       PRINT-RULE-LISTING.
           OPEN OUTPUT PRINT-FILE
           IF WS-FS-PRT NOT = '00'
               DISPLAY 'UNABLE TO OPEN rules.prt, FILE STATUS='
               WS-FS-PRT
           ELSE
               ACCEPT PRT-RUN-DATE FROM DATE YYYYMMDD
               MOVE 0 TO PRT-FLAGGED
               MOVE 0 TO PRT-PAGE-NO
               MOVE 99 TO PRT-LINE-NO
               MOVE SPACES TO PRT-HOLD-LINE
               MOVE 'CONFLICT RULES - NEVER IN ONE HAND TOGETHER'
                 TO PRT-HOLD-LINE(1:44)
               PERFORM WRITE-PRINT-LINE
               MOVE SPACES TO PRT-HOLD-LINE
               PERFORM WRITE-PRINT-LINE
               PERFORM VARYING CFX FROM 1 BY 1
               UNTIL CFX > CONFLICT-COUNT
                   PERFORM PRINT-CONFLICT-LINES
               END-PERFORM
               IF CONFLICT-COUNT = 0
                   MOVE SPACES TO PRT-HOLD-LINE
                   MOVE 'NO CONFLICT RULES ON FILE'
                     TO PRT-HOLD-LINE(3:25)
                   PERFORM WRITE-PRINT-LINE
               END-IF
               MOVE SPACES TO PRT-HOLD-LINE
               PERFORM WRITE-PRINT-LINE
               MOVE 'QUOTAS - MAXIMUM PICKS PER VALUE'
                 TO PRT-HOLD-LINE(1:32)
               PERFORM WRITE-PRINT-LINE
               MOVE SPACES TO PRT-HOLD-LINE
               MOVE 'VARIABLE' TO PRT-HOLD-LINE(6:8)
               MOVE 'VALUE' TO PRT-HOLD-LINE(24:5)
               MOVE '    PICKED' TO PRT-HOLD-LINE(66:10)
               MOVE '   MAXIMUM' TO PRT-HOLD-LINE(77:10)
               MOVE 'PCT' TO PRT-HOLD-LINE(89:3)
               PERFORM WRITE-PRINT-LINE
               PERFORM VARYING LMX FROM 1 BY 1
               UNTIL LMX > LIMIT-COUNT
                   PERFORM PRINT-LIMIT-LINE
               END-PERFORM
               IF LIMIT-COUNT = 0
                   MOVE SPACES TO PRT-HOLD-LINE
                   MOVE 'NO QUOTAS ON FILE' TO PRT-HOLD-LINE(3:17)
                   PERFORM WRITE-PRINT-LINE
               END-IF
               MOVE SPACES TO PRT-HOLD-LINE
               PERFORM WRITE-PRINT-LINE
               MOVE 'RULES NO LONGER MATCHING VARS.DAT:'
                 TO PRT-HOLD-LINE(1:34)
               MOVE PRT-FLAGGED TO PRT-HOLD-LINE(36:4)
               PERFORM WRITE-PRINT-LINE
               CLOSE PRINT-FILE
               DISPLAY 'RULE LISTING WRITTEN TO rules.prt, '
               PRT-FLAGGED ' RULE(S) FLAGGED'
           END-IF.

       PRINT-CONFLICT-LINES.
           PERFORM VIEW-CONFLICT-RULE
           IF RV-FLAG NOT = SPACES
               ADD 1 TO PRT-FLAGGED
           END-IF
           MOVE SPACES TO PRT-HOLD-LINE
           MOVE CFX TO PRT-HOLD-LINE(1:3)
           MOVE CR-A-NAME(CFX) TO PRT-HOLD-LINE(6:16)
           MOVE RV-A-VALUE TO PRT-HOLD-LINE(24:60)
           MOVE RV-FLAG TO PRT-HOLD-LINE(86:30)
           PERFORM WRITE-PRINT-LINE
           MOVE SPACES TO PRT-HOLD-LINE
           MOVE 'NOT WITH' TO PRT-HOLD-LINE(6:8)
           MOVE CR-B-NAME(CFX) TO PRT-HOLD-LINE(15:16)
           MOVE RV-B-VALUE TO PRT-HOLD-LINE(32:60)
           PERFORM WRITE-PRINT-LINE.

       PRINT-LIMIT-LINE.
           PERFORM VIEW-LIMIT-RULE
           IF RV-FLAG NOT = SPACES
               ADD 1 TO PRT-FLAGGED
           END-IF
           MOVE SPACES TO PRT-HOLD-LINE
           MOVE LMX TO PRT-HOLD-LINE(1:3)
           MOVE LR-VAR-NAME(LMX) TO PRT-HOLD-LINE(6:16)
           MOVE LR-VAR-VAL(LMX)(1:40) TO PRT-HOLD-LINE(24:40)
           MOVE RV-PICKS TO PRT-HOLD-LINE(69:7)
           MOVE LR-MAX-COUNT(LMX) TO PRT-HOLD-LINE(80:7)
           IF LR-MAX-COUNT(LMX) > 0
               IF RV-PICKS * 100 / LR-MAX-COUNT(LMX) > 999
                   MOVE 999 TO PRT-PCT
               ELSE
                   COMPUTE PRT-PCT =
                       RV-PICKS * 100 / LR-MAX-COUNT(LMX)
               END-IF
               MOVE PRT-PCT TO PRT-HOLD-LINE(89:3)
               IF RV-PICKS >= LR-MAX-COUNT(LMX)
                   MOVE 'AT QUOTA' TO PRT-HOLD-LINE(94:8)
               ELSE
                   IF RV-PICKS * 10 >= LR-MAX-COUNT(LMX) * 9
                       MOVE 'NEAR QUOTA' TO PRT-HOLD-LINE(94:10)
                   END-IF
               END-IF
           ELSE
               MOVE 'NO CAP' TO PRT-HOLD-LINE(94:6)
           END-IF
           IF RV-FLAG NOT = SPACES
               MOVE RV-FLAG TO PRT-HOLD-LINE(105:28)
           END-IF
           PERFORM WRITE-PRINT-LINE.

       START-NEW-PAGE.
           ADD 1 TO PRT-PAGE-NO
           MOVE SPACES TO PRINT-REC
           MOVE '1' TO PRT-CC
           MOVE 'HALLMARK RULE LISTING' TO PRT-DATA(1:21)
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
        END PROGRAM RULEMAINT.
