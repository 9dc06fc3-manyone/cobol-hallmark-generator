        *>  code must be zero, rejects must be zero (or explained by
        *>  setting MORNCHK_ACCEPT_REJ=Y after reading
        *>  reject.prt), and the story counts on the build sheet,
        *>  save file and story log must agree, and every reference
        *>  file must still match the control totals its maintenance
        *>  program or an operator re-sign left for it (CTLCHK) -
        *>  each one changed without being maintained is named.
        ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           03  RST-HASH-WARNS  PIC 9(3).

       FD  CHECKPOINT-FILE
              RECORD CONTAINS 15 CHARACTERS
              BLOCK CONTAINS 0 RECORDS
              RECORDING MODE IS F.

           03  CKP-STATUS      PIC X.
               88  CKP-ACTIVE VALUE 'A'.
               88  CKP-COMPLETE VALUE 'C'.
           03  CKP-SEQ         PIC 9(8).
           03  CKP-SEL-POS     PIC 9(6).

       FD  REJECT-FILE
       01  REJECT-REC PIC X(80).

       FD  BUILD-SHEET-FILE
              RECORD CONTAINS 86 CHARACTERS
              BLOCK CONTAINS 0 RECORDS
              RECORDING MODE IS F.

       01  BS-REC.
           03  BS-SEQ        PIC 9(8).
           03  BS-PLOT-PICK  PIC 99.
           03  BS-VAR-NAME   PIC X(16).
           03  BS-VAR-VAL    PIC X(60).

       FD  SAVE-FILE
              RECORD CONTAINS 128 CHARACTERS
              BLOCK CONTAINS 0 RECORDS
              RECORDING MODE IS F.

       01  SAV-REC.
           03  SAV-SEQ         PIC 9(8).
           03  SAV-PLOT-PICK   PIC 99.
           03  SAV-CHOICE      PIC 99 OCCURS 50 TIMES.
           03  SAV-SCENE-ALT   PIC 9 OCCURS 9 TIMES.
           03  SAV-PLOT-HASH   PIC 9(9).

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
        WORKING-STORAGE SECTION.
       01 EOF-FLAGS.
           03 FILLER PIC X(01) VALUE SPACE.

       01  ACCEPT-REJECTS-X PIC X.

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
       01  CTL-FILES-AREA PIC X(48) VALUE
           'VARS    PLOT    SCENE   TITLES  CONFLICTLIMIT   '.
       01  FILLER REDEFINES CTL-FILES-AREA.
           03  CTL-FILE-ID PIC X(8) OCCURS 6 TIMES.
       01  CTX PIC 9.

       01  EVIDENCE-FIELDS.
           03  MC-HAVE-RST-SW  PIC X VALUE SPACE.
               88  MC-HAVE-RUNSTATS VALUE 'Y'.
               DISPLAY 'HOLD: STORY LOG (' MC-LOG-STORIES
               ') EXCEEDS THE OTHER FILES - RUN RECON'
           END-IF
           PERFORM CHECK-CONTROL-TOTALS
           IF MC-HOLDS = 0
               DISPLAY 'ALL RULES PASS'
           END-IF.

        *>  checked as the files stand this morning, so a file
        *>  changed since the night ran is named too - the next
        *>  night would stop on it.
       CHECK-CONTROL-TOTALS.
           PERFORM VARYING CTX FROM 1 BY 1 UNTIL CTX > 6
               MOVE 'V' TO CTK-FUNCTION
               MOVE CTL-FILE-ID(CTX) TO CTK-FILE-ID
               MOVE SPACES TO CTK-DSNAME
               MOVE 'MORNCHK' TO CTK-PROGRAM
               CALL 'CTLCHK' USING CTLCHK-PARAMETERS
               IF NOT CTK-AGREES
                   ADD 1 TO MC-HOLDS
                   DISPLAY 'HOLD: ' CTK-DSNAME
                   IF CTK-RESULT = 'E'
                       DISPLAY '      CANNOT BE CHECKED - ' CTK-REASON
                   ELSE
                       DISPLAY '      CHANGED WITHOUT BEING MAINTAINED'
                       ' - ' CTK-REASON
                   END-IF
                   IF CTK-SIGNED-DATE > 0
                       DISPLAY '      ' CTK-COUNT ' RECORDS NOW, '
                       CTK-SIGNED-COUNT ' WHEN ' CTK-SIGNED-PROGRAM
                       ' SIGNED IT FOR ' CTK-SIGNED-OPER ' ON '
                       CTK-SIGNED-DATE
                   END-IF
                   DISPLAY '      CHECK THE CHANGE, THEN RE-SIGN IT'
                   ' WITH CTLSIGN'
               END-IF
           END-PERFORM.
        END PROGRAM MORNCHK.
