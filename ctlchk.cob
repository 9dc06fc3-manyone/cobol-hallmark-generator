        >>SOURCE FIXED
        IDENTIFICATION DIVISION.
        PROGRAM-ID.    CTLCHK.
        AUTHOR.        SIMOTIME TECHNOLOGIES.
        *>
        *>  Control totals for the reference files the night reads -
        *>  vars.dat, plot.dat, scenes.dat, titles.dat, conflict.dat
        *>  and varlimit.dat - any of which a copy, a transfer or a
        *>  hand edit can change behind the maintenance programs.
        *>  CALLed by VARMAINT, PLOTMAINT, SCENEMAINT and RULEMAINT
        *>  after every save, by CTLSIGN for an operator re-sign, and
        *>  by HALLMARK, SELAUDIT, VARAUDIT and MORNCHK to verify.
        *>  The totals are the record count and a hash over every
        *>  byte of every record in file order, folded the way
        *>  HALLMARK fingerprints a plot (times 31 plus the byte,
        *>  modulo 10**9), so an edit, a reorder or a dropped record
        *>  all show.  ctltotal.dat (CTLTOTAL_DSNAME) holds one
        *>  120-byte record per dataset signed: file, dataset name,
        *>  count, hash, operator, program, date, time and how it was
        *>  signed (M a maintenance save, R an operator re-sign).
        *>  CTK-FILE-ID names the file (VARS PLOT SCENE TITLES
        *>  CONFLICT LIMIT); CTK-DSNAME is the dataset the caller
        *>  reads, or spaces for the usual name and its *_DSNAME
        *>  override, which comes back filled in.
        *>  Functions:
        *>      V  verify the dataset against its control record
        *>      S  sign the dataset as it stands, for CTK-OPER and
        *>         CTK-PROGRAM, CTK-HOW saying M or R
        *>  CTK-RESULT comes back 'Y' when the dataset agrees (or,
        *>  for S, when it is signed), 'C' when it has changed since
        *>  it was signed, 'U' when it holds records but was never
        *>  signed, 'E' when it or the control file cannot be used.
        *>  A dataset that is absent or empty and was never signed
        *>  agrees - an optional file not in use has nothing to sign.
        ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT OPTIONAL CONTROL-FILE
               ASSIGN TO WS-CTL-DSNAME
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-CTL.

               SELECT OPTIONAL VARS-FILE
               ASSIGN TO WS-REF-DSNAME
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-REF.

               SELECT OPTIONAL PLOT-FILE
               ASSIGN TO WS-REF-DSNAME
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-REF.

               SELECT OPTIONAL SCENE-FILE
               ASSIGN TO WS-REF-DSNAME
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-REF.

               SELECT OPTIONAL TITLE-FILE
               ASSIGN TO WS-REF-DSNAME
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-REF.

               SELECT OPTIONAL CONFLICT-FILE
               ASSIGN TO WS-REF-DSNAME
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-REF.

               SELECT OPTIONAL LIMIT-FILE
               ASSIGN TO WS-REF-DSNAME
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-REF.
        DATA DIVISION.
       FILE SECTION.

       FD  CONTROL-FILE
              RECORD CONTAINS 120 CHARACTERS
              BLOCK CONTAINS 0 RECORDS
              RECORDING MODE IS F.

       01  CONTROL-REC.
           03  CT-FILE-ID      PIC X(8).
           03  CT-DSNAME       PIC X(40).
           03  CT-COUNT        PIC 9(8).
           03  CT-HASH         PIC 9(9).
           03  CT-OPER         PIC X(8).
           03  CT-PROGRAM      PIC X(8).
           03  CT-DATE         PIC 9(8).
           03  CT-TIME         PIC 9(6).
           03  CT-HOW          PIC X.
           03  FILLER          PIC X(24).

       FD  VARS-FILE
              RECORD CONTAINS 102 CHARACTERS
              BLOCK CONTAINS 0 RECORDS
              RECORDING MODE IS F.

       01  VARS-RECORD PIC X(102).

       FD  PLOT-FILE
              RECORD CONTAINS 1024 CHARACTERS
              BLOCK CONTAINS 0 RECORDS
              RECORDING MODE IS F.

       01  PLOT-RECORD PIC X(1024).

       FD  SCENE-FILE
              RECORD CONTAINS 260 CHARACTERS
              BLOCK CONTAINS 0 RECORDS
              RECORDING MODE IS F.

       01  SCENE-RECORD PIC X(260).

       FD  TITLE-FILE
              RECORD CONTAINS 80 CHARACTERS
              BLOCK CONTAINS 0 RECORDS
              RECORDING MODE IS F.

       01  TITLE-RECORD PIC X(80).

       FD  CONFLICT-FILE
              RECORD CONTAINS 36 CHARACTERS
              BLOCK CONTAINS 0 RECORDS
              RECORDING MODE IS F.

       01  CONFLICT-RECORD PIC X(36).

       FD  LIMIT-FILE
              RECORD CONTAINS 83 CHARACTERS
              BLOCK CONTAINS 0 RECORDS
              RECORDING MODE IS F.

       01  LIMIT-RECORD PIC X(83).
        WORKING-STORAGE SECTION.
       01 EOF-FLAGS.
           03 FILLER PIC X(01) VALUE SPACE.
               88 NO-MORE-CTL VALUE 'Y'.
           03 FILLER PIC X(01) VALUE SPACE.
               88 NO-MORE-REF VALUE 'Y'.

       01 WS-FS-CTL   PIC X(02).
       01 WS-FS-REF   PIC X(02).
       01 WS-CTL-DSNAME PIC X(40) VALUE "ctltotal.dat".
       01 WS-REF-DSNAME PIC X(40).
       01 WS-ENV-NAME     PIC X(20).

        *>  the files this program knows, the record length of each,
        *>  the environment name that overrides its dataset and the
        *>  dataset every program reads when there is no override.
       01  REF-FILES-AREA.
           03  FILLER PIC X(8)  VALUE 'VARS    '.
           03  FILLER PIC 9(4)  VALUE 0102.
           03  FILLER PIC X(20) VALUE 'VARS_DSNAME'.
           03  FILLER PIC X(20) VALUE 'vars.dat'.
           03  FILLER PIC X(8)  VALUE 'PLOT    '.
           03  FILLER PIC 9(4)  VALUE 1024.
           03  FILLER PIC X(20) VALUE 'PLOT_DSNAME'.
           03  FILLER PIC X(20) VALUE 'plot.dat'.
           03  FILLER PIC X(8)  VALUE 'SCENE   '.
           03  FILLER PIC 9(4)  VALUE 0260.
           03  FILLER PIC X(20) VALUE 'SCENE_DSNAME'.
           03  FILLER PIC X(20) VALUE 'scenes.dat'.
           03  FILLER PIC X(8)  VALUE 'TITLES  '.
           03  FILLER PIC 9(4)  VALUE 0080.
           03  FILLER PIC X(20) VALUE 'TITLES_DSNAME'.
           03  FILLER PIC X(20) VALUE 'titles.dat'.
           03  FILLER PIC X(8)  VALUE 'CONFLICT'.
           03  FILLER PIC 9(4)  VALUE 0036.
           03  FILLER PIC X(20) VALUE 'CONFLICT_DSNAME'.
           03  FILLER PIC X(20) VALUE 'conflict.dat'.
           03  FILLER PIC X(8)  VALUE 'LIMIT   '.
           03  FILLER PIC 9(4)  VALUE 0083.
           03  FILLER PIC X(20) VALUE 'LIMIT_DSNAME'.
           03  FILLER PIC X(20) VALUE 'varlimit.dat'.
       01  FILLER REDEFINES REF-FILES-AREA.
           03  REF-FILE-ENTRY OCCURS 6 TIMES.
               05  RF-FILE-ID      PIC X(8).
               05  RF-REC-LEN      PIC 9(4).
               05  RF-ENV-NAME     PIC X(20).
               05  RF-DEFAULT      PIC X(20).
       01  RFX PIC 9.

       01  REF-RECORD-AREA PIC X(1024).
       01  HASH-POS PIC 9(4).

       01  CTLMAX PIC 9(4) VALUE 100.
       01  CTL-COUNT PIC 9(4) VALUE 0.
       01  CTL-TABLE-AREA.
           03  CTL-ENTRY OCCURS 100 TIMES.
               05  CE-REC          PIC X(120).
       01  CX PIC 9(4).
       01  CY PIC 9(4).
       01  CTL-FILE-SWITCH PIC X VALUE SPACE.
           88  CTL-FILE-USABLE VALUE 'Y'.

        *>****************************************************************
        LINKAGE SECTION.
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

        *>****************************************************************
        PROCEDURE DIVISION USING CTLCHK-PARAMETERS.
           MOVE 'E' TO CTK-RESULT
           MOVE 0 TO CTK-COUNT CTK-HASH
           MOVE 0 TO CTK-SIGNED-COUNT CTK-SIGNED-HASH
           MOVE 0 TO CTK-SIGNED-DATE CTK-SIGNED-TIME
           MOVE SPACES TO CTK-SIGNED-OPER CTK-SIGNED-PROGRAM
           MOVE SPACE TO CTK-SIGNED-HOW
           MOVE SPACES TO CTK-REASON
           MOVE 0 TO RFX
           PERFORM VARYING CX FROM 1 BY 1 UNTIL CX > 6 OR RFX > 0
               IF RF-FILE-ID(CX) = CTK-FILE-ID
                   MOVE CX TO RFX
               END-IF
           END-PERFORM
           IF RFX = 0
               MOVE 'UNKNOWN CONTROL-TOTAL FILE' TO CTK-REASON
               GOBACK
           END-IF
           IF CTK-DSNAME = SPACES
               MOVE RF-ENV-NAME(RFX) TO WS-ENV-NAME
               DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
               ACCEPT CTK-DSNAME FROM ENVIRONMENT-VALUE
               IF CTK-DSNAME = SPACES
                   MOVE RF-DEFAULT(RFX) TO CTK-DSNAME
               END-IF
           END-IF
           MOVE CTK-DSNAME TO WS-REF-DSNAME
           PERFORM LOAD-CONTROL-FILE
           IF NOT CTL-FILE-USABLE
               GOBACK
           END-IF
           PERFORM TOTAL-REFERENCE-FILE
           IF CTK-REASON NOT = SPACES
               GOBACK
           END-IF
           EVALUATE CTK-FUNCTION
               WHEN 'V'
                   PERFORM VERIFY-TOTALS
               WHEN 'S'
                   PERFORM SIGN-TOTALS
               WHEN OTHER
                   MOVE 'UNKNOWN CTLCHK FUNCTION' TO CTK-REASON
           END-EVALUATE
           GOBACK.

        *>  read afresh on every call: a save made earlier in this
        *>  run unit must be seen by the next verify.
       LOAD-CONTROL-FILE.
           MOVE "CTLTOTAL_DSNAME" TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-CTL-DSNAME FROM ENVIRONMENT-VALUE
           IF WS-CTL-DSNAME = SPACES
               MOVE "ctltotal.dat" TO WS-CTL-DSNAME
           END-IF
           MOVE 0 TO CTL-COUNT
           MOVE 'Y' TO CTL-FILE-SWITCH
           MOVE SPACE TO EOF-FLAGS
           OPEN INPUT CONTROL-FILE
           IF WS-FS-CTL NOT = '00' AND WS-FS-CTL NOT = '05'
               MOVE SPACE TO CTL-FILE-SWITCH
               STRING 'CANNOT READ ' DELIMITED BY SIZE
                   WS-CTL-DSNAME DELIMITED BY SPACE
                   ' STATUS ' WS-FS-CTL DELIMITED BY SIZE
                   INTO CTK-REASON
           ELSE
               PERFORM UNTIL NO-MORE-CTL
                   READ CONTROL-FILE AT END
                       SET NO-MORE-CTL TO TRUE
                   END-READ
                   IF NOT NO-MORE-CTL
                       IF CT-DSNAME NOT = SPACES
                           IF CTL-COUNT < CTLMAX
                               ADD 1 TO CTL-COUNT
                               MOVE CONTROL-REC TO CE-REC(CTL-COUNT)
                           ELSE
                               DISPLAY 'CTLCHK: MORE THAN ' CTLMAX
                               ' RECORDS ON ' WS-CTL-DSNAME ' - '
                               CT-DSNAME ' IGNORED'
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE CONTROL-FILE
           END-IF.

        *>  every byte of every record, in file order, the record
        *>  read into one area as long as the longest of the files.
       TOTAL-REFERENCE-FILE.
           MOVE SPACE TO EOF-FLAGS
           EVALUATE RFX
               WHEN 1 OPEN INPUT VARS-FILE
               WHEN 2 OPEN INPUT PLOT-FILE
               WHEN 3 OPEN INPUT SCENE-FILE
               WHEN 4 OPEN INPUT TITLE-FILE
               WHEN 5 OPEN INPUT CONFLICT-FILE
               WHEN 6 OPEN INPUT LIMIT-FILE
           END-EVALUATE
           IF WS-FS-REF NOT = '00' AND WS-FS-REF NOT = '05'
               STRING 'CANNOT READ ' DELIMITED BY SIZE
                   CTK-DSNAME DELIMITED BY SPACE
                   ' STATUS ' WS-FS-REF DELIMITED BY SIZE
                   INTO CTK-REASON
           ELSE
               PERFORM READ-REFERENCE-REC
               PERFORM UNTIL NO-MORE-REF
                   ADD 1 TO CTK-COUNT
                   PERFORM VARYING HASH-POS FROM 1 BY 1
                   UNTIL HASH-POS > RF-REC-LEN(RFX)
                       COMPUTE CTK-HASH = FUNCTION MOD(
                           CTK-HASH * 31
                           + FUNCTION ORD(
                             REF-RECORD-AREA(HASH-POS:1)),
                           1000000000)
                   END-PERFORM
                   PERFORM READ-REFERENCE-REC
               END-PERFORM
               EVALUATE RFX
                   WHEN 1 CLOSE VARS-FILE
                   WHEN 2 CLOSE PLOT-FILE
                   WHEN 3 CLOSE SCENE-FILE
                   WHEN 4 CLOSE TITLE-FILE
                   WHEN 5 CLOSE CONFLICT-FILE
                   WHEN 6 CLOSE LIMIT-FILE
               END-EVALUATE
           END-IF.

       READ-REFERENCE-REC.
           MOVE SPACES TO REF-RECORD-AREA
           EVALUATE RFX
               WHEN 1
                   READ VARS-FILE INTO REF-RECORD-AREA AT END
                       SET NO-MORE-REF TO TRUE
                   END-READ
               WHEN 2
                   READ PLOT-FILE INTO REF-RECORD-AREA AT END
                       SET NO-MORE-REF TO TRUE
                   END-READ
               WHEN 3
                   READ SCENE-FILE INTO REF-RECORD-AREA AT END
                       SET NO-MORE-REF TO TRUE
                   END-READ
               WHEN 4
                   READ TITLE-FILE INTO REF-RECORD-AREA AT END
                       SET NO-MORE-REF TO TRUE
                   END-READ
               WHEN 5
                   READ CONFLICT-FILE INTO REF-RECORD-AREA AT END
                       SET NO-MORE-REF TO TRUE
                   END-READ
               WHEN 6
                   READ LIMIT-FILE INTO REF-RECORD-AREA AT END
                       SET NO-MORE-REF TO TRUE
                   END-READ
           END-EVALUATE.

       FIND-CONTROL-REC.
           MOVE 0 TO CY
           PERFORM VARYING CX FROM 1 BY 1
           UNTIL CX > CTL-COUNT OR CY > 0
               MOVE CE-REC(CX) TO CONTROL-REC
               IF CT-DSNAME = CTK-DSNAME
                   MOVE CX TO CY
               END-IF
           END-PERFORM
           IF CY > 0
               MOVE CE-REC(CY) TO CONTROL-REC
               MOVE CT-COUNT TO CTK-SIGNED-COUNT
               MOVE CT-HASH TO CTK-SIGNED-HASH
               MOVE CT-OPER TO CTK-SIGNED-OPER
               MOVE CT-PROGRAM TO CTK-SIGNED-PROGRAM
               MOVE CT-DATE TO CTK-SIGNED-DATE
               MOVE CT-TIME TO CTK-SIGNED-TIME
               MOVE CT-HOW TO CTK-SIGNED-HOW
           END-IF.

       VERIFY-TOTALS.
           PERFORM FIND-CONTROL-REC
           EVALUATE TRUE
               WHEN CY = 0 AND CTK-COUNT = 0
                   MOVE 'Y' TO CTK-RESULT
               WHEN CY = 0
                   MOVE 'U' TO CTK-RESULT
                   MOVE 'NEVER SIGNED' TO CTK-REASON
               WHEN CTK-COUNT NOT = CTK-SIGNED-COUNT
                   MOVE 'C' TO CTK-RESULT
                   MOVE 'RECORD COUNT CHANGED SINCE SIGNED'
                     TO CTK-REASON
               WHEN CTK-HASH NOT = CTK-SIGNED-HASH
                   MOVE 'C' TO CTK-RESULT
                   MOVE 'CONTENTS CHANGED SINCE SIGNED' TO CTK-REASON
               WHEN OTHER
                   MOVE 'Y' TO CTK-RESULT
           END-EVALUATE.

        *>  the whole control file is written back with this
        *>  dataset's record replaced, or added on the end.
       SIGN-TOTALS.
           PERFORM FIND-CONTROL-REC
           IF CY = 0
               IF CTL-COUNT >= CTLMAX
                   STRING 'NO ROOM ON ' DELIMITED BY SIZE
                       WS-CTL-DSNAME DELIMITED BY SPACE
                       INTO CTK-REASON
               ELSE
                   ADD 1 TO CTL-COUNT
                   MOVE CTL-COUNT TO CY
               END-IF
           END-IF
           IF CY > 0
               MOVE SPACES TO CONTROL-REC
               MOVE CTK-FILE-ID TO CT-FILE-ID
               MOVE CTK-DSNAME TO CT-DSNAME
               MOVE CTK-COUNT TO CT-COUNT
               MOVE CTK-HASH TO CT-HASH
               MOVE CTK-OPER TO CT-OPER
               MOVE CTK-PROGRAM TO CT-PROGRAM
               ACCEPT CT-DATE FROM DATE YYYYMMDD
               ACCEPT CT-TIME FROM TIME
               MOVE CTK-HOW TO CT-HOW
               MOVE CONTROL-REC TO CE-REC(CY)
               OPEN OUTPUT CONTROL-FILE
               IF WS-FS-CTL NOT = '00'
                   STRING 'CANNOT WRITE ' DELIMITED BY SIZE
                       WS-CTL-DSNAME DELIMITED BY SPACE
                       ' STATUS ' WS-FS-CTL DELIMITED BY SIZE
                       INTO CTK-REASON
               ELSE
                   PERFORM VARYING CX FROM 1 BY 1
                   UNTIL CX > CTL-COUNT
                       WRITE CONTROL-REC FROM CE-REC(CX)
                   END-PERFORM
                   CLOSE CONTROL-FILE
                   MOVE CE-REC(CY) TO CONTROL-REC
                   MOVE CT-COUNT TO CTK-SIGNED-COUNT
                   MOVE CT-HASH TO CTK-SIGNED-HASH
                   MOVE CT-OPER TO CTK-SIGNED-OPER
                   MOVE CT-PROGRAM TO CTK-SIGNED-PROGRAM
                   MOVE CT-DATE TO CTK-SIGNED-DATE
                   MOVE CT-TIME TO CTK-SIGNED-TIME
                   MOVE CT-HOW TO CTK-SIGNED-HOW
                   MOVE 'Y' TO CTK-RESULT
               END-IF
           END-IF.
        END PROGRAM CTLCHK.
