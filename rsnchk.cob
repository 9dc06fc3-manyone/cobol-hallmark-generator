        >>SOURCE FIXED
        IDENTIFICATION DIVISION.
        PROGRAM-ID.    RSNCHK.
        AUTHOR.        SIMOTIME TECHNOLOGIES.
        *>
        *>  Reason-code master check, CALLed by STORYREV before a pull
        *>  is recorded, by EXTACK for each downstream reject and by
        *>  QUALRPT for the descriptions.  Reads reason.dat
        *>  (REASON_DSNAME) once per run unit, one code per record:
        *>      code (4), use, description (40)
        *>  where use is P for a review pull only, R for a downstream
        *>  reject only, or blank (or B) for either; a record
        *>  starting '*' is a comment.  The file is kept by hand,
        *>  like operauth.dat; codes compare case-blind and are
        *>  handed back as the master spells them, so one problem is
        *>  recorded one way.  With no master file no code is valid.
        *>  Functions:
        *>      C  is RSK-CODE on the master for RSK-USE (P or R,
        *>         blank for any use)?  RSK-CODE comes back in upper
        *>         case, with its use and description when found.
        *>      L  return master entry RSK-INDEX, in file order.
        *>  RSK-RESULT comes back 'Y' for found, 'W' for a code on the
        *>  master for the other use only; RSK-COUNT always carries
        *>  the number of codes on the master.
        ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT OPTIONAL REASON-FILE
               ASSIGN TO WS-REASON-DSNAME
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-RSN.
        DATA DIVISION.
       FILE SECTION.

       FD  REASON-FILE
              RECORD CONTAINS 80 CHARACTERS
              BLOCK CONTAINS 0 RECORDS
              RECORDING MODE IS F.

       01  REASON-REC.
           03  RM-CODE         PIC X(4).
           03  RM-USE          PIC X.
           03  RM-DESC         PIC X(40).
           03  FILLER          PIC X(35).
        WORKING-STORAGE SECTION.
       01 EOF-FLAGS.
           03 FILLER PIC X(01) VALUE SPACE.
               88 NO-MORE-RSN VALUE 'Y'.

       01 WS-FS-RSN   PIC X(02).
       01 WS-REASON-DSNAME PIC X(40) VALUE "reason.dat".
       01 WS-ENV-NAME     PIC X(20).

       01  LOADED-SWITCH PIC X VALUE SPACE.
           88  REASONS-LOADED VALUE 'Y'.

       01  REASONMAX PIC 9(4) VALUE 500.
       01  REASON-COUNT PIC 9(4) VALUE 0.
       01  REASON-TABLE-AREA.
           03  REASON-ENTRY OCCURS 500 TIMES.
               05  RT-CODE         PIC X(4).
               05  RT-USE          PIC X.
               05  RT-DESC         PIC X(40).
       01  RX PIC 9(4).
       01  RY PIC 9(4).
       01  RSK-UPPER-USE PIC X.
       01  LOWER-LETTERS PIC X(26) VALUE 'abcdefghijklmnopqrstuvwxyz'.
       01  UPPER-LETTERS PIC X(26) VALUE 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.

        *>****************************************************************
        LINKAGE SECTION.
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

        *>****************************************************************
        PROCEDURE DIVISION USING RSNCHK-PARAMETERS.
           IF NOT REASONS-LOADED
               PERFORM LOAD-REASON-FILE
           END-IF
           MOVE 'N' TO RSK-RESULT
           MOVE SPACE TO RSK-CODE-USE
           MOVE SPACES TO RSK-DESC
           MOVE REASON-COUNT TO RSK-COUNT
           EVALUATE RSK-FUNCTION
               WHEN 'C'
                   PERFORM CHECK-REASON-CODE
               WHEN 'L'
                   PERFORM LIST-REASON-CODE
               WHEN OTHER
                   MOVE 'UNKNOWN RSNCHK FUNCTION' TO RSK-DESC
           END-EVALUATE
           GOBACK.

       LOAD-REASON-FILE.
           MOVE "REASON_DSNAME" TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-REASON-DSNAME FROM ENVIRONMENT-VALUE
           IF WS-REASON-DSNAME = SPACES
               MOVE "reason.dat" TO WS-REASON-DSNAME
           END-IF
           MOVE 0 TO REASON-COUNT
           OPEN INPUT REASON-FILE
           IF WS-FS-RSN = '00'
               PERFORM UNTIL NO-MORE-RSN
                   READ REASON-FILE AT END
                       SET NO-MORE-RSN TO TRUE
                   END-READ
                   IF NOT NO-MORE-RSN
                       PERFORM TAKE-REASON-REC
                   END-IF
               END-PERFORM
           END-IF
           CLOSE REASON-FILE
           SET REASONS-LOADED TO TRUE.

        *>  codes are held in upper case; a code entered twice keeps
        *>  its first record, so the master cannot disagree with
        *>  itself about what a code means.
       TAKE-REASON-REC.
           IF RM-CODE NOT = SPACES AND RM-CODE(1:1) NOT = '*'
               INSPECT RM-CODE
                   CONVERTING LOWER-LETTERS TO UPPER-LETTERS
               INSPECT RM-USE
                   CONVERTING LOWER-LETTERS TO UPPER-LETTERS
               MOVE 0 TO RY
               PERFORM VARYING RX FROM 1 BY 1
               UNTIL RX > REASON-COUNT OR RY > 0
                   IF RT-CODE(RX) = RM-CODE
                       MOVE RX TO RY
                   END-IF
               END-PERFORM
               EVALUATE TRUE
                   WHEN RY > 0
                       DISPLAY 'RSNCHK: ' RM-CODE ' IS ON '
                       WS-REASON-DSNAME ' TWICE - FIRST ONE KEPT'
                   WHEN REASON-COUNT >= REASONMAX
                       DISPLAY 'RSNCHK: MORE THAN ' REASONMAX
                       ' CODES ON ' WS-REASON-DSNAME ' - '
                       RM-CODE ' IGNORED'
                   WHEN OTHER
                       ADD 1 TO REASON-COUNT
                       MOVE RM-CODE TO RT-CODE(REASON-COUNT)
                       MOVE RM-USE TO RT-USE(REASON-COUNT)
                       MOVE RM-DESC TO RT-DESC(REASON-COUNT)
               END-EVALUATE
           END-IF.

        *>  a code for either use (blank, or B) satisfies P and R.
       CHECK-REASON-CODE.
           INSPECT RSK-CODE
               CONVERTING LOWER-LETTERS TO UPPER-LETTERS
           MOVE RSK-USE TO RSK-UPPER-USE
           INSPECT RSK-UPPER-USE
               CONVERTING LOWER-LETTERS TO UPPER-LETTERS
           IF RSK-CODE NOT = SPACES
               PERFORM VARYING RX FROM 1 BY 1
               UNTIL RX > REASON-COUNT OR RSK-RESULT NOT = 'N'
                   IF RT-CODE(RX) = RSK-CODE
                       MOVE RT-USE(RX) TO RSK-CODE-USE
                       MOVE RT-DESC(RX) TO RSK-DESC
                       IF RSK-UPPER-USE = SPACE
                       OR RT-USE(RX) = SPACE OR RT-USE(RX) = 'B'
                       OR RT-USE(RX) = RSK-UPPER-USE
                           MOVE 'Y' TO RSK-RESULT
                       ELSE
                           MOVE 'W' TO RSK-RESULT
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.

       LIST-REASON-CODE.
           IF RSK-INDEX > 0 AND RSK-INDEX <= REASON-COUNT
               MOVE RT-CODE(RSK-INDEX) TO RSK-CODE
               MOVE RT-USE(RSK-INDEX) TO RSK-CODE-USE
               MOVE RT-DESC(RSK-INDEX) TO RSK-DESC
               MOVE 'Y' TO RSK-RESULT
           END-IF.
        END PROGRAM RSNCHK.
