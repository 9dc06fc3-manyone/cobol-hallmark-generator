        >>SOURCE FIXED
        IDENTIFICATION DIVISION.
        PROGRAM-ID.    OPERCHK.
        AUTHOR.        SIMOTIME TECHNOLOGIES.
        *>
        *>  Operator authority check, CALLed by every program that
        *>  changes the shop's master files or reviews stories, and
        *>  by every program that honours RUNLOCK_OVERRIDE.  Reads
        *>  operauth.dat (OPERAUTH_DSNAME) once per run unit:
        *>      O  operator id, name, and a Y for each authority held -
        *>         V vars (and the RULEMAINT rules built on them),
        *>         P plots, S scenes, R story review, L run-lock
        *>         override, and the department the operator's
        *>         interactive stories are charged to
        *>      G  a genre whose stories need two different reviewers
        *>         to approve them before EXTRACT will send them
        *>  The file is kept by hand, like watchlist.dat, and listed
        *>  by ACCRPT for audit.  With no authority file nobody is
        *>  authorised - a missing file must not open the door.
        *>  Functions:
        *>      C  may OCK-OPER use OCK-AUTHORITY?  A refusal is
        *>         written to accesslog.dat with its reason.
        *>      G  does OCK-GENRE need a second approver?
        *>      R  write a refusal the caller decided itself, reason
        *>         in OCK-REASON, to accesslog.dat.
        *>      D  which department is OCK-OPER charged to?  Comes
        *>         back in OCK-DEPT; nothing is logged, since no
        *>         authority is being asked for.
        *>  OCK-RESULT comes back 'Y' for allowed / designated.
        ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT OPTIONAL AUTH-FILE
               ASSIGN TO WS-AUTH-DSNAME
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-AUTH.

               SELECT OPTIONAL ACCESS-LOG-FILE
               ASSIGN TO "accesslog.dat"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-ACC.
        DATA DIVISION.
       FILE SECTION.

       FD  AUTH-FILE
              RECORD CONTAINS 80 CHARACTERS
              BLOCK CONTAINS 0 RECORDS
              RECORDING MODE IS F.

       01  AUTH-REC.
           03  OA-TYPE         PIC X.
               88  OA-OPERATOR-REC VALUE 'O'.
               88  OA-GENRE-REC VALUE 'G'.
           03  OA-OPER         PIC X(8).
           03  OA-NAME         PIC X(30).
           03  OA-AUTHS.
               05  OA-AUTH-VARS    PIC X.
               05  OA-AUTH-PLOTS   PIC X.
               05  OA-AUTH-SCENES  PIC X.
               05  OA-AUTH-REVIEW  PIC X.
               05  OA-AUTH-LOCK    PIC X.
           03  OA-DEPT         PIC X(8).
           03  FILLER          PIC X(28).

       01  AUTH-GENRE-VIEW REDEFINES AUTH-REC.
           03  FILLER          PIC X.
           03  OA-GENRE        PIC X(4).
           03  OA-GENRE-NOTE   PIC X(40).
           03  FILLER          PIC X(35).

       FD  ACCESS-LOG-FILE
              RECORD CONTAINS 80 CHARACTERS
              BLOCK CONTAINS 0 RECORDS
              RECORDING MODE IS F.

       01  ACCESS-LOG-REC.
           03  AL-DATE         PIC 9(8).
           03  AL-TIME         PIC 9(6).
           03  AL-PROGRAM      PIC X(8).
           03  AL-OPER         PIC X(8).
           03  AL-AUTHORITY    PIC X.
           03  AL-REASON       PIC X(40).
           03  FILLER          PIC X(9).
        WORKING-STORAGE SECTION.
       01 EOF-FLAGS.
           03 FILLER PIC X(01) VALUE SPACE.
               88 NO-MORE-AUTH VALUE 'Y'.

       01 WS-FS-AUTH  PIC X(02).
       01 WS-FS-ACC   PIC X(02).
       01 WS-AUTH-DSNAME PIC X(40) VALUE "operauth.dat".
       01 WS-ENV-NAME     PIC X(20).

       01  LOADED-SWITCH PIC X VALUE SPACE.
           88  AUTH-LOADED VALUE 'Y'.
       01  AUTH-FILE-SWITCH PIC X VALUE SPACE.
           88  AUTH-FILE-FOUND VALUE 'Y'.

        *>  the authority codes in the order of their flag bytes on
        *>  the operator record.
       01  AUTH-CODES PIC X(5) VALUE 'VPSRL'.
       01  AUTH-NAMES-AREA.
           03  FILLER PIC X(8) VALUE 'VARS    '.
           03  FILLER PIC X(8) VALUE 'PLOTS   '.
           03  FILLER PIC X(8) VALUE 'SCENES  '.
           03  FILLER PIC X(8) VALUE 'REVIEW  '.
           03  FILLER PIC X(8) VALUE 'RUNLOCK '.
       01  FILLER REDEFINES AUTH-NAMES-AREA.
           03  AUTH-NAME PIC X(8) OCCURS 5 TIMES.

       01  OPERMAX PIC 9(4) VALUE 500.
       01  OPER-COUNT PIC 9(4) VALUE 0.
       01  OPER-TABLE-AREA.
           03  OPER-ENTRY OCCURS 500 TIMES.
               05  OT-OPER         PIC X(8).
               05  OT-NAME         PIC X(30).
               05  OT-AUTH         PIC X OCCURS 5 TIMES.
               05  OT-DEPT         PIC X(8).
       01  GENREMAX PIC 9(4) VALUE 100.
       01  GENRE-COUNT PIC 9(4) VALUE 0.
       01  GENRE-TABLE-AREA.
           03  GT-GENRE PIC X(4) OCCURS 100 TIMES.
       01  OX PIC 9(4).
       01  GX PIC 9(4).
       01  AX PIC 9.
       01  OCK-UPPER-OPER PIC X(8).
       01  OCK-UPPER-GENRE PIC X(4).
       01  LOWER-LETTERS PIC X(26) VALUE 'abcdefghijklmnopqrstuvwxyz'.
       01  UPPER-LETTERS PIC X(26) VALUE 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.

        *>****************************************************************
        LINKAGE SECTION.
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

        *>****************************************************************
        PROCEDURE DIVISION USING OPERCHK-PARAMETERS.
           IF NOT AUTH-LOADED
               PERFORM LOAD-AUTHORITY-FILE
           END-IF
           MOVE 'N' TO OCK-RESULT
           EVALUATE OCK-FUNCTION
               WHEN 'C'
                   PERFORM CHECK-AUTHORITY
               WHEN 'G'
                   PERFORM CHECK-GENRE
               WHEN 'R'
                   PERFORM WRITE-ACCESS-LOG
               WHEN 'D'
                   PERFORM FIND-DEPARTMENT
               WHEN OTHER
                   MOVE 'UNKNOWN OPERCHK FUNCTION' TO OCK-REASON
           END-EVALUATE
           GOBACK.

       LOAD-AUTHORITY-FILE.
           MOVE "OPERAUTH_DSNAME" TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-AUTH-DSNAME FROM ENVIRONMENT-VALUE
           IF WS-AUTH-DSNAME = SPACES
               MOVE "operauth.dat" TO WS-AUTH-DSNAME
           END-IF
           MOVE 0 TO OPER-COUNT GENRE-COUNT
           OPEN INPUT AUTH-FILE
           IF WS-FS-AUTH = '00'
               SET AUTH-FILE-FOUND TO TRUE
               PERFORM UNTIL NO-MORE-AUTH
                   READ AUTH-FILE AT END
                       SET NO-MORE-AUTH TO TRUE
                   END-READ
                   IF NOT NO-MORE-AUTH
                       PERFORM TAKE-AUTHORITY-REC
                   END-IF
               END-PERFORM
           END-IF
           CLOSE AUTH-FILE
           SET AUTH-LOADED TO TRUE.

        *>  ids and genres are held in upper case so a lower-case
        *>  entry on the file or in the environment still matches.
       TAKE-AUTHORITY-REC.
           EVALUATE TRUE
               WHEN OA-OPERATOR-REC AND OA-OPER NOT = SPACES
                   IF OPER-COUNT < OPERMAX
                       ADD 1 TO OPER-COUNT
                       MOVE OA-OPER TO OT-OPER(OPER-COUNT)
                       INSPECT OT-OPER(OPER-COUNT)
                           CONVERTING LOWER-LETTERS TO UPPER-LETTERS
                       MOVE OA-NAME TO OT-NAME(OPER-COUNT)
                       MOVE OA-AUTH-VARS TO OT-AUTH(OPER-COUNT 1)
                       MOVE OA-AUTH-PLOTS TO OT-AUTH(OPER-COUNT 2)
                       MOVE OA-AUTH-SCENES TO OT-AUTH(OPER-COUNT 3)
                       MOVE OA-AUTH-REVIEW TO OT-AUTH(OPER-COUNT 4)
                       MOVE OA-AUTH-LOCK TO OT-AUTH(OPER-COUNT 5)
                       MOVE OA-DEPT TO OT-DEPT(OPER-COUNT)
                       INSPECT OT-DEPT(OPER-COUNT)
                           CONVERTING LOWER-LETTERS TO UPPER-LETTERS
                   ELSE
                       DISPLAY 'OPERCHK: MORE THAN ' OPERMAX
                       ' OPERATORS ON ' WS-AUTH-DSNAME ' - '
                       OA-OPER ' IGNORED'
                   END-IF
               WHEN OA-GENRE-REC AND OA-GENRE NOT = SPACES
                   IF GENRE-COUNT < GENREMAX
                       ADD 1 TO GENRE-COUNT
                       MOVE OA-GENRE TO GT-GENRE(GENRE-COUNT)
                       INSPECT GT-GENRE(GENRE-COUNT)
                           CONVERTING LOWER-LETTERS TO UPPER-LETTERS
                   END-IF
           END-EVALUATE.

       CHECK-AUTHORITY.
           MOVE SPACES TO OCK-OPER-NAME OCK-REASON
           MOVE OCK-OPER TO OCK-UPPER-OPER
           INSPECT OCK-UPPER-OPER
               CONVERTING LOWER-LETTERS TO UPPER-LETTERS
           MOVE 0 TO AX
           INSPECT AUTH-CODES TALLYING AX
               FOR CHARACTERS BEFORE INITIAL OCK-AUTHORITY
           ADD 1 TO AX
           MOVE 0 TO OX
           IF AUTH-FILE-FOUND AND OCK-UPPER-OPER NOT = SPACES
           AND OCK-UPPER-OPER NOT = 'UNKNOWN'
               PERFORM VARYING GX FROM 1 BY 1
               UNTIL GX > OPER-COUNT OR OX > 0
                   IF OT-OPER(GX) = OCK-UPPER-OPER
                       MOVE GX TO OX
                   END-IF
               END-PERFORM
           END-IF
           EVALUATE TRUE
               WHEN NOT AUTH-FILE-FOUND
                   STRING 'NO AUTHORITY FILE ' DELIMITED BY SIZE
                       WS-AUTH-DSNAME DELIMITED BY SPACE
                       INTO OCK-REASON
               WHEN OCK-UPPER-OPER = SPACES
               OR OCK-UPPER-OPER = 'UNKNOWN'
                   MOVE 'NO OPERATOR ID GIVEN' TO OCK-REASON
               WHEN AX > 5
                   MOVE 'UNKNOWN AUTHORITY CODE' TO OCK-REASON
               WHEN OX = 0
                   MOVE 'NOT ON THE AUTHORITY FILE' TO OCK-REASON
               WHEN OT-AUTH(OX AX) NOT = 'Y'
               AND OT-AUTH(OX AX) NOT = 'y'
                   MOVE OT-NAME(OX) TO OCK-OPER-NAME
                   STRING 'NO ' DELIMITED BY SIZE
                       AUTH-NAME(AX) DELIMITED BY SPACE
                       ' AUTHORITY' DELIMITED BY SIZE
                       INTO OCK-REASON
               WHEN OTHER
                   MOVE OT-NAME(OX) TO OCK-OPER-NAME
                   MOVE 'Y' TO OCK-RESULT
           END-EVALUATE
           IF NOT OCK-ALLOWED
               PERFORM WRITE-ACCESS-LOG
           END-IF.

       FIND-DEPARTMENT.
           MOVE SPACES TO OCK-OPER-NAME OCK-REASON OCK-DEPT
           MOVE OCK-OPER TO OCK-UPPER-OPER
           INSPECT OCK-UPPER-OPER
               CONVERTING LOWER-LETTERS TO UPPER-LETTERS
           MOVE 0 TO OX
           IF OCK-UPPER-OPER NOT = SPACES
               PERFORM VARYING GX FROM 1 BY 1
               UNTIL GX > OPER-COUNT OR OX > 0
                   IF OT-OPER(GX) = OCK-UPPER-OPER
                       MOVE GX TO OX
                   END-IF
               END-PERFORM
           END-IF
           EVALUATE TRUE
               WHEN NOT AUTH-FILE-FOUND
                   STRING 'NO AUTHORITY FILE ' DELIMITED BY SIZE
                       WS-AUTH-DSNAME DELIMITED BY SPACE
                       INTO OCK-REASON
               WHEN OCK-UPPER-OPER = SPACES
               OR OCK-UPPER-OPER = 'UNKNOWN'
                   MOVE 'NO OPERATOR ID GIVEN' TO OCK-REASON
               WHEN OX = 0
                   MOVE 'NOT ON THE AUTHORITY FILE' TO OCK-REASON
               WHEN OT-DEPT(OX) = SPACES
                   MOVE OT-NAME(OX) TO OCK-OPER-NAME
                   MOVE 'NO DEPARTMENT ON THE AUTHORITY FILE'
                     TO OCK-REASON
               WHEN OTHER
                   MOVE OT-NAME(OX) TO OCK-OPER-NAME
                   MOVE OT-DEPT(OX) TO OCK-DEPT
                   MOVE 'Y' TO OCK-RESULT
           END-EVALUATE.

       CHECK-GENRE.
           MOVE OCK-GENRE TO OCK-UPPER-GENRE
           INSPECT OCK-UPPER-GENRE
               CONVERTING LOWER-LETTERS TO UPPER-LETTERS
           IF OCK-UPPER-GENRE NOT = SPACES
               PERFORM VARYING GX FROM 1 BY 1
               UNTIL GX > GENRE-COUNT OR OCK-ALLOWED
                   IF GT-GENRE(GX) = OCK-UPPER-GENRE
                       MOVE 'Y' TO OCK-RESULT
                   END-IF
               END-PERFORM
           END-IF.

        *>  the log is only ever appended; ACCRPT prints it.
       WRITE-ACCESS-LOG.
           OPEN EXTEND ACCESS-LOG-FILE
           IF WS-FS-ACC NOT = '00' AND WS-FS-ACC NOT = '05'
               OPEN OUTPUT ACCESS-LOG-FILE
           END-IF
           MOVE SPACES TO ACCESS-LOG-REC
           ACCEPT AL-DATE FROM DATE YYYYMMDD
           ACCEPT AL-TIME FROM TIME
           MOVE OCK-PROGRAM TO AL-PROGRAM
           MOVE OCK-OPER TO AL-OPER
           MOVE OCK-AUTHORITY TO AL-AUTHORITY
           MOVE OCK-REASON TO AL-REASON
           WRITE ACCESS-LOG-REC
           CLOSE ACCESS-LOG-FILE.
        END PROGRAM OPERCHK.
