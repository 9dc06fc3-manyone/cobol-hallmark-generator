        >>SOURCE FIXED
        IDENTIFICATION DIVISION.
        PROGRAM-ID.    ACCRPT.
        AUTHOR.        SIMOTIME TECHNOLOGIES.
        *>
        *>  Access audit listing, access.prt.  Prints who may do what
        *>  from the operator authority file (operauth.dat, or
        *>  OPERAUTH_DSNAME), with the department each operator's
        *>  interactive stories are charged to, and the genres
        *>  needing two approvers, then every refused attempt OPERCHK
        *>  wrote to accesslog.dat: date, time, program, operator,
        *>  the authority asked for (V vars, P plots, S scenes,
        *>  R review, L run-lock override) and why it was refused.
        *>  ACCRPT_FROM=yyyymmdd starts the refusals at that date.
        *>  Return code 4 when any refusal is listed, so the audit
        *>  step shows up in the job log.
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

               SELECT PRINT-FILE
               ASSIGN TO "access.prt"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-PRT.
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
               88 NO-MORE-AUTH VALUE 'Y'.
           03 FILLER PIC X(01) VALUE SPACE.
               88 NO-MORE-ACC VALUE 'Y'.

       01 WS-FS-AUTH  PIC X(02).
       01 WS-FS-ACC   PIC X(02).
       01 WS-FS-PRT   PIC X(02).
       01 WS-AUTH-DSNAME PIC X(40) VALUE "operauth.dat".
       01 WS-ENV-NAME     PIC X(20).

       01  REF-DATA.
           03  PAGE-DEPTH PIC 99 VALUE 55.

       01  FROM-DATE-X PIC X(8).
       01  FILLER REDEFINES FROM-DATE-X.
          03  FROM-DATE PIC 9(8).

       01  ACC-COUNTS.
           03  AC-OPER-CNT     PIC 9(6) VALUE 0.
           03  AC-GENRE-CNT    PIC 9(6) VALUE 0.
           03  AC-REFUSED-CNT  PIC 9(6) VALUE 0.
           03  AC-EARLIER-CNT  PIC 9(6) VALUE 0.

       01  PRINT-FIELDS.
           03  PRT-HOLD-LINE   PIC X(132).
           03  PRT-PAGE-NO     PIC 9(4) VALUE 0.
           03  PRT-LINE-NO     PIC 99 VALUE 99.
           03  PRT-RUN-DATE    PIC 9(8).
           03  PRT-SMALL       PIC ZZZZZ9.

        *>****************************************************************
        PROCEDURE DIVISION.
           MOVE "OPERAUTH_DSNAME" TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-AUTH-DSNAME FROM ENVIRONMENT-VALUE
           IF WS-AUTH-DSNAME = SPACES
               MOVE "operauth.dat" TO WS-AUTH-DSNAME
           END-IF
           MOVE "ACCRPT_FROM" TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT FROM-DATE-X FROM ENVIRONMENT-VALUE
           IF FROM-DATE-X NOT NUMERIC
               MOVE 0 TO FROM-DATE
           END-IF

           DISPLAY ' '
           DISPLAY 'ACCRPT - OPERATOR ACCESS AUDIT'
           OPEN OUTPUT PRINT-FILE
           IF WS-FS-PRT NOT = '00'
               DISPLAY 'UNABLE TO OPEN access.prt, FILE STATUS='
               WS-FS-PRT
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ACCEPT PRT-RUN-DATE FROM DATE YYYYMMDD
           PERFORM PRINT-AUTHORITY-LIST
           PERFORM PRINT-REFUSALS
           CLOSE PRINT-FILE

           DISPLAY 'OPERATORS ON FILE:  ' AC-OPER-CNT
           DISPLAY 'TWO-APPROVER GENRES: ' AC-GENRE-CNT
           DISPLAY 'REFUSALS LISTED:    ' AC-REFUSED-CNT
           IF FROM-DATE > 0
               DISPLAY 'BEFORE ' FROM-DATE ' NOT LISTED: '
               AC-EARLIER-CNT
           END-IF
           DISPLAY 'REPORT ON access.prt'
           IF AC-REFUSED-CNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.

        *>****************************************************************
        *>  who holds what, in file order, then the genres
       PRINT-AUTHORITY-LIST.
           MOVE SPACES TO PRT-HOLD-LINE
           MOVE 'OPERATOR AUTHORITY -' TO PRT-HOLD-LINE(1:20)
           MOVE WS-AUTH-DSNAME TO PRT-HOLD-LINE(22:40)
           PERFORM WRITE-PRINT-LINE
           MOVE SPACES TO PRT-HOLD-LINE
           PERFORM WRITE-PRINT-LINE
           OPEN INPUT AUTH-FILE
           IF WS-FS-AUTH NOT = '00'
               MOVE SPACES TO PRT-HOLD-LINE
               MOVE 'NO AUTHORITY FILE - EVERY CHECKED PROGRAM REFUSES'
                 TO PRT-HOLD-LINE(1:50)
               MOVE ' EVERY OPERATOR' TO PRT-HOLD-LINE(51:15)
               PERFORM WRITE-PRINT-LINE
           ELSE
               MOVE SPACES TO PRT-HOLD-LINE
               MOVE 'OPERATOR' TO PRT-HOLD-LINE(1:8)
               MOVE 'NAME' TO PRT-HOLD-LINE(11:4)
               MOVE 'VARS PLOTS SCENES REVIEW RUNLOCK'
                 TO PRT-HOLD-LINE(43:32)
               MOVE 'DEPT' TO PRT-HOLD-LINE(77:4)
               PERFORM WRITE-PRINT-LINE
               PERFORM UNTIL NO-MORE-AUTH
                   READ AUTH-FILE AT END
                       SET NO-MORE-AUTH TO TRUE
                   END-READ
                   IF NOT NO-MORE-AUTH
                       IF OA-OPERATOR-REC
                           PERFORM PRINT-OPERATOR-LINE
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE AUTH-FILE
               MOVE SPACES TO PRT-HOLD-LINE
               PERFORM WRITE-PRINT-LINE
               MOVE 'GENRES NEEDING A SECOND APPROVER'
                 TO PRT-HOLD-LINE(1:32)
               PERFORM WRITE-PRINT-LINE
               MOVE SPACE TO EOF-FLAGS(1:1)
               OPEN INPUT AUTH-FILE
               PERFORM UNTIL NO-MORE-AUTH
                   READ AUTH-FILE AT END
                       SET NO-MORE-AUTH TO TRUE
                   END-READ
                   IF NOT NO-MORE-AUTH
                       IF OA-GENRE-REC
                           PERFORM PRINT-GENRE-LINE
                       END-IF
                   END-IF
               END-PERFORM
               IF AC-GENRE-CNT = 0
                   MOVE SPACES TO PRT-HOLD-LINE
                   MOVE 'NONE' TO PRT-HOLD-LINE(3:4)
                   PERFORM WRITE-PRINT-LINE
               END-IF
           END-IF
           CLOSE AUTH-FILE.

       PRINT-OPERATOR-LINE.
           ADD 1 TO AC-OPER-CNT
           MOVE SPACES TO PRT-HOLD-LINE
           MOVE OA-OPER TO PRT-HOLD-LINE(1:8)
           MOVE OA-NAME TO PRT-HOLD-LINE(11:30)
           MOVE OA-AUTH-VARS TO PRT-HOLD-LINE(44:1)
           MOVE OA-AUTH-PLOTS TO PRT-HOLD-LINE(50:1)
           MOVE OA-AUTH-SCENES TO PRT-HOLD-LINE(57:1)
           MOVE OA-AUTH-REVIEW TO PRT-HOLD-LINE(64:1)
           MOVE OA-AUTH-LOCK TO PRT-HOLD-LINE(71:1)
           MOVE OA-DEPT TO PRT-HOLD-LINE(77:8)
           PERFORM WRITE-PRINT-LINE.

       PRINT-GENRE-LINE.
           ADD 1 TO AC-GENRE-CNT
           MOVE SPACES TO PRT-HOLD-LINE
           MOVE OA-GENRE TO PRT-HOLD-LINE(3:4)
           MOVE OA-GENRE-NOTE TO PRT-HOLD-LINE(11:40)
           PERFORM WRITE-PRINT-LINE.

        *>****************************************************************
        *>  every refusal on the access log, oldest first
       PRINT-REFUSALS.
           MOVE SPACES TO PRT-HOLD-LINE
           PERFORM WRITE-PRINT-LINE
           MOVE 'REFUSED ATTEMPTS' TO PRT-HOLD-LINE(1:16)
           IF FROM-DATE > 0
               MOVE 'FROM' TO PRT-HOLD-LINE(18:4)
               MOVE FROM-DATE TO PRT-HOLD-LINE(23:8)
           END-IF
           PERFORM WRITE-PRINT-LINE
           MOVE SPACES TO PRT-HOLD-LINE
           PERFORM WRITE-PRINT-LINE
           MOVE 'DATE' TO PRT-HOLD-LINE(1:4)
           MOVE 'TIME' TO PRT-HOLD-LINE(10:4)
           MOVE 'PROGRAM' TO PRT-HOLD-LINE(18:7)
           MOVE 'OPERATOR' TO PRT-HOLD-LINE(28:8)
           MOVE 'AUTH' TO PRT-HOLD-LINE(38:4)
           MOVE 'REASON' TO PRT-HOLD-LINE(44:6)
           PERFORM WRITE-PRINT-LINE
           OPEN INPUT ACCESS-LOG-FILE
           IF WS-FS-ACC = '00'
               PERFORM UNTIL NO-MORE-ACC
                   READ ACCESS-LOG-FILE AT END
                       SET NO-MORE-ACC TO TRUE
                   END-READ
                   IF NOT NO-MORE-ACC
                       PERFORM PRINT-REFUSAL-LINE
                   END-IF
               END-PERFORM
           END-IF
           CLOSE ACCESS-LOG-FILE
           MOVE SPACES TO PRT-HOLD-LINE
           PERFORM WRITE-PRINT-LINE
           MOVE 'REFUSALS LISTED' TO PRT-HOLD-LINE(1:15)
           MOVE AC-REFUSED-CNT TO PRT-SMALL
           MOVE PRT-SMALL TO PRT-HOLD-LINE(18:6)
           PERFORM WRITE-PRINT-LINE.

       PRINT-REFUSAL-LINE.
           IF AL-DATE NOT NUMERIC OR AL-DATE < FROM-DATE
               ADD 1 TO AC-EARLIER-CNT
           ELSE
               ADD 1 TO AC-REFUSED-CNT
               MOVE SPACES TO PRT-HOLD-LINE
               MOVE AL-DATE TO PRT-HOLD-LINE(1:8)
               MOVE AL-TIME TO PRT-HOLD-LINE(10:6)
               MOVE AL-PROGRAM TO PRT-HOLD-LINE(18:8)
               MOVE AL-OPER TO PRT-HOLD-LINE(28:8)
               MOVE AL-AUTHORITY TO PRT-HOLD-LINE(39:1)
               MOVE AL-REASON TO PRT-HOLD-LINE(44:40)
               PERFORM WRITE-PRINT-LINE
           END-IF.

        *>  access.prt: ANSI carriage control in column 1 as on
        *>  rules.prt.
       START-NEW-PAGE.
           ADD 1 TO PRT-PAGE-NO
           MOVE SPACES TO PRINT-REC
           MOVE '1' TO PRT-CC
           MOVE 'HALLMARK OPERATOR ACCESS AUDIT' TO PRT-DATA(1:30)
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
        END PROGRAM ACCRPT.
