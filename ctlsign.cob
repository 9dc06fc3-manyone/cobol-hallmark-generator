        >>SOURCE FIXED
        IDENTIFICATION DIVISION.
        PROGRAM-ID.    CTLSIGN.
        AUTHOR.        SIMOTIME TECHNOLOGIES.
        *>
        *>  Operator re-sign of the reference-file control totals.
        *>  The maintenance programs sign a file each time they save
        *>  it; a file changed any other way - restored from a copy,
        *>  sent over from another machine, or edited by hand as
        *>  titles.dat always is - stops HALLMARK, SELAUDIT and
        *>  VARAUDIT (return code 28) and holds MORNCHK until an
        *>  operator has looked at the change and signed the file as
        *>  it now stands.  Lists the six files with what CTLCHK makes
        *>  of each, then asks for the number of a file to re-sign
        *>  and a Y to confirm; a blank number ends the run.  The
        *>  operator id comes from CTLSIGN_OPER and must carry the
        *>  authority that maintains the file on the operator
        *>  authority file (OPERCHK): vars for vars.dat, conflict.dat
        *>  and varlimit.dat, plots for plot.dat and titles.dat,
        *>  scenes for scenes.dat.  A refusal is written to the access
        *>  log like any other.  The re-sign is recorded on the
        *>  control record (how R, operator, date and time), where
        *>  MORNCHK shows it.
        ENVIRONMENT DIVISION.
        DATA DIVISION.
        WORKING-STORAGE SECTION.
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

        *>  the six files, each with the authority that maintains it.
       01  CTL-FILES-AREA PIC X(48) VALUE
           'VARS    PLOT    SCENE   TITLES  CONFLICTLIMIT   '.
       01  FILLER REDEFINES CTL-FILES-AREA.
           03  CTL-FILE-ID PIC X(8) OCCURS 6 TIMES.
       01  CTL-AUTH-CODES PIC X(6) VALUE 'VPSPVV'.
       01  CTX PIC 9.
       01  CTL-DSNAME-TABLE.
           03  CTL-DSNAME PIC X(40) OCCURS 6 TIMES.

       01  SG-FILE-X PIC X.
       01  SG-FILE-NO REDEFINES SG-FILE-X PIC 9.
       01  CONFIRM-X   PIC X.
       01  SG-STATUS PIC X(12).
       01  SG-SIGNED PIC 99 VALUE 0.
       01  SG-DONE-SW PIC X VALUE SPACE.
           88  SG-DONE VALUE 'Y'.

        *>****************************************************************
        PROCEDURE DIVISION.
           MOVE "CTLSIGN_OPER" TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT OPERATOR-ID FROM ENVIRONMENT-VALUE
           IF OPERATOR-ID = SPACES
               MOVE 'UNKNOWN' TO OPERATOR-ID
           END-IF

           DISPLAY ' '
           DISPLAY 'CTLSIGN - REFERENCE FILE CONTROL TOTALS'
           DISPLAY 'OPERATOR: ' OPERATOR-ID
           PERFORM LIST-CONTROL-TOTALS
           PERFORM UNTIL SG-DONE
               DISPLAY ' '
               DISPLAY 'FILE NUMBER TO RE-SIGN (BLANK TO END):'
               MOVE SPACE TO SG-FILE-X
               ACCEPT SG-FILE-X
               EVALUATE TRUE
                   WHEN SG-FILE-X = SPACE
                       SET SG-DONE TO TRUE
                   WHEN SG-FILE-X NOT NUMERIC
                   OR SG-FILE-NO < 1 OR SG-FILE-NO > 6
                       DISPLAY 'IMVALID VALUE'
                   WHEN OTHER
                       MOVE SG-FILE-NO TO CTX
                       PERFORM RESIGN-ONE-FILE
               END-EVALUATE
           END-PERFORM
           DISPLAY SG-SIGNED ' FILE(S) RE-SIGNED'
           GOBACK.

        *>  the dataset names come back from CTLCHK with each file's
        *>  *_DSNAME override applied, and are kept for the re-sign.
       LIST-CONTROL-TOTALS.
           DISPLAY ' '
           PERFORM VARYING CTX FROM 1 BY 1 UNTIL CTX > 6
               MOVE SPACES TO CTL-DSNAME(CTX)
               PERFORM VERIFY-ONE-FILE
               MOVE CTK-DSNAME TO CTL-DSNAME(CTX)
               DISPLAY CTX ' ' CTK-FILE-ID ' ' SG-STATUS ' '
               CTK-DSNAME
               DISPLAY '    ' CTK-COUNT ' RECORDS NOW'
               IF CTK-SIGNED-DATE > 0
                   DISPLAY '    ' CTK-SIGNED-COUNT ' SIGNED '
                   CTK-SIGNED-DATE ' ' CTK-SIGNED-TIME ' BY '
                   CTK-SIGNED-OPER ' (' CTK-SIGNED-PROGRAM ' '
                   CTK-SIGNED-HOW ')'
               END-IF
               IF CTK-RESULT = 'C' OR CTK-RESULT = 'E'
                   DISPLAY '    ' CTK-REASON
               END-IF
           END-PERFORM.

       VERIFY-ONE-FILE.
           MOVE 'V' TO CTK-FUNCTION
           MOVE CTL-FILE-ID(CTX) TO CTK-FILE-ID
           MOVE CTL-DSNAME(CTX) TO CTK-DSNAME
           MOVE 'CTLSIGN' TO CTK-PROGRAM
           CALL 'CTLCHK' USING CTLCHK-PARAMETERS
           EVALUATE CTK-RESULT
               WHEN 'Y' MOVE 'AGREES' TO SG-STATUS
               WHEN 'C' MOVE 'CHANGED' TO SG-STATUS
               WHEN 'U' MOVE 'NEVER SIGNED' TO SG-STATUS
               WHEN OTHER MOVE 'UNUSABLE' TO SG-STATUS
           END-EVALUATE.

        *>  authority is asked for the file chosen, so an operator
        *>  can re-sign only what they could have saved themselves.
       RESIGN-ONE-FILE.
           MOVE 'C' TO OCK-FUNCTION
           MOVE 'CTLSIGN' TO OCK-PROGRAM
           MOVE OPERATOR-ID TO OCK-OPER
           MOVE CTL-AUTH-CODES(CTX:1) TO OCK-AUTHORITY
           CALL 'OPERCHK' USING OPERCHK-PARAMETERS
           IF NOT OCK-ALLOWED
               DISPLAY 'RE-SIGN REFUSED FOR OPERATOR ' OPERATOR-ID
               ' - ' OCK-REASON
               DISPLAY 'THE ATTEMPT HAS BEEN WRITTEN TO THE ACCESS LOG'
               MOVE 12 TO RETURN-CODE
           ELSE
               PERFORM VERIFY-ONE-FILE
               EVALUATE TRUE
                   WHEN CTK-RESULT = 'Y'
                       DISPLAY CTK-DSNAME
                       DISPLAY 'AGREES WITH ITS CONTROL TOTALS -'
                       ' NOTHING TO RE-SIGN'
                   WHEN CTK-RESULT = 'E'
                       DISPLAY 'CANNOT RE-SIGN - ' CTK-REASON
                   WHEN OTHER
                       DISPLAY CTK-DSNAME
                       IF CTK-RESULT = 'U'
                           DISPLAY SG-STATUS ' - ' CTK-COUNT
                           ' RECORDS NOW'
                       ELSE
                           DISPLAY CTK-REASON
                           DISPLAY CTK-COUNT ' RECORDS NOW, '
                           CTK-SIGNED-COUNT ' WHEN SIGNED'
                       END-IF
                       DISPLAY 'RE-SIGN IT AS IT STANDS? (Y=YES)'
                       MOVE SPACE TO CONFIRM-X
                       ACCEPT CONFIRM-X
                       IF CONFIRM-X = 'Y' OR CONFIRM-X = 'y'
                           PERFORM SIGN-ONE-FILE
                       ELSE
                           DISPLAY 'NOT RE-SIGNED'
                       END-IF
               END-EVALUATE
           END-IF.

       SIGN-ONE-FILE.
           MOVE 'S' TO CTK-FUNCTION
           MOVE CTL-FILE-ID(CTX) TO CTK-FILE-ID
           MOVE CTL-DSNAME(CTX) TO CTK-DSNAME
           MOVE 'CTLSIGN' TO CTK-PROGRAM
           MOVE OPERATOR-ID TO CTK-OPER
           MOVE 'R' TO CTK-HOW
           CALL 'CTLCHK' USING CTLCHK-PARAMETERS
           IF CTK-AGREES
               ADD 1 TO SG-SIGNED
               DISPLAY 'RE-SIGNED: ' CTK-COUNT ' RECORDS BY '
               OPERATOR-ID ' ' OCK-OPER-NAME
           ELSE
               DISPLAY 'NOT RE-SIGNED - ' CTK-REASON
               MOVE 8 TO RETURN-CODE
           END-IF.
        END PROGRAM CTLSIGN.
