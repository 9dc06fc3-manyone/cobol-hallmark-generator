//HERC02C  JOB (COB),
//             'CTLSIGN',
//             CLASS=A,
//             MSGCLASS=C,
//             REGION=0M,TIME=1440,
//             MSGLEVEL=(1,1)
//*
//* COMPILE, LINK AND RUN CTLSIGN - LISTS THE SIX REFERENCE FILES
//* AGAINST THEIR CONTROL TOTALS ON UT-S-CTLTOT AND RE-SIGNS THE ONES
//* THE OPERATOR HAS CHECKED.  A FILE CHANGED OUTSIDE ITS MAINTENANCE
//* STOPS HALLMARK, SELAUDIT AND VARAUDIT WITH RC 28 AND HOLDS
//* MORNCHK UNTIL IT IS RE-SIGNED.  ON FIRST USE EVERY FILE IN USE
//* MUST BE SIGNED ONCE.
//* RC 8 A SIGN WOULD NOT WRITE, 12 THE OPERATOR LACKS THE AUTHORITY
//* THAT MAINTAINS THE FILE ON OPERAUTH.
//* SYSIN CARDS: A FILE NUMBER FROM THE LIST (1 VARS, 2 PLOT, 3 SCENE,
//* 4 TITLES, 5 CONFLICT, 6 LIMIT) FOLLOWED BY A Y CARD TO CONFIRM,
//* ONCE FOR EACH FILE TO RE-SIGN; A BLANK CARD ENDS THE RUN.
//* THE DECK BELOW IS A WORKED EXAMPLE - SWAP IT FOR THE FILES
//* ACTUALLY CHECKED, AND PUT THE OPERATOR'S OWN ID ON THE
//* CTLSIGN_OPER CARD.
//*
//COBUCL  PROC CPARM1='LOAD,SUPMAP',                                   100010000
//             CPARM2='SIZE=2048K,BUF=1024K'                            00020000
//COB  EXEC  PGM=IKFCBL00,REGION=4096K,                                 00040001
//           PARM='&CPARM1,&CPARM2'                                     00050001
//STEPLIB  DD DSN=SYSC.LINKLIB,DISP=SHR                                 00051001
//SYSPRINT  DD SYSOUT=*                                                 00060000
//SYSUT1 DD UNIT=SYSDA,SPACE=(460,(700,100))                            00070000
//SYSUT2 DD UNIT=SYSDA,SPACE=(460,(700,100))                            00080000
//SYSUT3 DD UNIT=SYSDA,SPACE=(460,(700,100))                            00090000
//SYSUT4 DD UNIT=SYSDA,SPACE=(460,(700,100))                            00100000
//SYSLIN DD DSN=&LOADSET,DISP=(MOD,PASS),UNIT=SYSDA,                    00110000
//             SPACE=(80,(500,100))                                     00120000
//LKED EXEC PGM=IEWL,PARM='LIST,XREF,LET',COND=(5,LT,COB),REGION=96K    00130000
//SYSLIN  DD DSN=&LOADSET,DISP=(OLD,DELETE)                             00140000
//  DD  DDNAME=SYSIN                                                    00150000
//SYSLMOD DD DISP=SHR,DSN=HERC02.RUN.LOAD(CTLSIGN)                      00160000
//SYSLIB DD   DSN=SYSC.COBLIB,DISP=SHR                                  00170000
//RUNLIB DD DISP=SHR,DSN=HERC02.RUN.LOAD                                00175000
//SYSUT1 DD UNIT=SYSDA,SPACE=(1024,(50,20))                             00180000
//SYSPRINT DD SYSOUT=*                                                  00190000
// PEND
//STP1 EXEC COBUCL
//COB.SYSIN  DD *
        IDENTIFICATION DIVISION.
        PROGRAM-ID.    CTLSIGN.
        AUTHOR.        SIMOTIME TECHNOLOGIES.
      * 10/15/2026 DLK ADAPTED FROM THE WORKSTATION SOURCE FOR
      *                THE MVS BATCH - FILES ON UT-S- DD NAMES
      *                IN PLACE OF THE DATASET-NAME VARIABLES,
      *                RUN OPTIONS FROM RUNPARM CARDS
      *
      *  Operator re-sign of the reference-file control totals.
      *  The maintenance programs sign a file each time they save
      *  it; a file changed any other way - restored from a copy,
      *  sent over from another machine, or edited by hand as
      *  titles.dat always is - stops HALLMARK, SELAUDIT and
      *  VARAUDIT (return code 28) and holds MORNCHK until an
      *  operator has looked at the change and signed the file as
      *  it now stands.  Lists the six files with what CTLCHK makes
      *  of each, then asks for the number of a file to re-sign
      *  and a Y to confirm; a blank number ends the run.  The
      *  operator id comes from CTLSIGN_OPER and must carry the
      *  authority that maintains the file on the operator
      *  authority file (OPERCHK): vars for vars.dat, conflict.dat
      *  and varlimit.dat, plots for plot.dat and titles.dat,
      *  scenes for scenes.dat.  A refusal is written to the access
      *  log like any other.  The re-sign is recorded on the
      *  control record (how R, operator, date and time), where
      *  MORNCHK shows it.
        ENVIRONMENT DIVISION.
        DATA DIVISION.
        WORKING-STORAGE SECTION.
       01 WS-ENV-NAME     PIC X(20).
       01 WS-ENV-VALUE    PIC X(60).

       01  OPERATOR-ID PIC X(8) VALUE 'UNKNOWN'.

      *  parameter block for OPERCHK, the operator authority check
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
      *  parameter block for CTLCHK, the reference-file control
      *  totals
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

      *  the six files, each with the authority that maintains it.
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

      *****************************************************************
        PROCEDURE DIVISION.
           MOVE "CTLSIGN_OPER" TO WS-ENV-NAME
           CALL 'RUNPARM' USING WS-ENV-NAME WS-ENV-VALUE
           MOVE WS-ENV-VALUE TO OPERATOR-ID
           IF OPERATOR-ID = SPACES
               MOVE 'UNKNOWN' TO OPERATOR-ID
           END-IF

           DISPLAY ' '
           DISPLAY 'CTLSIGN - REFERENCE FILE CONTROL TOTALS'
           DISPLAY 'OPERATOR: ' OPERATOR-ID
           PERFORM LIST-CONTROL-TOTALS
           PERFORM MAINLINE-LOOP UNTIL SG-DONE
           DISPLAY SG-SIGNED ' FILE(S) RE-SIGNED'
           GOBACK.

       MAINLINE-LOOP.
           DISPLAY ' '
           DISPLAY 'FILE NUMBER TO RE-SIGN (BLANK TO END):'
           MOVE SPACE TO SG-FILE-X
           ACCEPT SG-FILE-X
           IF SG-FILE-X = SPACE
               SET SG-DONE TO TRUE
           ELSE
           IF SG-FILE-X NOT NUMERIC
           OR SG-FILE-NO < 1 OR SG-FILE-NO > 6
               DISPLAY 'IMVALID VALUE'
           ELSE
               MOVE SG-FILE-NO TO CTX
               PERFORM RESIGN-ONE-FILE
           END-IF
           END-IF.

      *  the dataset names come back from CTLCHK with each file's
      *  *_DSNAME override applied, and are kept for the re-sign.
       LIST-CONTROL-TOTALS.
           DISPLAY ' '
           PERFORM LIST-CONTROL-TOTALS-LOOP
           VARYING CTX FROM 1 BY 1 UNTIL CTX > 6.

       LIST-CONTROL-TOTALS-LOOP.
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
           END-IF.

       VERIFY-ONE-FILE.
           MOVE 'V' TO CTK-FUNCTION
           MOVE CTL-FILE-ID(CTX) TO CTK-FILE-ID
           MOVE CTL-DSNAME(CTX) TO CTK-DSNAME
           MOVE 'CTLSIGN' TO CTK-PROGRAM
           CALL 'CTLCHK' USING CTLCHK-PARAMETERS
           IF CTK-RESULT = 'Y'
               MOVE 'AGREES' TO SG-STATUS
           ELSE
           IF CTK-RESULT = 'C'
               MOVE 'CHANGED' TO SG-STATUS
           ELSE
           IF CTK-RESULT = 'U'
               MOVE 'NEVER SIGNED' TO SG-STATUS
           ELSE
               MOVE 'UNUSABLE' TO SG-STATUS
           END-IF
           END-IF
           END-IF.

      *  authority is asked for the file chosen, so an operator
      *  can re-sign only what they could have saved themselves.
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
               IF CTK-RESULT = 'Y'
                   DISPLAY CTK-DSNAME
                   DISPLAY 'AGREES WITH ITS CONTROL TOTALS -'
                   ' NOTHING TO RE-SIGN'
               ELSE
               IF CTK-RESULT = 'E'
                   DISPLAY 'CANNOT RE-SIGN - ' CTK-REASON
               ELSE
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
               END-IF
               END-IF
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
//LKED.SYSIN DD *
  INCLUDE RUNLIB(RUNPARM)
  INCLUDE RUNLIB(OPERCHK)
  INCLUDE RUNLIB(CTLCHK)
//*
//* RUN CTLSIGN FROM THE LOAD MODULE JUST LINKED, SKIPPED WHEN THE
//* COMPILE OR THE LINK FAILED.
//GO      EXEC PGM=CTLSIGN,
//             COND=((5,LT,STP1.COB),(5,LT,STP1.LKED))
//STEPLIB  DD DISP=SHR,DSN=HERC02.RUN.LOAD
//SYSOUT   DD SYSOUT=*
//UT-S-OPERAUTH DD DISP=SHR,DSN=HERC02.RUN.DATA(OPERAUTH)
//UT-S-ACCLOG   DD DISP=SHR,DSN=HERC02.RUN.DATA(ACCESLOG)
//UT-S-VARS     DD DISP=SHR,DSN=HERC02.RUN.DATA(VARS)
//UT-S-PLOT     DD DISP=SHR,DSN=HERC02.RUN.DATA(PLOT)
//UT-S-SCENE    DD DISP=SHR,DSN=HERC02.RUN.DATA(SCENES)
//UT-S-TITLES   DD DISP=SHR,DSN=HERC02.RUN.DATA(TITLES)
//UT-S-CONFL    DD DISP=SHR,DSN=HERC02.RUN.DATA(CONFLICT)
//UT-S-LIMIT    DD DISP=SHR,DSN=HERC02.RUN.DATA(VARLIMIT)
//UT-S-CTLTOT   DD DISP=SHR,DSN=HERC02.RUN.DATA(CTLTOTAL)
//UT-S-PARM     DD *
CTLSIGN_OPER=
/*
//SYSIN    DD *
1
Y
 
/*
//
