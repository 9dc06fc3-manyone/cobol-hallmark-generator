//HERC02C  JOB (COB),
//             'CTLCHK',
//             CLASS=A,
//             MSGCLASS=C,
//             REGION=0M,TIME=1440,
//             MSGLEVEL=(1,1)
//*
//* COMPILES THE REFERENCE-FILE CONTROL TOTALS INTO HERC02.RUN.LOAD,
//* WHERE HALLMARK, SELAUDIT, VARAUDIT, MORNCHK AND CTLSIGN PICK IT
//* UP WITH INCLUDE RUNLIB(CTLCHK).  RUN THIS BEFORE ANY OF THEM.
//* THE GO STEP OF A CALLER NEEDS UT-S-CTLTOT (THE CONTROL TOTALS)
//* AND ALL SIX REFERENCE FILES - UT-S-VARS, UT-S-PLOT, UT-S-SCENE,
//* UT-S-TITLES, UT-S-CONFL AND UT-S-LIMIT.
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
//SYSLMOD DD DISP=SHR,DSN=HERC02.RUN.LOAD(CTLCHK)                       00160000
//SYSLIB DD   DSN=SYSC.COBLIB,DISP=SHR                                  00170000
//SYSUT1 DD UNIT=SYSDA,SPACE=(1024,(50,20))                             00180000
//SYSPRINT DD SYSOUT=*                                                  00190000
// PEND
//STP1 EXEC COBUCL
//COB.SYSIN  DD *
        IDENTIFICATION DIVISION.
        PROGRAM-ID.    CTLCHK.
        AUTHOR.        SIMOTIME TECHNOLOGIES.
      * 10/15/2026 DLK ADAPTED FROM THE WORKSTATION SOURCE FOR
      *                THE MVS BATCH - FILES ON UT-S- DD NAMES
      *                IN PLACE OF THE DATASET-NAME VARIABLES
      *
      *  Control totals for the reference files the night reads -
      *  vars.dat, plot.dat, scenes.dat, titles.dat, conflict.dat
      *  and varlimit.dat - any of which a copy, a transfer or a
      *  hand edit can change behind the maintenance programs.
      *  CALLed by VARMAINT, PLOTMAINT, SCENEMAINT and RULEMAINT
      *  after every save, by CTLSIGN for an operator re-sign, and
      *  by HALLMARK, SELAUDIT, VARAUDIT and MORNCHK to verify.
      *  The totals are the record count and a hash over every
      *  byte of every record in file order, folded the way
      *  HALLMARK fingerprints a plot (times 31 plus the byte,
      *  modulo 10**9), so an edit, a reorder or a dropped record
      *  all show.  ctltotal.dat (CTLTOTAL_DSNAME) holds one
      *  120-byte record per dataset signed: file, dataset name,
      *  count, hash, operator, program, date, time and how it was
      *  signed (M a maintenance save, R an operator re-sign).
      *  CTK-FILE-ID names the file (VARS PLOT SCENE TITLES
      *  CONFLICT LIMIT); CTK-DSNAME is the dataset the caller
      *  reads, or spaces for the usual name and its *_DSNAME
      *  override, which comes back filled in.
      *  Functions:
      *      V  verify the dataset against its control record
      *      S  sign the dataset as it stands, for CTK-OPER and
      *         CTK-PROGRAM, CTK-HOW saying M or R
      *  CTK-RESULT comes back 'Y' when the dataset agrees (or,
      *  for S, when it is signed), 'C' when it has changed since
      *  it was signed, 'U' when it holds records but was never
      *  signed, 'E' when it or the control file cannot be used.
      *  A dataset that is absent or empty and was never signed
      *  agrees - an optional file not in use has nothing to sign.
        ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT OPTIONAL CONTROL-FILE
               ASSIGN TO UT-S-CTLTOT
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-CTL.

               SELECT OPTIONAL VARS-FILE
               ASSIGN TO UT-S-VARS
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-REF.

               SELECT OPTIONAL PLOT-FILE
               ASSIGN TO UT-S-PLOT
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-REF.

               SELECT OPTIONAL SCENE-FILE
               ASSIGN TO UT-S-SCENE
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-REF.

               SELECT OPTIONAL TITLE-FILE
               ASSIGN TO UT-S-TITLES
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-REF.

               SELECT OPTIONAL CONFLICT-FILE
               ASSIGN TO UT-S-CONFL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-REF.

               SELECT OPTIONAL LIMIT-FILE
               ASSIGN TO UT-S-LIMIT
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
       01 WS-CTL-DSNAME PIC X(40) VALUE 'UT-S-CTLTOT'.

      *  the files this program knows, the record length of each
      *  and the DD every program reads it through.
       01  REF-FILES-AREA.
           03  FILLER PIC X(8)  VALUE 'VARS    '.
           03  FILLER PIC 9(4)  VALUE 0102.
           03  FILLER PIC X(20) VALUE 'UT-S-VARS'.
           03  FILLER PIC X(8)  VALUE 'PLOT    '.
           03  FILLER PIC 9(4)  VALUE 1024.
           03  FILLER PIC X(20) VALUE 'UT-S-PLOT'.
           03  FILLER PIC X(8)  VALUE 'SCENE   '.
           03  FILLER PIC 9(4)  VALUE 0260.
           03  FILLER PIC X(20) VALUE 'UT-S-SCENE'.
           03  FILLER PIC X(8)  VALUE 'TITLES  '.
           03  FILLER PIC 9(4)  VALUE 0080.
           03  FILLER PIC X(20) VALUE 'UT-S-TITLES'.
           03  FILLER PIC X(8)  VALUE 'CONFLICT'.
           03  FILLER PIC 9(4)  VALUE 0036.
           03  FILLER PIC X(20) VALUE 'UT-S-CONFL'.
           03  FILLER PIC X(8)  VALUE 'LIMIT   '.
           03  FILLER PIC 9(4)  VALUE 0083.
           03  FILLER PIC X(20) VALUE 'UT-S-LIMIT'.
       01  FILLER REDEFINES REF-FILES-AREA.
           03  REF-FILE-ENTRY OCCURS 6 TIMES.
               05  RF-FILE-ID      PIC X(8).
               05  RF-REC-LEN      PIC 9(4).
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

      *****************************************************************
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

      *****************************************************************
        PROCEDURE DIVISION USING CTLCHK-PARAMETERS.
           MOVE 'E' TO CTK-RESULT
           MOVE 0 TO CTK-COUNT CTK-HASH
           MOVE 0 TO CTK-SIGNED-COUNT CTK-SIGNED-HASH
           MOVE 0 TO CTK-SIGNED-DATE CTK-SIGNED-TIME
           MOVE SPACES TO CTK-SIGNED-OPER CTK-SIGNED-PROGRAM
           MOVE SPACE TO CTK-SIGNED-HOW
           MOVE SPACES TO CTK-REASON
           MOVE 0 TO RFX
           PERFORM MAINLINE-LOOP
           VARYING CX FROM 1 BY 1 UNTIL CX > 6 OR RFX > 0
           IF RFX = 0
               MOVE 'UNKNOWN CONTROL-TOTAL FILE' TO CTK-REASON
               GOBACK
           END-IF
           IF CTK-DSNAME = SPACES
               MOVE RF-DEFAULT(RFX) TO CTK-DSNAME
           END-IF
           PERFORM LOAD-CONTROL-FILE
           IF NOT CTL-FILE-USABLE
               GOBACK
           END-IF
           PERFORM TOTAL-REFERENCE-FILE
           IF CTK-REASON NOT = SPACES
               GOBACK
           END-IF
           IF CTK-FUNCTION = 'V'
               PERFORM VERIFY-TOTALS
           ELSE
           IF CTK-FUNCTION = 'S'
               PERFORM SIGN-TOTALS
           ELSE
               MOVE 'UNKNOWN CTLCHK FUNCTION' TO CTK-REASON
           END-IF
           END-IF
           GOBACK.

       MAINLINE-LOOP.
           IF RF-FILE-ID(CX) = CTK-FILE-ID
               MOVE CX TO RFX
           END-IF.

      *  read afresh on every call: a save made earlier in this
      *  run unit must be seen by the next verify.
       LOAD-CONTROL-FILE.
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
               PERFORM LOAD-CONTROL-FILE-LOOP UNTIL NO-MORE-CTL
               CLOSE CONTROL-FILE
           END-IF.

       LOAD-CONTROL-FILE-LOOP.
           READ CONTROL-FILE
           AT END
               SET NO-MORE-CTL TO TRUE.
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
           END-IF.

      *  every byte of every record, in file order, the record
      *  read into one area as long as the longest of the files.
       TOTAL-REFERENCE-FILE.
           MOVE SPACE TO EOF-FLAGS
           IF RFX = 1
               OPEN INPUT VARS-FILE
           ELSE
           IF RFX = 2
               OPEN INPUT PLOT-FILE
           ELSE
           IF RFX = 3
               OPEN INPUT SCENE-FILE
           ELSE
           IF RFX = 4
               OPEN INPUT TITLE-FILE
           ELSE
           IF RFX = 5
               OPEN INPUT CONFLICT-FILE
           ELSE
           IF RFX = 6
               OPEN INPUT LIMIT-FILE
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           IF WS-FS-REF NOT = '00' AND WS-FS-REF NOT = '05'
               STRING 'CANNOT READ ' DELIMITED BY SIZE
                   CTK-DSNAME DELIMITED BY SPACE
                   ' STATUS ' WS-FS-REF DELIMITED BY SIZE
                   INTO CTK-REASON
           ELSE
               PERFORM READ-REFERENCE-REC
               PERFORM TOTAL-REFERENCE-FILE-LOOP UNTIL NO-MORE-REF
               IF RFX = 1
                   CLOSE VARS-FILE
               ELSE
               IF RFX = 2
                   CLOSE PLOT-FILE
               ELSE
               IF RFX = 3
                   CLOSE SCENE-FILE
               ELSE
               IF RFX = 4
                   CLOSE TITLE-FILE
               ELSE
               IF RFX = 5
                   CLOSE CONFLICT-FILE
               ELSE
               IF RFX = 6
                   CLOSE LIMIT-FILE
               END-IF
               END-IF
               END-IF
               END-IF
               END-IF
               END-IF
           END-IF.

       TOTAL-REFERENCE-FILE-LOOP.
           ADD 1 TO CTK-COUNT
           PERFORM TOTAL-REFERENCE-FILE-LOOP-2
           VARYING HASH-POS FROM 1 BY 1
           UNTIL HASH-POS > RF-REC-LEN(RFX)
           PERFORM READ-REFERENCE-REC.

       TOTAL-REFERENCE-FILE-LOOP-2.
           COMPUTE CTK-HASH = FUNCTION MOD(
               CTK-HASH * 31
               + FUNCTION ORD(
                 REF-RECORD-AREA(HASH-POS:1)),
               1000000000).

       READ-REFERENCE-REC.
           MOVE SPACES TO REF-RECORD-AREA
           IF RFX = 1
               PERFORM READ-VARS
           ELSE
           IF RFX = 2
               PERFORM READ-PLOT
           ELSE
           IF RFX = 3
               PERFORM READ-SCENE
           ELSE
           IF RFX = 4
               PERFORM READ-TITLE
           ELSE
           IF RFX = 5
               PERFORM READ-CONFLICT
           ELSE
           IF RFX = 6
               PERFORM READ-LIMIT
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

       READ-VARS.
           READ VARS-FILE INTO REF-RECORD-AREA
           AT END
               SET NO-MORE-REF TO TRUE.

       READ-PLOT.
           READ PLOT-FILE INTO REF-RECORD-AREA
           AT END
               SET NO-MORE-REF TO TRUE.

       READ-SCENE.
           READ SCENE-FILE INTO REF-RECORD-AREA
           AT END
               SET NO-MORE-REF TO TRUE.

       READ-TITLE.
           READ TITLE-FILE INTO REF-RECORD-AREA
           AT END
               SET NO-MORE-REF TO TRUE.

       READ-CONFLICT.
           READ CONFLICT-FILE INTO REF-RECORD-AREA
           AT END
               SET NO-MORE-REF TO TRUE.

       READ-LIMIT.
           READ LIMIT-FILE INTO REF-RECORD-AREA
           AT END
               SET NO-MORE-REF TO TRUE.

       FIND-CONTROL-REC.
           MOVE 0 TO CY
           PERFORM FIND-CONTROL-REC-LOOP VARYING CX FROM 1 BY 1
           UNTIL CX > CTL-COUNT OR CY > 0
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

       FIND-CONTROL-REC-LOOP.
           MOVE CE-REC(CX) TO CONTROL-REC
           IF CT-DSNAME = CTK-DSNAME
               MOVE CX TO CY
           END-IF.

       VERIFY-TOTALS.
           PERFORM FIND-CONTROL-REC
           IF CY = 0 AND CTK-COUNT = 0
               MOVE 'Y' TO CTK-RESULT
           ELSE
           IF CY = 0
               MOVE 'U' TO CTK-RESULT
               MOVE 'NEVER SIGNED' TO CTK-REASON
           ELSE
           IF CTK-COUNT NOT = CTK-SIGNED-COUNT
               MOVE 'C' TO CTK-RESULT
               MOVE 'RECORD COUNT CHANGED SINCE SIGNED'
                 TO CTK-REASON
           ELSE
           IF CTK-HASH NOT = CTK-SIGNED-HASH
               MOVE 'C' TO CTK-RESULT
               MOVE 'CONTENTS CHANGED SINCE SIGNED' TO CTK-REASON
           ELSE
               MOVE 'Y' TO CTK-RESULT
           END-IF
           END-IF
           END-IF
           END-IF.

      *  the whole control file is written back with this
      *  dataset's record replaced, or added on the end.
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
                   PERFORM SIGN-TOTALS-LOOP VARYING CX FROM 1 BY 1
                   UNTIL CX > CTL-COUNT
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

       SIGN-TOTALS-LOOP.
           WRITE CONTROL-REC FROM CE-REC(CX).
//LKED.SYSIN DD *
  INCLUDE SYSLMOD(CTLCHK)
//
