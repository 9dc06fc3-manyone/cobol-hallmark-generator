//HERC02C  JOB (COB),
//             'RSNCHK',
//             CLASS=A,
//             MSGCLASS=C,
//             REGION=0M,TIME=1440,
//             MSGLEVEL=(1,1)
//*
//* COMPILES THE REASON-CODE MASTER CHECK INTO HERC02.RUN.LOAD, WHERE
//* STORYREV, EXTACK AND QUALRPT PICK IT UP WITH INCLUDE
//* RUNLIB(RSNCHK).  RUN THIS BEFORE ANY OF THEM.  THE GO STEP OF A
//* CALLER NEEDS UT-S-REASON (THE REASON-CODE MASTER).
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
//SYSLMOD DD DISP=SHR,DSN=HERC02.RUN.LOAD(RSNCHK)                       00160000
//SYSLIB DD   DSN=SYSC.COBLIB,DISP=SHR                                  00170000
//SYSUT1 DD UNIT=SYSDA,SPACE=(1024,(50,20))                             00180000
//SYSPRINT DD SYSOUT=*                                                  00190000
// PEND
//STP1 EXEC COBUCL
//COB.SYSIN  DD *
        IDENTIFICATION DIVISION.
        PROGRAM-ID.    RSNCHK.
        AUTHOR.        SIMOTIME TECHNOLOGIES.
      * 10/15/2026 DLK ADAPTED FROM THE WORKSTATION SOURCE FOR
      *                THE MVS BATCH - FILES ON UT-S- DD NAMES
      *                IN PLACE OF THE DATASET-NAME VARIABLES
      *
      *  Reason-code master check, CALLed by STORYREV before a pull
      *  is recorded, by EXTACK for each downstream reject and by
      *  QUALRPT for the descriptions.  Reads reason.dat
      *  (REASON_DSNAME) once per run unit, one code per record:
      *      code (4), use, description (40)
      *  where use is P for a review pull only, R for a downstream
      *  reject only, or blank (or B) for either; a record
      *  starting '*' is a comment.  The file is kept by hand,
      *  like operauth.dat; codes compare case-blind and are
      *  handed back as the master spells them, so one problem is
      *  recorded one way.  With no master file no code is valid.
      *  Functions:
      *      C  is RSK-CODE on the master for RSK-USE (P or R,
      *         blank for any use)?  RSK-CODE comes back in upper
      *         case, with its use and description when found.
      *      L  return master entry RSK-INDEX, in file order.
      *  RSK-RESULT comes back 'Y' for found, 'W' for a code on the
      *  master for the other use only; RSK-COUNT always carries
      *  the number of codes on the master.
        ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT OPTIONAL REASON-FILE
               ASSIGN TO UT-S-REASON
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
       01 WS-REASON-DSNAME PIC X(40) VALUE 'UT-S-REASON'.
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

      *****************************************************************
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

      *****************************************************************
        PROCEDURE DIVISION USING RSNCHK-PARAMETERS.
           IF NOT REASONS-LOADED
               PERFORM LOAD-REASON-FILE
           END-IF
           MOVE 'N' TO RSK-RESULT
           MOVE SPACE TO RSK-CODE-USE
           MOVE SPACES TO RSK-DESC
           MOVE REASON-COUNT TO RSK-COUNT
           IF RSK-FUNCTION = 'C'
               PERFORM CHECK-REASON-CODE
           ELSE
           IF RSK-FUNCTION = 'L'
               PERFORM LIST-REASON-CODE
           ELSE
               MOVE 'UNKNOWN RSNCHK FUNCTION' TO RSK-DESC
           END-IF
           END-IF
           GOBACK.

       LOAD-REASON-FILE.
           MOVE 0 TO REASON-COUNT
           OPEN INPUT REASON-FILE
           IF WS-FS-RSN = '00'
               PERFORM LOAD-REASON-FILE-LOOP UNTIL NO-MORE-RSN
           END-IF
           CLOSE REASON-FILE
           SET REASONS-LOADED TO TRUE.

       LOAD-REASON-FILE-LOOP.
           READ REASON-FILE
           AT END
               SET NO-MORE-RSN TO TRUE.
           IF NOT NO-MORE-RSN
               PERFORM TAKE-REASON-REC
           END-IF.

      *  codes are held in upper case; a code entered twice keeps
      *  its first record, so the master cannot disagree with
      *  itself about what a code means.
       TAKE-REASON-REC.
           IF RM-CODE NOT = SPACES AND RM-CODE(1:1) NOT = '*'
               INSPECT RM-CODE
                   CONVERTING LOWER-LETTERS TO UPPER-LETTERS
               INSPECT RM-USE
                   CONVERTING LOWER-LETTERS TO UPPER-LETTERS
               MOVE 0 TO RY
               PERFORM TAKE-REASON-REC-LOOP VARYING RX FROM 1 BY 1
               UNTIL RX > REASON-COUNT OR RY > 0
               IF RY > 0
                   DISPLAY 'RSNCHK: ' RM-CODE ' IS ON '
                   WS-REASON-DSNAME ' TWICE - FIRST ONE KEPT'
               ELSE
               IF REASON-COUNT >= REASONMAX
                   DISPLAY 'RSNCHK: MORE THAN ' REASONMAX
                   ' CODES ON ' WS-REASON-DSNAME ' - '
                   RM-CODE ' IGNORED'
               ELSE
                   ADD 1 TO REASON-COUNT
                   MOVE RM-CODE TO RT-CODE(REASON-COUNT)
                   MOVE RM-USE TO RT-USE(REASON-COUNT)
                   MOVE RM-DESC TO RT-DESC(REASON-COUNT)
               END-IF
               END-IF
           END-IF.

       TAKE-REASON-REC-LOOP.
           IF RT-CODE(RX) = RM-CODE
               MOVE RX TO RY
           END-IF.

      *  a code for either use (blank, or B) satisfies P and R.
       CHECK-REASON-CODE.
           INSPECT RSK-CODE
               CONVERTING LOWER-LETTERS TO UPPER-LETTERS
           MOVE RSK-USE TO RSK-UPPER-USE
           INSPECT RSK-UPPER-USE
               CONVERTING LOWER-LETTERS TO UPPER-LETTERS
           IF RSK-CODE NOT = SPACES
               PERFORM CHECK-REASON-CODE-LOOP VARYING RX FROM 1 BY 1
               UNTIL RX > REASON-COUNT OR RSK-RESULT NOT = 'N'
           END-IF.

       CHECK-REASON-CODE-LOOP.
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
           END-IF.

       LIST-REASON-CODE.
           IF RSK-INDEX > 0 AND RSK-INDEX <= REASON-COUNT
               MOVE RT-CODE(RSK-INDEX) TO RSK-CODE
               MOVE RT-USE(RSK-INDEX) TO RSK-CODE-USE
               MOVE RT-DESC(RSK-INDEX) TO RSK-DESC
               MOVE 'Y' TO RSK-RESULT
           END-IF.
//LKED.SYSIN DD *
  INCLUDE SYSLMOD(RSNCHK)
//
