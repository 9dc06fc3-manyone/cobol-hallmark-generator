//HERC02C  JOB (COB),
//             'RUNPARM',
//             CLASS=A,
//             MSGCLASS=C,
//             REGION=0M,TIME=1440,
//             MSGLEVEL=(1,1)
//* ALSO INCLUDES COBGO STEP BELOW
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
//SYSLMOD DD DISP=SHR,DSN=HERC02.RUN.LOAD(RUNPARM)                      00160000
//SYSLIB DD   DSN=SYSC.COBLIB,DISP=SHR                                  00170000
//SYSUT1 DD UNIT=SYSDA,SPACE=(1024,(50,20))                             00180000
//SYSPRINT DD SYSOUT=*                                                  00190000
// PEND
//STP1 EXEC COBUCL
//COB.SYSIN  DD *
        IDENTIFICATION DIVISION.
        PROGRAM-ID.    RUNPARM.
        AUTHOR.        SIMOTIME TECHNOLOGIES.
      * 10/15/2026 DLK STANDS IN FOR THE ENVIRONMENT VARIABLES THE
      *                WORKSTATION PROGRAMS READ THEIR RUN OPTIONS
      *                FROM.  THE GO STEP SUPPLIES THEM AS NAME=VALUE
      *                CARDS ON UT-S-PARM, E.G.
      *                    RUNLOCK_OVERRIDE=Y
      *                    RUNLOCK_OPER=JSMITH
      *                AND A PROGRAM ASKS FOR ONE BY NAME.  A NAME
      *                WITH NO CARD COMES BACK AS SPACES, THE SAME
      *                AS AN UNSET VARIABLE, SO A DUMMY OR MISSING
      *                UT-S-PARM DD LEAVES EVERY OPTION AT ITS
      *                DEFAULT.  CARDS WITH * IN COLUMN 1 ARE
      *                COMMENTS.  THE DECK IS READ ONCE PER RUN UNIT.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.

           SELECT OPTIONAL PARM-FILE
               ASSIGN TO UT-S-PARM
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-PARM.
        DATA DIVISION.
        FILE SECTION.

        FD  PARM-FILE
               RECORD CONTAINS 80 CHARACTERS
               BLOCK CONTAINS 0 RECORDS
               RECORDING MODE IS F.

        01  PARM-REC.
            03  PARM-CH            PIC X OCCURS 80.
      *
        WORKING-STORAGE SECTION.
        01  WS-FS-PARM     PIC X(02).
        01  PARMMAX        PIC 9(3) VALUE 100.
        01  PARM-COUNT     PIC 9(3) VALUE 0.
        01  PX             PIC 9(3) VALUE 0.
        01  CX             PIC 9(3) VALUE 0.
        01  VX             PIC 9(3) VALUE 0.
        01  WS-LOADED-SW   PIC X VALUE SPACE.
            88  WS-PARMS-LOADED VALUE 'Y'.
        01  WS-EOF-SW      PIC X VALUE SPACE.
            88  WS-NO-MORE-PARM VALUE 'Y'.
        01  WS-EQ-SW       PIC X VALUE SPACE.
            88  WS-EQ-FOUND VALUE 'Y'.
        01  WS-CARD-NAME.
            03  WS-CARD-NAME-CH    PIC X OCCURS 20.
        01  WS-CARD-VALUE.
            03  WS-CARD-VALUE-CH   PIC X OCCURS 60.
        01  PARM-TABLE.
            03  PARM-ENTRY OCCURS 100 TIMES.
                05  PT-NAME        PIC X(20).
                05  PT-VALUE       PIC X(60).
      ****************************************************************
        LINKAGE SECTION.
        01  RP-NAME                PIC X(20).
        01  RP-VALUE               PIC X(60).
      ****************************************************************
        PROCEDURE DIVISION USING RP-NAME, RP-VALUE.

           IF NOT WS-PARMS-LOADED
               PERFORM LOAD-PARM-CARDS.
           MOVE SPACES TO RP-VALUE.
           PERFORM FIND-PARM VARYING PX FROM 1 BY 1
               UNTIL PX > PARM-COUNT.

           GOBACK.

      ****************************************************************
      *    A REPEATED NAME KEEPS THE LAST CARD, SO AN OVERRIDE CARD
      *    CAN BE ADDED AT THE END OF A STANDING DECK.
        FIND-PARM.
           IF PT-NAME (PX) = RP-NAME
               MOVE PT-VALUE (PX) TO RP-VALUE.

        LOAD-PARM-CARDS.
           MOVE 'Y' TO WS-LOADED-SW.
           MOVE 0 TO PARM-COUNT.
           OPEN INPUT PARM-FILE.
           IF WS-FS-PARM = '00'
               PERFORM READ-PARM
               PERFORM LOAD-PARM-CARD UNTIL WS-NO-MORE-PARM
               CLOSE PARM-FILE.

        READ-PARM.
           READ PARM-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SW.

        LOAD-PARM-CARD.
           IF PARM-CH (1) NOT = '*' AND PARM-CH (1) NOT = SPACE
               PERFORM SPLIT-PARM-CARD
               IF WS-EQ-FOUND
                   PERFORM STORE-PARM-CARD.
           PERFORM READ-PARM.

        SPLIT-PARM-CARD.
           MOVE SPACES TO WS-CARD-NAME.
           MOVE SPACES TO WS-CARD-VALUE.
           MOVE SPACE TO WS-EQ-SW.
           MOVE 1 TO CX.
           PERFORM COPY-NAME-CH
               UNTIL CX > 21 OR WS-EQ-FOUND.
           IF WS-EQ-FOUND
               MOVE 1 TO VX
               PERFORM COPY-VALUE-CH
                   UNTIL CX > 80 OR VX > 60.

        COPY-NAME-CH.
           IF PARM-CH (CX) = '='
               MOVE 'Y' TO WS-EQ-SW
           ELSE
               IF CX < 21
                   MOVE PARM-CH (CX) TO WS-CARD-NAME-CH (CX).
           ADD 1 TO CX.

        COPY-VALUE-CH.
           MOVE PARM-CH (CX) TO WS-CARD-VALUE-CH (VX).
           ADD 1 TO CX.
           ADD 1 TO VX.

        STORE-PARM-CARD.
           IF PARM-COUNT < PARMMAX
               ADD 1 TO PARM-COUNT
               MOVE WS-CARD-NAME TO PT-NAME (PARM-COUNT)
               MOVE WS-CARD-VALUE TO PT-VALUE (PARM-COUNT)
           ELSE
               DISPLAY 'RUNPARM - MORE THAN ' PARMMAX
                   ' CARDS ON UT-S-PARM, IGNORING ' WS-CARD-NAME.
//LKED.SYSIN DD *
  INCLUDE SYSLMOD(RUNPARM)
//
