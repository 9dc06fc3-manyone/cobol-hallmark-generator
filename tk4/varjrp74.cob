//HERC02C  JOB (COB),
//             'VARJRPT',
//             CLASS=A,
//             MSGCLASS=C,
//             REGION=0M,TIME=1440,
//             MSGLEVEL=(1,1)
//*
//* COMPILE, LINK AND RUN VARJRPT - LISTS THE VARS CHANGE JOURNAL.
//* UT-S-PARM: VARJRPT_VAR=<NAME> NARROWS IT TO ONE VARIABLE.
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
//SYSLMOD DD DISP=SHR,DSN=HERC02.RUN.LOAD(VARJRPT)                      00160000
//SYSLIB DD   DSN=SYSC.COBLIB,DISP=SHR                                  00170000
//RUNLIB DD DISP=SHR,DSN=HERC02.RUN.LOAD                                00175000
//SYSUT1 DD UNIT=SYSDA,SPACE=(1024,(50,20))                             00180000
//SYSPRINT DD SYSOUT=*                                                  00190000
// PEND
//STP1 EXEC COBUCL
//COB.SYSIN  DD *
        IDENTIFICATION DIVISION.
        PROGRAM-ID.    VARJRPT.
        AUTHOR.        SIMOTIME TECHNOLOGIES.
      * 10/15/2026 DLK ADAPTED FROM THE WORKSTATION SOURCE FOR
      *                THE MVS BATCH - FILES ON UT-S- DD NAMES
      *                IN PLACE OF THE DATASET-NAME VARIABLES,
      *                RUN OPTIONS FROM RUNPARM CARDS
      *
      *  Lists the vars.dat change journal that VARMAINT writes to
      *  varjrnl.dat, so "when did AUTUMN FESTIVAL get weight 9"
      *  is one report instead of an archaeology project.  Actions:
      *      S  save (names the prior generation the old file
      *         became)          N  new variable    A  value added
      *      C  value changed    D  value deleted   G  genre tag
      *      R  generation restored into the editor
      *  VARJRPT_VAR narrows the listing to one variable name.
        ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT JOURNAL-FILE
               ASSIGN TO UT-S-VARJRNL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-JRN.
        DATA DIVISION.
       FILE SECTION.

       FD  JOURNAL-FILE
              RECORD CONTAINS 200 CHARACTERS
              BLOCK CONTAINS 0 RECORDS
              RECORDING MODE IS F.

       01  JOURNAL-REC.
           03  JRN-DATE        PIC 9(8).
           03  JRN-TIME        PIC 9(6).
           03  JRN-OPER        PIC X(8).
           03  JRN-ACTION      PIC X.
           03  JRN-VAR-NAME    PIC X(16).
           03  JRN-OLD-VALUE   PIC X(60).
           03  JRN-NEW-VALUE   PIC X(60).
           03  JRN-OLD-WEIGHT  PIC 99.
           03  JRN-NEW-WEIGHT  PIC 99.
           03  JRN-OLD-DEP     PIC X(16).
           03  JRN-NEW-DEP     PIC X(16).
           03  JRN-OLD-DEPCH   PIC 99.
           03  JRN-NEW-DEPCH   PIC 99.
           03  FILLER          PIC X(1).
        WORKING-STORAGE SECTION.
       01 EOF-FLAGS.
           03 FILLER PIC X(01) VALUE SPACE.
               88 NO-MORE-JRN VALUE 'Y'.

       01 WS-FS-JRN   PIC X(02).
       01 WS-ENV-NAME     PIC X(20).
       01 WS-ENV-VALUE    PIC X(60).

       01  RPT-VAR-WANTED PIC X(16).
       01  RPT-LISTED PIC 9(6) VALUE 0.

      *****************************************************************
        PROCEDURE DIVISION.
           MOVE "VARJRPT_VAR" TO WS-ENV-NAME
           CALL 'RUNPARM' USING WS-ENV-NAME WS-ENV-VALUE
           MOVE WS-ENV-VALUE TO RPT-VAR-WANTED

           DISPLAY ' '
           DISPLAY 'VARJRPT - VARIABLE FILE CHANGE JOURNAL'
           IF RPT-VAR-WANTED NOT = SPACES
               DISPLAY 'VARIABLE: ' RPT-VAR-WANTED
           END-IF
           DISPLAY ' '

           OPEN INPUT JOURNAL-FILE
           IF WS-FS-JRN NOT = '00'
               DISPLAY 'NO JOURNAL ON FILE - NOTHING HAS BEEN SAVED'
               ' THROUGH VARMAINT YET'
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM READ-JRN
           PERFORM MAINLINE-LOOP UNTIL NO-MORE-JRN
           CLOSE JOURNAL-FILE
           DISPLAY ' '
           DISPLAY RPT-LISTED ' JOURNAL ENTRIES LISTED'
           GOBACK.

       MAINLINE-LOOP.
           IF RPT-VAR-WANTED = SPACES
           OR JRN-VAR-NAME = RPT-VAR-WANTED
           OR JRN-ACTION = 'S'
               PERFORM LIST-ONE-ENTRY
           END-IF
           PERFORM READ-JRN.

       READ-JRN.
           READ JOURNAL-FILE
           AT END
               SET NO-MORE-JRN TO TRUE.

       LIST-ONE-ENTRY.
           ADD 1 TO RPT-LISTED
           IF JRN-ACTION = 'S'
               DISPLAY JRN-DATE ' ' JRN-TIME ' ' JRN-OPER
               ' SAVE - PRIOR FILE KEPT AS ' JRN-VAR-NAME
           ELSE
           IF JRN-ACTION = 'A'
               DISPLAY JRN-DATE ' ' JRN-TIME ' ' JRN-OPER
               ' ADD ' JRN-VAR-NAME ' = ' JRN-NEW-VALUE(1:40)
               ' W=' JRN-NEW-WEIGHT
           ELSE
           IF JRN-ACTION = 'N'
               DISPLAY JRN-DATE ' ' JRN-TIME ' ' JRN-OPER
               ' NEW VARIABLE ' JRN-VAR-NAME ' = '
               JRN-NEW-VALUE(1:40) ' W=' JRN-NEW-WEIGHT
           ELSE
           IF JRN-ACTION = 'C'
               DISPLAY JRN-DATE ' ' JRN-TIME ' ' JRN-OPER
               ' CHANGE ' JRN-VAR-NAME
               DISPLAY '    OLD: ' JRN-OLD-VALUE(1:40)
               ' W=' JRN-OLD-WEIGHT ' DEP=' JRN-OLD-DEP
               ' ' JRN-OLD-DEPCH
               DISPLAY '    NEW: ' JRN-NEW-VALUE(1:40)
               ' W=' JRN-NEW-WEIGHT ' DEP=' JRN-NEW-DEP
               ' ' JRN-NEW-DEPCH
           ELSE
           IF JRN-ACTION = 'G'
               DISPLAY JRN-DATE ' ' JRN-TIME ' ' JRN-OPER
               ' GENRE TAG ' JRN-VAR-NAME ': '
               JRN-OLD-VALUE(1:4) ' -> ' JRN-NEW-VALUE(1:4)
           ELSE
           IF JRN-ACTION = 'D'
               DISPLAY JRN-DATE ' ' JRN-TIME ' ' JRN-OPER
               ' DELETE ' JRN-VAR-NAME ' = '
               JRN-OLD-VALUE(1:40)
           ELSE
           IF JRN-ACTION = 'R'
               DISPLAY JRN-DATE ' ' JRN-TIME ' ' JRN-OPER
               ' RESTORED ' JRN-VAR-NAME
           ELSE
               DISPLAY JRN-DATE ' ' JRN-TIME ' ' JRN-OPER
               ' ?' JRN-ACTION ' ' JRN-VAR-NAME
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.
//LKED.SYSIN DD *
  INCLUDE RUNLIB(RUNPARM)
//*
//* RUN VARJRPT FROM THE LOAD MODULE JUST LINKED, SKIPPED WHEN THE
//* COMPILE OR THE LINK FAILED.
//GO      EXEC PGM=VARJRPT,
//             COND=((5,LT,STP1.COB),(5,LT,STP1.LKED))
//STEPLIB  DD DISP=SHR,DSN=HERC02.RUN.LOAD
//SYSOUT   DD SYSOUT=*
//UT-S-VARJRNL DD DISP=SHR,DSN=HERC02.RUN.DATA(VARJRNL)
//UT-S-PARM    DD *
VARJRPT_VAR=
/*
//SYSIN    DD DUMMY
//
