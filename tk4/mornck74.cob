//HERC02C  JOB (COB),
//             'MORNCHK',
//             CLASS=A,
//             MSGCLASS=C,
//             REGION=0M,TIME=1440,
//             MSGLEVEL=(1,1)
//*
//* COMPILE, LINK AND RUN MORNCHK - THE MORNING GO/NO-GO OVER THE
//* RUNSTATS, CHECKPOINT, REJECT AND THE THREE NIGHTLY DATASETS.
//* RC 0 RELEASE, 8 HOLD - A REFERENCE FILE CHANGED SINCE IT WAS
//* SIGNED IS A HOLD UNTIL CTLSIGN RE-SIGNS IT.
//* UT-S-PARM: MORNCHK_ACCEPT_REJ=Y ONCE THE REJECTS ON REJECT HAVE
//* BEEN READ AND EXPLAINED.
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
//SYSLMOD DD DISP=SHR,DSN=HERC02.RUN.LOAD(MORNCHK)                      00160000
//SYSLIB DD   DSN=SYSC.COBLIB,DISP=SHR                                  00170000
//RUNLIB DD DISP=SHR,DSN=HERC02.RUN.LOAD                                00175000
//SYSUT1 DD UNIT=SYSDA,SPACE=(1024,(50,20))                             00180000
//SYSPRINT DD SYSOUT=*                                                  00190000
// PEND
//STP1 EXEC COBUCL
//COB.SYSIN  DD *
        IDENTIFICATION DIVISION.
        PROGRAM-ID.    MORNCHK.
        AUTHOR.        SIMOTIME TECHNOLOGIES.
      * 10/15/2026 DLK ADAPTED FROM THE WORKSTATION SOURCE FOR
      *                THE MVS BATCH - FILES ON UT-S- DD NAMES
      *                IN PLACE OF THE DATASET-NAME VARIABLES,
      *                RUN OPTIONS FROM RUNPARM CARDS
      * 10/15/2026 DLK HOLD FOR A REFERENCE FILE THAT NO
      *                LONGER MATCHES ITS CONTROL TOTALS
      *
      *  The morning go/no-go in one place.  Reads the newest
      *  runstats record, the checkpoint status, the reject file
      *  and the three nightly datasets, applies the release
      *  rules, and prints one page ending in RELEASE or HOLD
      *  with the reasons listed.  The return code matches (0 =
      *  RELEASE, 8 = HOLD) so the scheduler can chain the
      *  extract job on a clean night automatically.
      *  Rules: checkpoint must say complete, the night's return
      *  code must be zero, rejects must be zero (or explained by
      *  setting MORNCHK_ACCEPT_REJ=Y after reading
      *  reject.prt), and the story counts on the build sheet,
      *  save file and story log must agree, and every reference
      *  file must still match the control totals its maintenance
      *  program or an operator re-sign left for it (CTLCHK) -
      *  each one changed without being maintained is named.
        ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT OPTIONAL RUNSTATS-FILE
               ASSIGN TO UT-S-RSTAT
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-RST.

               SELECT OPTIONAL CHECKPOINT-FILE
               ASSIGN TO UT-S-CKPT
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-CKP.

               SELECT OPTIONAL REJECT-FILE
               ASSIGN TO UT-S-REJ
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-REJ.

               SELECT OPTIONAL BUILD-SHEET-FILE
               ASSIGN TO UT-S-BS
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-BS.

               SELECT OPTIONAL SAVE-FILE
               ASSIGN TO UT-S-SAV
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-SAV.

               SELECT OPTIONAL STORY-LOG-FILE
               ASSIGN TO UT-S-LOG
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-LOG.
        DATA DIVISION.
       FILE SECTION.

       FD  RUNSTATS-FILE
              RECORD CONTAINS 450 CHARACTERS
              BLOCK CONTAINS 0 RECORDS
              RECORDING MODE IS F.

       01  RUNSTATS-REC.
           03  RST-DATE        PIC 9(8).
           03  RST-TIME        PIC 9(6).
           03  RST-MODE        PIC X.
           03  RST-STORIES     PIC 9(6).
           03  RST-REJECTS     PIC 9(4).
           03  RST-VARS-SKIP   PIC 9(4).
           03  RST-OPTS-SKIP   PIC 9(4).
           03  RST-CHUNK-TRUNC PIC 9(4).
           03  RST-VAL-WARNS   PIC 9(4).
           03  RST-RETURN-CODE PIC 9(4).
           03  RST-PLOT-COUNT  PIC 9(4) OCCURS 99 TIMES.
           03  RST-QUOTA-BLOCKS PIC 9(3).
           03  RST-TITLE-DUPS  PIC 9(3).
           03  RST-HASH-WARNS  PIC 9(3).

       FD  CHECKPOINT-FILE
              RECORD CONTAINS 15 CHARACTERS
              BLOCK CONTAINS 0 RECORDS
              RECORDING MODE IS F.

       01  CKP-REC.
           03  CKP-STATUS      PIC X.
               88  CKP-ACTIVE VALUE 'A'.
               88  CKP-COMPLETE VALUE 'C'.
           03  CKP-SEQ         PIC 9(8).
           03  CKP-SEL-POS     PIC 9(6).

       FD  REJECT-FILE
              RECORD CONTAINS 80 CHARACTERS
              BLOCK CONTAINS 0 RECORDS
              RECORDING MODE IS F.

       01  REJECT-REC PIC X(80).

       FD  BUILD-SHEET-FILE
              RECORD CONTAINS 86 CHARACTERS
              BLOCK CONTAINS 0 RECORDS
              RECORDING MODE IS F.

       01  BS-REC.
           03  BS-SEQ        PIC 9(8).
           03  BS-PLOT-PICK  PIC 99.
           03  BS-VAR-NAME   PIC X(16).
           03  BS-VAR-VAL    PIC X(60).

       FD  SAVE-FILE
              RECORD CONTAINS 128 CHARACTERS
              BLOCK CONTAINS 0 RECORDS
              RECORDING MODE IS F.

       01  SAV-REC.
           03  SAV-SEQ         PIC 9(8).
           03  SAV-PLOT-PICK   PIC 99.
           03  SAV-CHOICE      PIC 99 OCCURS 50 TIMES.
           03  SAV-SCENE-ALT   PIC 9 OCCURS 9 TIMES.
           03  SAV-PLOT-HASH   PIC 9(9).

       FD  STORY-LOG-FILE
              RECORD CONTAINS 4432 CHARACTERS
              BLOCK CONTAINS 0 RECORDS
              RECORDING MODE IS F.

       01  STORY-LOG-REC.
           03  SL-SEQ          PIC 9(8).
           03  SL-PLOT-PICK    PIC 99.
           03  SL-DATE         PIC 9(8).
           03  SL-TIME         PIC 9(6).
           03  SL-TITLE        PIC X(80).
           03  SL-STORY-TEXT   PIC X(4092).
           03  SL-PLOT-HASH    PIC 9(9).
           03  SL-LOGLINE      PIC X(200).
           03  SL-PARENT-SEQ   PIC 9(8).
           03  SL-SERIES-ID    PIC 9(8).
           03  SL-SERIES-PART  PIC 9(3).
           03  SL-REQUESTER    PIC X(8).
        WORKING-STORAGE SECTION.
       01 EOF-FLAGS.
           03 FILLER PIC X(01) VALUE SPACE.
               88 NO-MORE-RST VALUE 'Y'.
           03 FILLER PIC X(01) VALUE SPACE.
               88 NO-MORE-CKP VALUE 'Y'.
           03 FILLER PIC X(01) VALUE SPACE.
               88 NO-MORE-REJ VALUE 'Y'.
           03 FILLER PIC X(01) VALUE SPACE.
               88 NO-MORE-BS VALUE 'Y'.
           03 FILLER PIC X(01) VALUE SPACE.
               88 NO-MORE-SAV VALUE 'Y'.
           03 FILLER PIC X(01) VALUE SPACE.
               88 NO-MORE-LOG VALUE 'Y'.

       01 WS-FS-RST   PIC X(02).
       01 WS-FS-CKP   PIC X(02).
       01 WS-FS-REJ   PIC X(02).
       01 WS-FS-BS    PIC X(02).
       01 WS-FS-SAV   PIC X(02).
       01 WS-FS-LOG   PIC X(02).
       01 WS-ENV-NAME     PIC X(20).
       01 WS-ENV-VALUE    PIC X(60).

       01  ACCEPT-REJECTS-X PIC X.

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
       01  CTL-FILES-AREA PIC X(48) VALUE
           'VARS    PLOT    SCENE   TITLES  CONFLICTLIMIT   '.
       01  FILLER REDEFINES CTL-FILES-AREA.
           03  CTL-FILE-ID PIC X(8) OCCURS 6 TIMES.
       01  CTX PIC 9.

       01  EVIDENCE-FIELDS.
           03  MC-HAVE-RST-SW  PIC X VALUE SPACE.
               88  MC-HAVE-RUNSTATS VALUE 'Y'.
           03  MC-HAVE-CKP-SW  PIC X VALUE SPACE.
               88  MC-HAVE-CHECKPOINT VALUE 'Y'.
           03  MC-CKP-STATUS   PIC X VALUE SPACE.
           03  MC-REJ-LINES    PIC 9(6) VALUE 0.
           03  MC-BS-STORIES   PIC 9(6) VALUE 0.
           03  MC-SAV-STORIES  PIC 9(6) VALUE 0.
           03  MC-LOG-STORIES  PIC 9(6) VALUE 0.
           03  MC-HOLDS        PIC 99 VALUE 0.

      *****************************************************************
        PROCEDURE DIVISION.
           MOVE "MORNCHK_ACCEPT_REJ" TO WS-ENV-NAME
           CALL 'RUNPARM' USING WS-ENV-NAME WS-ENV-VALUE
           MOVE WS-ENV-VALUE TO ACCEPT-REJECTS-X

           PERFORM READ-NEWEST-RUNSTATS
           PERFORM READ-CHECKPOINT-STATUS
           PERFORM COUNT-REJECT-LINES
           PERFORM COUNT-BS-STORIES
           PERFORM COUNT-SAV-STORIES
           PERFORM COUNT-LOG-STORIES

           DISPLAY ' '
           DISPLAY '================================================'
           DISPLAY 'MORNCHK - MORNING RELEASE CHECKLIST'
           DISPLAY '================================================'
           IF MC-HAVE-RUNSTATS
               DISPLAY 'LAST RUN:     ' RST-DATE ' ' RST-TIME
               ' MODE ' RST-MODE
               DISPLAY 'STORIES:      ' RST-STORIES
               DISPLAY 'REJECTS:      ' RST-REJECTS
               DISPLAY 'RETURN CODE:  ' RST-RETURN-CODE
               DISPLAY 'QUOTA BLOCKS: ' RST-QUOTA-BLOCKS
               ' TITLE DUPS: ' RST-TITLE-DUPS
               ' HASH WARNS: ' RST-HASH-WARNS
           END-IF
           DISPLAY 'CHECKPOINT:   ' MC-CKP-STATUS
           DISPLAY 'REJECT LINES: ' MC-REJ-LINES
           DISPLAY 'STORY COUNTS: BS=' MC-BS-STORIES
           ' SAVE=' MC-SAV-STORIES ' LOG=' MC-LOG-STORIES
           DISPLAY ' '
           DISPLAY '--- RELEASE RULES ---'
           PERFORM APPLY-RELEASE-RULES
           DISPLAY ' '
           IF MC-HOLDS = 0
               DISPLAY '*** RELEASE ***'
           ELSE
               DISPLAY '*** HOLD (' MC-HOLDS ' REASON(S) ABOVE) ***'
               MOVE 8 TO RETURN-CODE
           END-IF
           GOBACK.

       READ-NEWEST-RUNSTATS.
           OPEN INPUT RUNSTATS-FILE
           IF WS-FS-RST = '00'
               PERFORM READ-RST
               PERFORM READ-NEWEST-RUNSTATS-LOOP UNTIL NO-MORE-RST
           END-IF
           CLOSE RUNSTATS-FILE.

       READ-NEWEST-RUNSTATS-LOOP.
           SET MC-HAVE-RUNSTATS TO TRUE
           PERFORM READ-RST.

      *  the record area keeps the last record read, so reading
      *  through the file leaves the newest run in RUNSTATS-REC.
       READ-RST.
           READ RUNSTATS-FILE
           AT END
               SET NO-MORE-RST TO TRUE.

       READ-CHECKPOINT-STATUS.
           OPEN INPUT CHECKPOINT-FILE
           IF WS-FS-CKP = '00'
               PERFORM READ-CHECKPOINT
               IF NOT NO-MORE-CKP
                   SET MC-HAVE-CHECKPOINT TO TRUE
                   MOVE CKP-STATUS TO MC-CKP-STATUS
               END-IF
           END-IF
           CLOSE CHECKPOINT-FILE.

       READ-CHECKPOINT.
           READ CHECKPOINT-FILE
           AT END
               SET NO-MORE-CKP TO TRUE.

       COUNT-REJECT-LINES.
           OPEN INPUT REJECT-FILE
           IF WS-FS-REJ = '00'
               PERFORM READ-REJ
               PERFORM COUNT-REJECT-LINES-LOOP UNTIL NO-MORE-REJ
           END-IF
           CLOSE REJECT-FILE.

       COUNT-REJECT-LINES-LOOP.
           ADD 1 TO MC-REJ-LINES
           PERFORM READ-REJ.

       READ-REJ.
           READ REJECT-FILE
           AT END
               SET NO-MORE-REJ TO TRUE.

      *  one '*PLOT-TITLE*' record per story on the build sheet,
      *  so counting them counts stories without tabling sequences.
       COUNT-BS-STORIES.
           OPEN INPUT BUILD-SHEET-FILE
           IF WS-FS-BS = '00'
               PERFORM READ-BS
               PERFORM COUNT-BS-STORIES-LOOP UNTIL NO-MORE-BS
           END-IF
           CLOSE BUILD-SHEET-FILE.

       COUNT-BS-STORIES-LOOP.
           IF BS-SEQ NUMERIC AND BS-SEQ > 0
           AND BS-VAR-NAME = '*PLOT-TITLE*'
               ADD 1 TO MC-BS-STORIES
           END-IF
           PERFORM READ-BS.

       READ-BS.
           READ BUILD-SHEET-FILE
           AT END
               SET NO-MORE-BS TO TRUE.

       COUNT-SAV-STORIES.
           OPEN INPUT SAVE-FILE
           IF WS-FS-SAV = '00'
               PERFORM READ-SAV
               PERFORM COUNT-SAV-STORIES-LOOP UNTIL NO-MORE-SAV
           END-IF
           CLOSE SAVE-FILE.

       COUNT-SAV-STORIES-LOOP.
           IF SAV-SEQ NUMERIC AND SAV-SEQ > 0
               ADD 1 TO MC-SAV-STORIES
           END-IF
           PERFORM READ-SAV.

       READ-SAV.
           READ SAVE-FILE
           AT END
               SET NO-MORE-SAV TO TRUE.

       COUNT-LOG-STORIES.
           OPEN INPUT STORY-LOG-FILE
           IF WS-FS-LOG = '00'
               PERFORM READ-LOG
               PERFORM COUNT-LOG-STORIES-LOOP UNTIL NO-MORE-LOG
           END-IF
           CLOSE STORY-LOG-FILE.

       COUNT-LOG-STORIES-LOOP.
           IF SL-SEQ NUMERIC AND SL-SEQ > 0
               ADD 1 TO MC-LOG-STORIES
           END-IF
           PERFORM READ-LOG.

       READ-LOG.
           READ STORY-LOG-FILE
           AT END
               SET NO-MORE-LOG TO TRUE.

      *  RUNTRIM and LOGARCH trim the three files on different
      *  schedules, so the save file (the longest-lived of the
      *  three) legitimately runs ahead of the log after an
      *  archive - the hard rule is the build sheet and save file
      *  agreeing and the log not exceeding either.
       APPLY-RELEASE-RULES.
           IF NOT MC-HAVE-RUNSTATS
               ADD 1 TO MC-HOLDS
               DISPLAY 'HOLD: NO RUNSTATS ON FILE - DID THE NIGHT'
               ' RUN AT ALL?'
           ELSE
               IF RST-RETURN-CODE NOT = 0
                   ADD 1 TO MC-HOLDS
                   DISPLAY 'HOLD: LAST RUN ENDED WITH RETURN CODE '
                   RST-RETURN-CODE
               END-IF
               IF RST-REJECTS > 0
                   IF ACCEPT-REJECTS-X = 'Y' OR ACCEPT-REJECTS-X = 'y'
                       DISPLAY 'NOTE: ' RST-REJECTS ' REJECT(S)'
                       ' ACCEPTED BY OPERATOR OVERRIDE'
                   ELSE
                       ADD 1 TO MC-HOLDS
                       DISPLAY 'HOLD: ' RST-REJECTS ' REJECT(S) -'
                       ' READ reject.prt, THEN RERUN WITH'
                       ' MORNCHK_ACCEPT_REJ=Y IF EXPLAINED'
                   END-IF
               END-IF
           END-IF
           IF NOT MC-HAVE-CHECKPOINT
               ADD 1 TO MC-HOLDS
               DISPLAY 'HOLD: NO CHECKPOINT ON FILE'
           ELSE
               IF MC-CKP-STATUS NOT = 'C'
                   ADD 1 TO MC-HOLDS
                   DISPLAY 'HOLD: CHECKPOINT STILL SAYS ' MC-CKP-STATUS
                   ' - THE NIGHT DID NOT FINISH ITS DECK'
               END-IF
           END-IF
           IF MC-BS-STORIES NOT = MC-SAV-STORIES
               ADD 1 TO MC-HOLDS
               DISPLAY 'HOLD: BUILD SHEET (' MC-BS-STORIES
               ') AND SAVE FILE (' MC-SAV-STORIES ') DISAGREE -'
               ' RUN RECON FOR THE SEQUENCES'
           END-IF
           IF MC-LOG-STORIES > MC-BS-STORIES
           OR MC-LOG-STORIES > MC-SAV-STORIES
               ADD 1 TO MC-HOLDS
               DISPLAY 'HOLD: STORY LOG (' MC-LOG-STORIES
               ') EXCEEDS THE OTHER FILES - RUN RECON'
           END-IF
           PERFORM CHECK-CONTROL-TOTALS
           IF MC-HOLDS = 0
               DISPLAY 'ALL RULES PASS'
           END-IF.

      *  checked as the files stand this morning, so a file
      *  changed since the night ran is named too - the next
      *  night would stop on it.
       CHECK-CONTROL-TOTALS.
           PERFORM CHECK-CONTROL-TOTALS-LOOP
           VARYING CTX FROM 1 BY 1 UNTIL CTX > 6.

       CHECK-CONTROL-TOTALS-LOOP.
           MOVE 'V' TO CTK-FUNCTION
           MOVE CTL-FILE-ID(CTX) TO CTK-FILE-ID
           MOVE SPACES TO CTK-DSNAME
           MOVE 'MORNCHK' TO CTK-PROGRAM
           CALL 'CTLCHK' USING CTLCHK-PARAMETERS
           IF NOT CTK-AGREES
               ADD 1 TO MC-HOLDS
               DISPLAY 'HOLD: ' CTK-DSNAME
               IF CTK-RESULT = 'E'
                   DISPLAY '      CANNOT BE CHECKED - ' CTK-REASON
               ELSE
                   DISPLAY '      CHANGED WITHOUT BEING MAINTAINED'
                   ' - ' CTK-REASON
               END-IF
               IF CTK-SIGNED-DATE > 0
                   DISPLAY '      ' CTK-COUNT ' RECORDS NOW, '
                   CTK-SIGNED-COUNT ' WHEN ' CTK-SIGNED-PROGRAM
                   ' SIGNED IT FOR ' CTK-SIGNED-OPER ' ON '
                   CTK-SIGNED-DATE
               END-IF
               DISPLAY '      CHECK THE CHANGE, THEN RE-SIGN IT'
               ' WITH CTLSIGN'
           END-IF.
//LKED.SYSIN DD *
  INCLUDE RUNLIB(RUNPARM)
  INCLUDE RUNLIB(CTLCHK)
//*
//* RUN MORNCHK FROM THE LOAD MODULE JUST LINKED, SKIPPED WHEN THE
//* COMPILE OR THE LINK FAILED.
//GO      EXEC PGM=MORNCHK,
//             COND=((5,LT,STP1.COB),(5,LT,STP1.LKED))
//STEPLIB  DD DISP=SHR,DSN=HERC02.RUN.LOAD
//SYSOUT   DD SYSOUT=*
//UT-S-RSTAT  DD DISP=SHR,DSN=HERC02.RUN.DATA(RUNSTATS)
//UT-S-CKPT   DD DISP=SHR,DSN=HERC02.RUN.DATA(CHECKPT)
//UT-S-REJ    DD DISP=SHR,DSN=HERC02.RUN.DATA(REJECT)
//UT-S-BS     DD DISP=SHR,DSN=HERC02.RUN.DATA(BUILDSHT)
//UT-S-SAV    DD DISP=SHR,DSN=HERC02.RUN.DATA(SAVESTRY)
//UT-S-LOG    DD DISP=SHR,DSN=HERC02.RUN.DATA(STORYLOG)
//UT-S-VARS   DD DISP=SHR,DSN=HERC02.RUN.DATA(VARS)
//UT-S-PLOT   DD DISP=SHR,DSN=HERC02.RUN.DATA(PLOT)
//UT-S-SCENE  DD DISP=SHR,DSN=HERC02.RUN.DATA(SCENES)
//UT-S-TITLES DD DISP=SHR,DSN=HERC02.RUN.DATA(TITLES)
//UT-S-CONFL  DD DISP=SHR,DSN=HERC02.RUN.DATA(CONFLICT)
//UT-S-LIMIT  DD DISP=SHR,DSN=HERC02.RUN.DATA(VARLIMIT)
//UT-S-CTLTOT DD DISP=SHR,DSN=HERC02.RUN.DATA(CTLTOTAL)
//UT-S-PARM   DD *
MORNCHK_ACCEPT_REJ=
/*
//SYSIN    DD DUMMY
//
