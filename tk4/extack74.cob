//HERC02C  JOB (COB),
//             'EXTACK',
//             CLASS=A,
//             MSGCLASS=C,
//             REGION=0M,TIME=1440,
//             MSGLEVEL=(1,1)
//*
//* COMPILE, LINK AND RUN EXTACK - MATCHES THE ACKNOWLEDGEMENT CARDS
//* THE SCHEDULING GROUP SENDS BACK (UT-S-EXTACK) AGAINST THE
//* EXTRACT WE TRANSMITTED.  RC 0 ALL ACKNOWLEDGED, 8 EXCEPTIONS -
//* A REJECT WHOSE REASON IS NOT A REJECT REASON ON UT-S-REASON IS
//* ONE.  EVERY STORY ACCEPTED OR REJECTED IS ADDED TO UT-S-ACKHIST
//* FOR QUALRPT.
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
//SYSLMOD DD DISP=SHR,DSN=HERC02.RUN.LOAD(EXTACK)                       00160000
//SYSLIB DD   DSN=SYSC.COBLIB,DISP=SHR                                  00170000
//RUNLIB DD DISP=SHR,DSN=HERC02.RUN.LOAD                                00175000
//SYSUT1 DD UNIT=SYSDA,SPACE=(1024,(50,20))                             00180000
//SYSPRINT DD SYSOUT=*                                                  00190000
// PEND
//STP1 EXEC COBUCL
//COB.SYSIN  DD *
        IDENTIFICATION DIVISION.
        PROGRAM-ID.    EXTACK.
        AUTHOR.        SIMOTIME TECHNOLOGIES.
      * 10/15/2026 DLK ADAPTED FROM THE WORKSTATION SOURCE FOR
      *                THE MVS BATCH - FILES ON UT-S- DD NAMES
      *                IN PLACE OF THE DATASET-NAME VARIABLES
      * 10/15/2026 DLK REJECT REASONS CHECKED AGAINST THE
      *                REASON MASTER, ACKS KEPT ON ACKHIST
      *
      *  Processes the acknowledgement file the network scheduling
      *  group sends back for an extract.dat we transmitted, so a
      *  bad exchange surfaces on the morning checklist instead of
      *  by phone.  Card images on extack.dat:
      *      A ssssssss        story ssssssss accepted
      *      R ssssssss rrrr   story ssssssss rejected, reason rrrr
      *      Z nnnnnn hhhhhhhhhhhhhhh  their count and seq-hash total
      *  Each 'S' sequence on extract.dat must come back accepted
      *  or rejected; the exception report lists unacknowledged
      *  stories, rejects with their reason codes, acks for
      *  stories we never sent, and count/hash disagreements
      *  against our own trailer.  Return code 8 on any exception.
      *  Only a format '02' to '05' extract (eight-digit
      *  sequences; '03' adds the logline records, '04' the air
      *  dates, '05' the series on the S records) is accepted.
      *  The table is a 9999-story window starting at the first
      *  story on the extract.
      *  A reject reason must be a code on the reason-code master
      *  (RSNCHK, reason.dat) kept for downstream rejects; one that
      *  is not is a further exception, so the scheduling group can
      *  be asked to use the agreed list.  Every story sent that
      *  comes back accepted or rejected is appended to ackhist.dat
      *  (sequence, A or R, reason in the master's spelling, date
      *  and time processed) - extack.dat is replaced by each
      *  exchange, and QUALRPT needs the rejects month by month.
        ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT EXTRACT-FILE
               ASSIGN TO UT-S-EXTR
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-EXT.

               SELECT ACK-FILE
               ASSIGN TO UT-S-EXTACK
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-ACK.

               SELECT OPTIONAL ACK-HISTORY-FILE
               ASSIGN TO UT-S-ACKHIST
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-AH.
        DATA DIVISION.
       FILE SECTION.

       FD  EXTRACT-FILE
              RECORD CONTAINS 120 CHARACTERS
              BLOCK CONTAINS 0 RECORDS
              RECORDING MODE IS F.

       01  EXTRACT-REC PIC X(120).

       01  EXT-HEADER-VIEW REDEFINES EXTRACT-REC.
           03  EXT-H-TYPE      PIC X.
           03  FILLER          PIC X(113).
           03  EXT-H-FORMAT    PIC X(2).
           03  FILLER          PIC X(4).

       01  EXT-STORY-VIEW REDEFINES EXTRACT-REC.
           03  EXT-S-TYPE      PIC X.
           03  EXT-S-SEQ       PIC 9(8).
           03  FILLER          PIC X(111).

       01  EXT-TRAILER-VIEW REDEFINES EXTRACT-REC.
           03  EXT-Z-TYPE      PIC X.
           03  EXT-Z-STORIES   PIC 9(6).
           03  EXT-Z-TEXTS     PIC 9(6).
           03  EXT-Z-VARS      PIC 9(6).
           03  EXT-Z-RECORDS   PIC 9(6).
           03  EXT-Z-SEQ-HASH  PIC 9(15).
           03  FILLER          PIC X(80).

       FD  ACK-FILE
              RECORD CONTAINS 80 CHARACTERS
              BLOCK CONTAINS 0 RECORDS
              RECORDING MODE IS F.

       01  ACK-REC.
           03  ACK-TYPE        PIC X.
           03  FILLER          PIC X.
           03  ACK-SEQ-X       PIC X(8).
           03  FILLER          PIC X.
           03  ACK-REASON      PIC X(4).
           03  FILLER          PIC X(65).

       01  ACK-TRAILER-VIEW REDEFINES ACK-REC.
           03  FILLER          PIC X.
           03  FILLER          PIC X.
           03  ACK-Z-COUNT-X   PIC X(6).
           03  FILLER          PIC X.
           03  ACK-Z-HASH-X    PIC X(15).
           03  FILLER          PIC X(56).

       FD  ACK-HISTORY-FILE
              RECORD CONTAINS 27 CHARACTERS
              BLOCK CONTAINS 0 RECORDS
              RECORDING MODE IS F.

       01  ACK-HISTORY-REC.
           03  AH-SEQ          PIC 9(8).
           03  AH-STATUS       PIC X.
           03  AH-REASON       PIC X(4).
           03  AH-DATE         PIC 9(8).
           03  AH-TIME         PIC 9(6).
        WORKING-STORAGE SECTION.
       01 EOF-FLAGS.
           03 FILLER PIC X(01) VALUE SPACE.
               88 NO-MORE-EXT VALUE 'Y'.
           03 FILLER PIC X(01) VALUE SPACE.
               88 NO-MORE-ACK VALUE 'Y'.

       01 WS-FS-EXT   PIC X(02).
       01 WS-FS-ACK   PIC X(02).
       01 WS-FS-AH    PIC X(02).

       01  ACK-SEQ-NUM-X PIC X(8).
       01  FILLER REDEFINES ACK-SEQ-NUM-X.
          03  ACK-SEQ PIC 9(8).

      *  one slot per sequence in the window, the way RECON tables
      *  the night: what we sent, and what they said about it.
      *  Slot 1 is AK-BASE-SEQ, the first story on the extract;
      *  SET-ACK-SLOT gives AKX = 0 for a sequence outside.
       01  SEQMAX PIC 9(4) VALUE 9999.
       01  ACK-TABLE-AREA.
           03  ACK-SLOT OCCURS 9999 TIMES.
               05  AK-SENT-FLAG    PIC X.
                   88  AK-SENT VALUE 'Y'.
               05  AK-ACK-FLAG     PIC X.
                   88  AK-ACCEPTED VALUE 'A'.
                   88  AK-REJECTED VALUE 'R'.
               05  AK-REASON       PIC X(4).
       01  AKX PIC 9(9).
       01  AK-BASE-SEQ PIC 9(8) VALUE 0.
       01  AK-LOOK-SEQ PIC 9(8).
       01  AK-SHOW-SEQ PIC 9(9).
       01  AK-RUN-DATE PIC 9(8).
       01  AK-RUN-TIME PIC 9(6).

      *  parameter block for RSNCHK, the reason-code master check
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

       01  MATCH-FIELDS.
           03  AK-SENT-CNT     PIC 9(6) VALUE 0.
           03  AK-SENT-HASH    PIC 9(15) VALUE 0.
           03  AK-THEIR-CNT    PIC 9(6) VALUE 0.
           03  AK-THEIR-HASH   PIC 9(15) VALUE 0.
           03  AK-OUR-Z-CNT    PIC 9(6) VALUE 0.
           03  AK-OUR-Z-HASH   PIC 9(15) VALUE 0.
           03  AK-TRAILER-SW   PIC X VALUE SPACE.
               88  AK-HAVE-TRAILER VALUE 'Y'.
           03  AK-ACK-CNT      PIC 9(6) VALUE 0.
           03  AK-REJECT-CNT   PIC 9(6) VALUE 0.
           03  AK-UNACKED-CNT  PIC 9(6) VALUE 0.
           03  AK-UNSENT-CNT   PIC 9(6) VALUE 0.
           03  AK-BADCODE-CNT  PIC 9(6) VALUE 0.
           03  AK-EXCEPTIONS   PIC 9(6) VALUE 0.

      *****************************************************************
        PROCEDURE DIVISION.
           DISPLAY ' '
           DISPLAY 'EXTACK - ACKNOWLEDGEMENT RECONCILIATION'
           DISPLAY ' '
           PERFORM MAINLINE-LOOP
           VARYING AKX FROM 1 BY 1 UNTIL AKX > SEQMAX
           PERFORM SCAN-EXTRACT
           PERFORM SCAN-ACKS
           ACCEPT AK-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT AK-RUN-TIME FROM TIME
           OPEN EXTEND ACK-HISTORY-FILE
           IF WS-FS-AH NOT = '00' AND WS-FS-AH NOT = '05'
               OPEN OUTPUT ACK-HISTORY-FILE
           END-IF
           PERFORM REPORT-EXCEPTIONS
           CLOSE ACK-HISTORY-FILE
           DISPLAY ' '
           DISPLAY 'STORIES SENT:     ' AK-SENT-CNT
           DISPLAY 'ACCEPTED:         ' AK-ACK-CNT
           DISPLAY 'REJECTED:         ' AK-REJECT-CNT
           DISPLAY 'UNACKNOWLEDGED:   ' AK-UNACKED-CNT
           DISPLAY 'ACKED BUT UNSENT: ' AK-UNSENT-CNT
           DISPLAY 'REASONS OFF LIST: ' AK-BADCODE-CNT
           DISPLAY 'EXCEPTIONS:       ' AK-EXCEPTIONS
           IF AK-EXCEPTIONS > 0
               MOVE 8 TO RETURN-CODE
           END-IF
           GOBACK.

       MAINLINE-LOOP.
           MOVE SPACE TO AK-SENT-FLAG(AKX)
           MOVE SPACE TO AK-ACK-FLAG(AKX)
           MOVE SPACES TO AK-REASON(AKX).

       SCAN-EXTRACT.
           OPEN INPUT EXTRACT-FILE
           IF WS-FS-EXT NOT = '00'
               DISPLAY 'UNABLE TO OPEN extract.dat, FILE STATUS='
               WS-FS-EXT
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM READ-EXT
           IF NO-MORE-EXT OR EXT-H-TYPE NOT = 'H'
           OR (EXT-H-FORMAT NOT = '02' AND EXT-H-FORMAT NOT = '03'
               AND EXT-H-FORMAT NOT = '04' AND EXT-H-FORMAT NOT = '05')
               DISPLAY 'extract.dat IS NOT A FORMAT 02-05 EXTRACT'
               ' - CANNOT RECONCILE IT'
               CLOSE EXTRACT-FILE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM SCAN-EXTRACT-LOOP UNTIL NO-MORE-EXT
           CLOSE EXTRACT-FILE
           IF AK-BASE-SEQ = 0
               MOVE 1 TO AK-BASE-SEQ
           END-IF.

       SCAN-EXTRACT-LOOP.
           IF EXT-S-TYPE = 'S' AND EXT-S-SEQ NUMERIC
           AND EXT-S-SEQ > 0
               IF AK-BASE-SEQ = 0
                   MOVE EXT-S-SEQ TO AK-BASE-SEQ
               END-IF
               MOVE EXT-S-SEQ TO AK-LOOK-SEQ
               PERFORM SET-ACK-SLOT
               IF AKX = 0
                   ADD 1 TO AK-EXCEPTIONS
                   DISPLAY 'SEQ ' EXT-S-SEQ ' SENT PAST THE '
                   SEQMAX '-STORY WINDOW - NOT CHECKED'
               ELSE
                   SET AK-SENT(AKX) TO TRUE
               END-IF
               ADD 1 TO AK-SENT-CNT
               ADD EXT-S-SEQ TO AK-SENT-HASH
           END-IF
           IF EXT-Z-TYPE = 'Z'
               IF EXT-Z-STORIES NUMERIC
                   MOVE EXT-Z-STORIES TO AK-OUR-Z-CNT
               END-IF
               IF EXT-Z-SEQ-HASH NUMERIC
                   MOVE EXT-Z-SEQ-HASH TO AK-OUR-Z-HASH
               END-IF
           END-IF
           PERFORM READ-EXT.

       SET-ACK-SLOT.
           IF AK-LOOK-SEQ < AK-BASE-SEQ
               MOVE 0 TO AKX
           ELSE
               COMPUTE AKX = AK-LOOK-SEQ - AK-BASE-SEQ + 1
               IF AKX > SEQMAX
                   MOVE 0 TO AKX
               END-IF
           END-IF.

       READ-EXT.
           READ EXTRACT-FILE
           AT END
               SET NO-MORE-EXT TO TRUE.

       SCAN-ACKS.
           OPEN INPUT ACK-FILE
           IF WS-FS-ACK NOT = '00'
               DISPLAY 'UNABLE TO OPEN extack.dat, FILE STATUS='
               WS-FS-ACK
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM READ-ACK
           PERFORM SCAN-ACKS-LOOP UNTIL NO-MORE-ACK
           CLOSE ACK-FILE.

       SCAN-ACKS-LOOP.
           PERFORM TAKE-ACK-REC
           PERFORM READ-ACK.

       READ-ACK.
           READ ACK-FILE
           AT END
               SET NO-MORE-ACK TO TRUE.

       TAKE-ACK-REC.
           IF ACK-TYPE = 'A'
           OR ACK-TYPE = 'R'
               MOVE ACK-SEQ-X TO ACK-SEQ-NUM-X
               INSPECT ACK-SEQ-NUM-X
                   REPLACING LEADING SPACES BY '0'
               IF ACK-SEQ-NUM-X NUMERIC AND ACK-SEQ > 0
                   MOVE ACK-SEQ TO AK-LOOK-SEQ
                   PERFORM SET-ACK-SLOT
                   IF AKX = 0
                       ADD 1 TO AK-UNSENT-CNT
                       ADD 1 TO AK-EXCEPTIONS
                       DISPLAY 'SEQ ' ACK-SEQ
                       ' ACKNOWLEDGED BUT NEVER SENT'
                   ELSE
                       MOVE ACK-TYPE TO AK-ACK-FLAG(AKX)
                       MOVE ACK-REASON TO AK-REASON(AKX)
                   END-IF
               ELSE
                   ADD 1 TO AK-EXCEPTIONS
                   DISPLAY 'BAD ACK CARD SEQUENCE: ' ACK-REC(1:20)
               END-IF
           ELSE
           IF ACK-TYPE = 'Z'
               SET AK-HAVE-TRAILER TO TRUE
               IF ACK-Z-COUNT-X NUMERIC
                   MOVE ACK-Z-COUNT-X TO AK-THEIR-CNT
               END-IF
               IF ACK-Z-HASH-X NUMERIC
                   MOVE ACK-Z-HASH-X TO AK-THEIR-HASH
               END-IF
           ELSE
           IF ACK-TYPE NOT = '*'
           AND ACK-TYPE NOT = SPACE
               ADD 1 TO AK-EXCEPTIONS
               DISPLAY 'UNKNOWN ACK CARD: ' ACK-REC(1:20)
           END-IF
           END-IF
           END-IF.

       REPORT-EXCEPTIONS.
           DISPLAY '--- EXCEPTIONS ---'
           PERFORM REPORT-EXCEPTIONS-LOOP
           VARYING AKX FROM 1 BY 1 UNTIL AKX > SEQMAX
           IF NOT AK-HAVE-TRAILER
               ADD 1 TO AK-EXCEPTIONS
               DISPLAY 'NO TRAILER CARD ON THE ACK FILE'
           ELSE
               IF AK-THEIR-CNT NOT = AK-SENT-CNT
                   ADD 1 TO AK-EXCEPTIONS
                   DISPLAY 'COUNT DISAGREEMENT: WE SENT '
                   AK-SENT-CNT ', THEY ACKNOWLEDGE ' AK-THEIR-CNT
               END-IF
               IF AK-THEIR-HASH NOT = AK-OUR-Z-HASH
                   ADD 1 TO AK-EXCEPTIONS
                   DISPLAY 'HASH DISAGREEMENT: OUR TRAILER '
                   AK-OUR-Z-HASH ', THEIRS ' AK-THEIR-HASH
               END-IF
           END-IF
           IF AK-OUR-Z-HASH NOT = AK-SENT-HASH
           OR AK-OUR-Z-CNT NOT = AK-SENT-CNT
               ADD 1 TO AK-EXCEPTIONS
               DISPLAY 'EXTRACT FILE OUT OF BALANCE WITH ITS OWN'
               ' TRAILER: ' AK-SENT-CNT '/' AK-SENT-HASH ' VS '
               AK-OUR-Z-CNT '/' AK-OUR-Z-HASH
           END-IF
           IF AK-EXCEPTIONS = 0
               DISPLAY 'NONE - EXCHANGE IS CLEAN'
           END-IF
           DISPLAY '--- END EXCEPTIONS ---'.

       REPORT-EXCEPTIONS-LOOP.
           PERFORM CHECK-ONE-SEQ.

       CHECK-ONE-SEQ.
           COMPUTE AK-SHOW-SEQ = AK-BASE-SEQ + AKX - 1
           IF AK-SENT(AKX)
               IF AK-ACK-FLAG(AKX) = 'A'
                   ADD 1 TO AK-ACK-CNT
                   MOVE SPACES TO AK-REASON(AKX)
                   PERFORM WRITE-ACK-HISTORY
               ELSE
               IF AK-ACK-FLAG(AKX) = 'R'
                   ADD 1 TO AK-REJECT-CNT
                   ADD 1 TO AK-EXCEPTIONS
                   PERFORM CHECK-REJECT-REASON
                   PERFORM WRITE-ACK-HISTORY
               ELSE
                   ADD 1 TO AK-UNACKED-CNT
                   ADD 1 TO AK-EXCEPTIONS
                   DISPLAY 'SEQ ' AK-SHOW-SEQ ' NOT ACKNOWLEDGED'
               END-IF
               END-IF
           ELSE
               IF AK-ACK-FLAG(AKX) NOT = SPACE
                   ADD 1 TO AK-UNSENT-CNT
                   ADD 1 TO AK-EXCEPTIONS
                   DISPLAY 'SEQ ' AK-SHOW-SEQ
                   ' ACKNOWLEDGED BUT NEVER SENT'
               END-IF
           END-IF.
      *  the reason is kept in the master's spelling when it is on
      *  the master, as sent when it is not.
       CHECK-REJECT-REASON.
           MOVE 'C' TO RSK-FUNCTION
           MOVE 'R' TO RSK-USE
           MOVE AK-REASON(AKX) TO RSK-CODE
           CALL 'RSNCHK' USING RSNCHK-PARAMETERS
           IF RSK-FOUND
               MOVE RSK-CODE TO AK-REASON(AKX)
               DISPLAY 'SEQ ' AK-SHOW-SEQ ' REJECTED, REASON '
               AK-REASON(AKX) ' ' RSK-DESC
           ELSE
               DISPLAY 'SEQ ' AK-SHOW-SEQ ' REJECTED, REASON '
               AK-REASON(AKX)
               ADD 1 TO AK-BADCODE-CNT
               ADD 1 TO AK-EXCEPTIONS
               IF RSK-RESULT = 'W'
                   DISPLAY 'SEQ ' AK-SHOW-SEQ ' REASON '
                   AK-REASON(AKX) ' IS A REVIEW PULL REASON, NOT A'
                   ' REJECT REASON'
               ELSE
                   DISPLAY 'SEQ ' AK-SHOW-SEQ ' REASON '
                   AK-REASON(AKX) ' IS NOT ON THE REASON-CODE MASTER'
               END-IF
           END-IF.

       WRITE-ACK-HISTORY.
           MOVE AK-SHOW-SEQ TO AH-SEQ
           MOVE AK-ACK-FLAG(AKX) TO AH-STATUS
           MOVE AK-REASON(AKX) TO AH-REASON
           MOVE AK-RUN-DATE TO AH-DATE
           MOVE AK-RUN-TIME TO AH-TIME
           WRITE ACK-HISTORY-REC.
//LKED.SYSIN DD *
  INCLUDE RUNLIB(RSNCHK)
//*
//* RUN EXTACK FROM THE LOAD MODULE JUST LINKED, SKIPPED WHEN THE
//* COMPILE OR THE LINK FAILED.
//GO      EXEC PGM=EXTACK,
//             COND=((5,LT,STP1.COB),(5,LT,STP1.LKED))
//STEPLIB  DD DISP=SHR,DSN=HERC02.RUN.LOAD
//SYSOUT   DD SYSOUT=*
//UT-S-EXTR    DD DISP=SHR,DSN=HERC02.RUN.DATA(EXTRACT)
//UT-S-EXTACK  DD DISP=SHR,DSN=HERC02.RUN.DATA(EXTACK)
//UT-S-ACKHIST DD DISP=MOD,DSN=HERC02.RUN.ACKHIST
//UT-S-REASON  DD DISP=SHR,DSN=HERC02.RUN.DATA(REASONS)
//SYSIN    DD DUMMY
//
