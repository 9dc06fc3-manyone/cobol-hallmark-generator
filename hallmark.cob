               FILE STATUS IS WS-FS-CKP.

               SELECT OPTIONAL TITLE-FILE
               ASSIGN TO WS-TITLES-DSNAME
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-TTL.
               FILE STATUS IS WS-FS-HST.

               SELECT OPTIONAL LIMIT-FILE
               ASSIGN TO WS-LIMIT-DSNAME
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-LIM.

               SELECT OPTIONAL CONFLICT-FILE
               ASSIGN TO WS-CONFLICT-DSNAME
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-CFL.

               SELECT OPTIONAL SCENE-FILE
               ASSIGN TO WS-SCENE-DSNAME
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-SCN.
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-LCK.

               SELECT FORECAST-FILE
               ASSIGN TO "forecast.prt"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-FCT.

               SELECT OPTIONAL WATCH-FILE
               ASSIGN TO WS-WATCH-DSNAME
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-WL.

               SELECT OPTIONAL WATCH-HIT-FILE
               ASSIGN TO "watchhit.dat"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-WH.

               SELECT OPTIONAL XLATE-FILE
               ASSIGN TO WS-XLATE-DSNAME
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-XL.

               SELECT EDITION-LOG-FILE
               ASSIGN TO "storylog2.dat"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-EDL.

               SELECT OPTIONAL PLACEMENT-FILE
               ASSIGN TO WS-PLACE-DSNAME
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-PLC.

               SELECT OPTIONAL PLACE-LOG-FILE
               ASSIGN TO "placelog.dat"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-PLG.
        DATA DIVISION.
       FILE SECTION.
       
           03  PC-GENRE         PIC X(4).
           03  PC-EFF-FROM      PIC X(8).
           03  PC-EFF-TO        PIC X(8).
           03  PC-LOGLINE       PIC X(200).
           03  FILLER           PIC X(756).

       FD  SEL-FILE
              RECORD CONTAINS 122 CHARACTERS
              BLOCK CONTAINS 0 RECORDS
              RECORDING MODE IS F.

       01  SEL-FILE-RECORD.
           03 FILLER PIC X(122).

       FD  PRINT-FILE
              RECORD CONTAINS 80 CHARACTERS
       01  PRINT-REC PIC X(80).

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

       FD  REPLAY-FILE
              RECORD CONTAINS 128 CHARACTERS
              BLOCK CONTAINS 0 RECORDS
              RECORDING MODE IS F.

       01  RPL-REC.
           03  RPL-SEQ         PIC 9(8).
           03  RPL-PLOT-PICK   PIC 99.
           03  RPL-CHOICE      PIC 99 OCCURS 50 TIMES.
           03  RPL-SCENE-ALT   PIC 9 OCCURS 9 TIMES.
           03  RPL-PLOT-HASH   PIC 9(9).

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

       FD  RUNSTATS-FILE
              RECORD CONTAINS 450 CHARACTERS
           03  RST-HASH-WARNS  PIC 9(3).

       FD  CHECKPOINT-FILE
              RECORD CONTAINS 15 CHARACTERS
              BLOCK CONTAINS 0 RECORDS
              RECORDING MODE IS F.

           03  CKP-STATUS      PIC X.
               88  CKP-ACTIVE VALUE 'A'.
               88  CKP-COMPLETE VALUE 'C'.
           03  CKP-SEQ         PIC 9(8).
           03  CKP-SEL-POS     PIC 9(6).

       FD  TITLE-FILE
           03  CNT-PICK-COUNT  PIC 9(07).

       FD  SEQ-FILE
              RECORD CONTAINS 8 CHARACTERS
              BLOCK CONTAINS 0 RECORDS
              RECORDING MODE IS F.

       01  SEQ-REC.
           03  SEQ-LAST-SEQ    PIC 9(08).

       FD  COUNT-HIST-FILE
              RECORD CONTAINS 91 CHARACTERS
           03  LCK-OWNER       PIC X(8).
           03  LCK-DATE        PIC 9(8).
           03  LCK-TIME        PIC 9(6).

       FD  FORECAST-FILE
              RECORD CONTAINS 133 CHARACTERS
              BLOCK CONTAINS 0 RECORDS
              RECORDING MODE IS F.

       01  FORECAST-REC.
           03  FCT-CC          PIC X.
           03  FCT-DATA        PIC X(132).

        *>  words that must never air (class B - the story is
        *>  rejected) or that need a reviewer's eye (class C - kept,
        *>  but held for an explicit STORYREV approval).  The note
        *>  says who asked for the word and is shown with every hit.
       FD  WATCH-FILE
              RECORD CONTAINS 60 CHARACTERS
              BLOCK CONTAINS 0 RECORDS
              RECORDING MODE IS F.

       01  WATCH-REC.
           03  WL-CLASS        PIC X.
               88  WL-BANNED VALUE 'B'.
               88  WL-CAUTION VALUE 'C'.
           03  WL-WORD         PIC X(30).
           03  WL-NOTE         PIC X(29).

        *>  one record per caution word found in a kept story, keyed
        *>  by story sequence for STORYREV and EXTRACT.
       FD  WATCH-HIT-FILE
              RECORD CONTAINS 80 CHARACTERS
              BLOCK CONTAINS 0 RECORDS
              RECORDING MODE IS F.

       01  WATCH-HIT-REC.
           03  WH-SEQ          PIC 9(8).
           03  WH-DATE         PIC 9(8).
           03  WH-WHERE        PIC X(5).
           03  WH-WORD         PIC X(30).
           03  WH-NOTE         PIC X(29).

        *>  the second-language translations, one file for all of
        *>  them: V keys a translated value to the VAR-NAME and the
        *>  English VAR-VAL it stands for; P is a plot's flat text,
        *>  1021 bytes a record, appended in file order; S is one
        *>  scene alternate, numbered by its place among that slot's
        *>  alternates on scenes.dat; L is a plot's logline and T a
        *>  titles.dat template by its line number.  Tokens stay in
        *>  English so the same pair table drives both editions.
       FD  XLATE-FILE
              RECORD CONTAINS 1024 CHARACTERS
              BLOCK CONTAINS 0 RECORDS
              RECORDING MODE IS F.

       01  XLATE-REC.
           03  XL-TYPE         PIC X.
               88  XL-VALUE-REC VALUE 'V'.
               88  XL-PLOT-REC VALUE 'P'.
               88  XL-SCENE-REC VALUE 'S'.
               88  XL-LOGLINE-REC VALUE 'L'.
               88  XL-TITLE-REC VALUE 'T'.
           03  FILLER          PIC X(1023).

       01  XL-VALUE-VIEW REDEFINES XLATE-REC.
           03  FILLER          PIC X.
           03  XL-VAR-NAME     PIC X(16).
           03  XL-VAR-VAL      PIC X(60).
           03  XL-XLATE-VAL    PIC X(60).
           03  FILLER          PIC X(887).

       01  XL-PLOT-VIEW REDEFINES XLATE-REC.
           03  FILLER          PIC X.
           03  XL-PLOT         PIC 99.
           03  XL-PLOT-TEXT    PIC X(1021).

       01  XL-SCENE-VIEW REDEFINES XLATE-REC.
           03  FILLER          PIC X.
           03  XL-SCN-PLOT     PIC 99.
           03  XL-SCN-SLOT     PIC 9.
           03  XL-SCN-ALT      PIC 9.
           03  XL-SCN-TEXT     PIC X(256).
           03  FILLER          PIC X(763).

       01  XL-LOGLINE-VIEW REDEFINES XLATE-REC.
           03  FILLER          PIC X.
           03  XL-LOG-PLOT     PIC 99.
           03  XL-LOGLINE      PIC X(200).
           03  FILLER          PIC X(821).

       01  XL-TITLE-VIEW REDEFINES XLATE-REC.
           03  FILLER          PIC X.
           03  XL-TITLE-NO     PIC 99.
           03  XL-TITLE        PIC X(80).
           03  FILLER          PIC X(941).

        *>  the second-language edition of each logged story, laid
        *>  out as storylog.dat and carrying the same sequence, date
        *>  and time as the English record it was built beside.
       FD  EDITION-LOG-FILE
              RECORD CONTAINS 4432 CHARACTERS
              BLOCK CONTAINS 0 RECORDS
              RECORDING MODE IS F.

       01  EDITION-LOG-REC.
           03  ED-SEQ          PIC 9(8).
           03  ED-PLOT-PICK    PIC 99.
           03  ED-DATE         PIC 9(8).
           03  ED-TIME         PIC 9(6).
           03  ED-TITLE        PIC X(80).
           03  ED-STORY-TEXT   PIC X(4092).
           03  ED-PLOT-HASH    PIC 9(9).
           03  ED-LOGLINE      PIC X(200).
           03  ED-PARENT-SEQ   PIC 9(8).
           03  ED-SERIES-ID    PIC 9(8).
           03  ED-SERIES-PART  PIC 9(3).
           03  ED-REQUESTER    PIC X(8).

        *>  sponsor placement contracts, kept by sales: the value
        *>  named must appear in PLC-COMMIT stories per period ('W'
        *>  week from the start date, 'M' calendar month; blank is
        *>  W) between the start and end dates (end zero or blank
        *>  for open-ended).  A record starting '*' is a comment.
       FD  PLACEMENT-FILE
              RECORD CONTAINS 140 CHARACTERS
              BLOCK CONTAINS 0 RECORDS
              RECORDING MODE IS F.

       01  PLACEMENT-REC.
           03  PLC-CONTRACT    PIC X(8).
           03  PLC-SPONSOR     PIC X(30).
           03  PLC-VAR-NAME    PIC X(16).
           03  PLC-VAR-VAL     PIC X(60).
           03  PLC-COMMIT      PIC 9(5).
           03  PLC-PERIOD      PIC X.
           03  PLC-START       PIC 9(8).
           03  PLC-END         PIC 9(8).
           03  FILLER          PIC X(4).

        *>  one record per contract per story that carries its value,
        *>  written as the hand is committed; PLACERPT bills from it
        *>  and the next run paces from it.
       FD  PLACE-LOG-FILE
              RECORD CONTAINS 100 CHARACTERS
              BLOCK CONTAINS 0 RECORDS
              RECORDING MODE IS F.

       01  PLACE-LOG-REC.
           03  PLG-SEQ         PIC 9(8).
           03  PLG-CONTRACT    PIC X(8).
           03  PLG-DATE        PIC 9(8).
           03  PLG-VAR-NAME    PIC X(16).
           03  PLG-VAR-VAL     PIC X(60).
        WORKING-STORAGE SECTION.
       01 EOF-FLAGS.
           03 FILLER PIC X(01) VALUE SPACE.
               88 NO-MORE-CFL VALUE 'Y'.
           03 FILLER PIC X(01) VALUE SPACE.
               88 NO-MORE-SCN VALUE 'Y'.
           03 FILLER PIC X(01) VALUE SPACE.
               88 NO-MORE-WATCH VALUE 'Y'.
           03 FILLER PIC X(01) VALUE SPACE.
               88 NO-MORE-XLATE VALUE 'Y'.
           03 FILLER PIC X(01) VALUE SPACE.
               88 NO-MORE-PLC VALUE 'Y'.
           03 FILLER PIC X(01) VALUE SPACE.
               88 NO-MORE-PLG VALUE 'Y'.
           03 FILLER PIC X(01) VALUE SPACE.
               88 NO-MORE-SEL-SCAN VALUE 'Y'.

       01  BATCH-SWITCH PIC X VALUE SPACE.
           88  BATCH-MODE VALUE 'Y'.
           03  VJMAX-WARNED-FLAG PIC X OCCURS 50 TIMES VALUE SPACE.
               88  VJMAX-WARNED VALUE 'Y'.

        *>  a card with SEL-SEQUEL-OF non-zero asks for a sequel to
        *>  that story; 'S' in a choice carries the parent's value.
       01  SEL-REC.
           03  SEL-PLOT-PICK PIC 99.
           03  SEL-CHOICE PIC XX OCCURS 50 TIMES.
           03  SEL-GENRE PIC X(4).
           03  SEL-SEQUEL-OF PIC 9(8).
           03  SEL-REQUESTER PIC X(8).

       01  REF-DATA.
           03  VIMAX   PIC 99 VALUE 50.
           03  VJMAX   PIC 99 VALUE 25.
           03  PLOTMAX PIC 99 VALUE 99.
           03  PLOTCHUNKMAX PIC 9 VALUE 4.
           03  PAGE-DEPTH  PIC 99 VALUE 55.

       01  RANDOM-FIELDS.
           03  WS-RAND-SEED    PIC 9(8).
       01 WS-FS-CFL   PIC X(02).
       01 WS-FS-SCN   PIC X(02).
       01 WS-FS-LCK   PIC X(02).
       01 WS-FS-FCT   PIC X(02).
       01 WS-FS-WL    PIC X(02).
       01 WS-FS-WH    PIC X(02).
       01 WS-FS-XL    PIC X(02).
       01 WS-FS-EDL   PIC X(02).
       01 WS-FS-PLC   PIC X(02).
       01 WS-FS-PLG   PIC X(02).
       01  LOCK-OVERRIDE-X PIC X.
       01  EOF-LCK-SWITCH PIC X VALUE SPACE.
           88  NO-MORE-LCK VALUE 'Y'.
       01  LOCK-OWNER-NAME PIC X(8) VALUE 'HALLMARK'.
       01  LOCK-OPER-ID PIC X(8).

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
       01  CTL-FILES-AREA PIC X(48) VALUE
           'VARS    PLOT    SCENE   TITLES  CONFLICTLIMIT   '.
       01  FILLER REDEFINES CTL-FILES-AREA.
           03  CTL-FILE-ID PIC X(8) OCCURS 6 TIMES.
       01  CTX PIC 9.
       01  CTL-BAD-COUNT PIC 9 VALUE 0.
       01 STORY-SEQ   PIC 9(8) VALUE 0.
       01 WS-VARS-DSNAME PIC X(40) VALUE "vars.dat".
       01 WS-PLOT-DSNAME PIC X(40) VALUE "plot.dat".
       01 WS-LIMIT-DSNAME PIC X(40) VALUE "varlimit.dat".
       01 WS-CONFLICT-DSNAME PIC X(40) VALUE "conflict.dat".
       01 WS-TITLES-DSNAME PIC X(40) VALUE "titles.dat".
       01 WS-SCENE-DSNAME PIC X(40) VALUE "scenes.dat".
       01 WS-WATCH-DSNAME PIC X(40) VALUE "watchlist.dat".
       01 WS-XLATE-DSNAME PIC X(40) VALUE "xlate.dat".
       01 WS-PLACE-DSNAME PIC X(40) VALUE "placement.dat".
       01 WS-ENV-NAME     PIC X(20).
        *>****************************************************************
        *>   Data-structure for Title and Copyright...
       01  RUN-PLOT-COUNTS.
           03  RS-PLOT-COUNT   PIC 9(4) OCCURS 99 TIMES.

        *>  HALLMARK_FORECAST=Y runs the deck, or a count of random
        *>  hands, through the same pick logic against whatever
        *>  reference files the *_DSNAME names point at, writes none
        *>  of the live datasets, and prints forecast.prt - so a new
        *>  vars.dat, quota or conflict set is tried before it is
        *>  promoted instead of being found out the next morning.
       01  FORECAST-SWITCH PIC X VALUE SPACE.
           88  FORECAST-MODE VALUE 'Y' 'y'.
       01  FORECAST-RANDOM-SWITCH PIC X VALUE SPACE.
           88  FORECAST-RANDOM VALUE 'Y'.
       01  FC-COUNT-X PIC X(4).
       01  FILLER REDEFINES FC-COUNT-X.
          03  FC-COUNT PIC 9(4).
       01  FC-COUNT-SHIFT PIC X(3).
       01  FC-DEFAULT-COUNT PIC 9(4) VALUE 100.
       01  FORECAST-FIELDS.
           03  FC-BUILT        PIC 9(6) VALUE 0.
           03  FC-DUP-HITS     PIC 9(6) VALUE 0.
           03  FC-DUP-REROLLS  PIC 9(6) VALUE 0.
           03  FC-DUP-KEPT     PIC 9(6) VALUE 0.
           03  FC-CFL-HITS     PIC 9(6) VALUE 0.
           03  FC-CFL-REROLLS  PIC 9(6) VALUE 0.
           03  FC-CFL-KEPT     PIC 9(6) VALUE 0.
           03  FC-TITLE-HITS   PIC 9(6) VALUE 0.
           03  FC-TITLE-REROLLS PIC 9(6) VALUE 0.
           03  FC-UNUSED-PLOTS PIC 9(3) VALUE 0.
           03  FC-AT-QUOTA     PIC 9(4) VALUE 0.
           03  FC-PICKS        PIC 9(7).
           03  FC-PCT          PIC ZZ9.
           03  FC-EDIT         PIC ZZZZZ9.
       01  FORECAST-PRINT-FIELDS.
           03  FCT-HOLD-LINE   PIC X(132).
           03  FCT-PAGE-NO     PIC 9(4) VALUE 0.
           03  FCT-LINE-NO     PIC 99 VALUE 99.
           03  FCT-RUN-DATE    PIC 9(8).
           03  FCT-LABEL       PIC X(40).

       01  RUN-HDR-FIELDS.
           03  RUN-HDR-DATE    PIC 9(8).
           03  RUN-HDR-TIME    PIC 9(6).
           03  RUN-HDR-START   PIC 9(8).
       01  PRT-RUN-HDR.
           03  FILLER          PIC X(8) VALUE '*** RUN '.
           03  PRT-HDR-DATE    PIC 9(8).
           03  FILLER          PIC X(1) VALUE SPACE.
           03  PRT-HDR-TIME    PIC 9(6).
           03  FILLER          PIC X(7) VALUE ' START '.
           03  PRT-HDR-START   PIC 9(8).
           03  FILLER          PIC X(4) VALUE ' ***'.
           03  FILLER          PIC X(38) VALUE SPACES.
       01  BS-RUN-HDR.
           03  FILLER          PIC X(8) VALUE '00000000'.
           03  FILLER          PIC X(2) VALUE '00'.
           03  FILLER          PIC X(16) VALUE '*** RUN ***'.
           03  BS-HDR-DATE     PIC 9(8).
           03  FILLER          PIC X(1) VALUE SPACE.
           03  BS-HDR-TIME     PIC 9(6).
           03  FILLER          PIC X(7) VALUE ' START '.
           03  BS-HDR-START    PIC 9(8).
           03  FILLER          PIC X(30) VALUE SPACES.
       01  SAV-RUN-HDR.
           03  FILLER          PIC X(8) VALUE '00000000'.
           03  FILLER          PIC X(2) VALUE '00'.
           03  FILLER          PIC X(8) VALUE '*** RUN '.
           03  SAV-HDR-DATE    PIC 9(8).
           03  FILLER          PIC X(1) VALUE SPACE.
           03  SAV-HDR-TIME    PIC 9(6).
           03  FILLER          PIC X(7) VALUE ' START '.
           03  SAV-HDR-START   PIC 9(8).
           03  FILLER          PIC X(80) VALUE SPACES.

       01  RESTART-SWITCH PIC X VALUE SPACE.
           88  RESTART-MODE VALUE 'Y'.
       01  CKP-FIELDS.
           03  CKP-LAST-SEQ    PIC 9(8) VALUE 0.
           03  CKP-DONE-COUNT  PIC 9(6) VALUE 0.
           03  CKP-SKIP-X      PIC 9(6).
       01  EOF-CKP-SWITCH PIC X VALUE SPACE.
           03  CFL-LOOK-VI     PIC 99.
           03  CFL-TRIES       PIC 9.

        *>  sponsor placements running today, resolved to grid
        *>  positions at load the way the conflict rules are.
        *>  PL-T-DUE is where this period's count should stand by
        *>  tonight for the commitment to be met evenly (PLCPER);
        *>  PL-T-PLACED is what placelog.dat shows for the period so
        *>  far, tonight's stories included.  A batch 'R' or 'B'
        *>  pick takes the eligible placement furthest behind first.
       01  PLACEMAX PIC 9(3) VALUE 200.
       01  PLACE-COUNT PIC 9(3) VALUE 0.
       01  PLACE-TABLE-AREA.
           03  PLACE-ENTRY OCCURS 200 TIMES.
               05  PL-T-CONTRACT   PIC X(8).
               05  PL-T-VI         PIC 99.
               05  PL-T-VJ         PIC 99.
               05  PL-T-FROM       PIC 9(8).
               05  PL-T-TO         PIC 9(8).
               05  PL-T-COMMIT     PIC 9(5).
               05  PL-T-DUE        PIC 9(5).
               05  PL-T-PLACED     PIC 9(5).
               05  PL-T-RUN-CNT    PIC 9(5).
       01  PLACE-FIELDS.
           03  PLX             PIC 9(3).
           03  PL-BEST-PLX     PIC 9(3).
           03  PL-BEST-OWED    PIC 9(5).
           03  PL-OWED         PIC 9(5).
       01  PLACE-LOG-SWITCH PIC X VALUE SPACE.
           88  PLACE-LOG-OPEN VALUE 'Y'.

        *>  parameter block for PLCPER, the placement period rules
       01  PLCPER-PARAMETERS.
           05  PPR-START            PIC 9(8).
           05  PPR-END              PIC 9(8).
           05  PPR-PERIOD           PIC X.
           05  PPR-COMMIT           PIC 9(5).
           05  PPR-DATE             PIC 9(8).
           05  PPR-RESULT           PIC X.
               88  PPR-IN-CONTRACT VALUE 'Y'.
           05  PPR-FROM             PIC 9(8).
           05  PPR-TO               PIC 9(8).
           05  PPR-NEXT             PIC 9(8).
           05  PPR-PERIOD-COMMIT    PIC 9(5).
           05  PPR-DUE              PIC 9(5).

       01  DUP-SWITCH PIC X VALUE SPACE.
           88  DUP-FOUND VALUE 'Y'.
       01  DUP-SEQ PIC 9(8) VALUE 0.
       01  DUP-TRIES PIC 9 VALUE 0.
       01  HISTMAX PIC 9(4) VALUE 2000.
       01  HIST-COUNT PIC 9(4) VALUE 0.
           88  HIST-OVERFLOWED VALUE 'Y'.
       01  STORY-HISTORY-AREA.
           03  HIST-ENTRY OCCURS 2000 TIMES.
               05  HIST-SEQ    PIC 9(8).
               05  HIST-PLOT   PIC 99.
               05  HIST-CHOICE PIC 99 OCCURS 50 TIMES.
               05  HIST-SCENE-ALT PIC 9 OCCURS 9 TIMES.
           03  REJ-TOKEN       PIC X(16).
           03  REJ-LINE.
               05  FILLER      PIC X(9) VALUE 'REJECTED '.
               05  REJ-LINE-SEQ  PIC 9(8).
               05  FILLER      PIC X(6) VALUE ' PLOT '.
               05  REJ-LINE-PLOT PIC 99.
               05  FILLER      PIC X(17) VALUE ' LEFTOVER TOKEN: '.
               05  REJ-LINE-TOKEN PIC X(16).
               05  FILLER      PIC X(22) VALUE SPACES.
        *>  same columns as REJ-LINE so REMAKE finds the word where it
        *>  finds a token.
           03  REJ-WATCH-LINE.
               05  FILLER      PIC X(9) VALUE 'REJECTED '.
               05  REJ-WATCH-SEQ PIC 9(8).
               05  FILLER      PIC X(6) VALUE ' PLOT '.
               05  REJ-WATCH-PLOT PIC 99.
               05  FILLER      PIC X(17) VALUE ' BANNED WORD:    '.
               05  REJ-WATCH-WORD PIC X(30).
               05  FILLER      PIC X(8) VALUE SPACES.

        *>  watch-list words, upper-cased at load; a word matches
        *>  anywhere in the title or text that it stands alone, so
        *>  'ACME' does not catch 'ACMEVILLE'.
       01  WATCHMAX PIC 9(3) VALUE 200.
       01  WATCH-COUNT PIC 9(3) VALUE 0.
       01  WATCH-TABLE-AREA.
           03  WATCH-ENTRY OCCURS 200 TIMES.
               05  WL-T-CLASS      PIC X.
                   88  WL-T-BANNED VALUE 'B'.
               05  WL-T-WORD       PIC X(30).
               05  WL-T-LEN        PIC 99.
               05  WL-T-NOTE       PIC X(29).
       01  WATCH-FIELDS.
           03  WLX             PIC 9(3).
           03  WCH-TEXT        PIC X(4092).
           03  WCH-LEN         PIC 9(4).
           03  WCH-POS         PIC 9(4).
           03  WCH-LAST        PIC 9(4).
           03  WCH-TALLY       PIC 9(4).
           03  WCH-CH          PIC X.
           03  WCH-WHERE       PIC X(5).
           03  WCH-EDGE-SW     PIC X.
               88  WCH-AT-EDGE VALUE 'Y'.
           03  WCH-FOUND-SW    PIC X.
               88  WCH-WORD-FOUND VALUE 'Y'.
           03  WCH-BANNED-WORD PIC X(30).
           03  WATCH-BANNED-CNT PIC 9(4) VALUE 0.
           03  WATCH-CAUTION-CNT PIC 9(6) VALUE 0.
       01  CAUTION-HIT-COUNT PIC 99 VALUE 0.
       01  CAUTION-HIT-AREA.
           03  CAUTION-HIT OCCURS 10 TIMES.
               05  CH-WHERE        PIC X(5).
               05  CH-WORD         PIC X(30).
               05  CH-NOTE         PIC X(29).
       01  CHX PIC 99.

       01 PLOT-COUNT PIC 99 VALUE 0.
        *>  seasonal catalog carried with each template: a '*CATALOG'
               05  PLOT-GENRE      PIC X(4).
               05  PLOT-EFF-FROM   PIC 9(8).
               05  PLOT-EFF-TO     PIC 9(8).
               05  PLOT-LOGLINE    PIC X(200).
               05  PLOT-ELIG-FLAG  PIC X.
                   88  PLOT-IN-SEASON VALUE 'Y'.
       01  RUN-DATE PIC 9(8).
           03  SCENE-FORCE-ALT PIC 9 OCCURS 9 TIMES.
       01  SCENE-FIELDS.
           03  SCN-X           PIC 9(3).
           03  SCN-SLOT-X      PIC 99.
           03  SCN-ALT-COUNT   PIC 9(3).
           03  SCN-ALT-WANTED  PIC 9(3).
           03  SCN-ALT-SEEN    PIC 9(3).
           88  TITLE-DUP-FOUND VALUE 'Y'.
       01  TITLE-DUP-TRIES PIC 9 VALUE 0.
       01  THX PIC 9(4).

        *>  a sequel carries chosen values forward from an earlier
        *>  story's savestory.dat hand onto a different plot.  The
        *>  parents the deck names are picked up while savestory.dat
        *>  is read at startup, so a parent older than the duplicate
        *>  check's window is still found; anything else, and every
        *>  story made tonight, is looked for in the HIST table.
       01  SQPMAX PIC 9(3) VALUE 200.
       01  SQP-COUNT PIC 9(3) VALUE 0.
       01  SEQUEL-PARENT-AREA.
           03  SQP-ENTRY OCCURS 200 TIMES.
               05  SQP-SEQ     PIC 9(8).
               05  SQP-FOUND   PIC X.
               05  SQP-PLOT    PIC 99.
               05  SQP-CHOICE  PIC 99 OCCURS 50 TIMES.
       01  SQX PIC 9(3).
       01  SQY PIC 9(3).
       01  SQP-OVERFLOW-SWITCH PIC X VALUE SPACE.
           88  SQP-OVERFLOWED VALUE 'Y'.

        *>  every story on the log that belongs to a series, plus
        *>  tonight's sequels.  A sequel joins its parent's series one
        *>  part further on; a parent in no series starts one under
        *>  its own sequence number, as part 1.
       01  SERIESMAX PIC 9(4) VALUE 2000.
       01  SERIES-COUNT PIC 9(4) VALUE 0.
       01  SERIES-AREA.
           03  SERIES-ENTRY OCCURS 2000 TIMES.
               05  SER-SEQ     PIC 9(8).
               05  SER-PARENT  PIC 9(8).
               05  SER-ID      PIC 9(8).
               05  SER-PART    PIC 9(3).
       01  SRX PIC 9(4).
       01  SERIES-OVERFLOW-SWITCH PIC X VALUE SPACE.
           88  SERIES-OVERFLOWED VALUE 'Y'.

        *>  the department each story is charged to: the deck
        *>  card's requester in batch, the operator's department
        *>  (HALLMARK_OPER on the authority file) at the keyboard.
        *>  A replay is charged where the story it reproduces was;
        *>  the stories replay.dat names are picked up while the log
        *>  is read at startup, as the sequel parents are from
        *>  savestory.dat.
       01  STORY-REQUESTER PIC X(8) VALUE SPACES.
       01  OPER-DEPT PIC X(8) VALUE SPACES.
       01  NO-DEPT-COUNT PIC 9(4) VALUE 0.
       01  RPQMAX PIC 9(3) VALUE 500.
       01  RPQ-COUNT PIC 9(3) VALUE 0.
       01  REPLAY-REQUEST-AREA.
           03  RPQ-ENTRY OCCURS 500 TIMES.
               05  RPQ-SEQ       PIC 9(8).
               05  RPQ-REQUESTER PIC X(8).
       01  RQX PIC 9(3).
       01  RPQ-OVERFLOW-SWITCH PIC X VALUE SPACE.
           88  RPQ-OVERFLOWED VALUE 'Y'.
       01  EOF-RPL-SCAN-SWITCH PIC X VALUE SPACE.
           88  NO-MORE-RPL-SCAN VALUE 'Y'.

       01  SEQUEL-FIELDS.
           03  SEQUEL-SWITCH   PIC X VALUE SPACE.
               88  SEQUEL-STORY VALUE 'Y'.
           03  SEQUEL-WANTED   PIC 9(8) VALUE 0.
           03  SEQUEL-PARENT   PIC 9(8) VALUE 0.
           03  SEQUEL-SERIES   PIC 9(8) VALUE 0.
           03  SEQUEL-PART     PIC 9(3) VALUE 0.
           03  SEQUEL-PLOT     PIC 99 VALUE 0.
           03  SEQUEL-CHOICE   PIC 99 OCCURS 50 TIMES.
           03  SEQUEL-VJ       PIC 99 VALUE 0.
           03  SEQUEL-OLD-PLOT PIC 99 VALUE 0.
           03  SEQUEL-BUILT    PIC 9(4) VALUE 0.
           03  SEQUEL-MISSING  PIC 9(4) VALUE 0.
           03  SEQUEL-SAME-PLOT PIC 9(4) VALUE 0.
       01  SEQUEL-ASK-X PIC X(8).
       01  FILLER REDEFINES SEQUEL-ASK-X.
          03  SEQUEL-ASK PIC 9(8).
       01  SEQUEL-SHIFT-X PIC X(8).
       01  EOF-LOG-HIST-SWITCH PIC X VALUE SPACE.
           88  NO-MORE-LOG-HIST VALUE 'Y'.

           03  TITLE-ENTRY PIC X(80) OCCURS 50 TIMES.
       01  TITLE-PICK PIC 99.
       01  STORY-TITLE PIC X(80) VALUE SPACES.
        *>  the listing-guide blurb: the plot's catalog logline run
        *>  through the story's own pair table, then cased the way
        *>  the proof copy is.  Plots without a template log spaces.
       01  STORY-LOGLINE PIC X(200) VALUE SPACES.
       01  CASED-LOGLINE PIC X(200) VALUE SPACES.
       01  LOGLINE-LENGTH PIC 9(3) VALUE 0.
       01  LOGLINE-TEMPLATE PIC X(200).

        *>  translations from xlate.dat, held beside the English
        *>  tables they mirror: XLATE-VAL(VI,VJ) for VAR-VAL(VI,VJ),
        *>  XLATE-SCENE-TEXT(n) for SCENE-T-TEXT(n), and so on.  A
        *>  blank entry is an untranslated one.
       01  XLATE-SWITCH PIC X VALUE SPACE.
           88  XLATE-LOADED VALUE 'Y'.
       01  XLATE-BUILD-SWITCH PIC X VALUE SPACE.
           88  XLATE-BUILDING VALUE 'Y'.
       01  XLATE-GAP-SWITCH PIC X VALUE SPACE.
           88  XLATE-GAP-FOUND VALUE 'Y'.
       01  XLATE-MATCH-SWITCH PIC X VALUE SPACE.
           88  XLATE-MATCHED VALUE 'Y'.
       01  XLATE-VALUE-AREA.
           03  XLATE-VAR-SET OCCURS 50 TIMES.
               05  XLATE-VAL       PIC X(60) OCCURS 25 TIMES.
       01  XLATE-PLOT-AREA.
           03  XLATE-PLOT-ENTRY PIC X(4092) OCCURS 99 TIMES.
           03  XLATE-PLOT-LEN   PIC 9(4) OCCURS 99 TIMES.
           03  XLATE-LOGLINE    PIC X(200) OCCURS 99 TIMES.
       01  XLATE-SCENE-AREA.
           03  XLATE-SCENE-TEXT PIC X(256) OCCURS 500 TIMES.
       01  XLATE-TITLE-AREA.
           03  XLATE-TITLE-ENTRY PIC X(80) OCCURS 50 TIMES.
       01  XLATE-FIELDS.
           03  XL-REC-COUNT    PIC 9(5) VALUE 0.
           03  XL-BAD-COUNT    PIC 9(5) VALUE 0.
           03  XL-EDITIONS     PIC 9(6) VALUE 0.
           03  XL-GAPS         PIC 9(6) VALUE 0.
           03  XL-PX           PIC 9(3).
           03  XL-SCN-HIT      PIC 9(3).
           03  XL-SKEL         PIC X(4092).
           03  XL-SKEL-LEN     PIC 9(4).
           03  XL-TRIM-LEN     PIC 9(3).
           03  XL-USE-COUNT    PIC 9(4).
       01  ENGLISH-SAVE-AREA.
           03  EN-STORY-TEXT   PIC X(4092).
           03  EN-STORY-LENGTH PIC 9(4).
           03  EN-STORY-TITLE  PIC X(80).
           03  EN-STORY-LOGLINE PIC X(200).
           03  EN-CASED-LOGLINE PIC X(200).
           03  EN-LOGLINE-LENGTH PIC 9(3).
       01  EOF-TITLE-SWITCH PIC X VALUE SPACE.
           88  NO-MORE-TITLES VALUE 'Y'.

        
        *>****************************************************************
        PROCEDURE DIVISION.
           MOVE "HALLMARK_FORECAST" TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT FORECAST-SWITCH FROM ENVIRONMENT-VALUE
        *>  a forecast writes nothing the nightly jobs share, so it
        *>  neither needs nor holds the run lock.
           IF NOT FORECAST-MODE
               PERFORM TAKE-RUN-LOCK
           END-IF
           MOVE "VARS_DSNAME" TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-VARS-DSNAME FROM ENVIRONMENT-VALUE
           IF WS-PLOT-DSNAME = SPACES
               MOVE "plot.dat" TO WS-PLOT-DSNAME
           END-IF
           MOVE "LIMIT_DSNAME" TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-LIMIT-DSNAME FROM ENVIRONMENT-VALUE
           IF WS-LIMIT-DSNAME = SPACES
               MOVE "varlimit.dat" TO WS-LIMIT-DSNAME
           END-IF
           MOVE "CONFLICT_DSNAME" TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-CONFLICT-DSNAME FROM ENVIRONMENT-VALUE
           IF WS-CONFLICT-DSNAME = SPACES
               MOVE "conflict.dat" TO WS-CONFLICT-DSNAME
           END-IF
           MOVE "TITLES_DSNAME" TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-TITLES-DSNAME FROM ENVIRONMENT-VALUE
           IF WS-TITLES-DSNAME = SPACES
               MOVE "titles.dat" TO WS-TITLES-DSNAME
           END-IF
           MOVE "SCENE_DSNAME" TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-SCENE-DSNAME FROM ENVIRONMENT-VALUE
           IF WS-SCENE-DSNAME = SPACES
               MOVE "scenes.dat" TO WS-SCENE-DSNAME
           END-IF
           MOVE "WATCH_DSNAME" TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-WATCH-DSNAME FROM ENVIRONMENT-VALUE
           IF WS-WATCH-DSNAME = SPACES
               MOVE "watchlist.dat" TO WS-WATCH-DSNAME
           END-IF
           MOVE "XLATE_DSNAME" TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-XLATE-DSNAME FROM ENVIRONMENT-VALUE
           IF WS-XLATE-DSNAME = SPACES
               MOVE "xlate.dat" TO WS-XLATE-DSNAME
           END-IF
           MOVE "PLACE_DSNAME" TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-PLACE-DSNAME FROM ENVIRONMENT-VALUE
           IF WS-PLACE-DSNAME = SPACES
               MOVE "placement.dat" TO WS-PLACE-DSNAME
           END-IF
           PERFORM CHECK-CONTROL-TOTALS
           IF FORECAST-MODE
               PERFORM SET-FORECAST-COUNT
           END-IF

           PERFORM VARYING RS-PX FROM 1 BY 1 UNTIL RS-PX > 99
               MOVE 0 TO RS-PLOT-COUNT(RS-PX)
           END-PERFORM
           IF NOT FORECAST-MODE
               PERFORM READ-CHECKPOINT
           END-IF
           PERFORM LOAD-SEQUEL-REQUESTS
           PERFORM LOAD-REPLAY-REQUESTS
           PERFORM LOAD-STORY-HISTORY
           PERFORM LOAD-TITLE-HISTORY
           IF RESTART-MODE
               DISPLAY 'CHECKPOINT FOUND - RESUMING AFTER STORY '
               CKP-LAST-SEQ ' (' CKP-DONE-COUNT ' SELECTIONS DONE)'
           END-IF
           IF FORECAST-MODE
               OPEN OUTPUT FORECAST-FILE
               IF WS-FS-FCT NOT = '00'
                   DISPLAY 'UNABLE TO OPEN forecast.prt, FILE STATUS='
                   WS-FS-FCT
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           ELSE
               OPEN EXTEND PRINT-FILE
               IF WS-FS-PRT NOT = '00'
                   OPEN OUTPUT PRINT-FILE
               END-IF
               OPEN EXTEND REJECT-FILE
               IF WS-FS-REJ NOT = '00'
                   OPEN OUTPUT REJECT-FILE
               END-IF
               OPEN EXTEND BUILD-SHEET-FILE
               IF WS-FS-BS NOT = '00'
                   OPEN OUTPUT BUILD-SHEET-FILE
               END-IF
               OPEN EXTEND SAVE-FILE
               IF WS-FS-SAV NOT = '00'
                   OPEN OUTPUT SAVE-FILE
               END-IF
               OPEN EXTEND STORY-LOG-FILE
               IF WS-FS-LOG NOT = '00'
                   OPEN OUTPUT STORY-LOG-FILE
               END-IF
               OPEN EXTEND WATCH-HIT-FILE
               IF WS-FS-WH NOT = '00' AND WS-FS-WH NOT = '05'
                   OPEN OUTPUT WATCH-HIT-FILE
               END-IF
           END-IF

           open input pLOT-FILE

           PERFORM LOAD-TITLES
           PERFORM LOAD-SCENES
           PERFORM LOAD-WATCH-LIST

           MOVE 0 TO WS-RAND-SEED
           ACCEPT WS-RAND-SEED FROM TIME
           end-perform
           close VARS-FILE

        *>  the second-language edition is only ever logged, so a
        *>  forecast has no use for the translations.
           IF NOT FORECAST-MODE
               PERFORM LOAD-TRANSLATIONS
           END-IF
           PERFORM LOAD-CONFLICTS
           PERFORM LOAD-COUNTERS
           PERFORM LOAD-LIMITS
           PERFORM LOAD-PLACEMENTS
           PERFORM SNAPSHOT-LOAD-COUNTS
           PERFORM LOAD-SEQ-COUNTER
           IF RESTART-MODE AND CKP-LAST-SEQ > STORY-SEQ
               MOVE CKP-LAST-SEQ TO STORY-SEQ
           END-IF
           IF NOT RESTART-MODE AND NOT FORECAST-MODE
               PERFORM WRITE-RUN-HEADERS
           END-IF

           PERFORM VALIDATE-PLOT-VARS

           IF FORECAST-MODE
               PERFORM RUN-FORECAST
               PERFORM REPORT-QUOTA-STATUS
               PERFORM REPORT-PLACEMENT-STATUS
               PERFORM PRINT-FORECAST-REPORT
               CLOSE FORECAST-FILE
               GOBACK
           END-IF

           OPEN INPUT REPLAY-FILE
           PERFORM READ-REPLAY
           IF NOT NO-MORE-REPLAY
               PERFORM MARK-CHECKPOINT-COMPLETE
             ELSE
               CLOSE SEL-FILE
               PERFORM FIND-OPERATOR-DEPT
               PERFORM TEST after
               UNTIL NOT (PLAY-AGAIN-X NUMERIC AND PLAY-AGAIN = 1)
                 PERFORM BUILD-STORY
           CLOSE BUILD-SHEET-FILE
           CLOSE SAVE-FILE
           CLOSE STORY-LOG-FILE
           CLOSE WATCH-HIT-FILE
           IF PLACE-LOG-OPEN
               CLOSE PLACE-LOG-FILE
           END-IF
           IF XLATE-LOADED
               CLOSE EDITION-LOG-FILE
               DISPLAY 'SECOND-LANGUAGE EDITIONS: ' XL-EDITIONS
               ' LOGGED, ' XL-GAPS ' NOT BUILT FOR WANT OF A'
               ' TRANSLATION'
           END-IF
           IF WATCH-BANNED-CNT > 0 OR WATCH-CAUTION-CNT > 0
               DISPLAY 'WATCH-LIST: ' WATCH-BANNED-CNT ' REJECTED FOR A'
               ' BANNED WORD, ' WATCH-CAUTION-CNT ' HELD FOR REVIEW'
               ' OF A CAUTION WORD'
           END-IF
           IF SEQUEL-BUILT > 0 OR SEQUEL-MISSING > 0
               DISPLAY 'SEQUELS: ' SEQUEL-BUILT ' LOGGED IN A SERIES, '
               SEQUEL-MISSING ' BUILT UNLINKED FOR WANT OF THE PARENT'
               ' STORY'
           END-IF
           IF NO-DEPT-COUNT > 0
               DISPLAY 'STORIES LOGGED WITH NO DEPARTMENT TO CHARGE: '
               NO-DEPT-COUNT
           END-IF
        *>  the story's own CALLs to SIMOSUB1 reset the return code,
        *>  so a sequel warning is given again here for the morning.
           IF SEQUEL-SAME-PLOT > 0
               DISPLAY 'SEQUELS LEFT ON THEIR PARENT''S PLOT: '
               SEQUEL-SAME-PLOT
           END-IF
           IF SEQUEL-MISSING > 0 OR SEQUEL-SAME-PLOT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM REPORT-QUOTA-STATUS
           PERFORM REPORT-PLACEMENT-STATUS
           PERFORM SAVE-COUNTERS
           PERFORM SAVE-COUNT-HISTORY
           PERFORM SAVE-SEQ-COUNTER
           PERFORM FREE-RUN-LOCK
           GOBACK.

        *>  FORECAST_COUNT asks for that many all-random
        *>  hands; without it the forecast runs selects.dat, or 100
        *>  random hands when there is no deck.  Either way it is a
        *>  batch run, so every story takes the unattended path.
       SET-FORECAST-COUNT.
           MOVE "FORECAST_COUNT" TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT FC-COUNT-X FROM ENVIRONMENT-VALUE
           PERFORM UNTIL FC-COUNT-X = SPACES
           OR FC-COUNT-X(4:1) NOT = SPACE
               MOVE FC-COUNT-X(1:3) TO FC-COUNT-SHIFT
               MOVE SPACE TO FC-COUNT-X(1:1)
               MOVE FC-COUNT-SHIFT TO FC-COUNT-X(2:3)
           END-PERFORM
           INSPECT FC-COUNT-X REPLACING LEADING SPACES BY ZEROS
           IF FC-COUNT-X NOT NUMERIC
               DISPLAY 'FORECAST_COUNT NOT NUMERIC - IGNORED'
               MOVE 0 TO FC-COUNT
           END-IF.

       RUN-FORECAST.
           SET BATCH-MODE TO TRUE
           IF FC-COUNT = 0
               OPEN INPUT SEL-FILE
               PERFORM READ-SEL
               IF NO-MORE-SEL
                   MOVE FC-DEFAULT-COUNT TO FC-COUNT
               ELSE
                   DISPLAY 'FORECAST: SELECTIONS DECK selects.dat'
                   PERFORM BUILD-STORY UNTIL NO-MORE-SEL
               END-IF
               CLOSE SEL-FILE
           END-IF
           IF FC-COUNT > 0
               DISPLAY 'FORECAST: ' FC-COUNT ' RANDOM STORIES'
               SET FORECAST-RANDOM TO TRUE
               PERFORM READ-SEL
               PERFORM BUILD-STORY FC-COUNT TIMES
           END-IF.

        *>  a forecast random hand is what an all-'R' deck card with
        *>  no plot or genre asks for.
       MAKE-FORECAST-SEL.
           MOVE 0 TO SEL-PLOT-PICK
           MOVE SPACES TO SEL-GENRE SEL-REQUESTER
           MOVE 0 TO SEL-SEQUEL-OF
           PERFORM VARYING VI FROM 1 BY 1 UNTIL VI > 50
               MOVE 'R' TO SEL-CHOICE(VI)
           END-PERFORM.

        *>  forecast.prt: ANSI carriage control in column 1 as on
        *>  rules.prt.  Picks are what the forecast added on top of
        *>  varcount.dat, so the quota columns show where each capped
        *>  value would stand had the run been live.
       PRINT-FORECAST-REPORT.
           ACCEPT FCT-RUN-DATE FROM DATE YYYYMMDD
           MOVE 0 TO FCT-PAGE-NO
           MOVE 99 TO FCT-LINE-NO
           MOVE SPACES TO FCT-HOLD-LINE
           MOVE 'REFERENCE FILES' TO FCT-HOLD-LINE(1:15)
           PERFORM WRITE-FORECAST-LINE
           MOVE SPACES TO FCT-HOLD-LINE
           MOVE 'VARS' TO FCT-HOLD-LINE(3:4)
           MOVE WS-VARS-DSNAME TO FCT-HOLD-LINE(14:40)
           PERFORM WRITE-FORECAST-LINE
           MOVE SPACES TO FCT-HOLD-LINE
           MOVE 'PLOT' TO FCT-HOLD-LINE(3:4)
           MOVE WS-PLOT-DSNAME TO FCT-HOLD-LINE(14:40)
           PERFORM WRITE-FORECAST-LINE
           MOVE SPACES TO FCT-HOLD-LINE
           MOVE 'QUOTAS' TO FCT-HOLD-LINE(3:6)
           MOVE WS-LIMIT-DSNAME TO FCT-HOLD-LINE(14:40)
           PERFORM WRITE-FORECAST-LINE
           MOVE SPACES TO FCT-HOLD-LINE
           MOVE 'CONFLICTS' TO FCT-HOLD-LINE(3:9)
           MOVE WS-CONFLICT-DSNAME TO FCT-HOLD-LINE(14:40)
           PERFORM WRITE-FORECAST-LINE
           MOVE SPACES TO FCT-HOLD-LINE
           MOVE 'TITLES' TO FCT-HOLD-LINE(3:6)
           MOVE WS-TITLES-DSNAME TO FCT-HOLD-LINE(14:40)
           PERFORM WRITE-FORECAST-LINE
           MOVE SPACES TO FCT-HOLD-LINE
           MOVE 'SCENES' TO FCT-HOLD-LINE(3:6)
           MOVE WS-SCENE-DSNAME TO FCT-HOLD-LINE(14:40)
           PERFORM WRITE-FORECAST-LINE
           MOVE SPACES TO FCT-HOLD-LINE
           MOVE 'WATCH-LIST' TO FCT-HOLD-LINE(3:10)
           MOVE WS-WATCH-DSNAME TO FCT-HOLD-LINE(14:40)
           PERFORM WRITE-FORECAST-LINE
           MOVE SPACES TO FCT-HOLD-LINE
           MOVE 'SOURCE' TO FCT-HOLD-LINE(3:6)
           IF FORECAST-RANDOM
               MOVE FC-COUNT TO FC-EDIT
               MOVE FC-EDIT TO FCT-HOLD-LINE(14:6)
               MOVE 'RANDOM STORIES' TO FCT-HOLD-LINE(21:14)
           ELSE
               MOVE 'SELECTIONS DECK selects.dat'
                 TO FCT-HOLD-LINE(14:27)
           END-IF
           PERFORM WRITE-FORECAST-LINE
           MOVE SPACES TO FCT-HOLD-LINE
           PERFORM WRITE-FORECAST-LINE

           MOVE 'FORECAST TOTALS' TO FCT-HOLD-LINE(1:15)
           PERFORM WRITE-FORECAST-LINE
           MOVE 'STORIES BUILT' TO FCT-LABEL
           MOVE FC-BUILT TO FC-EDIT
           PERFORM PRINT-FORECAST-TOTAL
           MOVE 'STORIES KEPT' TO FCT-LABEL
           MOVE RS-STORIES TO FC-EDIT
           PERFORM PRINT-FORECAST-TOTAL
           MOVE 'LEFTOVER-TOKEN REJECTS' TO FCT-LABEL
           COMPUTE FC-EDIT = REJ-COUNT - WATCH-BANNED-CNT
           PERFORM PRINT-FORECAST-TOTAL
           MOVE 'BANNED-WORD REJECTS' TO FCT-LABEL
           MOVE WATCH-BANNED-CNT TO FC-EDIT
           PERFORM PRINT-FORECAST-TOTAL
           MOVE 'KEPT WITH A CAUTION WORD' TO FCT-LABEL
           MOVE WATCH-CAUTION-CNT TO FC-EDIT
           PERFORM PRINT-FORECAST-TOTAL
           MOVE 'QUOTA BLOCKS ON PINNED CHOICES' TO FCT-LABEL
           MOVE RS-QUOTA-BLOCKS TO FC-EDIT
           PERFORM PRINT-FORECAST-TOTAL
           MOVE 'HANDS HITTING A CONFLICT RULE' TO FCT-LABEL
           MOVE FC-CFL-HITS TO FC-EDIT
           PERFORM PRINT-FORECAST-TOTAL
           MOVE '  CONFLICT RE-ROLLS' TO FCT-LABEL
           MOVE FC-CFL-REROLLS TO FC-EDIT
           PERFORM PRINT-FORECAST-TOTAL
           MOVE '  KEPT IN CONFLICT' TO FCT-LABEL
           MOVE FC-CFL-KEPT TO FC-EDIT
           PERFORM PRINT-FORECAST-TOTAL
           MOVE 'DUPLICATE-HAND HITS' TO FCT-LABEL
           MOVE FC-DUP-HITS TO FC-EDIT
           PERFORM PRINT-FORECAST-TOTAL
           MOVE '  DUPLICATE-HAND RE-ROLLS' TO FCT-LABEL
           MOVE FC-DUP-REROLLS TO FC-EDIT
           PERFORM PRINT-FORECAST-TOTAL
           MOVE '  KEPT AS DUPLICATES' TO FCT-LABEL
           MOVE FC-DUP-KEPT TO FC-EDIT
           PERFORM PRINT-FORECAST-TOTAL
           MOVE 'DUPLICATE-TITLE HITS' TO FCT-LABEL
           MOVE FC-TITLE-HITS TO FC-EDIT
           PERFORM PRINT-FORECAST-TOTAL
           MOVE '  DUPLICATE-TITLE RE-ROLLS' TO FCT-LABEL
           MOVE FC-TITLE-REROLLS TO FC-EDIT
           PERFORM PRINT-FORECAST-TOTAL
           MOVE '  KEPT WITH A DUPLICATE TITLE' TO FCT-LABEL
           MOVE RS-TITLE-DUPS TO FC-EDIT
           PERFORM PRINT-FORECAST-TOTAL
           MOVE SPACES TO FCT-HOLD-LINE
           PERFORM WRITE-FORECAST-LINE

           MOVE 'EXPECTED VALUE DISTRIBUTION' TO FCT-HOLD-LINE(1:27)
           PERFORM WRITE-FORECAST-LINE
           MOVE SPACES TO FCT-HOLD-LINE
           MOVE 'VARIABLE' TO FCT-HOLD-LINE(1:8)
           MOVE 'VALUE' TO FCT-HOLD-LINE(19:5)
           MOVE ' PICKS' TO FCT-HOLD-LINE(61:6)
           MOVE 'PCT' TO FCT-HOLD-LINE(69:3)
           MOVE '  QUOTA' TO FCT-HOLD-LINE(74:7)
           MOVE '  AFTER' TO FCT-HOLD-LINE(83:7)
           PERFORM WRITE-FORECAST-LINE
           MOVE 0 TO FC-AT-QUOTA
           PERFORM VARYING VI FROM 1 BY 1 UNTIL VI > VAR-NAME-COUNT
               PERFORM VARYING VJ FROM 1 BY 1
               UNTIL VJ > VAR-VAL-COUNT(VI)
                   PERFORM PRINT-FORECAST-VALUE
               END-PERFORM
           END-PERFORM
           MOVE 'VALUES AT QUOTA AFTER THE FORECAST' TO FCT-LABEL
           MOVE FC-AT-QUOTA TO FC-EDIT
           PERFORM PRINT-FORECAST-TOTAL
           MOVE SPACES TO FCT-HOLD-LINE
           PERFORM WRITE-FORECAST-LINE

           MOVE 'PLOT USAGE' TO FCT-HOLD-LINE(1:10)
           PERFORM WRITE-FORECAST-LINE
           MOVE SPACES TO FCT-HOLD-LINE
           MOVE 'PLOT' TO FCT-HOLD-LINE(1:4)
           MOVE 'TITLE' TO FCT-HOLD-LINE(6:5)
           MOVE 'GENRE' TO FCT-HOLD-LINE(48:5)
           MOVE 'SEASON' TO FCT-HOLD-LINE(55:6)
           MOVE 'STORIES' TO FCT-HOLD-LINE(73:7)
           PERFORM WRITE-FORECAST-LINE
           MOVE 0 TO FC-UNUSED-PLOTS
           PERFORM VARYING RS-PX FROM 1 BY 1 UNTIL RS-PX > PLOT-COUNT
               PERFORM PRINT-FORECAST-PLOT
           END-PERFORM
           MOVE 'PLOTS UNUSED' TO FCT-LABEL
           MOVE FC-UNUSED-PLOTS TO FC-EDIT
           PERFORM PRINT-FORECAST-TOTAL
           DISPLAY 'FORECAST WRITTEN TO forecast.prt - ' FC-BUILT
           ' STORIES, NO LIVE FILE TOUCHED'.

       PRINT-FORECAST-TOTAL.
           MOVE SPACES TO FCT-HOLD-LINE
           MOVE FCT-LABEL TO FCT-HOLD-LINE(3:40)
           MOVE FC-EDIT TO FCT-HOLD-LINE(44:6)
           PERFORM WRITE-FORECAST-LINE.

       PRINT-FORECAST-VALUE.
           COMPUTE FC-PICKS =
               VAR-PICK-COUNT(VI,VJ) - VAR-LOAD-COUNT(VI,VJ)
           MOVE SPACES TO FCT-HOLD-LINE
           IF VJ = 1
               MOVE VAR-NAME(VI) TO FCT-HOLD-LINE(1:16)
           END-IF
           MOVE VAR-VAL(VI,VJ)(1:40) TO FCT-HOLD-LINE(19:40)
           MOVE FC-PICKS TO FC-EDIT
           MOVE FC-EDIT TO FCT-HOLD-LINE(61:6)
           IF FC-BUILT > 0
               COMPUTE FC-PCT = FC-PICKS * 100 / FC-BUILT
               MOVE FC-PCT TO FCT-HOLD-LINE(69:3)
           END-IF
           IF VAR-LIMIT(VI,VJ) > 0
               MOVE VAR-LIMIT(VI,VJ) TO FCT-HOLD-LINE(74:7)
               MOVE VAR-PICK-COUNT(VI,VJ) TO FCT-HOLD-LINE(83:7)
               IF VAR-PICK-COUNT(VI,VJ) >= VAR-LIMIT(VI,VJ)
                   ADD 1 TO FC-AT-QUOTA
                   MOVE 'AT QUOTA' TO FCT-HOLD-LINE(92:8)
               ELSE
                   IF VAR-PICK-COUNT(VI,VJ) * 10
                      >= VAR-LIMIT(VI,VJ) * 9
                       MOVE 'NEAR QUOTA' TO FCT-HOLD-LINE(92:10)
                   END-IF
               END-IF
           END-IF
           IF FC-PICKS = 0 AND FC-BUILT > 0
               MOVE 'NEVER PICKED' TO FCT-HOLD-LINE(104:12)
           END-IF
           PERFORM WRITE-FORECAST-LINE.

       PRINT-FORECAST-PLOT.
           MOVE SPACES TO FCT-HOLD-LINE
           MOVE RS-PX TO FCT-HOLD-LINE(1:3)
           MOVE PLOT-TITLE(RS-PX) TO FCT-HOLD-LINE(6:40)
           MOVE PLOT-GENRE(RS-PX) TO FCT-HOLD-LINE(48:4)
           MOVE PLOT-EFF-FROM(RS-PX) TO FCT-HOLD-LINE(55:8)
           MOVE '-' TO FCT-HOLD-LINE(63:1)
           MOVE PLOT-EFF-TO(RS-PX) TO FCT-HOLD-LINE(64:8)
           MOVE RS-PLOT-COUNT(RS-PX) TO FC-EDIT
           MOVE FC-EDIT TO FCT-HOLD-LINE(74:6)
           IF RS-PLOT-COUNT(RS-PX) = 0
               ADD 1 TO FC-UNUSED-PLOTS
               MOVE 'UNUSED' TO FCT-HOLD-LINE(82:6)
               IF NOT PLOT-IN-SEASON(RS-PX)
                   MOVE '- OUT OF SEASON' TO FCT-HOLD-LINE(89:15)
               END-IF
           END-IF
           PERFORM WRITE-FORECAST-LINE.

       START-FORECAST-PAGE.
           ADD 1 TO FCT-PAGE-NO
           MOVE SPACES TO FORECAST-REC
           MOVE '1' TO FCT-CC
           MOVE 'HALLMARK FORECAST - NOTHING WRITTEN LIVE'
             TO FCT-DATA(1:40)
           MOVE 'RUN' TO FCT-DATA(50:3)
           MOVE FCT-RUN-DATE TO FCT-DATA(54:8)
           MOVE 'PAGE' TO FCT-DATA(120:4)
           MOVE FCT-PAGE-NO TO FCT-DATA(125:4)
           WRITE FORECAST-REC
           MOVE SPACES TO FORECAST-REC
           WRITE FORECAST-REC
           MOVE 2 TO FCT-LINE-NO.

       WRITE-FORECAST-LINE.
           IF FCT-LINE-NO >= PAGE-DEPTH
               PERFORM START-FORECAST-PAGE
           END-IF
           MOVE SPACES TO FORECAST-REC
           MOVE ' ' TO FCT-CC
           MOVE FCT-HOLD-LINE TO FCT-DATA
           WRITE FORECAST-REC
           ADD 1 TO FCT-LINE-NO.

       WRITE-RUNSTATS.
           OPEN EXTEND RUNSTATS-FILE
           IF WS-FS-RST NOT = '00' AND WS-FS-RST NOT = '05'
               END-PERFORM
           END-PERFORM.

        *>  contracts not running today are left out; a contract whose
        *>  value is not on vars.dat, or whose dates will not make a
        *>  period, is shown and skipped so sales can correct it.
       LOAD-PLACEMENTS.
           MOVE 0 TO PLACE-COUNT
           OPEN INPUT PLACEMENT-FILE
           PERFORM READ-PLC
           PERFORM UNTIL NO-MORE-PLC
               IF PLC-CONTRACT NOT = SPACES
               AND PLC-CONTRACT(1:1) NOT = '*'
                   PERFORM TAKE-PLACEMENT-REC
               END-IF
               PERFORM READ-PLC
           END-PERFORM
           CLOSE PLACEMENT-FILE
           IF PLACE-COUNT > 0
               PERFORM COUNT-PERIOD-PLACEMENTS
               IF NOT FORECAST-MODE
                   OPEN EXTEND PLACE-LOG-FILE
                   IF WS-FS-PLG NOT = '00' AND WS-FS-PLG NOT = '05'
                       OPEN OUTPUT PLACE-LOG-FILE
                   END-IF
                   SET PLACE-LOG-OPEN TO TRUE
               END-IF
           END-IF.

       READ-PLC.
           READ PLACEMENT-FILE AT END
               SET NO-MORE-PLC TO TRUE
           END-READ.

       TAKE-PLACEMENT-REC.
           MOVE PLC-START TO PPR-START
           IF PLC-START NOT NUMERIC
               MOVE 0 TO PPR-START
           END-IF
           MOVE PLC-END TO PPR-END
           IF PLC-END NOT NUMERIC
               MOVE 0 TO PPR-END
           END-IF
           MOVE PLC-PERIOD TO PPR-PERIOD
           IF PLC-PERIOD = SPACE
               MOVE 'W' TO PPR-PERIOD
           END-IF
           MOVE PLC-COMMIT TO PPR-COMMIT
           IF PLC-COMMIT NOT NUMERIC
               MOVE 0 TO PPR-COMMIT
           END-IF
           MOVE RUN-DATE TO PPR-DATE
           CALL 'PLCPER' USING PLCPER-PARAMETERS
           IF PPR-RESULT = 'E' OR PPR-COMMIT = 0
               DISPLAY 'PLACEMENT ' PLC-CONTRACT ' HAS NO USABLE'
               ' DATES, PERIOD OR COUNT - IGNORED'
           END-IF
           IF PPR-IN-CONTRACT AND PPR-COMMIT > 0
               MOVE 0 TO PL-BEST-PLX
               PERFORM VARYING VI FROM 1 BY 1 UNTIL VI > VAR-NAME-COUNT
                   IF VAR-NAME(VI) = PLC-VAR-NAME
                       PERFORM VARYING VJ FROM 1 BY 1
                       UNTIL VJ > VAR-VAL-COUNT(VI)
                           IF VAR-VAL(VI,VJ) = PLC-VAR-VAL
                           AND PL-BEST-PLX = 0
                               PERFORM ADD-PLACEMENT-ENTRY
                           END-IF
                       END-PERFORM
                   END-IF
               END-PERFORM
               IF PL-BEST-PLX = 0
                   DISPLAY 'PLACEMENT ' PLC-CONTRACT ' NAMES A VALUE'
                   ' NOT LOADED - IGNORED: ' PLC-VAR-NAME ' '
                   PLC-VAR-VAL(1:40)
               END-IF
           END-IF.

       ADD-PLACEMENT-ENTRY.
           IF PLACE-COUNT >= PLACEMAX
               DISPLAY 'MORE THAN ' PLACEMAX ' PLACEMENTS RUNNING - '
               PLC-CONTRACT ' IGNORED'
           ELSE
               ADD 1 TO PLACE-COUNT
               MOVE PLC-CONTRACT TO PL-T-CONTRACT(PLACE-COUNT)
               MOVE VI TO PL-T-VI(PLACE-COUNT)
               MOVE VJ TO PL-T-VJ(PLACE-COUNT)
               MOVE PPR-FROM TO PL-T-FROM(PLACE-COUNT)
               MOVE PPR-TO TO PL-T-TO(PLACE-COUNT)
               MOVE PPR-PERIOD-COMMIT TO PL-T-COMMIT(PLACE-COUNT)
               MOVE PPR-DUE TO PL-T-DUE(PLACE-COUNT)
               MOVE 0 TO PL-T-PLACED(PLACE-COUNT)
               MOVE 0 TO PL-T-RUN-CNT(PLACE-COUNT)
           END-IF
           MOVE 1 TO PL-BEST-PLX.

        *>  the pace counts every story that carried the value this
        *>  period; whether review and the scheduling group kept it
        *>  is PLACERPT's business, days later.
       COUNT-PERIOD-PLACEMENTS.
           OPEN INPUT PLACE-LOG-FILE
           PERFORM READ-PLG
           PERFORM UNTIL NO-MORE-PLG
               PERFORM VARYING PLX FROM 1 BY 1
               UNTIL PLX > PLACE-COUNT
                   IF PL-T-CONTRACT(PLX) = PLG-CONTRACT
                   AND PLG-DATE NUMERIC
                   AND PLG-DATE >= PL-T-FROM(PLX)
                   AND PLG-DATE <= PL-T-TO(PLX)
                       ADD 1 TO PL-T-PLACED(PLX)
                   END-IF
               END-PERFORM
               PERFORM READ-PLG
           END-PERFORM
           CLOSE PLACE-LOG-FILE.

       READ-PLG.
           READ PLACE-LOG-FILE AT END
               SET NO-MORE-PLG TO TRUE
           END-READ.

        *>  only a pick the deck left to chance is steered: a card
        *>  that names a choice keeps it.  The placement must pass
        *>  CHECK-OPTION-OK like any other option, so genre,
        *>  dependency, quota and conflict rules still hold.
       PLACEMENT-PICK.
           IF CHOICE-SELECT-X = 'R' OR CHOICE-SELECT-X = 'r'
           OR CHOICE-SELECT-X = 'B' OR CHOICE-SELECT-X = 'b'
               MOVE 0 TO PL-BEST-PLX
               MOVE 0 TO PL-BEST-OWED
               PERFORM VARYING PLX FROM 1 BY 1 UNTIL PLX > PLACE-COUNT
                   IF PL-T-VI(PLX) = VI
                   AND PL-T-PLACED(PLX) < PL-T-DUE(PLX)
                   AND NOT DEP-OVERRIDE
                       COMPUTE PL-OWED =
                           PL-T-DUE(PLX) - PL-T-PLACED(PLX)
                       IF PL-OWED > PL-BEST-OWED
                           MOVE PL-T-VJ(PLX) TO VJ
                           PERFORM CHECK-OPTION-OK
                           IF DEP-SATISFIED
                               MOVE PLX TO PL-BEST-PLX
                               MOVE PL-OWED TO PL-BEST-OWED
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               IF PL-BEST-PLX > 0
                   MOVE PL-T-VJ(PL-BEST-PLX) TO CHOICE-SELECT
               END-IF
           END-IF.

       LOG-PLACEMENTS.
           PERFORM VARYING PLX FROM 1 BY 1 UNTIL PLX > PLACE-COUNT
               IF CHOICE-NUMBER(PL-T-VI(PLX)) = PL-T-VJ(PLX)
                   ADD 1 TO PL-T-PLACED(PLX)
                   ADD 1 TO PL-T-RUN-CNT(PLX)
                   IF PLACE-LOG-OPEN
                       MOVE STORY-SEQ TO PLG-SEQ
                       MOVE PL-T-CONTRACT(PLX) TO PLG-CONTRACT
                       MOVE RUN-DATE TO PLG-DATE
                       MOVE VAR-NAME(PL-T-VI(PLX)) TO PLG-VAR-NAME
                       MOVE VAR-VAL(PL-T-VI(PLX),PL-T-VJ(PLX))
                         TO PLG-VAR-VAL
                       WRITE PLACE-LOG-REC
                   END-IF
               END-IF
           END-PERFORM.

        *>  beside the quota lines: where each running placement
        *>  stands in its period after tonight.
       REPORT-PLACEMENT-STATUS.
           PERFORM VARYING PLX FROM 1 BY 1 UNTIL PLX > PLACE-COUNT
               MOVE PL-T-VI(PLX) TO VI
               MOVE PL-T-VJ(PLX) TO VJ
               IF PL-T-PLACED(PLX) < PL-T-DUE(PLX)
                   DISPLAY 'PLACEMENT BEHIND: ' PL-T-CONTRACT(PLX) ' '
                   VAR-VAL(VI,VJ)(1:40) ' (' PL-T-PLACED(PLX)
                   ' OF ' PL-T-COMMIT(PLX) ', ' PL-T-DUE(PLX)
                   ' DUE BY TODAY)'
               ELSE
                   DISPLAY 'PLACEMENT: ' PL-T-CONTRACT(PLX) ' '
                   VAR-VAL(VI,VJ)(1:40) ' (' PL-T-PLACED(PLX)
                   ' OF ' PL-T-COMMIT(PLX) ' THIS PERIOD, '
                   PL-T-RUN-CNT(PLX) ' TONIGHT)'
               END-IF
           END-PERFORM.

        *>  what the counters said when this run loaded them - the
        *>  difference at end of run is what tonight added, and that
        *>  delta goes to varchist.dat with the run date so VARTREND
           END-PERFORM
           CLOSE COUNTER-FILE.

       NEXT-STORY-SEQ.
        *>  story numbers are never reused; when the counter is full
        *>  stop here rather than wrap back onto numbers already out
        *>  on the log, the build sheet and the extract
           ADD 1 TO STORY-SEQ
               ON SIZE ERROR
                   DISPLAY 'STORY SEQUENCE ' STORY-SEQ
                   ' IS AT ITS LIMIT - STORY NUMBERS ARE NOT REUSED'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-ADD.

       BUILD-STORY.
           PERFORM NEXT-STORY-SEQ
           PERFORM SET-SEQUEL-REQUEST
           PERFORM SET-STORY-REQUESTER
           PERFORM CHOOSE-PLOT
           MOVE ZEROS TO SCENE-FORCE-TABLE
           PERFORM ASSEMBLE-PLOT-TEXT
           PERFORM FIND-DUPLICATE-STORY
           IF DUP-FOUND
               IF BATCH-MODE
                   ADD 1 TO FC-DUP-HITS
                   MOVE 0 TO DUP-TRIES
                   PERFORM UNTIL NOT DUP-FOUND OR DUP-TRIES >= 3
                       ADD 1 TO DUP-TRIES
                       PERFORM PICK-ALL-CHOICES
                       PERFORM FIND-DUPLICATE-STORY
                   END-PERFORM
                   ADD DUP-TRIES TO FC-DUP-REROLLS
                   IF DUP-FOUND
                       DISPLAY 'STORY ' STORY-SEQ ' DUPLICATES'
                       ' SEQUENCE ' DUP-SEQ ' AFTER ' DUP-TRIES
        *>  the duplicate check runs again inside the loop - the
        *>  re-roll must not sneak past the detection that already
        *>  ran above.
                   ADD 1 TO FC-CFL-HITS
                   MOVE 0 TO CFL-TRIES
                   PERFORM UNTIL NOT CONFLICT-FOUND OR CFL-TRIES >= 3
                       ADD 1 TO CFL-TRIES
                       PERFORM FIND-DUPLICATE-STORY
                       PERFORM CHECK-HAND-CONFLICTS
                   END-PERFORM
                   ADD CFL-TRIES TO FC-CFL-REROLLS
                   IF CONFLICT-FOUND
                       DISPLAY 'STORY ' STORY-SEQ ' VIOLATES CONFLICT'
                       ' RULE ' CFL-HIT ' AFTER ' CFL-TRIES
               END-IF
           END-IF
           IF BATCH-MODE
               ADD 1 TO FC-BUILT
               IF DUP-FOUND
                   ADD 1 TO FC-DUP-KEPT
               END-IF
               IF CONFLICT-FOUND
                   ADD 1 TO FC-CFL-KEPT
               END-IF
               PERFORM COMMIT-CHOICES
               IF FORECAST-MODE
                   PERFORM REFRESH-STORY
                   IF NOT STORY-REJECTED
                       PERFORM WRITE-STORY-LOG
                   END-IF
               ELSE
                   PERFORM FINISH-STORY
                   PERFORM WRITE-CHECKPOINT
               END-IF
               PERFORM READ-SEL
           ELSE
        *>  interactively the operator can still re-roll a variable
           END-IF
           CONTINUE.

        *>  a deck card with a parent sequence asks for a sequel; a
        *>  parent that cannot be found still gets its story, built
        *>  fresh and logged with no series link.
       SET-SEQUEL-REQUEST.
           MOVE SPACE TO SEQUEL-SWITCH
           MOVE 0 TO SEQUEL-PARENT SEQUEL-SERIES SEQUEL-PART
           IF BATCH-MODE AND SEL-SEQUEL-OF NUMERIC
           AND SEL-SEQUEL-OF > 0
               MOVE SEL-SEQUEL-OF TO SEQUEL-WANTED
               PERFORM FIND-SEQUEL-PARENT
               IF NOT SEQUEL-STORY
                   ADD 1 TO SEQUEL-MISSING
                   MOVE 4 TO RETURN-CODE
                   DISPLAY 'STORY ' STORY-SEQ ' WAS ASKED FOR AS A'
                   ' SEQUEL TO STORY ' SEQUEL-WANTED ', WHICH IS NOT'
                   ' ON savestory.dat - BUILT WITHOUT A SERIES LINK'
               END-IF
           END-IF.

       SET-STORY-REQUESTER.
           IF BATCH-MODE
               MOVE SEL-REQUESTER TO STORY-REQUESTER
               INSPECT STORY-REQUESTER CONVERTING
                   'abcdefghijklmnopqrstuvwxyz'
                   TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           ELSE
               MOVE OPER-DEPT TO STORY-REQUESTER
           END-IF.

        *>  a keyboard session is charged to the operator's
        *>  department; with no department found the stories go
        *>  uncharged and the chargeback report shows them so.
       FIND-OPERATOR-DEPT.
           MOVE SPACES TO OCK-OPER
           MOVE "HALLMARK_OPER" TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT OCK-OPER FROM ENVIRONMENT-VALUE
           MOVE 'D' TO OCK-FUNCTION
           MOVE 'HALLMARK' TO OCK-PROGRAM
           CALL 'OPERCHK' USING OPERCHK-PARAMETERS
           IF OCK-ALLOWED
               MOVE OCK-DEPT TO OPER-DEPT
               DISPLAY 'STORIES ARE CHARGED TO DEPARTMENT ' OPER-DEPT
           ELSE
               MOVE SPACES TO OPER-DEPT
               DISPLAY 'WARNING: NO DEPARTMENT FOR HALLMARK_OPER - '
               OCK-REASON
               DISPLAY 'STORIES ARE CHARGED TO NO DEPARTMENT'
           END-IF.

       FIND-SEQUEL-PARENT.
           MOVE SPACE TO SEQUEL-SWITCH
           MOVE 0 TO SEQUEL-PARENT SEQUEL-SERIES SEQUEL-PART
           PERFORM VARYING SQX FROM 1 BY 1
           UNTIL SQX > SQP-COUNT OR SEQUEL-STORY
               IF SQP-SEQ(SQX) = SEQUEL-WANTED
               AND SQP-FOUND(SQX) = 'Y'
                   SET SEQUEL-STORY TO TRUE
                   MOVE SQP-PLOT(SQX) TO SEQUEL-PLOT
                   PERFORM VARYING HJ FROM 1 BY 1 UNTIL HJ > 50
                       MOVE SQP-CHOICE(SQX,HJ) TO SEQUEL-CHOICE(HJ)
                   END-PERFORM
               END-IF
           END-PERFORM
           PERFORM VARYING HX FROM 1 BY 1
           UNTIL HX > HIST-COUNT OR SEQUEL-STORY
               IF HIST-SEQ(HX) = SEQUEL-WANTED
                   SET SEQUEL-STORY TO TRUE
                   MOVE HIST-PLOT(HX) TO SEQUEL-PLOT
                   PERFORM VARYING HJ FROM 1 BY 1 UNTIL HJ > 50
                       MOVE HIST-CHOICE(HX,HJ) TO SEQUEL-CHOICE(HJ)
                   END-PERFORM
               END-IF
           END-PERFORM
           IF SEQUEL-STORY
               MOVE SEQUEL-WANTED TO SEQUEL-PARENT
               MOVE SEQUEL-WANTED TO SEQUEL-SERIES
               MOVE 2 TO SEQUEL-PART
               PERFORM VARYING SRX FROM 1 BY 1
               UNTIL SRX > SERIES-COUNT
                   IF SER-SEQ(SRX) = SEQUEL-WANTED
                       MOVE SER-ID(SRX) TO SEQUEL-SERIES
                       COMPUTE SEQUEL-PART = SER-PART(SRX) + 1
                   END-IF
               END-PERFORM
           END-IF.

        *>  picking is free of side effects so a duplicate hand can
        *>  be re-rolled: counters and the build sheet move in
        *>  COMMIT-CHOICES once the hand is final.
                  MOVE SEL-CHOICE(VI) TO CHOICE-SELECT-X
                  PERFORM CHECK-CHOICE-ENTRY
                  IF NOT ENTRY-OK
                      IF SEQUEL-STORY
                      AND (SEL-CHOICE(VI) = 'S'
                           OR SEL-CHOICE(VI) = 's')
                          DISPLAY 'STORY ' STORY-SEQ ' CANNOT CARRY '
                          VAR-NAME(VI) ' FROM STORY ' SEQUEL-PARENT
                          ' - PICKED FRESH'
                      END-IF
                      MOVE 'R' TO CHOICE-SELECT-X
                  END-IF
                  IF PLACE-COUNT > 0
                      PERFORM PLACEMENT-PICK
                  END-IF
                  IF CHOICE-SELECT-X = 'R' OR CHOICE-SELECT-X = 'r'
                      PERFORM WEIGHTED-PICK
                      MOVE WS-RAND-RESULT TO CHOICE-SELECT
                  END-PERFORM
                  DISPLAY 'OR R TO RANDOMLY PICK ONE,'
                  ' B FOR THE LEAST-USED ONE'
                  IF SEQUEL-STORY
                      MOVE SEQUEL-CHOICE(VI) TO SEQUEL-VJ
                      IF SEQUEL-VJ > 0
                      AND SEQUEL-VJ <= VAR-VAL-COUNT(VI)
                          DISPLAY 'OR S TO CARRY ' VAR-VAL(VI,SEQUEL-VJ)
                          ' FROM STORY ' SEQUEL-PARENT
                      END-IF
                  END-IF
                  ACCEPT CHOICE-SELECT-X
                  PERFORM CHECK-CHOICE-ENTRY
                  PERFORM UNTIL ENTRY-OK
           CONTINUE.

       COMMIT-CHOICES.
           IF NOT FORECAST-MODE
               PERFORM WRITE-BS-PLOT-NAME
           END-IF
           PERFORM VARYING VI FROM 1 BY +1 UNTIL VI > VAR-NAME-COUNT
              ADD 1 TO VAR-PICK-COUNT (VI,CHOICE-NUMBER(VI))
              MOVE STORY-SEQ TO BS-SEQ
              MOVE PLOT-PICK TO BS-PLOT-PICK
              MOVE VAR-NAME(VI) TO BS-VAR-NAME
              MOVE VAR-VAL(VI,CHOICE-NUMBER(VI)) TO BS-VAR-VAL
              IF NOT FORECAST-MODE
                  WRITE BS-REC
              END-IF
           END-PERFORM
           IF PLACE-COUNT > 0
               PERFORM LOG-PLACEMENTS
           END-IF

           PERFORM VARYING VI FROM 1 BY +1 UNTIL VI > 50
               IF VI > VAR-NAME-COUNT
                 TO SAV-SCENE-ALT(SCN-SLOT-X)
           END-PERFORM
           MOVE PLOT-HASH(PLOT-PICK) TO SAV-PLOT-HASH
           IF NOT FORECAST-MODE
               WRITE SAV-REC
           END-IF
           PERFORM ADD-STORY-TO-HISTORY.

        *>  the catalog flows to the build sheet so the sheet names
        *>  the plot instead of just numbering it; the department
        *>  charged rides beside it, so a story the run rejects can
        *>  still be remade for the department that asked for it.
       WRITE-BS-PLOT-NAME.
           MOVE STORY-SEQ TO BS-SEQ
           MOVE PLOT-PICK TO BS-PLOT-PICK
           MOVE SPACES TO BS-VAR-VAL
           MOVE PLOT-TITLE(PLOT-PICK) TO BS-VAR-VAL(1:40)
           MOVE PLOT-GENRE(PLOT-PICK) TO BS-VAR-VAL(42:4)
           WRITE BS-REC
           MOVE '*REQUESTER*' TO BS-VAR-NAME
           MOVE SPACES TO BS-VAR-VAL
           MOVE STORY-REQUESTER TO BS-VAR-VAL(1:8)
           WRITE BS-REC.

        *>  the save-file history: everything already on
                       END-IF
                   END-IF
                   END-IF
                   IF SQP-COUNT > 0 AND SAV-SEQ NOT = 0
                       PERFORM TAKE-SEQUEL-PARENT
                   END-IF
                   PERFORM READ-SAV-HISTORY
               END-PERFORM
               CLOSE SAVE-FILE
           END-IF.

        *>  a parent's hand as the save file holds it; a story saved
        *>  twice (a restart) keeps the later record.
       TAKE-SEQUEL-PARENT.
           PERFORM VARYING SQX FROM 1 BY 1 UNTIL SQX > SQP-COUNT
               IF SQP-SEQ(SQX) = SAV-SEQ
                   MOVE 'Y' TO SQP-FOUND(SQX)
                   MOVE SAV-PLOT-PICK TO SQP-PLOT(SQX)
                   PERFORM VARYING HJ FROM 1 BY 1 UNTIL HJ > 50
                       MOVE SAV-CHOICE(HJ) TO SQP-CHOICE(SQX,HJ)
                   END-PERFORM
               END-IF
           END-PERFORM.

        *>  sequel cards name their parent by sequence number; the
        *>  deck is read once ahead of the run so each parent's hand
        *>  can be picked up as savestory.dat goes by.
       LOAD-SEQUEL-REQUESTS.
           MOVE 0 TO SQP-COUNT
           OPEN INPUT SEL-FILE
           IF WS-FS-SEL = '00'
               PERFORM READ-SEL-SCAN
               PERFORM UNTIL NO-MORE-SEL-SCAN
                   IF SEL-SEQUEL-OF NUMERIC AND SEL-SEQUEL-OF > 0
                       PERFORM ADD-SEQUEL-REQUEST
                   END-IF
                   PERFORM READ-SEL-SCAN
               END-PERFORM
           END-IF
           CLOSE SEL-FILE.

       READ-SEL-SCAN.
           READ SEL-FILE INTO SEL-REC AT END
               SET NO-MORE-SEL-SCAN TO TRUE
           END-READ
           IF WS-FS-SEL NOT = '00' AND WS-FS-SEL NOT = '10'
               SET NO-MORE-SEL-SCAN TO TRUE
           END-IF.

       ADD-SEQUEL-REQUEST.
           MOVE 0 TO SQX
           PERFORM VARYING SQY FROM 1 BY 1 UNTIL SQY > SQP-COUNT
               IF SQP-SEQ(SQY) = SEL-SEQUEL-OF
                   MOVE SQY TO SQX
               END-IF
           END-PERFORM
           IF SQX = 0
               IF SQP-COUNT < SQPMAX
                   ADD 1 TO SQP-COUNT
                   MOVE SEL-SEQUEL-OF TO SQP-SEQ(SQP-COUNT)
                   MOVE 'N' TO SQP-FOUND(SQP-COUNT)
               ELSE
                   IF NOT SQP-OVERFLOWED
                       DISPLAY 'MORE THAN ' SQPMAX ' SEQUEL PARENTS IN'
                       ' selects.dat - THE REST ARE LOOKED FOR IN THE'
                       ' STORY HISTORY ONLY'
                       SET SQP-OVERFLOWED TO TRUE
                   END-IF
               END-IF
           END-IF.

       LOAD-REPLAY-REQUESTS.
           MOVE 0 TO RPQ-COUNT
           OPEN INPUT REPLAY-FILE
           IF WS-FS-RPL = '00'
               PERFORM READ-RPL-SCAN
               PERFORM UNTIL NO-MORE-RPL-SCAN
                   IF RPL-SEQ NUMERIC AND RPL-SEQ > 0
                       PERFORM ADD-REPLAY-REQUEST
                   END-IF
                   PERFORM READ-RPL-SCAN
               END-PERFORM
           END-IF
           CLOSE REPLAY-FILE.

       READ-RPL-SCAN.
           READ REPLAY-FILE AT END
               SET NO-MORE-RPL-SCAN TO TRUE
           END-READ
           IF WS-FS-RPL NOT = '00' AND WS-FS-RPL NOT = '10'
               SET NO-MORE-RPL-SCAN TO TRUE
           END-IF.

       ADD-REPLAY-REQUEST.
           IF RPQ-COUNT < RPQMAX
               ADD 1 TO RPQ-COUNT
               MOVE RPL-SEQ TO RPQ-SEQ(RPQ-COUNT)
               MOVE SPACES TO RPQ-REQUESTER(RPQ-COUNT)
           ELSE
               IF NOT RPQ-OVERFLOWED
                   DISPLAY 'MORE THAN ' RPQMAX ' STORIES IN'
                   ' replay.dat - THE REST ARE REPLAYED WITH NO'
                   ' DEPARTMENT'
                   SET RPQ-OVERFLOWED TO TRUE
               END-IF
           END-IF.

       MATCH-REPLAY-REQUEST.
           PERFORM VARYING RQX FROM 1 BY 1 UNTIL RQX > RPQ-COUNT
               IF RPQ-SEQ(RQX) = SL-SEQ
                   MOVE SL-REQUESTER TO RPQ-REQUESTER(RQX)
               END-IF
           END-PERFORM.

       READ-SAV-HISTORY.
           READ SAVE-FILE AT END
               SET NO-MORE-SAV-HIST TO TRUE
                   IF SL-TITLE NOT = SPACES
                       PERFORM ADD-TITLE-TO-HISTORY
                   END-IF
                   IF SL-SERIES-ID NUMERIC AND SL-SERIES-ID > 0
                       PERFORM ADD-SERIES-ENTRY
                   END-IF
                   IF RPQ-COUNT > 0
                       PERFORM MATCH-REPLAY-REQUEST
                   END-IF
                   PERFORM READ-LOG-HISTORY
               END-PERFORM
               CLOSE STORY-LOG-FILE
               END-IF
           END-IF.

       ADD-SERIES-ENTRY.
           IF SERIES-COUNT < SERIESMAX
               ADD 1 TO SERIES-COUNT
               MOVE SL-SEQ TO SER-SEQ(SERIES-COUNT)
               MOVE SL-PARENT-SEQ TO SER-PARENT(SERIES-COUNT)
               MOVE SL-SERIES-ID TO SER-ID(SERIES-COUNT)
               MOVE SL-SERIES-PART TO SER-PART(SERIES-COUNT)
           ELSE
               IF NOT SERIES-OVERFLOWED
                   DISPLAY 'SERIES HISTORY FULL AT ' SERIESMAX
                   ' - A SEQUEL TO A LATER SERIES STORY STARTS A NEW'
                   ' SERIES'
                   SET SERIES-OVERFLOWED TO TRUE
               END-IF
           END-IF.

       CHECK-TITLE-DUP.
           MOVE SPACE TO TITLE-DUP-SWITCH
           PERFORM VARYING THX FROM 1 BY 1
           UNTIL THX > TITLE-HIST-COUNT OR TITLE-DUP-FOUND
               IF TITLE-HIST-ENTRY(THX) = STORY-TITLE
                   SET TITLE-DUP-FOUND TO TRUE
           END-PERFORM.

       REBUILD-STORY.
           PERFORM NEXT-STORY-SEQ
           PERFORM SET-REPLAY-SERIES
           PERFORM SET-REPLAY-REQUESTER
           MOVE RPL-PLOT-PICK TO PLOT-PICK
           IF PLOT-PICK < 1 OR PLOT-PICK > PLOT-COUNT
               MOVE PLOT-COUNT TO WS-RAND-MAX
              MOVE VAR-VAL(VI,CHOICE-NUMBER(VI)) TO BS-VAR-VAL
              WRITE BS-REC
           END-PERFORM
           IF PLACE-COUNT > 0
               PERFORM LOG-PLACEMENTS
           END-IF
           PERFORM FINISH-STORY
           PERFORM READ-REPLAY.
        *>  a replayed story stands in for the one it reproduces, so
        *>  it takes that story's place in its series.
       SET-REPLAY-REQUESTER.
           MOVE SPACES TO STORY-REQUESTER
           PERFORM VARYING RQX FROM 1 BY 1 UNTIL RQX > RPQ-COUNT
               IF RPQ-SEQ(RQX) = RPL-SEQ
                   MOVE RPQ-REQUESTER(RQX) TO STORY-REQUESTER
               END-IF
           END-PERFORM.

       SET-REPLAY-SERIES.
           MOVE SPACE TO SEQUEL-SWITCH
           MOVE 0 TO SEQUEL-PARENT SEQUEL-SERIES SEQUEL-PART
           PERFORM VARYING SRX FROM 1 BY 1
           UNTIL SRX > SERIES-COUNT OR SEQUEL-STORY
               IF SER-SEQ(SRX) = RPL-SEQ
                   SET SEQUEL-STORY TO TRUE
                   MOVE SER-PARENT(SRX) TO SEQUEL-PARENT
                   MOVE SER-ID(SRX) TO SEQUEL-SERIES
                   MOVE SER-PART(SRX) TO SEQUEL-PART
               END-IF
           END-PERFORM.

       FINISH-STORY.
           PERFORM REFRESH-STORY
           IF NOT STORY-REJECTED
           IF STORY-TITLE NOT = SPACES
               PERFORM CHECK-TITLE-DUP
               IF TITLE-DUP-FOUND
                   ADD 1 TO FC-TITLE-HITS
                   MOVE 0 TO TITLE-DUP-TRIES
                   PERFORM UNTIL NOT TITLE-DUP-FOUND
                   OR TITLE-DUP-TRIES >= 3
                       PERFORM MAKE-STORY-TITLE
                       PERFORM CHECK-TITLE-DUP
                   END-PERFORM
                   ADD TITLE-DUP-TRIES TO FC-TITLE-REROLLS
                   IF TITLE-DUP-FOUND
                       ADD 1 TO RS-TITLE-DUPS
                       DISPLAY 'STORY ' STORY-SEQ ' TITLE MATCHES AN'
                   END-IF
               END-IF
           END-IF
           PERFORM MAKE-STORY-LOGLINE
           MOVE 0 TO CAUTION-HIT-COUNT
           PERFORM CHECK-LEFTOVER-TOKENS
           IF STORY-REJECTED
               ADD 1 TO REJ-COUNT
               MOVE STORY-SEQ TO REJ-LINE-SEQ
               MOVE PLOT-PICK TO REJ-LINE-PLOT
               MOVE REJ-TOKEN TO REJ-LINE-TOKEN
               IF NOT FORECAST-MODE
                   WRITE REJECT-REC FROM REJ-LINE
               END-IF
               MOVE 4 TO RETURN-CODE
           END-IF
           IF NOT STORY-REJECTED
               PERFORM CHECK-WATCH-LIST
               IF STORY-REJECTED
                   ADD 1 TO REJ-COUNT
                   ADD 1 TO WATCH-BANNED-CNT
                   DISPLAY 'STORY ' STORY-SEQ ' REJECTED - BANNED'
                   ' WORD IN ' WCH-WHERE ': ' WCH-BANNED-WORD
                   MOVE STORY-SEQ TO REJ-WATCH-SEQ
                   MOVE PLOT-PICK TO REJ-WATCH-PLOT
                   MOVE WCH-BANNED-WORD TO REJ-WATCH-WORD
                   IF NOT FORECAST-MODE
                       WRITE REJECT-REC FROM REJ-WATCH-LINE
                   END-IF
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           IF NOT STORY-REJECTED
               PERFORM FORMAT-CASED-TEXT
               PERFORM FORMAT-CASED-LOGLINE
           END-IF.

       ASK-REDRAW.
           MOVE STORY-TITLE TO SL-TITLE
           MOVE STORY-TEXT TO SL-STORY-TEXT
           MOVE PLOT-HASH(PLOT-PICK) TO SL-PLOT-HASH
           MOVE CASED-LOGLINE TO SL-LOGLINE
           IF SEQUEL-STORY
               MOVE SEQUEL-PARENT TO SL-PARENT-SEQ
               MOVE SEQUEL-SERIES TO SL-SERIES-ID
               MOVE SEQUEL-PART TO SL-SERIES-PART
           ELSE
               MOVE 0 TO SL-PARENT-SEQ SL-SERIES-ID SL-SERIES-PART
           END-IF
           MOVE STORY-REQUESTER TO SL-REQUESTER
           IF STORY-REQUESTER = SPACES AND NOT FORECAST-MODE
               ADD 1 TO NO-DEPT-COUNT
           END-IF
           IF NOT FORECAST-MODE
               WRITE STORY-LOG-REC
           END-IF
           IF SEQUEL-STORY
               ADD 1 TO SEQUEL-BUILT
               DISPLAY 'STORY ' STORY-SEQ ' IS PART ' SEQUEL-PART
               ' OF SERIES ' SEQUEL-SERIES ', SEQUEL TO STORY '
               SEQUEL-PARENT
               PERFORM ADD-SERIES-ENTRY
           END-IF
           IF CAUTION-HIT-COUNT > 0
               ADD 1 TO WATCH-CAUTION-CNT
               DISPLAY 'STORY ' STORY-SEQ ' KEPT WITH '
               CAUTION-HIT-COUNT ' CAUTION WORD(S) - NEEDS AN'
               ' EXPLICIT APPROVAL IN STORYREV'
               PERFORM VARYING CHX FROM 1 BY 1
               UNTIL CHX > CAUTION-HIT-COUNT
                   MOVE STORY-SEQ TO WH-SEQ
                   MOVE SL-DATE TO WH-DATE
                   MOVE CH-WHERE(CHX) TO WH-WHERE
                   MOVE CH-WORD(CHX) TO WH-WORD
                   MOVE CH-NOTE(CHX) TO WH-NOTE
                   IF NOT FORECAST-MODE
                       WRITE WATCH-HIT-REC
                   END-IF
               END-PERFORM
           END-IF
           IF SL-TITLE NOT = SPACES
               PERFORM ADD-TITLE-TO-HISTORY
           END-IF
           IF XLATE-LOADED
               PERFORM BUILD-SECOND-EDITION
           END-IF.
        *>  the second-language edition is built from the same hand
        *>  as the English story just logged - the same plot, the
        *>  same scene alternates and the same CHOICES-TABLE - with
        *>  the translated text and values put through the same
        *>  substitution.  A piece it needs with no translation
        *>  leaves the story without an edition rather than half in
        *>  English; VARAUDIT lists those gaps ahead of the night.
       BUILD-SECOND-EDITION.
           MOVE SPACE TO XLATE-GAP-SWITCH
           PERFORM ASSEMBLE-XLATE-TEXT
           IF NOT XLATE-GAP-FOUND AND STORY-TITLE NOT = SPACES
           AND XLATE-TITLE-ENTRY(TITLE-PICK) = SPACES
               SET XLATE-GAP-FOUND TO TRUE
               DISPLAY 'STORY ' STORY-SEQ ' HAS NO SECOND-LANGUAGE'
               ' EDITION - TITLE ' TITLE-PICK ' IS NOT TRANSLATED'
           END-IF
           IF NOT XLATE-GAP-FOUND
           AND PLOT-LOGLINE(PLOT-PICK) NOT = SPACES
           AND XLATE-LOGLINE(PLOT-PICK) = SPACES
               SET XLATE-GAP-FOUND TO TRUE
               DISPLAY 'STORY ' STORY-SEQ ' HAS NO SECOND-LANGUAGE'
               ' EDITION - LOGLINE OF PLOT ' PLOT-PICK
               ' IS NOT TRANSLATED'
           END-IF
           IF NOT XLATE-GAP-FOUND
               PERFORM VARYING VI FROM 1 BY 1
               UNTIL VI > VAR-NAME-COUNT OR XLATE-GAP-FOUND
                   IF XLATE-VAL(VI,CHOICE-NUMBER(VI)) = SPACES
                       PERFORM CHECK-XLATE-VALUE-USED
                   END-IF
               END-PERFORM
           END-IF
           IF XLATE-GAP-FOUND
               ADD 1 TO XL-GAPS
               MOVE 4 TO RETURN-CODE
           ELSE
               PERFORM WRITE-SECOND-EDITION
           END-IF.

        *>  an untranslated value only matters when its token is in
        *>  the translated text, title or logline this story uses.
       CHECK-XLATE-VALUE-USED.
           MOVE VAR-NAME(VI) TO VAR-SRCH-VAL
           MOVE 16 TO VSX
           PERFORM UNTIL VAR-SRCH-CH(VSX) NOT = ' ' OR VSX < 1
               SUBTRACT 1 FROM VSX
           END-PERFORM
           MOVE VSX TO VAR-srCH-LEN
           MOVE 0 TO XL-USE-COUNT
           INSPECT XL-SKEL TALLYING XL-USE-COUNT
               FOR ALL VAR-NAME(VI)(1:VAR-srCH-LEN)
           IF STORY-TITLE NOT = SPACES
               INSPECT XLATE-TITLE-ENTRY(TITLE-PICK)
                   TALLYING XL-USE-COUNT
                   FOR ALL VAR-NAME(VI)(1:VAR-srCH-LEN)
           END-IF
           INSPECT XLATE-LOGLINE(PLOT-PICK) TALLYING XL-USE-COUNT
               FOR ALL VAR-NAME(VI)(1:VAR-srCH-LEN)
           IF XL-USE-COUNT > 0
               SET XLATE-GAP-FOUND TO TRUE
               DISPLAY 'STORY ' STORY-SEQ ' HAS NO SECOND-LANGUAGE'
               ' EDITION - ' VAR-NAME(VI) ' VALUE IS NOT TRANSLATED: '
               VAR-VAL(VI,CHOICE-NUMBER(VI))
           END-IF.

        *>  the translated skeleton: the alternates recorded in
        *>  SCENE-ALT-PICK when the plot has scenes, else (or when
        *>  every chosen alternate is empty) the flat text - the same
        *>  choice ASSEMBLE-PLOT-TEXT made for the English story.
       ASSEMBLE-XLATE-TEXT.
           MOVE SPACES TO XL-SKEL
           MOVE 0 TO XL-SKEL-LEN
           MOVE 0 TO SCN-PLOT-HITS
           PERFORM VARYING SCN-X FROM 1 BY 1 UNTIL SCN-X > SCENE-COUNT
               IF SCENE-T-PLOT(SCN-X) = PLOT-PICK
                   ADD 1 TO SCN-PLOT-HITS
               END-IF
           END-PERFORM
           IF SCN-PLOT-HITS > 0
               PERFORM VARYING SCN-SLOT-X FROM 1 BY 1
               UNTIL SCN-SLOT-X > SCNSLOTMAX OR XLATE-GAP-FOUND
                   IF SCENE-ALT-PICK(SCN-SLOT-X) > 0
                       PERFORM XLATE-ONE-SLOT
                   END-IF
               END-PERFORM
           END-IF
           IF XL-SKEL-LEN = 0 AND NOT XLATE-GAP-FOUND
               IF XLATE-PLOT-LEN(PLOT-PICK) = 0
                   SET XLATE-GAP-FOUND TO TRUE
                   DISPLAY 'STORY ' STORY-SEQ ' HAS NO SECOND-LANGUAGE'
                   ' EDITION - PLOT ' PLOT-PICK ' TEXT IS NOT'
                   ' TRANSLATED'
               ELSE
                   MOVE XLATE-PLOT-ENTRY(PLOT-PICK) TO XL-SKEL
                   MOVE XLATE-PLOT-LEN(PLOT-PICK) TO XL-SKEL-LEN
               END-IF
           END-IF.

       XLATE-ONE-SLOT.
           MOVE 0 TO SCN-ALT-SEEN
           PERFORM VARYING SCN-X FROM 1 BY 1
           UNTIL SCN-X > SCENE-COUNT OR XLATE-GAP-FOUND
               IF SCENE-T-PLOT(SCN-X) = PLOT-PICK
               AND SCENE-T-SLOT(SCN-X) = SCN-SLOT-X
                   ADD 1 TO SCN-ALT-SEEN
                   IF SCN-ALT-SEEN = SCENE-ALT-PICK(SCN-SLOT-X)
                   AND SCENE-T-LEN(SCN-X) > 0
                       PERFORM APPEND-XLATE-SCENE
                   END-IF
               END-IF
           END-PERFORM.

       APPEND-XLATE-SCENE.
           IF XLATE-SCENE-TEXT(SCN-X) = SPACES
               SET XLATE-GAP-FOUND TO TRUE
               DISPLAY 'STORY ' STORY-SEQ ' HAS NO SECOND-LANGUAGE'
               ' EDITION - PLOT ' PLOT-PICK ' SCENE ' SCN-SLOT-X
               ' ALTERNATE ' SCN-ALT-SEEN ' IS NOT TRANSLATED'
           ELSE
               MOVE 256 TO XL-TRIM-LEN
               PERFORM UNTIL XL-TRIM-LEN < 1
               OR XLATE-SCENE-TEXT(SCN-X)(XL-TRIM-LEN:1) NOT = SPACE
                   SUBTRACT 1 FROM XL-TRIM-LEN
               END-PERFORM
               IF XL-SKEL-LEN + XL-TRIM-LEN + 1 > 4092
                   DISPLAY 'TRANSLATED PLOT ' PLOT-PICK
                   ' FULL AT 4092 - SCENE ' SCN-SLOT-X ' DROPPED'
               ELSE
                   IF XL-SKEL-LEN > 0
                       ADD 1 TO XL-SKEL-LEN
                   END-IF
                   MOVE XLATE-SCENE-TEXT(SCN-X)(1:XL-TRIM-LEN)
                     TO XL-SKEL(XL-SKEL-LEN + 1:XL-TRIM-LEN)
                   ADD XL-TRIM-LEN TO XL-SKEL-LEN
               END-IF
           END-IF.

        *>  the English results are set aside while the edition goes
        *>  through the same title, logline, token and casing
        *>  paragraphs, then put back for the print and the handoff.
        *>  The pair table is left holding the translated values;
        *>  REFRESH-STORY reloads it for the next story.
       WRITE-SECOND-EDITION.
           MOVE STORY-TEXT TO EN-STORY-TEXT
           MOVE STORY-LENGTH TO EN-STORY-LENGTH
           MOVE STORY-TITLE TO EN-STORY-TITLE
           MOVE STORY-LOGLINE TO EN-STORY-LOGLINE
           MOVE CASED-LOGLINE TO EN-CASED-LOGLINE
           MOVE LOGLINE-LENGTH TO EN-LOGLINE-LENGTH
           SET XLATE-BUILDING TO TRUE
           PERFORM VARYING VI FROM 1 BY 1 UNTIL VI > VAR-NAME-COUNT
               IF XLATE-VAL(VI,CHOICE-NUMBER(VI)) NOT = SPACES
                   MOVE XLATE-VAL(VI,CHOICE-NUMBER(VI)) TO VAR-REPL-VAL
                   MOVE 60 TO VRX
                   PERFORM UNTIL VAR-REPL-CH(VRX) NOT = ' ' OR VRX < 1
                       SUBTRACT 1 FROM VRX
                   END-PERFORM
                   MOVE VAR-REPL-VAL TO SUB-REPLACE-STRING(VI)
                   MOVE VRX TO SUB-REPLACE-LENGTH(VI)
               END-IF
           END-PERFORM
           MOVE XL-SKEL TO SUB-BUFFER-SOURCE
           call 'SIMOSUB1' using SUBSTITUTE-PARAMETERS
           MOVE SUB-BUFFER-TARGET TO STORY-TEXT
           MOVE XL-SKEL-LEN TO STORY-LENGTH
           IF EN-STORY-TITLE NOT = SPACES
               MOVE SPACES TO SUB-BUFFER-SOURCE
               MOVE XLATE-TITLE-ENTRY(TITLE-PICK)
                 TO SUB-BUFFER-SOURCE(1:80)
               call 'SIMOSUB1' using SUBSTITUTE-PARAMETERS
               MOVE SUB-BUFFER-TARGET(1:80) TO STORY-TITLE
           END-IF
           PERFORM MAKE-STORY-LOGLINE
           PERFORM CHECK-LEFTOVER-TOKENS
           IF STORY-REJECTED
               ADD 1 TO XL-GAPS
               MOVE 4 TO RETURN-CODE
               DISPLAY 'STORY ' STORY-SEQ ' HAS NO SECOND-LANGUAGE'
               ' EDITION - VARIABLE TOKEN SURVIVED SUBSTITUTION: '
               REJ-TOKEN
           ELSE
               PERFORM FORMAT-CASED-LOGLINE
               MOVE STORY-SEQ TO ED-SEQ
               MOVE PLOT-PICK TO ED-PLOT-PICK
               MOVE SL-DATE TO ED-DATE
               MOVE SL-TIME TO ED-TIME
               MOVE STORY-TITLE TO ED-TITLE
               MOVE STORY-TEXT TO ED-STORY-TEXT
               MOVE PLOT-HASH(PLOT-PICK) TO ED-PLOT-HASH
               MOVE CASED-LOGLINE TO ED-LOGLINE
               MOVE SL-PARENT-SEQ TO ED-PARENT-SEQ
               MOVE SL-SERIES-ID TO ED-SERIES-ID
               MOVE SL-SERIES-PART TO ED-SERIES-PART
               MOVE SL-REQUESTER TO ED-REQUESTER
               WRITE EDITION-LOG-REC
               ADD 1 TO XL-EDITIONS
           END-IF
           MOVE SPACE TO XLATE-BUILD-SWITCH
           MOVE SPACE TO REJECT-SWITCH
           MOVE EN-STORY-TEXT TO STORY-TEXT
           MOVE EN-STORY-LENGTH TO STORY-LENGTH
           MOVE EN-STORY-TITLE TO STORY-TITLE
           MOVE EN-STORY-LOGLINE TO STORY-LOGLINE
           MOVE EN-CASED-LOGLINE TO CASED-LOGLINE
           MOVE EN-LOGLINE-LENGTH TO LOGLINE-LENGTH.

       SET-PLOT-CATALOG.
           MOVE SPACES TO PLOT-TITLE(PLOT-COUNT)
           MOVE 'PLOT' TO PLOT-TITLE(PLOT-COUNT)(1:4)
           MOVE SPACES TO PLOT-GENRE(PLOT-COUNT)
           MOVE 0 TO PLOT-EFF-FROM(PLOT-COUNT)
           MOVE 99999999 TO PLOT-EFF-TO(PLOT-COUNT)
           MOVE SPACES TO PLOT-LOGLINE(PLOT-COUNT)
           IF PC-CATALOG-REC
               MOVE PC-TITLE TO PLOT-TITLE(PLOT-COUNT)
               MOVE PC-GENRE TO PLOT-GENRE(PLOT-COUNT)
               MOVE PC-LOGLINE TO PLOT-LOGLINE(PLOT-COUNT)
               IF PC-EFF-FROM NUMERIC
                   MOVE PC-EFF-FROM TO PLOT-EFF-FROM(PLOT-COUNT)
               END-IF
        *>  warning; the alternate number on the record is ignored in
        *>  favor of arrival order, so the file needs no renumbering
        *>  when an alternate is added or pulled.
        *>  a missing watch-list is no watch-list; a record of any
        *>  other class, or with no word, is reported and skipped.
       LOAD-WATCH-LIST.
           OPEN INPUT WATCH-FILE
           IF WS-FS-WL = '00'
               PERFORM UNTIL NO-MORE-WATCH
                   READ WATCH-FILE AT END
                       SET NO-MORE-WATCH TO TRUE
                   END-READ
                   IF NOT NO-MORE-WATCH
                       PERFORM TAKE-WATCH-REC
                   END-IF
               END-PERFORM
           END-IF
           CLOSE WATCH-FILE
           IF WATCH-COUNT > 0
               DISPLAY 'WATCH-LIST WORDS LOADED: ' WATCH-COUNT
           END-IF.

       TAKE-WATCH-REC.
           IF (NOT WL-BANNED AND NOT WL-CAUTION) OR WL-WORD = SPACES
               DISPLAY 'BAD WATCH-LIST RECORD SKIPPED: ' WATCH-REC
           ELSE
               IF WATCH-COUNT >= WATCHMAX
                   DISPLAY 'TOO MANY WATCH-LIST WORDS, MAX=' WATCHMAX
                   ' - IGNORING THE REST'
                   SET NO-MORE-WATCH TO TRUE
               ELSE
                   ADD 1 TO WATCH-COUNT
                   MOVE WL-CLASS TO WL-T-CLASS(WATCH-COUNT)
                   MOVE WL-WORD TO WL-T-WORD(WATCH-COUNT)
                   INSPECT WL-T-WORD(WATCH-COUNT)
                       CONVERTING CS-LOWERS TO CS-UPPERS
                   MOVE WL-NOTE TO WL-T-NOTE(WATCH-COUNT)
                   MOVE 30 TO WL-T-LEN(WATCH-COUNT)
                   PERFORM UNTIL WL-T-LEN(WATCH-COUNT) < 2
                   OR WL-T-WORD(WATCH-COUNT)(WL-T-LEN(WATCH-COUNT):1)
                       NOT = SPACE
                       SUBTRACT 1 FROM WL-T-LEN(WATCH-COUNT)
                   END-PERFORM
               END-IF
           END-IF.

       LOAD-SCENES.
           OPEN INPUT SCENE-FILE
           PERFORM READ-SCENE
               END-IF
           END-IF.

        *>  xlate.dat is optional: with nothing on it no second-
        *>  language edition is built and storylog2.dat is left
        *>  alone.  Loaded after vars.dat, titles.dat and scenes.dat,
        *>  since every record is keyed to an entry on one of them.
       LOAD-TRANSLATIONS.
           MOVE SPACES TO XLATE-VALUE-AREA
           MOVE SPACES TO XLATE-SCENE-AREA
           MOVE SPACES TO XLATE-TITLE-AREA
           PERFORM VARYING XL-PX FROM 1 BY 1 UNTIL XL-PX > PLOTMAX
               MOVE SPACES TO XLATE-PLOT-ENTRY(XL-PX)
               MOVE 0 TO XLATE-PLOT-LEN(XL-PX)
               MOVE SPACES TO XLATE-LOGLINE(XL-PX)
           END-PERFORM
           OPEN INPUT XLATE-FILE
           PERFORM READ-XLATE
           PERFORM UNTIL NO-MORE-XLATE
               ADD 1 TO XL-REC-COUNT
               EVALUATE TRUE
                   WHEN XL-VALUE-REC
                       PERFORM TAKE-XLATE-VALUE
                   WHEN XL-PLOT-REC
                       PERFORM TAKE-XLATE-PLOT
                   WHEN XL-SCENE-REC
                       PERFORM TAKE-XLATE-SCENE
                   WHEN XL-LOGLINE-REC
                       PERFORM TAKE-XLATE-LOGLINE
                   WHEN XL-TITLE-REC
                       PERFORM TAKE-XLATE-TITLE
                   WHEN OTHER
                       ADD 1 TO XL-BAD-COUNT
                       DISPLAY 'BAD TRANSLATION RECORD SKIPPED: TYPE '
                       XL-TYPE
               END-EVALUATE
               PERFORM READ-XLATE
           END-PERFORM
           CLOSE XLATE-FILE
           IF XL-REC-COUNT > 0
               SET XLATE-LOADED TO TRUE
               DISPLAY 'TRANSLATION RECORDS LOADED: ' XL-REC-COUNT
               IF XL-BAD-COUNT > 0
                   DISPLAY 'TRANSLATION RECORDS SKIPPED: ' XL-BAD-COUNT
               END-IF
               OPEN EXTEND EDITION-LOG-FILE
               IF WS-FS-EDL NOT = '00'
                   OPEN OUTPUT EDITION-LOG-FILE
               END-IF
           END-IF.

       READ-XLATE.
           READ XLATE-FILE AT END
               SET NO-MORE-XLATE TO TRUE
           END-READ
           IF WS-FS-XL NOT = '00' AND WS-FS-XL NOT = '10'
               SET NO-MORE-XLATE TO TRUE
           END-IF.

       TAKE-XLATE-VALUE.
           MOVE SPACE TO XLATE-MATCH-SWITCH
           PERFORM VARYING VI FROM 1 BY 1 UNTIL VI > VAR-NAME-COUNT
               IF VAR-NAME(VI) = XL-VAR-NAME
                   PERFORM VARYING VJ FROM 1 BY 1
                   UNTIL VJ > VAR-VAL-COUNT(VI)
                       IF VAR-VAL(VI,VJ) = XL-VAR-VAL
                           MOVE XL-XLATE-VAL TO XLATE-VAL(VI,VJ)
                           SET XLATE-MATCHED TO TRUE
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM
           IF NOT XLATE-MATCHED
               ADD 1 TO XL-BAD-COUNT
               DISPLAY 'TRANSLATION FOR A VALUE NOT ON vars.dat'
               ' SKIPPED: ' XL-VAR-NAME ' ' XL-VAR-VAL(1:30)
           END-IF.

        *>  flat plot text arrives in 1021-byte pieces, appended in
        *>  file order just as the plot.dat chunks are.
       TAKE-XLATE-PLOT.
           IF XL-PLOT NUMERIC AND XL-PLOT >= 1
           AND XL-PLOT <= PLOT-COUNT
               IF XLATE-PLOT-LEN(XL-PLOT) + 1021 > 4092
                   ADD 1 TO XL-BAD-COUNT
                   DISPLAY 'TRANSLATED PLOT ' XL-PLOT
                   ' TOO LONG, MAX=4092 - TRUNCATING'
               ELSE
                   MOVE XL-PLOT-TEXT TO XLATE-PLOT-ENTRY(XL-PLOT)
                       (XLATE-PLOT-LEN(XL-PLOT) + 1:1021)
                   ADD 1021 TO XLATE-PLOT-LEN(XL-PLOT)
               END-IF
           ELSE
               ADD 1 TO XL-BAD-COUNT
               DISPLAY 'BAD TRANSLATION RECORD SKIPPED: PLOT '
               XL-PLOT
           END-IF.

        *>  the alternate number is its place among the alternates
        *>  for that plot and slot on scenes.dat - the same count
        *>  ASSEMBLE-ONE-SLOT makes when it picks one.
       TAKE-XLATE-SCENE.
           MOVE 0 TO XL-SCN-HIT
           IF XL-SCN-PLOT NUMERIC AND XL-SCN-SLOT NUMERIC
           AND XL-SCN-ALT NUMERIC
               MOVE 0 TO SCN-ALT-SEEN
               PERFORM VARYING SCN-X FROM 1 BY 1
               UNTIL SCN-X > SCENE-COUNT
                   IF SCENE-T-PLOT(SCN-X) = XL-SCN-PLOT
                   AND SCENE-T-SLOT(SCN-X) = XL-SCN-SLOT
                       ADD 1 TO SCN-ALT-SEEN
                       IF SCN-ALT-SEEN = XL-SCN-ALT
                           MOVE SCN-X TO XL-SCN-HIT
                       END-IF
                   END-IF
               END-PERFORM
           END-IF
           IF XL-SCN-HIT = 0
               ADD 1 TO XL-BAD-COUNT
               DISPLAY 'BAD TRANSLATION RECORD SKIPPED: PLOT '
               XL-SCN-PLOT ' SCENE ' XL-SCN-SLOT
               ' ALTERNATE ' XL-SCN-ALT
           ELSE
               MOVE XL-SCN-TEXT TO XLATE-SCENE-TEXT(XL-SCN-HIT)
           END-IF.

       TAKE-XLATE-LOGLINE.
           IF XL-LOG-PLOT NUMERIC AND XL-LOG-PLOT >= 1
           AND XL-LOG-PLOT <= PLOT-COUNT
               MOVE XL-LOGLINE TO XLATE-LOGLINE(XL-LOG-PLOT)
           ELSE
               ADD 1 TO XL-BAD-COUNT
               DISPLAY 'BAD TRANSLATION RECORD SKIPPED: LOGLINE '
               XL-LOG-PLOT
           END-IF.

       TAKE-XLATE-TITLE.
           IF XL-TITLE-NO NUMERIC AND XL-TITLE-NO >= 1
           AND XL-TITLE-NO <= TITLE-COUNT
               MOVE XL-TITLE TO XLATE-TITLE-ENTRY(XL-TITLE-NO)
           ELSE
               ADD 1 TO XL-BAD-COUNT
               DISPLAY 'BAD TRANSLATION RECORD SKIPPED: TITLE '
               XL-TITLE-NO
           END-IF.

       LOAD-TITLES.
           OPEN INPUT TITLE-FILE
           IF WS-FS-TTL = '00'
               MOVE SUB-BUFFER-TARGET(1:80) TO STORY-TITLE
           END-IF.

        *>  the logline template goes through the same call with
        *>  the same pairs.  Long values can push it past 200 bytes;
        *>  it is then cut back at a word break, never mid-word.
       MAKE-STORY-LOGLINE.
           MOVE SPACES TO STORY-LOGLINE
           MOVE 0 TO LOGLINE-LENGTH
           IF XLATE-BUILDING
               MOVE XLATE-LOGLINE(PLOT-PICK) TO LOGLINE-TEMPLATE
           ELSE
               MOVE PLOT-LOGLINE(PLOT-PICK) TO LOGLINE-TEMPLATE
           END-IF
           IF LOGLINE-TEMPLATE NOT = SPACES
               MOVE SPACES TO SUB-BUFFER-SOURCE
               MOVE LOGLINE-TEMPLATE TO SUB-BUFFER-SOURCE(1:200)
               call 'SIMOSUB1' using SUBSTITUTE-PARAMETERS
               MOVE 200 TO LOGLINE-LENGTH
               IF SUB-BUFFER-TARGET(201:) NOT = SPACES
                   PERFORM UNTIL LOGLINE-LENGTH < 2
                   OR SUB-BUFFER-TARGET(LOGLINE-LENGTH + 1:1) = SPACE
                       SUBTRACT 1 FROM LOGLINE-LENGTH
                   END-PERFORM
                   DISPLAY 'STORY ' STORY-SEQ ' LOGLINE OVER 200'
                   ' BYTES AFTER SUBSTITUTION - CUT AT A WORD BREAK'
               END-IF
               MOVE SUB-BUFFER-TARGET(1:LOGLINE-LENGTH)
                 TO STORY-LOGLINE
               PERFORM UNTIL LOGLINE-LENGTH < 2
               OR STORY-LOGLINE(LOGLINE-LENGTH:1) NOT = SPACE
                   SUBTRACT 1 FROM LOGLINE-LENGTH
               END-PERFORM
           END-IF.

       CHOOSE-PLOT.
           IF PLOT-COUNT < 2
               MOVE 1 TO PLOT-PICK
               ELSE
                   PERFORM PROMPT-FOR-PLOT
               END-IF
               IF BATCH-MODE AND SEQUEL-STORY
               AND PLOT-PICK = SEQUEL-PLOT
                   MOVE SEL-GENRE TO PLOT-GENRE-WANTED
                   PERFORM CHOOSE-SEQUEL-PLOT
               END-IF
           END-IF
           MOVE PLOT-ENTRY(PLOT-PICK) TO PLOT-REC.

        *>  a sequel goes to a different plot from its parent: draw
        *>  among the other in-season plots, keeping the genre asked
        *>  for when one of them has it.  With no other plot in season
        *>  the parent's plot is kept and the morning is told.
       CHOOSE-SEQUEL-PLOT.
           MOVE PLOT-PICK TO SEQUEL-OLD-PLOT
           PERFORM COUNT-SEQUEL-PLOTS
           IF PLOT-GENRE-COUNT = 0 AND PLOT-GENRE-WANTED NOT = SPACES
               MOVE SPACES TO PLOT-GENRE-WANTED
               PERFORM COUNT-SEQUEL-PLOTS
           END-IF
           IF PLOT-GENRE-COUNT = 0
               MOVE 4 TO RETURN-CODE
               ADD 1 TO SEQUEL-SAME-PLOT
               DISPLAY 'STORY ' STORY-SEQ ' SEQUEL TO ' SEQUEL-PARENT
               ' STAYS ON ITS PARENT''S PLOT ' PLOT-PICK
               ' - NO OTHER PLOT IS IN SEASON'
           ELSE
               MOVE PLOT-GENRE-COUNT TO WS-RAND-MAX
               PERFORM RANDOM-PICK
               MOVE 0 TO PLOT-ELIG-X
               MOVE 0 TO PLOT-PICK
               PERFORM VARYING VAL-PC FROM 1 BY 1
               UNTIL VAL-PC > PLOT-COUNT OR PLOT-PICK > 0
                   IF PLOT-IN-SEASON(VAL-PC)
                   AND VAL-PC NOT = SEQUEL-PLOT
                   AND (PLOT-GENRE-WANTED = SPACES
                        OR PLOT-GENRE(VAL-PC) = PLOT-GENRE-WANTED)
                       ADD 1 TO PLOT-ELIG-X
                       IF PLOT-ELIG-X = WS-RAND-RESULT
                           MOVE VAL-PC TO PLOT-PICK
                       END-IF
                   END-IF
               END-PERFORM
               IF PLOT-PICK = 0
                   MOVE SEQUEL-OLD-PLOT TO PLOT-PICK
               END-IF
               IF BATCH-MODE
                   DISPLAY 'STORY ' STORY-SEQ ' SEQUEL TO '
                   SEQUEL-PARENT ' MOVED OFF ITS PARENT''S PLOT '
                   SEQUEL-OLD-PLOT ' TO PLOT ' PLOT-PICK
               END-IF
           END-IF.

       COUNT-SEQUEL-PLOTS.
           MOVE 0 TO PLOT-GENRE-COUNT
           PERFORM VARYING VAL-PC FROM 1 BY 1
           UNTIL VAL-PC > PLOT-COUNT
               IF PLOT-IN-SEASON(VAL-PC)
               AND VAL-PC NOT = SEQUEL-PLOT
               AND (PLOT-GENRE-WANTED = SPACES
                    OR PLOT-GENRE(VAL-PC) = PLOT-GENRE-WANTED)
                   ADD 1 TO PLOT-GENRE-COUNT
               END-IF
           END-PERFORM.

       CHOOSE-NUMBERED-PLOT.
           MOVE SEL-PLOT-PICK TO PLOT-PICK
           IF PLOT-PICK < 1 OR PLOT-PICK > PLOT-COUNT
                       ' ' PLOT-GENRE(VAL-PC)
                   END-IF
               END-PERFORM
               DISPLAY 'WHICH PLOT? (1-' PLOT-COUNT ', OR R=RANDOM,'
               ' S=SEQUEL TO AN EARLIER STORY)'
               ACCEPT PLOT-PICK-X
               PERFORM CHECK-PLOT-ENTRY
               PERFORM UNTIL ENTRY-OK
                   ACCEPT PLOT-PICK-X
                   PERFORM CHECK-PLOT-ENTRY
               END-PERFORM
               EVALUATE TRUE
                   WHEN PLOT-PICK-X = 'S' OR PLOT-PICK-X = 's'
                       PERFORM ASK-SEQUEL-PARENT
                   WHEN PLOT-PICK-X = 'R' OR PLOT-PICK-X = 'r'
                       PERFORM PICK-ELIGIBLE-PLOT
                       IF SEQUEL-STORY AND PLOT-PICK = SEQUEL-PLOT
                           MOVE SPACES TO PLOT-GENRE-WANTED
                           PERFORM CHOOSE-SEQUEL-PLOT
                       END-IF
                       SET PLOT-ACCEPTED TO TRUE
                   WHEN SEQUEL-STORY AND PLOT-PICK = SEQUEL-PLOT
                       DISPLAY 'PLOT ' PLOT-PICK ' IS THE PLOT OF'
                       ' STORY ' SEQUEL-PARENT
                       ' - A SEQUEL NEEDS ANOTHER ONE'
                   WHEN PLOT-IN-SEASON(PLOT-PICK)
                       SET PLOT-ACCEPTED TO TRUE
                   WHEN OTHER
                       DISPLAY 'PLOT ' PLOT-PICK ' ('
                       PLOT-TITLE(PLOT-PICK) ') IS OUT OF SEASON ('
                       PLOT-EFF-FROM(PLOT-PICK) '-'
                       OR PLOT-CONFIRM-X = 'y'
                           SET PLOT-ACCEPTED TO TRUE
                       END-IF
               END-EVALUATE
           END-PERFORM.

        *>  the interactive sequel: the parent is looked for in the
        *>  story history (savestory.dat as read at startup, up to
        *>  HISTMAX, plus tonight's stories), then the plot is asked
        *>  for again.  Its values are offered as S at each variable.
       ASK-SEQUEL-PARENT.
           DISPLAY 'SEQUEL TO WHICH STORY? (SEQUENCE NUMBER)'
           MOVE SPACES TO SEQUEL-ASK-X
           ACCEPT SEQUEL-ASK-X
           PERFORM UNTIL SEQUEL-ASK-X = SPACES
           OR SEQUEL-ASK-X(8:1) NOT = SPACE
               MOVE SEQUEL-ASK-X TO SEQUEL-SHIFT-X
               MOVE SEQUEL-SHIFT-X(1:7) TO SEQUEL-ASK-X(2:7)
               MOVE SPACE TO SEQUEL-ASK-X(1:1)
           END-PERFORM
           INSPECT SEQUEL-ASK-X REPLACING LEADING SPACES BY '0'
           IF SEQUEL-ASK-X NOT NUMERIC OR SEQUEL-ASK = 0
               DISPLAY 'IMVALID VALUE'
           ELSE
               MOVE SEQUEL-ASK TO SEQUEL-WANTED
               PERFORM FIND-SEQUEL-PARENT
               IF SEQUEL-STORY
                   DISPLAY 'SEQUEL TO STORY ' SEQUEL-PARENT
                   ' (PLOT ' SEQUEL-PLOT ') - SERIES ' SEQUEL-SERIES
                   ' PART ' SEQUEL-PART
                   DISPLAY 'NOW PICK A DIFFERENT PLOT FOR IT'
               ELSE
                   DISPLAY 'STORY ' SEQUEL-WANTED ' IS NOT IN THE'
                   ' SAVED-STORY HISTORY - NOT A SEQUEL'
               END-IF
           END-IF.

        *>  a single typed digit arrives left-justified in the
        *>  two-byte pick field - slide it right so the numeric
        *>  redefinition lines up.
           END-IF
           MOVE 'N' TO WS-ENTRY-OK
           IF PLOT-PICK-X = 'R' OR PLOT-PICK-X = 'r'
           OR PLOT-PICK-X = 'S' OR PLOT-PICK-X = 's'
               MOVE 'Y' TO WS-ENTRY-OK
           ELSE
               IF PLOT-PICK-X NUMERIC
           END-IF.

       CHECK-CHOICE-ENTRY.
           IF (CHOICE-SELECT-X = 'S' OR CHOICE-SELECT-X = 's')
           AND SEQUEL-STORY
               MOVE SEQUEL-CHOICE(VI) TO CHOICE-SELECT
           END-IF
           IF CHOICE-SELECT-X(2:1) = SPACE
           AND CHOICE-SELECT-X(1:1) >= '0'
           AND CHOICE-SELECT-X(1:1) <= '9'
               END-IF
           END-PERFORM.

        *>  the logline is cased by the same rules as the story:
        *>  sentence starts and each word of a substituted value.
       FORMAT-CASED-LOGLINE.
           MOVE STORY-LOGLINE TO CASED-LOGLINE
           IF LOGLINE-LENGTH > 0
               INSPECT CASED-LOGLINE CONVERTING CS-UPPERS TO CS-LOWERS
               MOVE 'Y' TO CS-START-SW
               PERFORM VARYING CS-POS FROM 1 BY 1
               UNTIL CS-POS > LOGLINE-LENGTH
                   MOVE CASED-LOGLINE(CS-POS:1) TO CS-CH
                   IF CS-CH = '.' OR CS-CH = '!' OR CS-CH = '?'
                       MOVE 'Y' TO CS-START-SW
                   ELSE
                       IF CS-CH NOT = SPACE
                           IF CS-AT-SENTENCE-START
                               INSPECT CASED-LOGLINE(CS-POS:1)
                                   CONVERTING CS-LOWERS TO CS-UPPERS
                           END-IF
                           MOVE 'N' TO CS-START-SW
                       END-IF
                   END-IF
               END-PERFORM
               PERFORM VARYING VI FROM 1 BY 1 UNTIL VI > VAR-NAME-COUNT
                   PERFORM CASE-LOGLINE-VALUE
               END-PERFORM
           END-IF.

       CASE-LOGLINE-VALUE.
           IF XLATE-BUILDING
               MOVE XLATE-VAL(VI,CHOICE-NUMBER(VI)) TO VAR-REPL-VAL
           ELSE
               MOVE VAR-VAL(VI,CHOICE-NUMBER(VI)) TO VAR-REPL-VAL
           END-IF
           MOVE 60 TO VRX
           PERFORM UNTIL VAR-REPL-CH(VRX) NOT = ' ' OR VRX < 1
               SUBTRACT 1 FROM VRX
           END-PERFORM
           MOVE VRX TO CS-VLEN
           IF CS-VLEN > 0
               PERFORM VARYING CS-VX FROM 1 BY 1
               UNTIL CS-VX + CS-VLEN - 1 > LOGLINE-LENGTH
                   IF STORY-LOGLINE(CS-VX:CS-VLEN)
                       = VAR-REPL-VAL(1:CS-VLEN)
                       PERFORM CASE-LOGLINE-SPAN
                   END-IF
               END-PERFORM
           END-IF.

       CASE-LOGLINE-SPAN.
           MOVE 'Y' TO CS-WORD-SW
           PERFORM VARYING CS-POS FROM CS-VX BY 1
           UNTIL CS-POS >= CS-VX + CS-VLEN
               MOVE CASED-LOGLINE(CS-POS:1) TO CS-CH
               IF CS-CH = SPACE OR CS-CH = '-'
                   MOVE 'Y' TO CS-WORD-SW
               ELSE
                   IF CS-AT-WORD-START
                       INSPECT CASED-LOGLINE(CS-POS:1)
                           CONVERTING CS-LOWERS TO CS-UPPERS
                   END-IF
                   MOVE 'N' TO CS-WORD-SW
               END-IF
           END-PERFORM.

        *>  watch-list gate, run on the finished title, text and
        *>  logline after the leftover-token gate.  A banned word
        *>  rejects the story like a leftover token; caution words
        *>  are gathered for WRITE-STORY-LOG to post on watchhit.dat.
       CHECK-WATCH-LIST.
           IF WATCH-COUNT > 0
               IF STORY-TITLE NOT = SPACES
                   MOVE SPACES TO WCH-TEXT
                   MOVE STORY-TITLE TO WCH-TEXT
                   MOVE 80 TO WCH-LEN
                   MOVE 'TITLE' TO WCH-WHERE
                   PERFORM SCAN-WATCH-TEXT
               END-IF
               IF NOT STORY-REJECTED
                   MOVE STORY-TEXT TO WCH-TEXT
                   MOVE STORY-LENGTH TO WCH-LEN
                   MOVE 'TEXT' TO WCH-WHERE
                   PERFORM SCAN-WATCH-TEXT
               END-IF
               IF NOT STORY-REJECTED AND LOGLINE-LENGTH > 0
                   MOVE SPACES TO WCH-TEXT
                   MOVE STORY-LOGLINE TO WCH-TEXT
                   MOVE LOGLINE-LENGTH TO WCH-LEN
                   MOVE 'LOGLN' TO WCH-WHERE
                   PERFORM SCAN-WATCH-TEXT
               END-IF
           END-IF.

       SCAN-WATCH-TEXT.
           INSPECT WCH-TEXT CONVERTING CS-LOWERS TO CS-UPPERS
           PERFORM VARYING WLX FROM 1 BY 1
           UNTIL WLX > WATCH-COUNT OR STORY-REJECTED
               MOVE 0 TO WCH-TALLY
               INSPECT WCH-TEXT(1:WCH-LEN) TALLYING WCH-TALLY
                   FOR ALL WL-T-WORD(WLX)(1:WL-T-LEN(WLX))
               IF WCH-TALLY > 0
                   PERFORM FIND-WATCH-WORD
                   IF WCH-WORD-FOUND
                       PERFORM TAKE-WATCH-HIT
                   END-IF
               END-IF
           END-PERFORM.

        *>  the tally says the letters are there; this finds one
        *>  place they stand as a word on their own.
       FIND-WATCH-WORD.
           MOVE SPACE TO WCH-FOUND-SW
           COMPUTE WCH-LAST = WCH-LEN - WL-T-LEN(WLX) + 1
           PERFORM VARYING WCH-POS FROM 1 BY 1
           UNTIL WCH-POS > WCH-LAST OR WCH-WORD-FOUND
               IF WCH-TEXT(WCH-POS:WL-T-LEN(WLX))
                   = WL-T-WORD(WLX)(1:WL-T-LEN(WLX))
                   SET WCH-AT-EDGE TO TRUE
                   IF WCH-POS > 1
                       MOVE WCH-TEXT(WCH-POS - 1:1) TO WCH-CH
                       PERFORM CHECK-WATCH-EDGE
                   END-IF
                   IF WCH-POS + WL-T-LEN(WLX) <= WCH-LEN
                       MOVE WCH-TEXT(WCH-POS + WL-T-LEN(WLX):1)
                         TO WCH-CH
                       PERFORM CHECK-WATCH-EDGE
                   END-IF
                   IF WCH-AT-EDGE
                       SET WCH-WORD-FOUND TO TRUE
                   END-IF
               END-IF
           END-PERFORM
           IF WCH-WORD-FOUND
               SUBTRACT 1 FROM WCH-POS
           END-IF.

       CHECK-WATCH-EDGE.
           IF (WCH-CH >= 'A' AND WCH-CH <= 'Z')
           OR (WCH-CH >= '0' AND WCH-CH <= '9')
               MOVE 'N' TO WCH-EDGE-SW
           END-IF.

        *>  the word goes out as it stands in the story, so REMAKE
        *>  can find the value that carried it.
       TAKE-WATCH-HIT.
           IF WL-T-BANNED(WLX)
               SET STORY-REJECTED TO TRUE
               MOVE SPACES TO WCH-BANNED-WORD
               EVALUATE WCH-WHERE
                   WHEN 'TITLE'
                       MOVE STORY-TITLE(WCH-POS:WL-T-LEN(WLX))
                         TO WCH-BANNED-WORD
                   WHEN 'LOGLN'
                       MOVE STORY-LOGLINE(WCH-POS:WL-T-LEN(WLX))
                         TO WCH-BANNED-WORD
                   WHEN OTHER
                       MOVE STORY-TEXT(WCH-POS:WL-T-LEN(WLX))
                         TO WCH-BANNED-WORD
               END-EVALUATE
           ELSE
               MOVE SPACE TO WCH-FOUND-SW
               PERFORM VARYING CHX FROM 1 BY 1
               UNTIL CHX > CAUTION-HIT-COUNT
                   IF CH-WORD(CHX) = WL-T-WORD(WLX)
                       SET WCH-WORD-FOUND TO TRUE
                   END-IF
               END-PERFORM
               IF NOT WCH-WORD-FOUND AND CAUTION-HIT-COUNT < 10
                   ADD 1 TO CAUTION-HIT-COUNT
                   MOVE WCH-WHERE TO CH-WHERE(CAUTION-HIT-COUNT)
                   MOVE WL-T-WORD(WLX) TO CH-WORD(CAUTION-HIT-COUNT)
                   MOVE WL-T-NOTE(WLX) TO CH-NOTE(CAUTION-HIT-COUNT)
               END-IF
           END-IF.

       CHECK-LEFTOVER-TOKENS.
           MOVE SPACE TO REJECT-SWITCH
           MOVE SPACES TO REJ-TOKEN
           END-IF.

       READ-SEL.
           IF FORECAST-RANDOM
               PERFORM MAKE-FORECAST-SEL
           ELSE
           READ SEL-FILE INTO SEL-REC AT END SET NO-MORE-SEL TO TRUE
           END-READ
           END-IF
           CONTINUE.

       READ-REPLAY.
      *        SUBTRACT 1 FROM INDEX-POS
      *        PERFORM SKIP-TO-NEXT-WORD
           END-PERFORM
           IF LOGLINE-LENGTH > 0
               DISPLAY ' '
               DISPLAY 'LOGLINE: ' CASED-LOGLINE(1:LOGLINE-LENGTH)
           END-IF
           CONTINUE.

       FIND-SPACE-BACKWARDS.
           END-IF.


        *>  every reference file must be as its maintenance program,
        *>  or an operator re-sign, last left it: a copy or a hand
        *>  edit nobody signed stops the run before anything is
        *>  written.  A forecast writes nothing, so it only warns.
       CHECK-CONTROL-TOTALS.
           MOVE 0 TO CTL-BAD-COUNT
           PERFORM VARYING CTX FROM 1 BY 1 UNTIL CTX > 6
               MOVE 'V' TO CTK-FUNCTION
               MOVE CTL-FILE-ID(CTX) TO CTK-FILE-ID
               EVALUATE CTX
                   WHEN 1 MOVE WS-VARS-DSNAME TO CTK-DSNAME
                   WHEN 2 MOVE WS-PLOT-DSNAME TO CTK-DSNAME
                   WHEN 3 MOVE WS-SCENE-DSNAME TO CTK-DSNAME
                   WHEN 4 MOVE WS-TITLES-DSNAME TO CTK-DSNAME
                   WHEN 5 MOVE WS-CONFLICT-DSNAME TO CTK-DSNAME
                   WHEN 6 MOVE WS-LIMIT-DSNAME TO CTK-DSNAME
               END-EVALUATE
               MOVE LOCK-OWNER-NAME TO CTK-PROGRAM
               CALL 'CTLCHK' USING CTLCHK-PARAMETERS
               IF NOT CTK-AGREES
                   ADD 1 TO CTL-BAD-COUNT
                   DISPLAY 'CONTROL TOTALS: ' CTK-DSNAME
                   DISPLAY '    ' CTK-REASON
                   IF CTK-SIGNED-DATE > 0
                       DISPLAY '    ' CTK-COUNT ' RECORDS NOW, '
                       CTK-SIGNED-COUNT ' SIGNED BY ' CTK-SIGNED-OPER
                       ' ON ' CTK-SIGNED-DATE
                   END-IF
               END-IF
           END-PERFORM
           IF CTL-BAD-COUNT > 0
               IF FORECAST-MODE
                   DISPLAY 'FORECAST TAKEN FROM ' CTL-BAD-COUNT
                   ' REFERENCE FILE(S) NOBODY HAS SIGNED'
               ELSE
                   DISPLAY CTL-BAD-COUNT ' REFERENCE FILE(S) CHANGED'
                   ' OUTSIDE THEIR MAINTENANCE - NOT STARTING'
                   DISPLAY 'CHECK THE CHANGE, THEN RE-SIGN THE FILE'
                   ' WITH CTLSIGN'
                   PERFORM FREE-RUN-LOCK
                   MOVE 28 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

        *>  one lock record shared by every program that writes the
        *>  nightly datasets - HALLMARK appends while LOGARCH and
        *>  RUNTRIM rewrite the very same files in place, and running
        *>  two of them together once cost us part of a night's log.
        *>  A held lock refuses startup and names the holder; after an
        *>  abend the morning operator reruns with RUNLOCK_OVERRIDE=Y.
        *>  The override is honoured only for the operator named in
        *>  RUNLOCK_OPER holding run-lock authority on operauth.dat.
       TAKE-RUN-LOCK.
           MOVE "RUNLOCK_OVERRIDE" TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
               END-READ
               IF NOT NO-MORE-LCK AND LCK-HELD
                   IF LOCK-OVERRIDE-X = 'Y' OR LOCK-OVERRIDE-X = 'y'
                       PERFORM CHECK-OVERRIDE-AUTHORITY
                       DISPLAY 'OVERRIDING RUN LOCK HELD BY '
                       LCK-OWNER ' SINCE ' LCK-DATE ' ' LCK-TIME
                   ELSE
                       ' SINCE ' LCK-DATE ' ' LCK-TIME
                       ' - NOT STARTING'
                       DISPLAY 'IF THAT RUN ABENDED, RERUN WITH'
                       ' RUNLOCK_OVERRIDE=Y AND RUNLOCK_OPER=<YOUR ID>'
                       CLOSE LOCK-FILE
                       MOVE 12 TO RETURN-CODE
                       STOP RUN
           WRITE LCK-REC
           CLOSE LOCK-FILE.

        *>  a refused override is logged by OPERCHK and the run
        *>  stops exactly as if no override had been asked for.
       CHECK-OVERRIDE-AUTHORITY.
           MOVE "RUNLOCK_OPER" TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT LOCK-OPER-ID FROM ENVIRONMENT-VALUE
           MOVE 'C' TO OCK-FUNCTION
           MOVE LOCK-OWNER-NAME TO OCK-PROGRAM
           MOVE LOCK-OPER-ID TO OCK-OPER
           MOVE 'L' TO OCK-AUTHORITY
           CALL 'OPERCHK' USING OPERCHK-PARAMETERS
           IF NOT OCK-ALLOWED
               DISPLAY 'RUNLOCK_OVERRIDE REFUSED FOR OPERATOR '
               LOCK-OPER-ID ' - ' OCK-REASON
               DISPLAY 'RUN LOCK HELD BY ' LCK-OWNER
               ' SINCE ' LCK-DATE ' ' LCK-TIME ' - NOT STARTING'
               CLOSE LOCK-FILE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY 'RUN LOCK OVERRIDE BY ' LOCK-OPER-ID ' '
           OCK-OPER-NAME.

       FREE-RUN-LOCK.
           OPEN OUTPUT LOCK-FILE
           MOVE 'F' TO LCK-STATUS
