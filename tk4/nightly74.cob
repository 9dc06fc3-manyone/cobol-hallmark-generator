//HERC02S  JOB (COB),
//             'HALLMARK NIGHTLY CHAIN',
//             CLASS=A,
//             MSGCLASS=C,
//             REGION=0M,TIME=1440,
//             MSGLEVEL=(1,1)
//*
//* THE WHOLE NIGHT AS ONE JOB, RUNNING THE LOAD MODULES ALREADY IN
//* HERC02.RUN.LOAD - SUBMIT THE COMPILE-AND-GO MEMBER FOR A PROGRAM
//* (HALLMK74, SELAUD74, RECON74 ...) WHENEVER ITS SOURCE CHANGES,
//* AND RUNPARM, OPERCHK AND CTLCHK BEFORE ANY OF THEM.
//*
//* EACH STEP IS BYPASSED ON THE RETURN CODES THE PROGRAMS ALREADY SET:
//*   SELAUD   SELAUDIT  - ALWAYS RUNS.  8 AND UP HOLDS THE NIGHT -
//*                       28 IS A REFERENCE FILE CHANGED SINCE IT
//*                       WAS SIGNED (RE-SIGN IT WITH CTLSGN74).
//*   VARAUD   VARAUDIT  - ALWAYS RUNS, SO BOTH AUDITS REPORT EVEN WHEN
//*                       THE FIRST ONE FAILS.  8 AND UP HOLDS THE
//*                       NIGHT.
//*   HALLMARK HALLMARK  - BATCH MODE FROM THE SELECTIONS DECK ON
//*                       UT-S-SEL.  ONLY IF BOTH AUDITS CAME BACK
//*                       UNDER 8.  12 AND UP (FATAL, LOCK HELD, OR 28
//*                       A CHANGED REFERENCE FILE) STOPS WHAT
//*                       FOLLOWS; 4 (REJECTS, WATCH-LIST HITS) DOES
//*                       NOT - MORNCHK DECIDES WHAT THOSE MEAN.
//*   RECON    RECON     - AFTER A HALLMARK UNDER 12.
//*   PROOF    PROOFRPT  - AFTER A RECON UNDER 12; EXCEPTIONS (8) STILL
//*                       GET A PROOF SO THE PRINT ROOM CAN SEE THEM.
//*   MORNCHK  MORNCHK   - ALWAYS RUNS, WHATEVER THE AUDITS, HALLMARK
//*                       AND RECON DID - A BAD NIGHT SHOULD STILL GET
//*                       ITS HOLD PAGE, AND A REFERENCE FILE CHANGED
//*                       SINCE IT WAS SIGNED IS NAMED ON IT.
//*                       0 RELEASE, 8 HOLD.
//*   EXTRACT  EXTRACT   - ONLY ON A CLEAN MORNCHK (RC 0) AFTER CLEAN
//*                       AUDITS AND A HALLMARK UNDER 12.  A STEP THAT
//*                       WAS BYPASSED IS NOT TESTED BY COND, SO THE
//*                       AUDIT AND HALLMARK TESTS ARE REPEATED HERE
//*                       RATHER THAN LEFT TO MORNCHK.
//*   WEBFEED  WEBFEED   - ON THE SAME TESTS AS EXTRACT, SO THE WEBSITE
//*                       GETS WHAT THE SCHEDULING GROUP GETS.
//* AN ABEND IN ANY STEP BYPASSES THE REST OF THE JOB.
//*
//* THE UT-S-PARM CARDS ARE LEFT BLANK FOR A NORMAL NIGHT - SEE THE
//* COMPILE-AND-GO MEMBER OF EACH PROGRAM FOR WHAT THEY DO.  AFTER A
//* HOLD, FIX THE CAUSE AND RESUBMIT WITH RESTART= ON THE JOB CARD AT
//* THE STEP TO RESUME FROM.
//*
//SELAUD  EXEC PGM=SELAUDIT
//STEPLIB  DD DISP=SHR,DSN=HERC02.RUN.LOAD
//SYSOUT   DD SYSOUT=*
//UT-S-VARS   DD DISP=SHR,DSN=HERC02.RUN.DATA(VARS)
//UT-S-PLOT   DD DISP=SHR,DSN=HERC02.RUN.DATA(PLOT)
//UT-S-SEL    DD DISP=SHR,DSN=HERC02.RUN.DATA(SEL)
//UT-S-SAV    DD DISP=SHR,DSN=HERC02.RUN.DATA(SAVESTRY)
//UT-S-SCENE  DD DISP=SHR,DSN=HERC02.RUN.DATA(SCENES)
//UT-S-TITLES DD DISP=SHR,DSN=HERC02.RUN.DATA(TITLES)
//UT-S-CONFL  DD DISP=SHR,DSN=HERC02.RUN.DATA(CONFLICT)
//UT-S-LIMIT  DD DISP=SHR,DSN=HERC02.RUN.DATA(VARLIMIT)
//UT-S-CTLTOT DD DISP=SHR,DSN=HERC02.RUN.DATA(CTLTOTAL)
//UT-S-PARM   DD *
SELAUDIT_DATE=
/*
//SYSIN    DD DUMMY
//*
//VARAUD  EXEC PGM=VARAUDIT
//STEPLIB  DD DISP=SHR,DSN=HERC02.RUN.LOAD
//SYSOUT   DD SYSOUT=*
//UT-S-VARS   DD DISP=SHR,DSN=HERC02.RUN.DATA(VARS)
//UT-S-PLOT   DD DISP=SHR,DSN=HERC02.RUN.DATA(PLOT)
//UT-S-CONFL  DD DISP=SHR,DSN=HERC02.RUN.DATA(CONFLICT)
//UT-S-SCENE  DD DISP=SHR,DSN=HERC02.RUN.DATA(SCENES)
//UT-S-TITLES DD DISP=SHR,DSN=HERC02.RUN.DATA(TITLES)
//UT-S-XLATE  DD DISP=SHR,DSN=HERC02.RUN.DATA(XLATE)
//UT-S-LIMIT  DD DISP=SHR,DSN=HERC02.RUN.DATA(VARLIMIT)
//UT-S-CTLTOT DD DISP=SHR,DSN=HERC02.RUN.DATA(CTLTOTAL)
//SYSIN    DD DUMMY
//*
//HALLMARK EXEC PGM=HALLMARK,
//             COND=((8,LE,SELAUD),(8,LE,VARAUD))
//STEPLIB  DD DISP=SHR,DSN=HERC02.RUN.LOAD
//SYSOUT   DD SYSOUT=*
//UT-S-VARS     DD DISP=SHR,DSN=HERC02.RUN.DATA(VARS)
//UT-S-PLOT     DD DISP=SHR,DSN=HERC02.RUN.DATA(PLOT)
//UT-S-SEL      DD DISP=SHR,DSN=HERC02.RUN.DATA(SEL)
//UT-S-PRT      DD SYSOUT=*
//UT-S-BS       DD DISP=SHR,DSN=HERC02.RUN.DATA(BUILDSHT)
//UT-S-SAV      DD DISP=SHR,DSN=HERC02.RUN.DATA(SAVESTRY)
//UT-S-RPL      DD DUMMY
//UT-S-LOG      DD DISP=SHR,DSN=HERC02.RUN.DATA(STORYLOG)
//UT-S-RSTAT    DD DISP=SHR,DSN=HERC02.RUN.DATA(RUNSTATS)
//UT-S-CKPT     DD DISP=SHR,DSN=HERC02.RUN.DATA(CHECKPT)
//UT-S-TITLES   DD DISP=SHR,DSN=HERC02.RUN.DATA(TITLES)
//UT-S-REJ      DD DISP=SHR,DSN=HERC02.RUN.DATA(REJECT)
//UT-S-HO       DD DISP=SHR,DSN=HERC02.RUN.DATA(HANDOFF)
//UT-S-LUHN     DD DISP=SHR,DSN=HERC02.RUN.DATA(LUHNRPT)
//UT-S-CNT      DD DISP=SHR,DSN=HERC02.RUN.DATA(VARCOUNT)
//UT-S-SEQ      DD DISP=SHR,DSN=HERC02.RUN.DATA(STORYSEQ)
//UT-S-CHIST    DD DISP=SHR,DSN=HERC02.RUN.DATA(VARCHIST)
//UT-S-LIMIT    DD DISP=SHR,DSN=HERC02.RUN.DATA(VARLIMIT)
//UT-S-CONFL    DD DISP=SHR,DSN=HERC02.RUN.DATA(CONFLICT)
//UT-S-SCENE    DD DISP=SHR,DSN=HERC02.RUN.DATA(SCENES)
//UT-S-LOCK     DD DISP=SHR,DSN=HERC02.RUN.DATA(RUNLOCK)
//UT-S-FCST     DD SYSOUT=*
//UT-S-WATCH    DD DISP=SHR,DSN=HERC02.RUN.DATA(WATCHLST)
//UT-S-WHIT     DD DISP=SHR,DSN=HERC02.RUN.DATA(WATCHHIT)
//UT-S-XLATE    DD DISP=SHR,DSN=HERC02.RUN.DATA(XLATE)
//UT-S-LOG2     DD DISP=SHR,DSN=HERC02.RUN.DATA(STORYLG2)
//UT-S-OPERAUTH DD DISP=SHR,DSN=HERC02.RUN.DATA(OPERAUTH)
//UT-S-ACCLOG   DD DISP=SHR,DSN=HERC02.RUN.DATA(ACCESLOG)
//UT-S-PLACE    DD DISP=SHR,DSN=HERC02.RUN.DATA(PLACEMNT)
//UT-S-PLACELOG DD DISP=MOD,DSN=HERC02.RUN.PLACELOG
//UT-S-CTLTOT   DD DISP=SHR,DSN=HERC02.RUN.DATA(CTLTOTAL)
//UT-S-PARM     DD *
HALLMARK_FORECAST=
FORECAST_COUNT=
RUNLOCK_OVERRIDE=
RUNLOCK_OPER=
/*
//SYSIN    DD DUMMY
//*
//RECON   EXEC PGM=RECON,
//             COND=((8,LE,SELAUD),(8,LE,VARAUD),(12,LE,HALLMARK))
//STEPLIB  DD DISP=SHR,DSN=HERC02.RUN.LOAD
//SYSOUT   DD SYSOUT=*
//UT-S-VARS     DD DISP=SHR,DSN=HERC02.RUN.DATA(VARS)
//UT-S-BS       DD DISP=SHR,DSN=HERC02.RUN.DATA(BUILDSHT)
//UT-S-SAV      DD DISP=SHR,DSN=HERC02.RUN.DATA(SAVESTRY)
//UT-S-LOG      DD DISP=SHR,DSN=HERC02.RUN.DATA(STORYLOG)
//UT-S-LOCK     DD DISP=SHR,DSN=HERC02.RUN.DATA(RUNLOCK)
//UT-S-OPERAUTH DD DISP=SHR,DSN=HERC02.RUN.DATA(OPERAUTH)
//UT-S-ACCLOG   DD DISP=SHR,DSN=HERC02.RUN.DATA(ACCESLOG)
//UT-S-PARM     DD *
RUNLOCK_OVERRIDE=
RUNLOCK_OPER=
/*
//SYSIN    DD DUMMY
//*
//PROOF   EXEC PGM=PROOFRPT,
//             COND=((8,LE,SELAUD),(8,LE,VARAUD),(12,LE,HALLMARK),
//             (12,LE,RECON))
//STEPLIB  DD DISP=SHR,DSN=HERC02.RUN.LOAD
//SYSOUT   DD SYSOUT=*
//UT-S-LOG   DD DISP=SHR,DSN=HERC02.RUN.DATA(STORYLOG)
//UT-S-BS    DD DISP=SHR,DSN=HERC02.RUN.DATA(BUILDSHT)
//UT-S-PLOT  DD DISP=SHR,DSN=HERC02.RUN.DATA(PLOT)
//UT-S-PROOF DD SYSOUT=*
//UT-S-PARM  DD *
PROOFRPT_FROM=
PROOFRPT_TO=
/*
//SYSIN    DD DUMMY
//*
//MORNCHK EXEC PGM=MORNCHK
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
//*
//EXTRACT EXEC PGM=EXTRACT,
//             COND=((0,NE,MORNCHK),(8,LE,SELAUD),(8,LE,VARAUD),
//             (12,LE,HALLMARK))
//STEPLIB  DD DISP=SHR,DSN=HERC02.RUN.LOAD
//SYSOUT   DD SYSOUT=*
//UT-S-LOG      DD DISP=SHR,DSN=HERC02.RUN.DATA(STORYLOG)
//UT-S-BS       DD DISP=SHR,DSN=HERC02.RUN.DATA(BUILDSHT)
//UT-S-EXTR     DD DISP=SHR,DSN=HERC02.RUN.DATA(EXTRACT)
//UT-S-REVIEW   DD DISP=SHR,DSN=HERC02.RUN.DATA(REVIEW)
//UT-S-EXTPTR   DD DISP=SHR,DSN=HERC02.RUN.DATA(EXTRPTR)
//UT-S-LOCK     DD DISP=SHR,DSN=HERC02.RUN.DATA(RUNLOCK)
//UT-S-WHIT     DD DISP=SHR,DSN=HERC02.RUN.DATA(WATCHHIT)
//UT-S-SCHED    DD DISP=SHR,DSN=HERC02.RUN.DATA(SCHEDULE)
//UT-S-PLOT     DD DISP=SHR,DSN=HERC02.RUN.DATA(PLOT)
//UT-S-OPERAUTH DD DISP=SHR,DSN=HERC02.RUN.DATA(OPERAUTH)
//UT-S-ACCLOG   DD DISP=SHR,DSN=HERC02.RUN.DATA(ACCESLOG)
//UT-S-PARM     DD *
EXTRACT_FULL=
RUNLOCK_OVERRIDE=
RUNLOCK_OPER=
/*
//SYSIN    DD DUMMY
//*
//WEBFEED EXEC PGM=WEBFEED,
//             COND=((0,NE,MORNCHK),(8,LE,SELAUD),(8,LE,VARAUD),
//             (12,LE,HALLMARK))
//STEPLIB  DD DISP=SHR,DSN=HERC02.RUN.LOAD
//SYSOUT   DD SYSOUT=*
//UT-S-LOG      DD DISP=SHR,DSN=HERC02.RUN.DATA(STORYLOG)
//UT-S-BS       DD DISP=SHR,DSN=HERC02.RUN.DATA(BUILDSHT)
//UT-S-WEB      DD DISP=SHR,DSN=HERC02.RUN.DATA(WEBFEED)
//UT-S-WEBV     DD DISP=SHR,DSN=HERC02.RUN.DATA(WEBVARS)
//UT-S-REVIEW   DD DISP=SHR,DSN=HERC02.RUN.DATA(REVIEW)
//UT-S-WEBPTR   DD DISP=SHR,DSN=HERC02.RUN.DATA(WEBPTR)
//UT-S-LOCK     DD DISP=SHR,DSN=HERC02.RUN.DATA(RUNLOCK)
//UT-S-WHIT     DD DISP=SHR,DSN=HERC02.RUN.DATA(WATCHHIT)
//UT-S-PLOT     DD DISP=SHR,DSN=HERC02.RUN.DATA(PLOT)
//UT-S-OPERAUTH DD DISP=SHR,DSN=HERC02.RUN.DATA(OPERAUTH)
//UT-S-ACCLOG   DD DISP=SHR,DSN=HERC02.RUN.DATA(ACCESLOG)
//UT-S-PARM     DD *
WEBFEED_FULL=
RUNLOCK_OVERRIDE=
RUNLOCK_OPER=
/*
//SYSIN    DD DUMMY
//
