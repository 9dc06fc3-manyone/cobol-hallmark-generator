//*             ACCEPTS THIS CARD WHEN plot.dat CURRENTLY HAS 2 OR
//*             MORE PLOTS LOADED; WITH 0 OR 1 PLOTS ON FILE IT PICKS
//*             PLOT 1 WITHOUT ASKING, AND THIS CARD MUST BE LEFT OUT.
//*             A PICK OF A PLOT THAT IS OUT OF SEASON TODAY TAKES ONE
//*             MORE CARD - Y TO USE IT ANYWAY, ANYTHING ELSE TO BE
//*             ASKED FOR THE PLOT AGAIN (A FRESH PICK CARD).  R ONLY
//*             EVER DRAWS FROM THE PLOTS IN SEASON.
//*   1 CARD PER VARIABLE IN vars.dat, IN vars.dat ORDER - A CHOICE
//*             NUMBER (1 THRU THE NUMBER OF OPTIONS FOR THAT
//*             VARIABLE), R FOR A WEIGHTED RANDOM PICK, OR B FOR THE
//*             OPTION PICKED LEAST OFTEN SO FAR.  THE COUNT
//*             OF CARDS HERE MUST MATCH TODAY'S vars.dat EXACTLY -
//*             TOO FEW OR TOO MANY MISALIGNS EVERY CARD AFTER IT.
//*   1 CARD  - RE-DISPLAY? ANSWER - USE 0 (NONE OF 1, 2 OR 3) SO THE
//*             STORY IS NOT RE-SHOWN OR RE-EXPORTED AND THE STEP
//*             MOVES STRAIGHT ON TO THE NEXT STORY.
//*   1 CARD  - CREATE ANOTHER STORY? ANSWER - 1 TO CONTINUE TO THE
//* TODAY'S vars.dat DEFINES 3 VARIABLES - SWAP IT FOR THE REAL
//* ANSWER CARDS (AND STORY COUNT) BEFORE SUBMITTING A LIVE RUN.
//*
//* UT-S-PARM CARRIES THE RUN OPTIONS (SEE RUNPARM) - LEAVE THEM BLANK
//* FOR A NORMAL NIGHT.  HALLMARK_FORECAST=Y DOES A DRY RUN TO
//* UT-S-FCST WITHOUT TOUCHING ANY FILE; RUNLOCK_OVERRIDE=Y WITH
//* RUNLOCK_OPER=<YOUR ID> TAKES OVER A LOCK LEFT BY AN ABENDED JOB
//* (NEEDS L AUTHORITY ON OPERAUTH).  THE STORIES ARE CHARGED TO THE
//* DEPARTMENT OPERAUTH GIVES THE OPERATOR NAMED ON HALLMARK_OPER.
//*
//GO      EXEC PGM=HALLMARK
//STEPLIB  DD DISP=SHR,DSN=HERC02.RUN.LOAD
//SYSOUT   DD SYSOUT=*
//UT-S-VARS     DD DISP=SHR,DSN=HERC02.RUN.DATA(VARS)
//UT-S-PLOT     DD DISP=SHR,DSN=HERC02.RUN.DATA(PLOT)
//UT-S-SEL      DD DUMMY
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
HALLMARK_OPER=
/*
//SYSIN    DD *
1
3
