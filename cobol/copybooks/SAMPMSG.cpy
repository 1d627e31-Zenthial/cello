000180*   S  SEVERE  - ALSO ROUTED TO THE OPERATOR CONSOLE SO
000190*                AUTOMATION CAN PAGE THE ON-CALL
000200*   E  ERROR   - STEP FAILS, SYSOUT ONLY
000205*   I  INFORMATIONAL - STEP CONTINUES, SYSOUT ONLY; THE ID
000206*                STILL RIDES ON THE AUDIT AND STEP ROWS
000210*
000220* TO ISSUE A MESSAGE, MOVE THE CATALOG ENTRY TO SAMP-MSG-ENTRY,
000230* MOVE ANY VARIABLE DATA (A FILE STATUS, A KEY) TO
000270*
000280* THE SAME CONDITION CARRIES THE SAME NUMBER IN EVERY PROGRAM;
000290* SAMP-MSG-PGM SAYS WHICH PROGRAM ISSUED IT.
000291*
000292* 9800-ISSUE-MESSAGE ALSO APPENDS EVERY MESSAGE TO THE OPERATOR
000293* MESSAGE LOG (SAMPMLOG, DD MSGLOG) THROUGH 9810-LOG-MESSAGE.
000294* THE LOG IS OPENED BY THE FIRST MESSAGE A STEP ISSUES AND
000295* CLOSED AHEAD OF EACH GOBACK; A STEP WITH NO MSGLOG DD SAYS SO
000296* ONCE ON SYSOUT AND CARRIES ON - THE LOG NEVER FAILS A STEP.
000300*****************************************************************
000310 01  SAMP-MSG-LINE.
000320     05  SAMP-MSG-ID              PIC X(07) VALUE SPACES.
001030         'CEL031S DISTLIST OPEN FAILED, STATUS ='.
001040     05  SAMP-MSG-RUNCTL-WRITE    PIC X(41) VALUE
001050         'CEL032S RUNCTL REWRITE FAILED, STATUS ='.
001060     05  SAMP-MSG-CYCLE-RESUMED   PIC X(41) VALUE
001070         'CEL033I CYCLE RESUMED FROM CHECKPOINT I ='.
001080     05  SAMP-MSG-CYCLE-REBUILT   PIC X(41) VALUE
001090         'CEL034I NO CHECKPOINT, REBUILT CYCLE'.
001100     05  SAMP-MSG-OUT-OF-BALANCE  PIC X(41) VALUE
001110         'CEL035S CYCLE OUT OF BALANCE AT LINK'.
001120     05  SAMP-MSG-CTLTOT-OPEN     PIC X(41) VALUE
001130         'CEL036S CTLTOT OPEN FAILED, STATUS ='.
001140     05  SAMP-MSG-NO-CTL-TOTALS   PIC X(41) VALUE
001150         'CEL037E NO CONTROL TOTALS FOR CYCLE'.
001160     05  SAMP-MSG-JOURNAL-OPEN    PIC X(41) VALUE
001170         'CEL038S JRNLOUT OPEN FAILED, STATUS ='.
001172     05  SAMP-MSG-STALE-CYCLE     PIC X(41) VALUE
001174         'CEL039I STALE CYCLE NOT RESUMED, CYCLE ='.
001175     05  SAMP-MSG-RSTR-INCOMPLETE PIC X(41) VALUE
001176         'CEL040S RESTORE INCOMPLETE, CLUSTER ='.
001177     05  SAMP-MSG-BKUPIN-OPEN     PIC X(41) VALUE
001178         'CEL041S BKUPIN OPEN FAILED, STATUS ='.
001179     05  SAMP-MSG-BKUPIN-READ     PIC X(41) VALUE
00117A         'CEL042S BKUPIN READ FAILED, STATUS ='.
00117B     05  SAMP-MSG-BKUPOUT-OPEN    PIC X(41) VALUE
00117C         'CEL043S BKUPOUT OPEN FAILED, STATUS ='.
00117D     05  SAMP-MSG-BKUPOUT-WRITE   PIC X(41) VALUE
00117E         'CEL044S BKUPOUT WRITE FAILED, STATUS ='.
00117F     05  SAMP-MSG-RSTAUDIT-OPEN   PIC X(41) VALUE
00117G         'CEL045S RSTAUDIT OPEN FAILED, STATUS ='.
00117H     05  SAMP-MSG-RSTAUDIT-WRITE  PIC X(41) VALUE
00117I         'CEL046S RSTAUDIT WRITE FAILED, STATUS ='.
00117J     05  SAMP-MSG-CLUSTER-IO      PIC X(41) VALUE
00117K         'CEL047S CLUSTER I/O FAILED, STATUS ='.
00117L     05  SAMP-MSG-RSTR-REFUSED    PIC X(41) VALUE
00117M         'CEL048E RESTORE REFUSED, GENERATION ='.
00117N     05  SAMP-MSG-RSTR-UNVERIFIED PIC X(41) VALUE
00117P         'CEL049S RESTORE NOT VERIFIED, CLUSTER ='.
001180
001190*****************************************************************
001200* MESSAGE LOG WORK AREAS - THE LOG'S FILE STATUS, WHETHER IT IS
001210* OPEN (OR COULD NOT BE), AND THE JOB AND STEP NAMES PICKED UP
001220* FROM THE TIOT (SAMPTIOT) WHEN IT IS OPENED.
001230*****************************************************************
001240 01  SAMP-MLOG-WORK.
001250     05  SAMP-MLOG-STATUS         PIC X(02) VALUE SPACES.
001260     05  SAMP-MLOG-OPEN-SW        PIC X(01) VALUE 'N'.
001270         88  SAMP-MLOG-FILE-OPEN         VALUE 'Y'.
001280         88  SAMP-MLOG-FILE-CLOSED       VALUE 'N'.
001290         88  SAMP-MLOG-UNUSABLE          VALUE 'X'.
001300     05  SAMP-MLOG-JOB-NAME       PIC X(08) VALUE SPACES.
001310     05  SAMP-MLOG-STEP-NAME      PIC X(08) VALUE SPACES.
