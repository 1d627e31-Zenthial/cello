00066L*                  OPTIONS UPDATE, NOT A RECOMPILE.  THE AUDIT
00066M*                  ROW ALSO GREW A USER FIELD (BLANK FOR BATCH
00066N*                  RUNS - SEE SAMPAUD AND THE AUDMIG2 JOB).
0006A1* 10/15/2026  RH   RESTART IS NOW SELF-DRIVING.  THE RUN-CONTROL
0006A2*                  RECORD IS READ BEFORE ANYTHING IS BUILT: A
0006A3*                  CYCLE LEFT STARTED WITH NO END TIME IS AN
0006A4*                  INTERRUPTED ONE, AND A CHECKPOINT FOR THE SAME
0006A5*                  N TURNS THE RUN INTO A RESUME WITHOUT THE PARM
0006A6*                  RESTART BYTE (WHICH STILL FORCES ONE).  A
0006A7*                  RESUME NO LONGER EXTENDS THE ABENDED RUN'S
0006A8*                  FACTOUT/RPTOUT - IT CUTS BOTH IN FULL, COPYING
0006A9*                  ROWS 0 THRU THE CHECKPOINT ROW BACK OFF
0006AA*                  FACTIDX AND COMPUTING ONLY THE REST - SO THE
0006AB*                  JOB'S GDG REFERENCES NEVER CHANGE.  THE RESUME
0006AC*                  KEEPS THE INTERRUPTED CYCLE'S DATE ON RUNCTL
0006AD*                  AND CARRIES CEL033I/CEL034I ON THE AUDIT AND
0006AE*                  STEP ROWS.
0006AF* 10/15/2026  RH   POSTS THE BUILD'S CONTROL TOTALS - THE AUDIT
0006AG*                  ROW COUNT, N, AND A HASH OF THE FACTOUT VALUES
0006AH*                  WRITTEN - TO THE CYCLE CONTROL-TOTALS LEDGER
0006AI*                  (CTLTOT, SEE SAMPCTOT) UNDER THE CYCLE DATE,
0006AJ*                  SO CTLBAL CAN PROVE EVERY LATER STEP AGAINST
0006AK*                  WHAT THE BUILD ACTUALLY PRODUCED.
0006AL* 10/15/2026  RH   EVERY MESSAGE ISSUED THROUGH 9800 IS ALSO
0006AM*                  APPENDED TO THE OPERATOR MESSAGE LOG (MSGLOG,
0006AN*                  SEE SAMPMLOG) FOR MSGRPT.
0006AP* 10/15/2026  RH   AN INTERRUPTED CYCLE IS RESUMED ONLY WHEN ITS
0006AQ*                  DATE IS TONIGHT OR THE PREVIOUS PROCESSING DAY
0006AR*                  (NO SCHEDULED NIGHT BETWEEN ON THE CALENDAR).
0006AS*                  AN OLDER ONE IS STALE - CEL039I IS ISSUED AND
0006AT*                  TONIGHT'S CYCLE STARTS CLEAN UNDER TONIGHT'S
0006AU*                  DATE.  THE CALENDAR IS READ ONLY TO DECIDE.
000668*****************************************************************
000660
000670 ENVIRONMENT DIVISION.
00100D            ACCESS MODE  IS DYNAMIC
00100E            RELATIVE KEY IS SAMP-OPT-RELKEY
00100F            FILE STATUS  IS SAMP-OPTIONS-STATUS.
00100G
00100H     SELECT CTLTOT-FILE    ASSIGN TO CTLTOT
00100I            ORGANIZATION IS SEQUENTIAL
00100J            FILE STATUS  IS SAMP-CTLTOT-STATUS.
00100K     SELECT MSGLOG-FILE    ASSIGN TO MSGLOG
00100L            ORGANIZATION IS SEQUENTIAL
00100M            FILE STATUS  IS SAMP-MLOG-STATUS.
00100N
00100P     SELECT CALENDAR-FILE  ASSIGN TO CALENDAR
00100Q            ORGANIZATION IS INDEXED
00100R            ACCESS MODE  IS RANDOM
00100S            RECORD KEY   IS SAMP-CAL-DATE
00100T            FILE STATUS  IS SAMP-CALENDAR-STATUS.
001010
001020 DATA DIVISION.
001030 FILE SECTION.
00126B FD  OPTIONS-FILE
00126C     RECORDING MODE IS F.
00126D     COPY SAMPOPT.
00126E
00126F FD  CTLTOT-FILE
00126G     RECORDING MODE IS F.
00126H     COPY SAMPCTOT.
00126I
00126J FD  MSGLOG-FILE
00126K     RECORDING MODE IS F.
00126L     COPY SAMPMLOG.
00126M
00126N FD  CALENDAR-FILE
00126P     RECORDING MODE IS F.
00126Q     COPY SAMPCAL.
001270
001280 WORKING-STORAGE SECTION.
001290
001352   77 SAMP-RUNCTL-STATUS     PIC X(02) VALUE SPACES.
001354   77 SAMP-STEPLOG-STATUS    PIC X(02) VALUE SPACES.
001356   77 SAMP-OPTIONS-STATUS    PIC X(02) VALUE SPACES.
001357   77 SAMP-CTLTOT-STATUS     PIC X(02) VALUE SPACES.
001358   77 SAMP-CALENDAR-STATUS   PIC X(02) VALUE SPACES.
001360
001370   77 SAMP-FACT              PIC 9(30) COMP-3 VALUE 1.
001380   77 SAMP-N                 PIC 9(02) VALUE ZERO.
001400   77 SAMP-MAX-N             PIC 9(02) VALUE 28.
001410   77 SAMP-RC                PIC 9(04) VALUE ZERO.
001420   77 SAMP-ROW-COUNT         PIC 9(05) COMP-3 VALUE ZERO.
001421
001422*****************************************************************
001423* HASH OF THE FACTOUT VALUES WRITTEN, FOR THE CONTROL-TOTALS
001424* LEDGER - FACTXTR'S TRAILER HASH, WORKED THE SAME WAY
001425*****************************************************************
001426   77 SAMP-HASH-TOTAL        PIC 9(15) VALUE ZERO.
001427   77 SAMP-HASH-WIDE         PIC 9(16) VALUE ZERO.
001428   77 SAMP-HASH-QUOT         PIC 9(01) VALUE ZERO.
001429   77 SAMP-HASH-MODULUS      PIC 9(16) VALUE 1000000000000000.
00142A
00142B 01  SAMP-HASH-FACT            PIC 9(30) VALUE ZERO.
00142C 01  SAMP-HASH-FACT-R REDEFINES SAMP-HASH-FACT.
00142D     05  SAMP-HASH-HIGH        PIC 9(15).
00142E     05  SAMP-HASH-LOW         PIC 9(15).
001430
001440 01  SAMP-PARM-WORK.
001450     05  SAMP-PWK-N            PIC X(02).
00167A   77 SAMP-STEP-OPEN-SW      PIC X(01) VALUE 'N'.
00167B       88 SAMP-STEP-FILE-OPEN        VALUE 'Y'.
00167C       88 SAMP-STEP-FILE-CLOSED      VALUE 'N'.
00167D
00167E   77 SAMP-INTERRUPT-SW      PIC X(01) VALUE 'N'.
00167F       88 SAMP-CYCLE-INTERRUPTED     VALUE 'Y'.
00167G       88 SAMP-CYCLE-CLEAN           VALUE 'N'.
001678
001680   77 SAMP-CKPT-RELKEY       PIC 9(04) COMP VALUE 1.
001682   77 SAMP-RUNC-RELKEY       PIC 9(04) COMP VALUE 1.
001702
001704   77 SAMP-NEXT-ROW          PIC 9(02) VALUE ZERO.
001706   77 SAMP-HIGH-FACT         PIC 9(30) COMP-3 VALUE 1.
001708   77 SAMP-WALK-LIMIT        PIC 9(02) VALUE ZERO.
001710
001720   77 SAMP-RUN-DATE          PIC 9(08) VALUE ZERO.
001730   77 SAMP-RUN-TIME          PIC 9(08) VALUE ZERO.
001732   77 SAMP-END-TIME          PIC 9(08) VALUE ZERO.
001734   77 SAMP-CYCLE-DATE        PIC 9(08) VALUE ZERO.
001736   77 SAMP-CYCLE-START       PIC 9(08) VALUE ZERO.
001737
001738*****************************************************************
001739* RESUME CHECK - DAY SERIALS FOR THE INTERRUPTED CYCLE, TONIGHT
00173A* AND EACH NIGHT BETWEEN, AND THE CALENDAR READ FOR THEM
00173B*****************************************************************
00173C   77 SAMP-CAL-OPEN-SW       PIC X(01) VALUE 'N'.
00173D       88 SAMP-CAL-FILE-OPEN         VALUE 'Y'.
00173E       88 SAMP-CAL-FILE-CLOSED       VALUE 'N'.
00173F
00173G   77 SAMP-RUN-SERIAL        PIC 9(08) VALUE ZERO.
00173H   77 SAMP-CYCLE-SERIAL      PIC 9(08) VALUE ZERO.
00173I   77 SAMP-GAP-SERIAL        PIC 9(08) VALUE ZERO.
00173J   77 SAMP-GAP-MISSED        PIC 9(05) VALUE ZERO.
00173K
00173L 01  SAMP-SER-DATE-X.
00173M     05  SAMP-SER-YYYY         PIC 9(04).
00173N     05  SAMP-SER-MM           PIC 9(02).
00173P     05  SAMP-SER-DD           PIC 9(02).
00173Q
00173R   77 SAMP-SER-A             PIC S9(08) COMP VALUE ZERO.
00173S   77 SAMP-SER-Y             PIC S9(08) COMP VALUE ZERO.
00173T   77 SAMP-SER-M             PIC S9(08) COMP VALUE ZERO.
00173U   77 SAMP-SER-WORK          PIC S9(08) COMP VALUE ZERO.
00173V   77 SAMP-SER-T1            PIC S9(08) COMP VALUE ZERO.
00173W   77 SAMP-SER-T2            PIC S9(08) COMP VALUE ZERO.
00173X   77 SAMP-SER-T3            PIC S9(08) COMP VALUE ZERO.
00173Y   77 SAMP-SER-T4            PIC S9(08) COMP VALUE ZERO.
001740
001750 01  SAMP-RUN-DATE-X.
001760     05  SAMP-RUN-YYYY         PIC 9(04).
002120 01  SAMP-PARM.
002130     05  SAMP-PARM-LEN         PIC S9(4) COMP.
002140     05  SAMP-PARM-DATA        PIC X(80).
002141
002142     COPY SAMPTIOT.
002150
002160 PROCEDURE DIVISION USING SAMP-PARM.
002170
002250         GO TO 9999-ABEND-EXIT
002260     END-IF.
002270     PERFORM 1200-OPEN-FACTIDX THRU 1200-EXIT.
002275     PERFORM 1400-OPEN-RUNCTL THRU 1400-EXIT.
002280     PERFORM 1300-OPEN-CHECKPOINT THRU 1300-EXIT.
002284     PERFORM 8200-MARK-CYCLE-START THRU 8200-EXIT.
002286     IF SAMP-REFRESH-RUN OR SAMP-RESTART-RUN
002287         PERFORM 1500-INSPECT-TABLE THRU 1500-EXIT
002288     END-IF.
002290     IF SAMP-TABLE-INCOMPLETE
002300         PERFORM 3000-PROCESS-TABLE THRU 3000-EXIT
002310     END-IF.
002320     PERFORM 8000-TERMINATE THRU 8000-EXIT.
002321     IF SAMP-MLOG-FILE-OPEN
002322         CLOSE MSGLOG-FILE
002323     END-IF.
002330     GOBACK.
002340
002350*****************************************************************
002360* 1000-INITIALIZE - OPEN FILES AND GET THE RUN PARAMETER.
002370* FACTOUT AND RPTOUT ARE ALWAYS CUT IN FULL, RESUME OR NOT -
002372* A RESUME COPIES THE ROWS ALREADY BUILT BACK OFF FACTIDX.
002380*****************************************************************
002390 1000-INITIALIZE.
002400     ACCEPT SAMP-RUN-DATE FROM DATE YYYYMMDD.
00254G     MOVE 'Y' TO SAMP-STEP-OPEN-SW.
00254H
00254I     PERFORM 1600-GET-OPTIONS THRU 1600-EXIT.
00254J
00254K     OPEN EXTEND CTLTOT-FILE.
00254L     IF SAMP-CTLTOT-STATUS = '35'
00254M         CLOSE CTLTOT-FILE
00254N         OPEN OUTPUT CTLTOT-FILE
00254P     END-IF.
00254Q     IF SAMP-CTLTOT-STATUS NOT = '00'
00254R         MOVE SAMP-MSG-CTLTOT-OPEN TO SAMP-MSG-ENTRY
00254S         MOVE SAMP-CTLTOT-STATUS   TO SAMP-MSG-DATA
00254T         PERFORM 9800-ISSUE-MESSAGE THRU 9800-EXIT
00254U         MOVE 40 TO SAMP-RC
00254V         GO TO 9999-ABEND-EXIT
00254W     END-IF.
002550
002560     PERFORM 1100-GET-PARM THRU 1100-EXIT.
002570
002628         MOVE 'N' TO SAMP-REFRESH-SW
002629     END-IF.
002630
002700     OPEN OUTPUT FACTOUT-FILE.
002720     IF SAMP-FACTOUT-STATUS NOT = '00'
002730         MOVE SAMP-MSG-FACTOUT-OPEN TO SAMP-MSG-ENTRY
002740         MOVE SAMP-FACTOUT-STATUS   TO SAMP-MSG-DATA
002760         GO TO 9999-ABEND-EXIT
002770     END-IF.
002780
002850     OPEN OUTPUT RPTOUT-FILE.
002870     IF SAMP-RPTOUT-STATUS NOT = '00'
002880         MOVE SAMP-MSG-REPORT-OPEN TO SAMP-MSG-ENTRY
002890         MOVE SAMP-RPTOUT-STATUS   TO SAMP-MSG-DATA
002970* 1100-GET-PARM - THE PARM STRING PASSED ON THE EXEC STATEMENT
002980* TAKES PRECEDENCE.  WHEN NO PARM WAS PASSED, FALL BACK TO A
002990* ONE-RECORD PARMCARD.  LAYOUT IS COLS 1-2 = N, COL 3 = RESTART.
002992* THE RESTART BYTE IS ONLY NEEDED TO FORCE A RESUME - AN
002994* INTERRUPTED CYCLE ON RUNCTL RESUMES WITHOUT IT.
003000*****************************************************************
003010 1100-GET-PARM.
003020     IF SAMP-PARM-LEN > ZERO
003490     EXIT.
003500
003510*****************************************************************
003520* 1300-OPEN-CHECKPOINT - ON A RESTART (AN INTERRUPTED CYCLE ON
003530* RUNCTL, OR THE PARM RESTART BYTE), A CHECKPOINT FOR THIS N
003532* SETS THE RESUME POINT INSTEAD OF REBUILDING FROM 0!.
003540*****************************************************************
003550 1300-OPEN-CHECKPOINT.
003560     OPEN I-O CHKPTDS-FILE.
003750             MOVE 'Y' TO SAMP-CKPT-EXISTS-SW
003760     END-READ.
003770
003780     IF SAMP-RESTART-RUN
003790         PERFORM 1350-SET-RESUME-POINT THRU 1350-EXIT
003850     END-IF.
004030 1300-EXIT.
004040     EXIT.
004041
004042*****************************************************************
004043* 1350-SET-RESUME-POINT - A CHECKPOINT FOR THIS N MEANS ROWS 0
004044* THRU CKPT-I ARE ON FACTIDX; 1500-INSPECT-TABLE COPIES THEM TO
004045* THE NEW FACTOUT GENERATION AND THE REPORT, AND THE BUILD LOOP
004046* CARRIES ON FROM THE ROW AFTER.  NO USABLE CHECKPOINT (CLEARED
004047* BY CTLUTIL, OR WRITTEN FOR A DIFFERENT N) DROPS BACK TO AN
004048* ORDINARY BUILD FROM 0!.  EITHER WAY THE MESSAGE ID RIDES ON
004049* THE AUDIT AND STEP ROWS AS THE RECORD THAT THE NIGHT WAS A
00404A* RESTART.
00404B*****************************************************************
00404C 1350-SET-RESUME-POINT.
00404D     IF SAMP-CKPT-EXISTS AND SAMP-CKPT-N = SAMP-N
00404E         MOVE SAMP-CKPT-I            TO SAMP-WALK-LIMIT
00404F         MOVE SAMP-MSG-CYCLE-RESUMED TO SAMP-MSG-ENTRY
00404G         MOVE SAMP-CKPT-I            TO SAMP-MSG-DATA
00404H         PERFORM 9800-ISSUE-MESSAGE THRU 9800-EXIT
00404I         GO TO 1350-EXIT
00404J     END-IF.
00404K     MOVE 'N' TO SAMP-RESTART-SW.
00404L     MOVE SAMP-MSG-CYCLE-REBUILT TO SAMP-MSG-ENTRY.
00404M     MOVE SAMP-CYCLE-DATE        TO SAMP-MSG-DATA.
00404N     PERFORM 9800-ISSUE-MESSAGE THRU 9800-EXIT.
00404P 1350-EXIT.
00404Q     EXIT.
004050
004051*****************************************************************
004052* 1400-OPEN-RUNCTL - OPEN THE RUN-CONTROL DATASET FOR UPDATE.
004053* CREATED FRESH THE FIRST TIME A RUN FINDS NO DATASET, THE
004054* SAME WAY THE CHECKPOINT IS.  A STARTED RECORD GOES TO 1410.
004055*****************************************************************
004056 1400-OPEN-RUNCTL.
004057     OPEN I-O RUNCTL-FILE.
004067         GO TO 9999-ABEND-EXIT
004068     END-IF.
004069     MOVE 'Y' TO SAMP-RUNCTL-OPEN-SW.
00406A     MOVE SAMP-RUN-DATE TO SAMP-CYCLE-DATE.
00406B     MOVE SAMP-RUN-TIME TO SAMP-CYCLE-START.
00406C
00406D     MOVE 1 TO SAMP-RUNC-RELKEY.
00406E     READ RUNCTL-FILE
00406F         INVALID KEY
00406G             GO TO 1400-EXIT
00406H     END-READ.
00406I     IF SAMP-RUNC-STATUS = 'STARTED   '
00406J             AND SAMP-RUNC-END-TIME = ZERO
00406K         PERFORM 1410-CHECK-RESUME THRU 1410-EXIT
00406L     END-IF.
004070 1400-EXIT.
004071     EXIT.
004072
0040D1*****************************************************************
0040D2* 1410-CHECK-RESUME - A RECORD LEFT STARTED WITH NO END TIME IS
0040D3* A CYCLE THAT NEVER FINISHED.  IT IS RESUMED ONLY WHEN ITS DATE
0040D4* IS TONIGHT OR THE PREVIOUS PROCESSING DAY - NO SCHEDULED NIGHT
0040D5* BETWEEN IT AND TONIGHT, THE SAME TEST THE GATE MAKES - AND THEN
0040D6* UNDER THE INTERRUPTED CYCLE'S DATE AND START TIME, SO A RESUME
0040D7* THAT FINISHES AFTER MIDNIGHT DOES NOT CLOSE THE NEXT NIGHT'S
0040D8* CYCLE.  EACH NIGHT BETWEEN IS READ OFF THE CALENDAR: HOLIDAY
0040D9* AND SKIP NIGHTS ARE PASSED OVER; A SCHEDULED NIGHT, A NIGHT
0040DA* NOT ON THE CALENDAR, OR ANY NIGHT WHEN THERE IS NO CALENDAR
0040DB* MAKES THE RECORD STALE.  A STALE CYCLE IS NOT RESUMED - CEL039I
0040DC* CARRIES ITS DATE, AND TONIGHT'S CYCLE STARTS CLEAN UNDER
0040DD* TONIGHT'S DATE (8200 RESTAMPS THE RECORD).
0040DE*****************************************************************
0040DF 1410-CHECK-RESUME.
0040DG     IF SAMP-RUNC-CYCLE-DATE = SAMP-RUN-DATE
0040DH         GO TO 1410-RESUME
0040DI     END-IF.
0040DJ
0040DK     OPEN INPUT CALENDAR-FILE.
0040DL     IF SAMP-CALENDAR-STATUS = '35'
0040DM         MOVE 'N' TO SAMP-CAL-OPEN-SW
0040DN     ELSE
0040DP         IF SAMP-CALENDAR-STATUS NOT = '00'
0040DQ             MOVE SAMP-MSG-CALENDAR-OPEN TO SAMP-MSG-ENTRY
0040DR             MOVE SAMP-CALENDAR-STATUS   TO SAMP-MSG-DATA
0040DS             PERFORM 9800-ISSUE-MESSAGE THRU 9800-EXIT
0040DT             MOVE 48 TO SAMP-RC
0040DU             GO TO 9999-ABEND-EXIT
0040DV         ELSE
0040DW             MOVE 'Y' TO SAMP-CAL-OPEN-SW
0040DX         END-IF
0040DY     END-IF.
0040DZ
0040E1     MOVE SAMP-RUN-DATE TO SAMP-SER-DATE-X.
0040E2     PERFORM 1420-DATE-TO-SERIAL THRU 1420-EXIT.
0040E3     MOVE SAMP-SER-WORK TO SAMP-RUN-SERIAL.
0040E4     MOVE SAMP-RUNC-CYCLE-DATE TO SAMP-SER-DATE-X.
0040E5     PERFORM 1420-DATE-TO-SERIAL THRU 1420-EXIT.
0040E6     MOVE SAMP-SER-WORK TO SAMP-CYCLE-SERIAL.
0040E7
0040E8     MOVE ZERO TO SAMP-GAP-MISSED.
0040E9     IF SAMP-CYCLE-SERIAL < SAMP-RUN-SERIAL
0040EA         COMPUTE SAMP-GAP-SERIAL = SAMP-CYCLE-SERIAL + 1
0040EB         PERFORM 1440-CHECK-ONE-NIGHT THRU 1440-EXIT
0040EC             UNTIL SAMP-GAP-SERIAL >= SAMP-RUN-SERIAL
0040ED                OR SAMP-GAP-MISSED > ZERO
0040EE     ELSE
0040EF         MOVE 1 TO SAMP-GAP-MISSED
0040EG     END-IF.
0040EH     IF SAMP-CAL-FILE-OPEN
0040EI         CLOSE CALENDAR-FILE
0040EJ         MOVE 'N' TO SAMP-CAL-OPEN-SW
0040EK     END-IF.
0040EL     IF SAMP-GAP-MISSED = ZERO
0040EM         GO TO 1410-RESUME
0040EN     END-IF.
0040EP
0040EQ     MOVE SAMP-MSG-STALE-CYCLE TO SAMP-MSG-ENTRY.
0040ER     MOVE SAMP-RUNC-CYCLE-DATE TO SAMP-MSG-DATA.
0040ES     PERFORM 9800-ISSUE-MESSAGE THRU 9800-EXIT.
0040ET     GO TO 1410-EXIT.
0040EU
0040EV 1410-RESUME.
0040EW     MOVE 'Y' TO SAMP-INTERRUPT-SW.
0040EX     MOVE 'Y' TO SAMP-RESTART-SW.
0040EY     MOVE SAMP-RUNC-CYCLE-DATE TO SAMP-CYCLE-DATE.
0040EZ     MOVE SAMP-RUNC-START-TIME TO SAMP-CYCLE-START.
0040F1 1410-EXIT.
0040F2     EXIT.
0040F3
0040F4*****************************************************************
0040F5* 1420-DATE-TO-SERIAL - FLIEGEL-VAN FLANDERN DAY NUMBER FROM A
0040F6* YYYYMMDD DATE IN SAMP-SER-DATE-X, RETURNED IN SAMP-SER-WORK.
0040F7* EACH DIVISION IS A SEPARATE DIVIDE INTO AN INTEGER FIELD SO
0040F8* EVERY TERM TRUNCATES BEFORE THE FINAL SUM (SEE AUDRPT 3310).
0040F9*****************************************************************
0040FA 1420-DATE-TO-SERIAL.
0040FB     COMPUTE SAMP-SER-A = (14 - SAMP-SER-MM) / 12.
0040FC     COMPUTE SAMP-SER-Y = SAMP-SER-YYYY + 4800 - SAMP-SER-A.
0040FD     COMPUTE SAMP-SER-M = SAMP-SER-MM + 12 * SAMP-SER-A - 3.
0040FE     COMPUTE SAMP-SER-T1 = 153 * SAMP-SER-M + 2.
0040FF     DIVIDE SAMP-SER-T1 BY 5 GIVING SAMP-SER-T1.
0040FG     DIVIDE SAMP-SER-Y BY 4 GIVING SAMP-SER-T2.
0040FH     DIVIDE SAMP-SER-Y BY 100 GIVING SAMP-SER-T3.
0040FI     DIVIDE SAMP-SER-Y BY 400 GIVING SAMP-SER-T4.
0040FJ     COMPUTE SAMP-SER-WORK =
0040FK         SAMP-SER-DD
0040FL         + SAMP-SER-T1
0040FM         + 365 * SAMP-SER-Y
0040FN         + SAMP-SER-T2
0040FP         - SAMP-SER-T3
0040FQ         + SAMP-SER-T4
0040FR         - 32045.
0040FS 1420-EXIT.
0040FT     EXIT.
0040FU
0040FV*****************************************************************
0040FW* 1430-SERIAL-TO-DATE - INVERSE OF 1420: TURN THE DAY SERIAL IN
0040FX* SAMP-GAP-SERIAL BACK INTO YYYY/MM/DD IN SAMP-SER-DATE-X.
0040FY*****************************************************************
0040FZ 1430-SERIAL-TO-DATE.
0040G1     COMPUTE SAMP-SER-A = SAMP-GAP-SERIAL + 32044.
0040G2     COMPUTE SAMP-SER-WORK = 4 * SAMP-SER-A + 3.
0040G3     DIVIDE SAMP-SER-WORK BY 146097 GIVING SAMP-SER-T1.
0040G4     COMPUTE SAMP-SER-WORK = 146097 * SAMP-SER-T1.
0040G5     DIVIDE SAMP-SER-WORK BY 4 GIVING SAMP-SER-WORK.
0040G6     COMPUTE SAMP-SER-T2 = SAMP-SER-A - SAMP-SER-WORK.
0040G7     COMPUTE SAMP-SER-WORK = 4 * SAMP-SER-T2 + 3.
0040G8     DIVIDE SAMP-SER-WORK BY 1461 GIVING SAMP-SER-T3.
0040G9     COMPUTE SAMP-SER-WORK = 1461 * SAMP-SER-T3.
0040GA     DIVIDE SAMP-SER-WORK BY 4 GIVING SAMP-SER-WORK.
0040GB     COMPUTE SAMP-SER-T4 = SAMP-SER-T2 - SAMP-SER-WORK.
0040GC     COMPUTE SAMP-SER-WORK = 5 * SAMP-SER-T4 + 2.
0040GD     DIVIDE SAMP-SER-WORK BY 153 GIVING SAMP-SER-M.
0040GE     COMPUTE SAMP-SER-WORK = 153 * SAMP-SER-M + 2.
0040GF     DIVIDE SAMP-SER-WORK BY 5 GIVING SAMP-SER-WORK.
0040GG     COMPUTE SAMP-SER-DD =
0040GH         SAMP-SER-T4 - SAMP-SER-WORK + 1.
0040GI     DIVIDE SAMP-SER-M BY 10 GIVING SAMP-SER-WORK.
0040GJ     COMPUTE SAMP-SER-MM =
0040GK         SAMP-SER-M + 3 - 12 * SAMP-SER-WORK.
0040GL     COMPUTE SAMP-SER-YYYY =
0040GM         100 * SAMP-SER-T1 + SAMP-SER-T3 - 4800
0040GN         + SAMP-SER-WORK.
0040GP 1430-EXIT.
0040GQ     EXIT.
0040GR
0040GS*****************************************************************
0040GT* 1440-CHECK-ONE-NIGHT - ONE NIGHT BETWEEN THE INTERRUPTED
0040GU* CYCLE AND TONIGHT AGAINST THE CALENDAR.  HOLIDAY AND SKIP
0040GV* NIGHTS ARE PASSED OVER; ANY OTHER NIGHT WAS A PROCESSING
0040GW* NIGHT, SO THE INTERRUPTED CYCLE IS TOO OLD TO RESUME.
0040GX*****************************************************************
0040GY 1440-CHECK-ONE-NIGHT.
0040GZ     IF SAMP-CAL-FILE-CLOSED
0040H1         ADD 1 TO SAMP-GAP-MISSED
0040H2         GO TO 1440-NEXT
0040H3     END-IF.
0040H4     PERFORM 1430-SERIAL-TO-DATE THRU 1430-EXIT.
0040H5     COMPUTE SAMP-CAL-DATE =
0040H6         SAMP-SER-YYYY * 10000 + SAMP-SER-MM * 100
0040H7         + SAMP-SER-DD.
0040H8     READ CALENDAR-FILE
0040H9         INVALID KEY
0040HA             ADD 1 TO SAMP-GAP-MISSED
0040HB             GO TO 1440-NEXT
0040HC     END-READ.
0040HD     IF NOT SAMP-CAL-HOLIDAY AND NOT SAMP-CAL-SKIP
0040HE         ADD 1 TO SAMP-GAP-MISSED
0040HF     END-IF.
0040HG 1440-NEXT.
0040HH     ADD 1 TO SAMP-GAP-SERIAL.
0040HI 1440-EXIT.
0040HJ     EXIT.
00407A*****************************************************************
00407B* 1500-INSPECT-TABLE - EXTEND-ONLY REFRESH.  WALK FACTIDX FROM
00407C* ROW 0 WHILE THE KEYS RUN CONTIGUOUS, COPYING EACH ROW TO
00407J* RECOMPUTED AND REWRITTEN.  FACTOUT AND RPTOUT ARE STILL CUT
00407K* IN FULL EVERY NIGHT - FACTVER, FCMP01, AND THE WAREHOUSE
00407L* EXTRACT ALL READ THEM - ONLY THE ARITHMETIC AND THE CLUSTER
0040CD* WRITES ARE SAVED.  A RESUMED FULL BUILD WALKS THE SAME WAY
0040CE* BUT STOPS AT THE CHECKPOINT ROW, SINCE ONLY ROWS UP TO THERE
0040CF* ARE KNOWN GOOD FROM THE INTERRUPTED RUN.
00407N*****************************************************************
00407P 1500-INSPECT-TABLE.
00407Q     MOVE ZERO TO SAMP-NEXT-ROW.
0040CJ     IF SAMP-REFRESH-RUN
0040CK         MOVE SAMP-N TO SAMP-WALK-LIMIT
0040CL     END-IF.
00407R     MOVE ZERO TO SAMP-FACTIDX-KEY.
00407S     START FACTIDX-FILE KEY NOT LESS THAN SAMP-FACTIDX-KEY
00407T         INVALID KEY
00407U             MOVE 'Y' TO SAMP-SCAN-DONE-SW
00407V     END-START.
00407W     PERFORM 1510-COPY-ROW THRU 1510-EXIT
00407X         UNTIL SAMP-SCAN-DONE OR SAMP-NEXT-ROW > SAMP-WALK-LIMIT.
00407Y
00408A     IF SAMP-NEXT-ROW > SAMP-N
00408B         MOVE 'Y' TO SAMP-CKPT-COMPLETE-SW
0040CX         IF SAMP-REFRESH-RUN
0040CY             MOVE 'Y' TO SAMP-REFRESH-NOOP-SW
0040CZ         END-IF
00408D         GO TO 1500-EXIT
00408E     END-IF.
00408F
00409N     MOVE SAMP-I    TO SAMP-FACTOUT-I.
00409P     MOVE SAMP-FACT TO SAMP-FACTOUT-FACT.
00409Q     WRITE SAMP-FACTOUT-RECORD.
00409R     PERFORM 3300-ADD-FACTOUT-HASH THRU 3300-EXIT.
00409S     PERFORM 4000-PRINT-DETAIL THRU 4000-EXIT.
00409T     ADD 1 TO SAMP-ROW-COUNT.
00409U     PERFORM 3200-WRITE-CHECKPOINT THRU 3200-EXIT.
00409V     ADD 1 TO SAMP-NEXT-ROW.
00409W 1510-EXIT.
00409X     EXIT.
00409Y
0040A1*****************************************************************
0040A2* 1600-GET-OPTIONS - PICK UP THE SITE RUN LIMITS FROM THE
0040A3* OPTIONS DATASET WHEN ONE IS PRESENT.  A MISSING DATASET OR
004560     MOVE SAMP-I    TO SAMP-FACTOUT-I.
004570     MOVE SAMP-FACT TO SAMP-FACTOUT-FACT.
004580     WRITE SAMP-FACTOUT-RECORD.
004581     PERFORM 3300-ADD-FACTOUT-HASH THRU 3300-EXIT.
004590
004600     MOVE SAMP-I    TO SAMP-FACTIDX-KEY.
004610     MOVE SAMP-FACT TO SAMP-FACTIDX-VALUE.
005052     END-IF.
005054 3200-EXIT.
005060     EXIT.
005061
005062*****************************************************************
005063* 3300-ADD-FACTOUT-HASH - FOLD THE ROW JUST WRITTEN TO FACTOUT
005064* INTO THE LEDGER HASH: THE LOW 15 DIGITS OF THE VALUE ADDED,
005065* THE TOTAL KEPT TO ITS OWN LOW 15 DIGITS.
005066*****************************************************************
005067 3300-ADD-FACTOUT-HASH.
005068     MOVE SAMP-FACTOUT-FACT TO SAMP-HASH-FACT.
005069     COMPUTE SAMP-HASH-WIDE =
00506A         SAMP-HASH-TOTAL + SAMP-HASH-LOW.
00506B     DIVIDE SAMP-HASH-WIDE BY SAMP-HASH-MODULUS
00506C         GIVING SAMP-HASH-QUOT
00506D         REMAINDER SAMP-HASH-TOTAL.
00506E 3300-EXIT.
00506F     EXIT.
005070
005080*****************************************************************
005090* 4000-PRINT-DETAIL - WRITE ONE REPORT LINE, STARTING A NEW
005486         MOVE 'COMPLETE'  TO SAMP-AUD-STATUS
005488     END-IF.
005490     PERFORM 8100-WRITE-AUDIT THRU 8100-EXIT.
005491     PERFORM 8700-POST-TOTALS THRU 8700-EXIT.
005492     PERFORM 8300-MARK-CYCLE-END THRU 8300-EXIT.
005494     PERFORM 8900-WRITE-STEP THRU 8900-EXIT.
005500     CLOSE FACTOUT-FILE.
005544         CLOSE RUNCTL-FILE
005546     END-IF.
005548     CLOSE STEPLOG-FILE.
005549     CLOSE CTLTOT-FILE.
005550     MOVE SAMP-RC TO RETURN-CODE.
005560 8000-EXIT.
005570     EXIT.
00557H     WRITE SAMP-STEP-RECORD.
00557I 8900-EXIT.
00557J     EXIT.
0055A1
0055A2*****************************************************************
0055A3* 8700-POST-TOTALS - THE BUILD'S LINE ON THE CONTROL-TOTALS
0055A4* LEDGER: THE AUDIT ROW COUNT, N, AND THE HASH OF THE FACTOUT
0055A5* VALUES WRITTEN, UNDER THE CYCLE DATE ON RUNCTL.  EVERY LATER
0055A6* LINK IN THE CHAIN IS PROVED AGAINST THIS ROW.
0055A7*****************************************************************
0055A8 8700-POST-TOTALS.
0055A9     ACCEPT SAMP-END-TIME FROM TIME.
0055AA     MOVE SAMP-CYCLE-DATE TO SAMP-CTOT-CYCLE-DATE.
0055AB     MOVE 'SAMP01'        TO SAMP-CTOT-STEP.
0055AC     MOVE 'SAMPLE'        TO SAMP-CTOT-PROGRAM.
0055AD     MOVE 'AUDIT'         TO SAMP-CTOT-TOTAL-ID.
0055AE     MOVE SAMP-N          TO SAMP-CTOT-N.
0055AF     MOVE SAMP-ROW-COUNT  TO SAMP-CTOT-COUNT.
0055AG     MOVE SAMP-HASH-TOTAL TO SAMP-CTOT-HASH.
0055AH     MOVE SAMP-RUN-DATE   TO SAMP-CTOT-POST-DATE.
0055AI     MOVE SAMP-END-TIME   TO SAMP-CTOT-POST-TIME.
0055AJ     WRITE SAMP-CTOT-RECORD.
0055AK 8700-EXIT.
0055AL     EXIT.
005580
005590*****************************************************************
005600* 8100-WRITE-AUDIT - APPEND ONE AUDIT ROW FOR THIS RUN.
005700
005701*****************************************************************
005702* 8200-MARK-CYCLE-START - STAMP THE RUN-CONTROL RECORD STARTED
005703* FOR THE CYCLE AS SOON AS THE RUN IS COMMITTED (A RESUME
005704* RE-STAMPS THE INTERRUPTED ONE).  AN ABEND LEAVES STARTED
005705* BEHIND FOR THE GATE, THE RESUME AND THE MORNING CHECK TO SEE.
005706*****************************************************************
005707 8200-MARK-CYCLE-START.
005708     MOVE 1                TO SAMP-RUNC-RELKEY.
005709     MOVE SAMP-CYCLE-DATE  TO SAMP-RUNC-CYCLE-DATE.
005710     MOVE 'STARTED'        TO SAMP-RUNC-STATUS.
005711     MOVE SAMP-CYCLE-START TO SAMP-RUNC-START-TIME.
005712     MOVE ZERO          TO SAMP-RUNC-END-TIME.
005713     REWRITE SAMP-RUNC-RECORD
005714         INVALID KEY
005723*****************************************************************
005724 8300-MARK-CYCLE-END.
005725     ACCEPT SAMP-END-TIME FROM TIME.
005726     MOVE 1                TO SAMP-RUNC-RELKEY.
005727     MOVE SAMP-CYCLE-DATE  TO SAMP-RUNC-CYCLE-DATE.
005728     MOVE 'COMPLETE'       TO SAMP-RUNC-STATUS.
005729     MOVE SAMP-CYCLE-START TO SAMP-RUNC-START-TIME.
005730     MOVE SAMP-END-TIME TO SAMP-RUNC-END-TIME.
005731     REWRITE SAMP-RUNC-RECORD
005732         INVALID KEY
005737      IF SAMP-MSG-ID(7:1) = 'S'
005737          DISPLAY SAMP-MSG-LINE UPON CONSOLE
005737      END-IF.
005737      PERFORM 9810-LOG-MESSAGE THRU 9810-EXIT.
005737      MOVE SPACES TO SAMP-MSG-DATA.
005737  9800-EXIT.
005737      EXIT.
0057A1
0057A2*****************************************************************
0057A3* 9810-LOG-MESSAGE - APPEND THE MESSAGE JUST ISSUED TO THE
0057A4* OPERATOR MESSAGE LOG (SAMPMLOG) WITH THE DATE AND TIME, THE JOB
0057A5* AND STEP, AND THE VARIABLE DATA, FOR MSGRPT.  THE LOG IS OPENED
0057A6* BY THE FIRST MESSAGE; IF IT CANNOT BE, OR A WRITE FAILS, THE
0057A7* STEP CARRIES ON UNLOGGED.
0057A8*****************************************************************
0057A9 9810-LOG-MESSAGE.
0057AA     IF SAMP-MLOG-UNUSABLE
0057AB         GO TO 9810-EXIT
0057AC     END-IF.
0057AD     IF SAMP-MLOG-FILE-CLOSED
0057AE         PERFORM 9820-OPEN-MESSAGE-LOG THRU 9820-EXIT
0057AF         IF SAMP-MLOG-UNUSABLE
0057AG             GO TO 9810-EXIT
0057AH         END-IF
0057AI     END-IF.
0057AJ     ACCEPT SAMP-MLOG-DATE FROM DATE YYYYMMDD.
0057AK     ACCEPT SAMP-MLOG-TIME FROM TIME.
0057AL     MOVE SAMP-MLOG-JOB-NAME  TO SAMP-MLOG-JOB.
0057AM     MOVE SAMP-MLOG-STEP-NAME TO SAMP-MLOG-STEP.
0057AN     MOVE SAMP-MSG-PGM        TO SAMP-MLOG-PROGRAM.
0057AP     MOVE SAMP-MSG-ID         TO SAMP-MLOG-MSGID.
0057AQ     MOVE SAMP-MSG-ID(7:1)    TO SAMP-MLOG-SEVERITY.
0057AR     MOVE SAMP-MSG-TEXT       TO SAMP-MLOG-TEXT.
0057AS     MOVE SAMP-MSG-DATA       TO SAMP-MLOG-DATA.
0057AT     WRITE SAMP-MLOG-RECORD.
0057AU     IF SAMP-MLOG-STATUS NOT = '00'
0057AV         DISPLAY 'SAMPLE - MSGLOG WRITE FAILED, STATUS = '
0057AW                 SAMP-MLOG-STATUS ' - MESSAGES NOT LOGGED'
0057AX         CLOSE MSGLOG-FILE
0057AY         MOVE 'X' TO SAMP-MLOG-OPEN-SW
0057AZ     END-IF.
0057B1 9810-EXIT.
0057B2     EXIT.
0057B3
0057B4*****************************************************************
0057B5* 9820-OPEN-MESSAGE-LOG - OPEN THE LOG FOR APPEND (THE FIRST RUN
0057B6* AGAINST A NEW DATASET CREATES IT) AND PICK UP THE JOB AND STEP
0057B7* NAMES FROM THE TIOT: PSATOLD AT THE FOOT OF THE PSA LOCATES THE
0057B8* TCB, AND TCBTIO IN THE TCB LOCATES THE TIOT.
0057B9*****************************************************************
0057BA 9820-OPEN-MESSAGE-LOG.
0057BB     OPEN EXTEND MSGLOG-FILE.
0057BC     IF SAMP-MLOG-STATUS = '35'
0057BD         CLOSE MSGLOG-FILE
0057BE         OPEN OUTPUT MSGLOG-FILE
0057BF     END-IF.
0057BG     IF SAMP-MLOG-STATUS NOT = '00'
0057BH         DISPLAY 'SAMPLE - MSGLOG OPEN FAILED, STATUS = '
0057BI                 SAMP-MLOG-STATUS ' - MESSAGES NOT LOGGED'
0057BJ         MOVE 'X' TO SAMP-MLOG-OPEN-SW
0057BK         GO TO 9820-EXIT
0057BL     END-IF.
0057BM     MOVE 'Y' TO SAMP-MLOG-OPEN-SW.
0057BN     SET ADDRESS OF SAMP-TIOT-PSA  TO NULL.
0057BP     SET ADDRESS OF SAMP-TIOT-TCB  TO SAMP-TIOT-PSATOLD.
0057BQ     SET ADDRESS OF SAMP-TIOT-TIOT TO SAMP-TIOT-TCBTIO.
0057BR     MOVE SAMP-TIOT-JOB-NAME  TO SAMP-MLOG-JOB-NAME.
0057BS     MOVE SAMP-TIOT-STEP-NAME TO SAMP-MLOG-STEP-NAME.
0057BT 9820-EXIT.
0057BU     EXIT.
005737 
005738*****************************************************************
005739* 9999-ABEND-EXIT - A REJECTED PARM OR A MULTIPLY OVERFLOW GETS
005978         PERFORM 8900-WRITE-STEP THRU 8900-EXIT
005979         CLOSE STEPLOG-FILE
00597A     END-IF.
00597B     IF SAMP-CTLTOT-STATUS = '00'
00597C         CLOSE CTLTOT-FILE
00597D     END-IF.
00597E     IF SAMP-MLOG-FILE-OPEN
00597F         CLOSE MSGLOG-FILE
00597G     END-IF.
005980     MOVE SAMP-RC TO RETURN-CODE.
005990     GOBACK.
