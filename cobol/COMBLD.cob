00030E*                  MESSAGE FROM THE COMMON CATALOG (SAMPMSG,
00030F*                  PICKED UP HERE FOR THE FIRST TIME), SO THE
00030G*                  LIMITS MATCH SAMPLE'S WITHOUT A RECOMPILE.
00030H* 10/15/2026  RH   AFTER THE BUILD THE CMBIDX CLUSTER IS READ
00030I*                  BACK END TO END AND ITS PAIR COUNT, THE TABLE
00030J*                  N, AND A HASH OF THE NCR VALUES ARE POSTED TO
00030K*                  THE CYCLE CONTROL-TOTALS LEDGER (CTLTOT, SEE
00030L*                  SAMPCTOT) UNDER THE CYCLE DATE OFF RUNCTL, SO
00030M*                  CTLBAL CAN PROVE THE CLUSTER HOLDS EXACTLY THE
00030N*                  PAIRS TONIGHT'S N CALLS FOR.
00030P* 10/15/2026  RH   EVERY MESSAGE ISSUED THROUGH 9800 IS ALSO
00030Q*                  APPENDED TO THE OPERATOR MESSAGE LOG (MSGLOG,
00030R*                  SEE SAMPMLOG) FOR MSGRPT.
00030S* 10/15/2026  RH   THE STEPDS ROW CARRIES THE STEP NAME FROM THE
00030T*                  TIOT RATHER THAN A FIXED CMBB01, SO FRCVJOB'S
00030U*                  CMBR01 REBUILD IS NOT LOGGED AS THE NIGHTLY
00030V*                  STEP.
000310*****************************************************************
000320
000330 ENVIRONMENT DIVISION.
00054D            ACCESS MODE  IS DYNAMIC
00054E            RELATIVE KEY IS CBLD-OPT-RELKEY
00054F            FILE STATUS  IS CBLD-OPTFILE-STATUS.
00054G
00054H     SELECT RUNCTL-FILE    ASSIGN TO RUNCTL
00054I            ORGANIZATION IS RELATIVE
00054J            ACCESS MODE  IS DYNAMIC
00054K            RELATIVE KEY IS CBLD-RUNC-RELKEY
00054L            FILE STATUS  IS CBLD-RUNCTL-STATUS.
00054M
00054N     SELECT CTLTOT-FILE    ASSIGN TO CTLTOT
00054P            ORGANIZATION IS SEQUENTIAL
00054Q            FILE STATUS  IS CBLD-CTLTOT-STATUS.
00054R     SELECT MSGLOG-FILE    ASSIGN TO MSGLOG
00054S            ORGANIZATION IS SEQUENTIAL
00054T            FILE STATUS  IS SAMP-MLOG-STATUS.
000550
000560 DATA DIVISION.
000570 FILE SECTION.
00068B FD  OPTFILE-FILE
00068C     RECORDING MODE IS F.
00068D     COPY SAMPOPT.
00068E
00068F FD  RUNCTL-FILE
00068G     RECORDING MODE IS F.
00068H     COPY SAMPRUNC.
00068I
00068J FD  CTLTOT-FILE
00068K     RECORDING MODE IS F.
00068L     COPY SAMPCTOT.
00068M
00068N FD  MSGLOG-FILE
00068P     RECORDING MODE IS F.
00068Q     COPY SAMPMLOG.
000690
000700 WORKING-STORAGE SECTION.
000710
000772   77 CBLD-STEPLOG-STATUS    PIC X(02) VALUE SPACES.
000774   77 CBLD-OPTFILE-STATUS    PIC X(02) VALUE SPACES.
000776   77 CBLD-OPT-RELKEY        PIC 9(04) COMP VALUE 1.
000777   77 CBLD-RUNCTL-STATUS     PIC X(02) VALUE SPACES.
000778   77 CBLD-CTLTOT-STATUS     PIC X(02) VALUE SPACES.
000779   77 CBLD-RUNC-RELKEY       PIC 9(04) COMP VALUE 1.
000780
000790   77 CBLD-FIDX-EOF-SW       PIC X(01) VALUE 'N'.
000800       88 CBLD-FIDX-EOF             VALUE 'Y'.
000814   77 CBLD-STEP-OPEN-SW      PIC X(01) VALUE 'N'.
000816       88 CBLD-STEP-FILE-OPEN       VALUE 'Y'.
000818       88 CBLD-STEP-FILE-CLOSED     VALUE 'N'.
000819
00081A   77 CBLD-CIDX-EOF-SW       PIC X(01) VALUE 'N'.
00081B       88 CBLD-CIDX-EOF             VALUE 'Y'.
00081C       88 CBLD-CIDX-MORE            VALUE 'N'.
000820
000830*****************************************************************
000840* THE FACTORIAL TABLE LOADED FROM FACTIDX, SUBSCRIPTED BY I+1,
001090   77 CBLD-RUN-DATE          PIC 9(08) VALUE ZERO.
001092   77 CBLD-STEP-START-TIME   PIC 9(08) VALUE ZERO.
001094   77 CBLD-STEP-END-TIME     PIC 9(08) VALUE ZERO.
001095   77 CBLD-CYCLE-DATE        PIC 9(08) VALUE ZERO.
001096
001097*****************************************************************
001098* CMBIDX READ-BACK TOTALS FOR THE CONTROL-TOTALS LEDGER - PAIRS
001099* ON THE CLUSTER AND THE NCR HASH (LOW 15 DIGITS OF EACH VALUE
00109A* SUMMED AND KEPT TO 15 DIGITS, AS ON FACTXTR'S TRAILER)
00109B*****************************************************************
00109C   77 CBLD-CIDX-COUNT        PIC 9(09) VALUE ZERO.
00109D   77 CBLD-CIDX-HASH         PIC 9(15) VALUE ZERO.
00109E   77 CBLD-HASH-WIDE         PIC 9(16) VALUE ZERO.
00109F   77 CBLD-HASH-QUOT         PIC 9(01) VALUE ZERO.
00109G   77 CBLD-HASH-MODULUS      PIC 9(16) VALUE 1000000000000000.
00109H
00109I 01  CBLD-HASH-VALUE           PIC 9(30) VALUE ZERO.
00109J 01  CBLD-HASH-VALUE-R REDEFINES CBLD-HASH-VALUE.
00109K     05  CBLD-HASH-HIGH        PIC 9(15).
00109L     05  CBLD-HASH-LOW         PIC 9(15).
001100
001110 01  CBLD-RUN-DATE-X.
001120     05  CBLD-RUN-YYYY         PIC 9(04).
001520   77 CBLD-VAL-SUB           PIC 9(02) COMP VALUE ZERO.
001522
001524     COPY SAMPMSG.
001525
001526 LINKAGE SECTION.
001527     COPY SAMPTIOT.
001530
001540 PROCEDURE DIVISION.
001550
001600     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001610     PERFORM 3000-LOAD-FACTS THRU 3000-EXIT.
001620     PERFORM 3200-BUILD-TABLE THRU 3200-EXIT.
001621     PERFORM 3500-COUNT-CMBIDX THRU 3500-EXIT.
001630     PERFORM 8000-TERMINATE THRU 8000-EXIT.
001631     IF SAMP-MLOG-FILE-OPEN
001632         CLOSE MSGLOG-FILE
001633     END-IF.
001640     GOBACK.
001650
001660*****************************************************************
00174C         GO TO 9999-ABEND-EXIT
00174D     END-IF.
00174E     MOVE 'Y' TO CBLD-STEP-OPEN-SW.
0017A1
0017A2     OPEN EXTEND CTLTOT-FILE.
0017A3     IF CBLD-CTLTOT-STATUS = '35'
0017A4         CLOSE CTLTOT-FILE
0017A5         OPEN OUTPUT CTLTOT-FILE
0017A6     END-IF.
0017A7     IF CBLD-CTLTOT-STATUS NOT = '00'
0017A8         MOVE SAMP-MSG-CTLTOT-OPEN TO SAMP-MSG-ENTRY
0017A9         MOVE CBLD-CTLTOT-STATUS   TO SAMP-MSG-DATA
0017AA         PERFORM 9800-ISSUE-MESSAGE THRU 9800-EXIT
0017AB         MOVE 40 TO CBLD-RC
0017AC         GO TO 9999-ABEND-EXIT
0017AD     END-IF.
0017AE     PERFORM 1700-GET-CYCLE-DATE THRU 1700-EXIT.
00174F
00174G     PERFORM 1600-GET-OPTIONS THRU 1600-EXIT.
001750
002016     CLOSE OPTFILE-FILE.
002017 1600-EXIT.
002018     EXIT.
002019
00201A*****************************************************************
00201B* 1700-GET-CYCLE-DATE - THE LEDGER IS KEYED ON THE CYCLE DATE
00201C* SAMP01 STAMPED ON RUNCTL, NOT TODAY'S DATE, SO A BUILD THAT
00201D* RUNS PAST MIDNIGHT STILL POSTS UNDER THE NIGHT THAT BUILT THE
00201E* TABLE.  NO RUN-CONTROL RECORD FALLS BACK TO THE RUN DATE.
00201F*****************************************************************
00201G 1700-GET-CYCLE-DATE.
00201H     MOVE CBLD-RUN-DATE TO CBLD-CYCLE-DATE.
00201I     OPEN INPUT RUNCTL-FILE.
00201J     IF CBLD-RUNCTL-STATUS NOT = '00'
00201K         DISPLAY 'COMBLD - RUNCTL NOT AVAILABLE, STATUS = '
00201L             CBLD-RUNCTL-STATUS ' - TOTALS POSTED UNDER RUN DATE'
00201M         GO TO 1700-EXIT
00201N     END-IF.
00201P     MOVE 1 TO CBLD-RUNC-RELKEY.
00201Q     READ RUNCTL-FILE
00201R         INVALID KEY
00201S             CLOSE RUNCTL-FILE
00201T             GO TO 1700-EXIT
00201U     END-READ.
00201V     MOVE SAMP-RUNC-CYCLE-DATE TO CBLD-CYCLE-DATE.
00201W     CLOSE RUNCTL-FILE.
00201X 1700-EXIT.
00201Y     EXIT.
002070*****************************************************************
002080* 3000-LOAD-FACTS - READ THE WHOLE FACTORIAL TABLE INTO WORKING
002090* STORAGE.  THE HIGHEST I ON THE CLUSTER IS THE RUN'S TABLE
003240     END-IF.
003250 3400-EXIT.
003260     EXIT.
003261
003262*****************************************************************
003263* 3500-COUNT-CMBIDX - READ THE WHOLE CLUSTER BACK AFTER THE
003264* BUILD.  THE LEDGER GETS WHAT CMBIDX HOLDS, NOT WHAT THIS RUN
003265* MEANT TO WRITE - A PAIR LEFT OVER FROM A LARGER N ON SOME
003266* EARLIER NIGHT COUNTS TOO, AND PUTS THE CLUSTER OUT OF BALANCE.
003267*****************************************************************
003268 3500-COUNT-CMBIDX.
003269     MOVE ZERO TO SAMP-CMBIDX-N.
00326A     MOVE ZERO TO SAMP-CMBIDX-R.
00326B     START CMBIDX-FILE KEY NOT LESS THAN SAMP-CMBIDX-KEY
00326C         INVALID KEY
00326D             GO TO 3500-EXIT
00326E     END-START.
00326F     PERFORM 3510-COUNT-ONE-PAIR THRU 3510-EXIT
00326G         UNTIL CBLD-CIDX-EOF.
00326H 3500-EXIT.
00326I     EXIT.
00326J
00326K 3510-COUNT-ONE-PAIR.
00326L     READ CMBIDX-FILE NEXT RECORD
00326M         AT END
00326N             MOVE 'Y' TO CBLD-CIDX-EOF-SW
00326P             GO TO 3510-EXIT
00326Q     END-READ.
00326R     ADD 1 TO CBLD-CIDX-COUNT.
00326S     MOVE SAMP-CMBIDX-NCR TO CBLD-HASH-VALUE.
00326T     COMPUTE CBLD-HASH-WIDE =
00326U         CBLD-CIDX-HASH + CBLD-HASH-LOW.
00326V     DIVIDE CBLD-HASH-WIDE BY CBLD-HASH-MODULUS
00326W         GIVING CBLD-HASH-QUOT
00326X         REMAINDER CBLD-CIDX-HASH.
00326Y 3510-EXIT.
00326Z     EXIT.
003270
003280*****************************************************************
003290* 4000-PRINT-DETAIL - WRITE ONE TRIANGLE LINE, STARTING A NEW
003630*****************************************************************
003640 8000-TERMINATE.
003650     DISPLAY 'COMBLD - CMBIDX ROWS WRITTEN: ' CBLD-ROW-COUNT.
003651     DISPLAY 'COMBLD - CMBIDX ROWS ON FILE: ' CBLD-CIDX-COUNT.
003652     PERFORM 8900-WRITE-STEP THRU 8900-EXIT.
003653     PERFORM 8700-POST-TOTALS THRU 8700-EXIT.
003660     CLOSE FACTIDX-FILE.
003670     CLOSE CMBIDX-FILE.
003680     CLOSE TRIRPT-FILE.
003682     CLOSE STEPLOG-FILE.
003683     CLOSE CTLTOT-FILE.
003690     MOVE CBLD-RC TO RETURN-CODE.
003700 8000-EXIT.
003710     EXIT.
003713*****************************************************************
003714* 8900-WRITE-STEP - APPEND THE CMBIDX BUILD RESULT TO THE
003715* CYCLE-STATUS DATASET SO THE MORNING CHECK SEES IT AFTER THE
003716* SYSOUT PURGES.  THE STEP NAME IS THE ONE THIS STEP RUNS UNDER,
0037D1* TAKEN FROM THE TIOT THE SAME WAY 9820 NAMES THE MESSAGE LOG
0037D2* ROWS.
003717*****************************************************************
003718 8900-WRITE-STEP.
003719     ACCEPT CBLD-STEP-END-TIME FROM TIME.
00371A     MOVE CBLD-RUN-DATE        TO SAMP-STEP-RUN-DATE.
00371B     SET ADDRESS OF SAMP-TIOT-PSA  TO NULL.
0037E1     SET ADDRESS OF SAMP-TIOT-TCB  TO SAMP-TIOT-PSATOLD.
0037E2     SET ADDRESS OF SAMP-TIOT-TIOT TO SAMP-TIOT-TCBTIO.
0037E3     MOVE SAMP-TIOT-STEP-NAME  TO SAMP-STEP-NAME.
00371C     MOVE 'COMBLD'             TO SAMP-STEP-PROGRAM.
00371D     MOVE CBLD-RC              TO SAMP-STEP-RC.
00371E     MOVE SAMP-MSG-ID          TO SAMP-STEP-MSGID.
00371H     WRITE SAMP-STEP-RECORD.
00371I 8900-EXIT.
00371J     EXIT.
0037A1
0037A2*****************************************************************
0037A3* 8700-POST-TOTALS - THE CMBIDX LINE ON THE CONTROL-TOTALS
0037A4* LEDGER: PAIRS ON THE CLUSTER, THE TABLE N THEY WERE BUILT
0037A5* FOR, AND THE NCR HASH.
0037A6*****************************************************************
0037A7 8700-POST-TOTALS.
0037A8     ACCEPT CBLD-STEP-END-TIME FROM TIME.
0037A9     MOVE CBLD-CYCLE-DATE      TO SAMP-CTOT-CYCLE-DATE.
0037AA     MOVE 'CMBB01'             TO SAMP-CTOT-STEP.
0037AB     MOVE 'COMBLD'             TO SAMP-CTOT-PROGRAM.
0037AC     MOVE 'CMBIDX'             TO SAMP-CTOT-TOTAL-ID.
0037AD     MOVE CBLD-TABLE-N         TO SAMP-CTOT-N.
0037AE     MOVE CBLD-CIDX-COUNT      TO SAMP-CTOT-COUNT.
0037AF     MOVE CBLD-CIDX-HASH       TO SAMP-CTOT-HASH.
0037AG     MOVE CBLD-RUN-DATE        TO SAMP-CTOT-POST-DATE.
0037AH     MOVE CBLD-STEP-END-TIME   TO SAMP-CTOT-POST-TIME.
0037AI     WRITE SAMP-CTOT-RECORD.
0037AJ 8700-EXIT.
0037AK     EXIT.
003720
003700*****************************************************************
003701* 9800-ISSUE-MESSAGE - WRITE THE NUMBERED MESSAGE BUILT IN
00370A     IF SAMP-MSG-ID(7:1) = 'S'
00370B         DISPLAY SAMP-MSG-LINE UPON CONSOLE
00370C     END-IF.
00370D     PERFORM 9810-LOG-MESSAGE THRU 9810-EXIT.
00370E     MOVE SPACES TO SAMP-MSG-DATA.
00370F 9800-EXIT.
00370G     EXIT.
0037B1
0037B2*****************************************************************
0037B3* 9810-LOG-MESSAGE - APPEND THE MESSAGE JUST ISSUED TO THE
0037B4* OPERATOR MESSAGE LOG (SAMPMLOG) WITH THE DATE AND TIME, THE JOB
0037B5* AND STEP, AND THE VARIABLE DATA, FOR MSGRPT.  THE LOG IS OPENED
0037B6* BY THE FIRST MESSAGE; IF IT CANNOT BE, OR A WRITE FAILS, THE
0037B7* STEP CARRIES ON UNLOGGED.
0037B8*****************************************************************
0037B9 9810-LOG-MESSAGE.
0037BA     IF SAMP-MLOG-UNUSABLE
0037BB         GO TO 9810-EXIT
0037BC     END-IF.
0037BD     IF SAMP-MLOG-FILE-CLOSED
0037BE         PERFORM 9820-OPEN-MESSAGE-LOG THRU 9820-EXIT
0037BF         IF SAMP-MLOG-UNUSABLE
0037BG             GO TO 9810-EXIT
0037BH         END-IF
0037BI     END-IF.
0037BJ     ACCEPT SAMP-MLOG-DATE FROM DATE YYYYMMDD.
0037BK     ACCEPT SAMP-MLOG-TIME FROM TIME.
0037BL     MOVE SAMP-MLOG-JOB-NAME  TO SAMP-MLOG-JOB.
0037BM     MOVE SAMP-MLOG-STEP-NAME TO SAMP-MLOG-STEP.
0037BN     MOVE SAMP-MSG-PGM        TO SAMP-MLOG-PROGRAM.
0037BP     MOVE SAMP-MSG-ID         TO SAMP-MLOG-MSGID.
0037BQ     MOVE SAMP-MSG-ID(7:1)    TO SAMP-MLOG-SEVERITY.
0037BR     MOVE SAMP-MSG-TEXT       TO SAMP-MLOG-TEXT.
0037BS     MOVE SAMP-MSG-DATA       TO SAMP-MLOG-DATA.
0037BT     WRITE SAMP-MLOG-RECORD.
0037BU     IF SAMP-MLOG-STATUS NOT = '00'
0037BV         DISPLAY 'COMBLD - MSGLOG WRITE FAILED, STATUS = '
0037BW                 SAMP-MLOG-STATUS ' - MESSAGES NOT LOGGED'
0037BX         CLOSE MSGLOG-FILE
0037BY         MOVE 'X' TO SAMP-MLOG-OPEN-SW
0037BZ     END-IF.
0037C1 9810-EXIT.
0037C2     EXIT.
0037C3
0037C4*****************************************************************
0037C5* 9820-OPEN-MESSAGE-LOG - OPEN THE LOG FOR APPEND (THE FIRST RUN
0037C6* AGAINST A NEW DATASET CREATES IT) AND PICK UP THE JOB AND STEP
0037C7* NAMES FROM THE TIOT: PSATOLD AT THE FOOT OF THE PSA LOCATES THE
0037C8* TCB, AND TCBTIO IN THE TCB LOCATES THE TIOT.
0037C9*****************************************************************
0037CA 9820-OPEN-MESSAGE-LOG.
0037CB     OPEN EXTEND MSGLOG-FILE.
0037CC     IF SAMP-MLOG-STATUS = '35'
0037CD         CLOSE MSGLOG-FILE
0037CE         OPEN OUTPUT MSGLOG-FILE
0037CF     END-IF.
0037CG     IF SAMP-MLOG-STATUS NOT = '00'
0037CH         DISPLAY 'COMBLD - MSGLOG OPEN FAILED, STATUS = '
0037CI                 SAMP-MLOG-STATUS ' - MESSAGES NOT LOGGED'
0037CJ         MOVE 'X' TO SAMP-MLOG-OPEN-SW
0037CK         GO TO 9820-EXIT
0037CL     END-IF.
0037CM     MOVE 'Y' TO SAMP-MLOG-OPEN-SW.
0037CN     SET ADDRESS OF SAMP-TIOT-PSA  TO NULL.
0037CP     SET ADDRESS OF SAMP-TIOT-TCB  TO SAMP-TIOT-PSATOLD.
0037CQ     SET ADDRESS OF SAMP-TIOT-TIOT TO SAMP-TIOT-TCBTIO.
0037CR     MOVE SAMP-TIOT-JOB-NAME  TO SAMP-MLOG-JOB-NAME.
0037CS     MOVE SAMP-TIOT-STEP-NAME TO SAMP-MLOG-STEP-NAME.
0037CT 9820-EXIT.
0037CU     EXIT.
003720
003730*****************************************************************
003740* 9999-ABEND-EXIT
003854         PERFORM 8900-WRITE-STEP THRU 8900-EXIT
003856         CLOSE STEPLOG-FILE
003858     END-IF.
003859     IF CBLD-CTLTOT-STATUS = '00'
00385A         CLOSE CTLTOT-FILE
00385B     END-IF.
00385C     IF SAMP-MLOG-FILE-OPEN
00385D         CLOSE MSGLOG-FILE
00385E     END-IF.
003860     MOVE CBLD-RC TO RETURN-CODE.
003870     GOBACK.
