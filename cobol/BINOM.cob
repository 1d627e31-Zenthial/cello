00031E*                  MESSAGE FROM THE COMMON CATALOG (SAMPMSG,
00031F*                  PICKED UP HERE FOR THE FIRST TIME), SO THE
00031G*                  LIMITS MATCH SAMPLE'S WITHOUT A RECOMPILE.
00031H* 10/15/2026  RH   LOTS PAST THE EXACT TABLE.  AN N ABOVE
00031I*                  BINM-MAX-N NO LONGER FAILS THE RUN - EACH
00031J*                  PROBABILITY IS WORKED IN LOGS INSTEAD, FROM THE
00031K*                  LOG-FACTORIAL TABLE (LFCIDX, BUILT NIGHTLY BY
00031L*                  LFACBLD), AS EXP(LN N! - LN K! - LN (N-K)! +
00031M*                  K LN P + (N-K) LN Q).  N AND K WIDENED TO FOUR
00031N*                  DIGITS, SO THE PARM IS NOW COLS 1-4 = N,
00031P*                  COLS 5-8 = P, COLS 9-16 = SUBMITTER.  EVERY
00031Q*                  DETAIL LINE NAMES THE METHOD THAT PRODUCED IT
00031R*                  (EXACT OR LOG-FACTORIAL).
00031S* 10/15/2026  RH   EVERY MESSAGE ISSUED THROUGH 9800 IS ALSO
00031T*                  APPENDED TO THE OPERATOR MESSAGE LOG (MSGLOG,
00031U*                  SEE SAMPMLOG) FOR MSGRPT.
000320*****************************************************************
000330
000340 ENVIRONMENT DIVISION.
000430            ACCESS MODE  IS RANDOM
000440            RECORD KEY   IS SAMP-FACTIDX-KEY
000450            FILE STATUS  IS BINM-FACTIDX-STATUS.
000451
000452     SELECT LFCIDX-FILE    ASSIGN TO LFCIDX
000453            ORGANIZATION IS INDEXED
000454            ACCESS MODE  IS RANDOM
000455            RECORD KEY   IS SAMP-LFCIDX-KEY
000456            FILE STATUS  IS BINM-LFCIDX-STATUS.
000460
000470     SELECT BINRPT-FILE    ASSIGN TO BINRPT
000480            ORGANIZATION IS SEQUENTIAL
00049D            ACCESS MODE  IS DYNAMIC
00049E            RELATIVE KEY IS BINM-OPT-RELKEY
00049F            FILE STATUS  IS BINM-OPTFILE-STATUS.
00049G     SELECT MSGLOG-FILE    ASSIGN TO MSGLOG
00049H            ORGANIZATION IS SEQUENTIAL
00049I            FILE STATUS  IS SAMP-MLOG-STATUS.
000500
000510 DATA DIVISION.
000520 FILE SECTION.
000530 FD  FACTIDX-FILE
000540     RECORDING MODE IS F.
000550     COPY SAMPFIDX.
000551
000552 FD  LFCIDX-FILE
000553     RECORDING MODE IS F.
000554     COPY SAMPLIDX.
000560
000570 FD  BINRPT-FILE
000580     RECORDING MODE IS F.
00059B FD  OPTFILE-FILE
00059C     RECORDING MODE IS F.
00059D     COPY SAMPOPT.
00059E
00059F FD  MSGLOG-FILE
00059G     RECORDING MODE IS F.
00059H     COPY SAMPMLOG.
000600
000610 WORKING-STORAGE SECTION.
000620
000640* FILE STATUS AND SWITCHES
000650*****************************************************************
000660   77 BINM-FACTIDX-STATUS    PIC X(02) VALUE SPACES.
000661   77 BINM-LFCIDX-STATUS     PIC X(02) VALUE SPACES.
000670   77 BINM-BINRPT-STATUS     PIC X(02) VALUE SPACES.
000672   77 BINM-USAGEDS-STATUS    PIC X(02) VALUE SPACES.
000674   77 BINM-OPTFILE-STATUS    PIC X(02) VALUE SPACES.
000714   77 BINM-USAGE-OPEN-SW     PIC X(01) VALUE 'N'.
000716       88 BINM-USAGE-FILE-OPEN      VALUE 'Y'.
000718       88 BINM-USAGE-FILE-CLOSED    VALUE 'N'.
000719
00071A   77 BINM-METHOD-SW         PIC X(01) VALUE 'E'.
00071B       88 BINM-EXACT                VALUE 'E'.
00071C       88 BINM-LOG-FACT             VALUE 'L'.
000720
000730*****************************************************************
000740* PARM WORKING FIELDS - COLS 1-4 = N, COLS 5-8 = P AS A FOUR
000750* DIGIT DECIMAL FRACTION (0500 MEANS .0500, A 5 PCT RATE),
000752* AND COLS 9-16 = SUBMITTER ID FOR THE USAGE ACCOUNTING ROW
000754* (BLANK BILLS TO UNKNOWN)
000760*****************************************************************
000770 01  BINM-PARM-WORK.
000780     05  BINM-PWK-N            PIC X(04).
000790     05  BINM-PWK-P            PIC X(04).
000792     05  BINM-PWK-SUBMITTER    PIC X(08).
000800
000810 01  BINM-PWK-P-NUM REDEFINES BINM-PARM-WORK.
000820     05  FILLER                PIC X(04).
000830     05  BINM-PWK-P-9          PIC 9(04).
000840
000850   77 BINM-N                 PIC 9(04) VALUE ZERO.
000860   77 BINM-K                 PIC 9(05) VALUE ZERO.
000870   77 BINM-MAX-N             PIC 9(02) VALUE 28.
000880   77 BINM-RC                PIC 9(04) VALUE ZERO.
000890
001010   77 BINM-CUM               PIC 9V9(17) COMP-3 VALUE ZERO.
001020
001030   77 BINM-POW-BASE          PIC V9(04) COMP-3 VALUE ZERO.
001040   77 BINM-POW-EXP           PIC 9(04) VALUE ZERO.
001050   77 BINM-POW-CTR           PIC 9(04) VALUE ZERO.
001060   77 BINM-POW-RESULT        PIC 9V9(17) COMP-3 VALUE ZERO.
001070
001080*****************************************************************
001156*    WOULD COST THE PROBABILITY MULTIPLY EVERY DECIMAL PLACE
001158*    OF ITS INTERMEDIATE RESULT.
001160   77 BINM-NCR               PIC 9(09) COMP-3 VALUE ZERO.
001161
001162*****************************************************************
001163* LOG-FACTORIAL METHOD FIELDS, USED ONLY WHEN N IS ABOVE THE
001164* EXACT TABLE.  LN P AND LN Q COME OFF THE SAME TABLE - FOR
001165* P = M / 10000, LN P = LN M - LN 10000, AND LN M IS THE
001166* DIFFERENCE OF ROWS M AND M-1.  THE EXPONENTIAL IS TAKEN AS
001167* (1/E) TO THE WHOLE PART TIMES THE SERIES FOR E TO THE MINUS
001168* FRACTION; PAST E**-40 NOTHING SURVIVES THE SEVENTEEN PLACES.
001169*****************************************************************
00116A   77 BINM-LN-FACT-N         PIC 9(05)V9(15) COMP-3 VALUE ZERO.
00116B   77 BINM-LN-P              PIC S9(02)V9(15) COMP-3 VALUE ZERO.
00116C   77 BINM-LN-Q              PIC S9(02)V9(15) COMP-3 VALUE ZERO.
00116D   77 BINM-LN-M              PIC S9(02)V9(15) COMP-3 VALUE ZERO.
00116E   77 BINM-LN-PROB           PIC S9(06)V9(15) COMP-3 VALUE ZERO.
00116F   77 BINM-LN-TERM           PIC S9(06)V9(15) COMP-3 VALUE ZERO.
00116G   77 BINM-LN-10000          PIC 9V9(18) COMP-3
00116H                             VALUE 9.210340371976182736.
00116I   77 BINM-LOG-KEY           PIC 9(05) VALUE ZERO.
00116J
00116K   77 BINM-EXP-NEG           PIC 9(06)V9(15) COMP-3 VALUE ZERO.
00116L   77 BINM-EXP-WHOLE         PIC 9(06) COMP-3 VALUE ZERO.
00116M   77 BINM-EXP-FRAC          PIC V9(20) COMP-3 VALUE ZERO.
00116N   77 BINM-EXP-CTR           PIC 9(06) COMP-3 VALUE ZERO.
00116P   77 BINM-EXP-WHOLE-PART    PIC 9V9(20) COMP-3 VALUE ZERO.
00116Q   77 BINM-EXP-TERM          PIC 9V9(20) COMP-3 VALUE ZERO.
00116R   77 BINM-EXP-SUM           PIC S9V9(20) COMP-3 VALUE ZERO.
00116S   77 BINM-EXP-SIGN          PIC S9(01) VALUE ZERO.
00116T   77 BINM-EXP-J             PIC 9(03) COMP-3 VALUE ZERO.
00116U   77 BINM-E-INVERSE         PIC V9(20) COMP-3
00116V                             VALUE .36787944117144232160.
001170
001180   77 BINM-RUN-DATE          PIC 9(08) VALUE ZERO.
001190
001380     05  BINM-HDR-YYYY         PIC 9999.
001390     05  FILLER                PIC X(04) VALUE SPACES.
001400     05  FILLER                PIC X(04) VALUE 'N = '.
001410     05  BINM-HDR-N            PIC Z,ZZ9.
001420     05  FILLER                PIC X(05) VALUE SPACES.
001430     05  FILLER                PIC X(04) VALUE 'P = '.
001440     05  BINM-HDR-P            PIC .9999.
001510            VALUE 'BINOMIAL PROBABILITY DISTRIBUTION'.
001520
001530 01  BINM-RPT-COLHDG.
001540     05  FILLER                PIC X(08) VALUE '    K'.
001550     05  FILLER                PIC X(14) VALUE '  PROB(K)'.
001560     05  FILLER                PIC X(14) VALUE '  CUM PROB'.
001561     05  FILLER                PIC X(13) VALUE 'METHOD'.
001570
001580 01  BINM-RPT-DETAIL.
001590     05  FILLER                PIC X(01) VALUE SPACES.
001600     05  BINM-DET-K            PIC ZZZ9.
001610     05  FILLER                PIC X(03) VALUE SPACES.
001620     05  BINM-DET-PROB         PIC 9.999999.
001630     05  FILLER                PIC X(06) VALUE SPACES.
001640     05  BINM-DET-CUM          PIC 9.999999.
001641     05  FILLER                PIC X(06) VALUE SPACES.
001642     05  BINM-DET-METHOD       PIC X(13).
001650
001652     COPY SAMPMSG.
001654
001670 01  BINM-PARM.
001680     05  BINM-PARM-LEN         PIC S9(4) COMP.
001690     05  BINM-PARM-DATA        PIC X(80).
001691
001692     COPY SAMPTIOT.
001700
001710 PROCEDURE DIVISION USING BINM-PARM.
001720
001810     END-IF.
001820     PERFORM 3000-BUILD-DISTRIBUTION THRU 3000-EXIT.
001830     PERFORM 8000-TERMINATE THRU 8000-EXIT.
001831     IF SAMP-MLOG-FILE-OPEN
001832         CLOSE MSGLOG-FILE
001833     END-IF.
001840     GOBACK.
001850
001860*****************************************************************
002080     END-IF.
002090
002100     IF BINM-PARM-LEN > ZERO
002110         MOVE BINM-PARM-DATA(1:4) TO BINM-PWK-N
002120         MOVE BINM-PARM-DATA(5:4) TO BINM-PWK-P
002130     ELSE
002140         MOVE 'N' TO BINM-VALID-SW
002150     END-IF.
002152     IF BINM-PARM-LEN > 8
002154         MOVE BINM-PARM-DATA(9:8) TO BINM-PWK-SUBMITTER
002156     ELSE
002158         MOVE SPACES TO BINM-PWK-SUBMITTER
002159     END-IF.
00219H     EXIT.
002180
002190*****************************************************************
002200* 2000-VALIDATE-PARM - N AND P MUST BE NUMERIC, N NON-ZERO,
002210* AND P NEITHER ZERO NOR A WHOLE 1 (THE PARM CANNOT EXPRESS
002220* 1.0000, SO FOUR NINES IS THE TOP).  AN N ABOVE THE EXACT
002221* TABLE'S RANGE IS WORKED BY THE LOG-FACTORIAL METHOD.
002230*****************************************************************
002240 2000-VALIDATE-PARM.
002250     IF BINM-INVALID
002260         DISPLAY 'BINOM - NO PARM SUPPLIED, NEED NNNNPPPP'
002270         MOVE 16 TO BINM-RC
002280         GO TO 2000-EXIT
002290     END-IF.
002300
002310     IF BINM-PWK-N IS NOT NUMERIC OR BINM-PWK-P IS NOT NUMERIC
002320         DISPLAY 'BINOM - N OR P IS NOT NUMERIC, NEED NNNNPPPP'
002330         MOVE 'N' TO BINM-VALID-SW
002340         MOVE 08 TO BINM-RC
002350         GO TO 2000-EXIT
002450     END-IF.
002460
002470     IF BINM-N > BINM-MAX-N
002480         MOVE 'L' TO BINM-METHOD-SW
002490     ELSE
002500         MOVE 'E' TO BINM-METHOD-SW
002520     END-IF.
002530
002540     IF BINM-PWK-P-9 = ZERO
002680*****************************************************************
002690 3000-BUILD-DISTRIBUTION.
002700     MOVE ZERO TO BINM-CUM.
002701     IF BINM-LOG-FACT
002702         PERFORM 3050-PREPARE-LOGS THRU 3050-EXIT
002703     END-IF.
002710     PERFORM 3100-ONE-K THRU 3100-EXIT
002720         VARYING BINM-K FROM 0 BY 1
002730         UNTIL BINM-K > BINM-N.
002740 3000-EXIT.
002750     EXIT.
002751
002752*****************************************************************
002753* 3050-PREPARE-LOGS - OPEN THE LOG-FACTORIAL TABLE AND WORK OUT
002754* THE PARTS THAT DO NOT CHANGE WITH K: LN N!, LN P, AND LN Q.
002755* AN N PAST THE LAST ROW ON THE TABLE FAILS THE STEP.
002756*****************************************************************
002757 3050-PREPARE-LOGS.
002758     OPEN INPUT LFCIDX-FILE.
002759     IF BINM-LFCIDX-STATUS NOT = '00'
00275A         DISPLAY 'BINOM - LFCIDX OPEN FAILED, STATUS = '
00275B             BINM-LFCIDX-STATUS
00275C         MOVE 24 TO BINM-RC
00275D         GO TO 9999-ABEND-EXIT
00275E     END-IF.
00275F     MOVE BINM-N TO BINM-LOG-KEY.
00275G     PERFORM 3650-LOOKUP-LOG THRU 3650-EXIT.
00275H     MOVE SAMP-LFCIDX-VALUE TO BINM-LN-FACT-N.
00275I
00275J     MOVE BINM-PWK-P-9 TO BINM-LOG-KEY.
00275K     PERFORM 3660-LN-OF-M THRU 3660-EXIT.
00275L     SUBTRACT BINM-LN-10000 FROM BINM-LN-M GIVING BINM-LN-P.
00275M     SUBTRACT BINM-PWK-P-9 FROM 10000 GIVING BINM-LOG-KEY.
00275N     PERFORM 3660-LN-OF-M THRU 3660-EXIT.
00275P     SUBTRACT BINM-LN-10000 FROM BINM-LN-M GIVING BINM-LN-Q.
00275Q 3050-EXIT.
00275R     EXIT.
002760
002770*****************************************************************
002780* 3100-ONE-K - NCR FROM THE FACTORIAL TABLE, THEN
002800* CUMULATIVE COLUMN.
002810*****************************************************************
002820 3100-ONE-K.
002821     IF BINM-LOG-FACT
002822         PERFORM 3600-LOG-PROB THRU 3600-EXIT
002823         GO TO 3100-ACCUMULATE
002824     END-IF.
002830     PERFORM 3200-LOOKUP-NCR THRU 3200-EXIT.
002840
002850     MOVE BINM-P TO BINM-POW-BASE.
003000             MOVE 20 TO BINM-RC
003010             GO TO 9999-ABEND-EXIT
003020     END-COMPUTE.
003021
003022 3100-ACCUMULATE.
003030     ADD BINM-PROB TO BINM-CUM
003040         ON SIZE ERROR
003050             MOVE 0.99999999999999999 TO BINM-CUM
003740     ADD 1 TO BINM-POW-CTR.
003750 3510-EXIT.
003760     EXIT.
0037A1
0037A2*****************************************************************
0037A3* 3600-LOG-PROB - THE LOG-FACTORIAL METHOD FOR ONE K:
0037A4*   LN PROB = LN N! - LN K! - LN (N-K)! + K LN P + (N-K) LN Q
0037A5* THEN PROB = E TO THAT POWER.  THE LOG OF A PROBABILITY CANNOT
0037A6* BE POSITIVE; A RESULT A HAIR OVER ZERO IS ROUNDING AND IS
0037A7* TAKEN AS ZERO (A PROBABILITY OF ONE).
0037A8*****************************************************************
0037A9 3600-LOG-PROB.
0037AA     MOVE BINM-LN-FACT-N TO BINM-LN-PROB.
0037AB     MOVE BINM-K TO BINM-LOG-KEY.
0037AC     PERFORM 3650-LOOKUP-LOG THRU 3650-EXIT.
0037AD     SUBTRACT SAMP-LFCIDX-VALUE FROM BINM-LN-PROB.
0037AE     SUBTRACT BINM-K FROM BINM-N GIVING BINM-LOG-KEY.
0037AF     PERFORM 3650-LOOKUP-LOG THRU 3650-EXIT.
0037AG     SUBTRACT SAMP-LFCIDX-VALUE FROM BINM-LN-PROB.
0037AH
0037AI     MULTIPLY BINM-K BY BINM-LN-P GIVING BINM-LN-TERM ROUNDED.
0037AJ     ADD BINM-LN-TERM TO BINM-LN-PROB.
0037AK     MULTIPLY BINM-LOG-KEY BY BINM-LN-Q
0037AL         GIVING BINM-LN-TERM ROUNDED.
0037AM     ADD BINM-LN-TERM TO BINM-LN-PROB.
0037AN     IF BINM-LN-PROB > ZERO
0037AP         MOVE ZERO TO BINM-LN-PROB
0037AQ     END-IF.
0037AR     PERFORM 3700-EXPONENTIAL THRU 3700-EXIT.
0037AS 3600-EXIT.
0037AT     EXIT.
0037AU
0037AV*****************************************************************
0037AW* 3650-LOOKUP-LOG - LN N! FOR N = BINM-LOG-KEY, ONE KEYED READ.
0037AX* A KEY NOT ON FILE FAILS THE STEP - THE NIGHTLY LFCB01 BUILD
0037AY* LEAVES EVERY ROW THROUGH 9999 IN PLACE.
0037AZ*****************************************************************
0037B1 3650-LOOKUP-LOG.
0037B2     MOVE BINM-LOG-KEY TO SAMP-LFCIDX-KEY.
0037B3     READ LFCIDX-FILE
0037B4         INVALID KEY
0037B5             DISPLAY 'BINOM - LOG-FACTORIAL NOT ON FILE, KEY = '
0037B6                 SAMP-LFCIDX-KEY
0037B7             MOVE 20 TO BINM-RC
0037B8             GO TO 9999-ABEND-EXIT
0037B9     END-READ.
0037BA 3650-EXIT.
0037BB     EXIT.
0037BC
0037BD*****************************************************************
0037BE* 3660-LN-OF-M - LN M FOR M = BINM-LOG-KEY (1 THRU 9999) INTO
0037BF* BINM-LN-M, AS LN M! - LN (M-1)!.
0037BG*****************************************************************
0037BH 3660-LN-OF-M.
0037BI     PERFORM 3650-LOOKUP-LOG THRU 3650-EXIT.
0037BJ     MOVE SAMP-LFCIDX-VALUE TO BINM-LN-M.
0037BK     SUBTRACT 1 FROM BINM-LOG-KEY.
0037BL     PERFORM 3650-LOOKUP-LOG THRU 3650-EXIT.
0037BM     SUBTRACT SAMP-LFCIDX-VALUE FROM BINM-LN-M.
0037BN 3660-EXIT.
0037BP     EXIT.
0037BQ
0037BR*****************************************************************
0037BS* 3700-EXPONENTIAL - BINM-PROB = E ** BINM-LN-PROB (ZERO OR
0037BT* NEGATIVE).  WITH X = -BINM-LN-PROB SPLIT INTO A WHOLE PART W
0037BU* AND A FRACTION F, E**-X = (1/E)**W * E**-F.  THE FIRST FACTOR
0037BV* IS REPEATED MULTIPLICATION; THE SECOND IS THE SERIES
0037BW* 1 - F + F**2/2! - F**3/3! ..., RUN UNTIL A TERM VANISHES.
0037BX*****************************************************************
0037BY 3700-EXPONENTIAL.
0037BZ     MULTIPLY -1 BY BINM-LN-PROB GIVING BINM-EXP-NEG.
0037C1     MOVE BINM-EXP-NEG TO BINM-EXP-WHOLE.
0037C2     SUBTRACT BINM-EXP-WHOLE FROM BINM-EXP-NEG
0037C3         GIVING BINM-EXP-FRAC.
0037C4     IF BINM-EXP-WHOLE > 40
0037C5         MOVE ZERO TO BINM-PROB
0037C6         GO TO 3700-EXIT
0037C7     END-IF.
0037C8
0037C9     MOVE 1 TO BINM-EXP-WHOLE-PART.
0037CA     MOVE ZERO TO BINM-EXP-CTR.
0037CB     PERFORM 3710-EXP-WHOLE-STEP THRU 3710-EXIT
0037CC         UNTIL BINM-EXP-CTR >= BINM-EXP-WHOLE.
0037CD
0037CE     MOVE 1 TO BINM-EXP-TERM.
0037CF     MOVE 1 TO BINM-EXP-SUM.
0037CG     MOVE 1 TO BINM-EXP-SIGN.
0037CH     MOVE ZERO TO BINM-EXP-J.
0037CI     PERFORM 3720-EXP-SERIES-TERM THRU 3720-EXIT
0037CJ         UNTIL BINM-EXP-TERM = ZERO.
0037CK
0037CL     MULTIPLY BINM-EXP-WHOLE-PART BY BINM-EXP-SUM
0037CM         GIVING BINM-PROB ROUNDED.
0037CN 3700-EXIT.
0037CP     EXIT.
0037CQ
0037CR 3710-EXP-WHOLE-STEP.
0037CS     MULTIPLY BINM-E-INVERSE BY BINM-EXP-WHOLE-PART ROUNDED.
0037CT     ADD 1 TO BINM-EXP-CTR.
0037CU 3710-EXIT.
0037CV     EXIT.
0037CW
0037CX 3720-EXP-SERIES-TERM.
0037CY     ADD 1 TO BINM-EXP-J.
0037CZ     MULTIPLY BINM-EXP-FRAC BY BINM-EXP-TERM ROUNDED.
0037D1     DIVIDE BINM-EXP-J INTO BINM-EXP-TERM ROUNDED.
0037D2     MULTIPLY -1 BY BINM-EXP-SIGN.
0037D3     IF BINM-EXP-SIGN < ZERO
0037D4         SUBTRACT BINM-EXP-TERM FROM BINM-EXP-SUM
0037D5     ELSE
0037D6         ADD BINM-EXP-TERM TO BINM-EXP-SUM
0037D7     END-IF.
0037D8 3720-EXIT.
0037D9     EXIT.
003770
003780*****************************************************************
003790* 4000-PRINT-DETAIL - WRITE ONE DISTRIBUTION LINE, STARTING A
003870     MOVE BINM-K    TO BINM-DET-K.
003880     MOVE BINM-PROB TO BINM-DET-PROB.
003890     MOVE BINM-CUM  TO BINM-DET-CUM.
003891     IF BINM-LOG-FACT
003892         MOVE 'LOG-FACTORIAL' TO BINM-DET-METHOD
003893     ELSE
003894         MOVE 'EXACT'         TO BINM-DET-METHOD
003895     END-IF.
003900     WRITE BINRPT-RECORD FROM BINM-RPT-DETAIL
003910         AFTER ADVANCING 1 LINE.
003920     ADD 1 TO BINM-LINE-COUNT.
004180     CLOSE FACTIDX-FILE.
004190     CLOSE BINRPT-FILE.
004192     CLOSE USAGEDS-FILE.
004193     IF BINM-LOG-FACT
004194         CLOSE LFCIDX-FILE
004195     END-IF.
004196
004200     MOVE BINM-RC TO RETURN-CODE.
004210 8000-EXIT.
004220     EXIT.
00420A     IF SAMP-MSG-ID(7:1) = 'S'
00420B         DISPLAY SAMP-MSG-LINE UPON CONSOLE
00420C     END-IF.
00420D     PERFORM 9810-LOG-MESSAGE THRU 9810-EXIT.
00420E     MOVE SPACES TO SAMP-MSG-DATA.
00420F 9800-EXIT.
00420G     EXIT.
0042A1
0042A2*****************************************************************
0042A3* 9810-LOG-MESSAGE - APPEND THE MESSAGE JUST ISSUED TO THE
0042A4* OPERATOR MESSAGE LOG (SAMPMLOG) WITH THE DATE AND TIME, THE JOB
0042A5* AND STEP, AND THE VARIABLE DATA, FOR MSGRPT.  THE LOG IS OPENED
0042A6* BY THE FIRST MESSAGE; IF IT CANNOT BE, OR A WRITE FAILS, THE
0042A7* STEP CARRIES ON UNLOGGED.
0042A8*****************************************************************
0042A9 9810-LOG-MESSAGE.
0042AA     IF SAMP-MLOG-UNUSABLE
0042AB         GO TO 9810-EXIT
0042AC     END-IF.
0042AD     IF SAMP-MLOG-FILE-CLOSED
0042AE         PERFORM 9820-OPEN-MESSAGE-LOG THRU 9820-EXIT
0042AF         IF SAMP-MLOG-UNUSABLE
0042AG             GO TO 9810-EXIT
0042AH         END-IF
0042AI     END-IF.
0042AJ     ACCEPT SAMP-MLOG-DATE FROM DATE YYYYMMDD.
0042AK     ACCEPT SAMP-MLOG-TIME FROM TIME.
0042AL     MOVE SAMP-MLOG-JOB-NAME  TO SAMP-MLOG-JOB.
0042AM     MOVE SAMP-MLOG-STEP-NAME TO SAMP-MLOG-STEP.
0042AN     MOVE SAMP-MSG-PGM        TO SAMP-MLOG-PROGRAM.
0042AP     MOVE SAMP-MSG-ID         TO SAMP-MLOG-MSGID.
0042AQ     MOVE SAMP-MSG-ID(7:1)    TO SAMP-MLOG-SEVERITY.
0042AR     MOVE SAMP-MSG-TEXT       TO SAMP-MLOG-TEXT.
0042AS     MOVE SAMP-MSG-DATA       TO SAMP-MLOG-DATA.
0042AT     WRITE SAMP-MLOG-RECORD.
0042AU     IF SAMP-MLOG-STATUS NOT = '00'
0042AV         DISPLAY 'BINOM - MSGLOG WRITE FAILED, STATUS = '
0042AW                 SAMP-MLOG-STATUS ' - MESSAGES NOT LOGGED'
0042AX         CLOSE MSGLOG-FILE
0042AY         MOVE 'X' TO SAMP-MLOG-OPEN-SW
0042AZ     END-IF.
0042B1 9810-EXIT.
0042B2     EXIT.
0042B3
0042B4*****************************************************************
0042B5* 9820-OPEN-MESSAGE-LOG - OPEN THE LOG FOR APPEND (THE FIRST RUN
0042B6* AGAINST A NEW DATASET CREATES IT) AND PICK UP THE JOB AND STEP
0042B7* NAMES FROM THE TIOT: PSATOLD AT THE FOOT OF THE PSA LOCATES THE
0042B8* TCB, AND TCBTIO IN THE TCB LOCATES THE TIOT.
0042B9*****************************************************************
0042BA 9820-OPEN-MESSAGE-LOG.
0042BB     OPEN EXTEND MSGLOG-FILE.
0042BC     IF SAMP-MLOG-STATUS = '35'
0042BD         CLOSE MSGLOG-FILE
0042BE         OPEN OUTPUT MSGLOG-FILE
0042BF     END-IF.
0042BG     IF SAMP-MLOG-STATUS NOT = '00'
0042BH         DISPLAY 'BINOM - MSGLOG OPEN FAILED, STATUS = '
0042BI                 SAMP-MLOG-STATUS ' - MESSAGES NOT LOGGED'
0042BJ         MOVE 'X' TO SAMP-MLOG-OPEN-SW
0042BK         GO TO 9820-EXIT
0042BL     END-IF.
0042BM     MOVE 'Y' TO SAMP-MLOG-OPEN-SW.
0042BN     SET ADDRESS OF SAMP-TIOT-PSA  TO NULL.
0042BP     SET ADDRESS OF SAMP-TIOT-TCB  TO SAMP-TIOT-PSATOLD.
0042BQ     SET ADDRESS OF SAMP-TIOT-TIOT TO SAMP-TIOT-TCBTIO.
0042BR     MOVE SAMP-TIOT-JOB-NAME  TO SAMP-MLOG-JOB-NAME.
0042BS     MOVE SAMP-TIOT-STEP-NAME TO SAMP-MLOG-STEP-NAME.
0042BT 9820-EXIT.
0042BU     EXIT.
004240*****************************************************************
004250* 9999-ABEND-EXIT
004260*****************************************************************
004310     IF BINM-FACTIDX-STATUS = '00'
004320         CLOSE FACTIDX-FILE
004330     END-IF.
004331     IF BINM-LFCIDX-STATUS = '00'
004332         CLOSE LFCIDX-FILE
004333     END-IF.
004340     IF BINM-BINRPT-STATUS = '00'
004350         CLOSE BINRPT-FILE
004360     END-IF.
004362     IF BINM-USAGE-FILE-OPEN
004364         CLOSE USAGEDS-FILE
004366     END-IF.
004367     IF SAMP-MLOG-FILE-OPEN
004368         CLOSE MSGLOG-FILE
004369     END-IF.
004370     MOVE BINM-RC TO RETURN-CODE.
004380     GOBACK.
