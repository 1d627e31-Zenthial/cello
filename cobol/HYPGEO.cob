000350*                  ROW IS APPENDED PER RUN LIKE THE OTHER LOOKUP
000360*                  PROGRAMS; THE SUBMITTER ID RIDES IN PARM COLS
000370*                  7-14.
000371* 10/15/2026  RH   LOTS PAST THE EXACT TABLE.  A LOT ABOVE
000372*                  HYPG-MAX-N NO LONGER FAILS THE RUN - EACH
000373*                  PROBABILITY IS WORKED IN LOGS INSTEAD, FROM THE
000374*                  LOG-FACTORIAL TABLE (LFCIDX, BUILT NIGHTLY BY
000375*                  LFACBLD), AS EXP(LN C(D,K) + LN C(N-D,S-K) -
000376*                  LN C(N,S)).  N, S AND D WIDENED TO FOUR DIGITS,
000377*                  SO THE PARM IS NOW COLS 1-4 = N, 5-8 = S,
000378*                  9-12 = D, 13-20 = SUBMITTER.  EVERY DETAIL LINE
000379*                  NAMES THE METHOD THAT PRODUCED IT (EXACT OR
00037A*                  LOG-FACTORIAL).
000380*****************************************************************
000390
000400 ENVIRONMENT DIVISION.
000490            ACCESS MODE  IS RANDOM
000500            RECORD KEY   IS SAMP-CMBIDX-KEY
000510            FILE STATUS  IS HYPG-CMBIDX-STATUS.
000511
000512     SELECT LFCIDX-FILE    ASSIGN TO LFCIDX
000513            ORGANIZATION IS INDEXED
000514            ACCESS MODE  IS RANDOM
000515            RECORD KEY   IS SAMP-LFCIDX-KEY
000516            FILE STATUS  IS HYPG-LFCIDX-STATUS.
000520
000530     SELECT HYPRPT-FILE    ASSIGN TO HYPRPT
000540            ORGANIZATION IS SEQUENTIAL
000630 FD  CMBIDX-FILE
000640     RECORDING MODE IS F.
000650     COPY SAMPCIDX.
000651
000652 FD  LFCIDX-FILE
000653     RECORDING MODE IS F.
000654     COPY SAMPLIDX.
000660
000670 FD  HYPRPT-FILE
000680     RECORDING MODE IS F.
000780* FILE STATUS AND SWITCHES
000790*****************************************************************
000800   77 HYPG-CMBIDX-STATUS     PIC X(02) VALUE SPACES.
000801   77 HYPG-LFCIDX-STATUS     PIC X(02) VALUE SPACES.
000810   77 HYPG-HYPRPT-STATUS     PIC X(02) VALUE SPACES.
000820   77 HYPG-USAGEDS-STATUS    PIC X(02) VALUE SPACES.
000830
000880   77 HYPG-USAGE-OPEN-SW     PIC X(01) VALUE 'N'.
000890       88 HYPG-USAGE-FILE-OPEN      VALUE 'Y'.
000900       88 HYPG-USAGE-FILE-CLOSED    VALUE 'N'.
000901
000902   77 HYPG-METHOD-SW         PIC X(01) VALUE 'E'.
000903       88 HYPG-EXACT                VALUE 'E'.
000904       88 HYPG-LOG-FACT             VALUE 'L'.
000910
000920*****************************************************************
000930* PARM WORKING FIELDS - COLS 1-4 = LOT SIZE N, COLS 5-8 = SAMPLE
000940* SIZE S, COLS 9-12 = DEFECTIVES D IN THE LOT, AND COLS 13-20 =
000950* SUBMITTER ID FOR THE USAGE ACCOUNTING ROW (BLANK BILLS TO
000960* UNKNOWN)
000970*****************************************************************
000980 01  HYPG-PARM-WORK.
000990     05  HYPG-PWK-N            PIC X(04).
001000     05  HYPG-PWK-S            PIC X(04).
001010     05  HYPG-PWK-D            PIC X(04).
001020     05  HYPG-PWK-SUBMITTER    PIC X(08).
001030
001040   77 HYPG-N                 PIC 9(04) VALUE ZERO.
001050   77 HYPG-S                 PIC 9(04) VALUE ZERO.
001060   77 HYPG-D                 PIC 9(04) VALUE ZERO.
001070   77 HYPG-K                 PIC 9(05) VALUE ZERO.
001080   77 HYPG-MAX-N             PIC 9(02) VALUE 28.
001090   77 HYPG-RC                PIC 9(04) VALUE ZERO.
001100
001220   77 HYPG-PROB              PIC 9V9(17) COMP-3 VALUE ZERO.
001230   77 HYPG-CUM               PIC 9V9(17) COMP-3 VALUE ZERO.
001240
001250   77 HYPG-WORK-N            PIC 9(04) VALUE ZERO.
001260   77 HYPG-WORK-R            PIC 9(04) VALUE ZERO.
001261
001262*****************************************************************
001263* LOG-FACTORIAL METHOD FIELDS, USED ONLY WHEN THE LOT IS ABOVE
001264* THE EXACT TABLE.  LN D! + LN (N-D)! - LN C(N,S) IS THE SAME FOR
001265* EVERY K AND IS WORKED ONCE INTO HYPG-LN-BASE; EACH K THEN TAKES
001266* OFF ITS FOUR OWN FACTORIALS.  THE EXPONENTIAL IS TAKEN AS
001267* (1/E) TO THE WHOLE PART TIMES THE SERIES FOR E TO THE MINUS
001268* FRACTION; PAST E**-40 NOTHING SURVIVES THE SEVENTEEN PLACES.
001269*****************************************************************
00126A   77 HYPG-LN-BASE           PIC S9(06)V9(15) COMP-3 VALUE ZERO.
00126B   77 HYPG-LN-PROB           PIC S9(06)V9(15) COMP-3 VALUE ZERO.
00126C   77 HYPG-LOG-KEY           PIC 9(05) VALUE ZERO.
00126D
00126E   77 HYPG-EXP-NEG           PIC 9(06)V9(15) COMP-3 VALUE ZERO.
00126F   77 HYPG-EXP-WHOLE         PIC 9(06) COMP-3 VALUE ZERO.
00126G   77 HYPG-EXP-FRAC          PIC V9(20) COMP-3 VALUE ZERO.
00126H   77 HYPG-EXP-CTR           PIC 9(06) COMP-3 VALUE ZERO.
00126I   77 HYPG-EXP-WHOLE-PART    PIC 9V9(20) COMP-3 VALUE ZERO.
00126J   77 HYPG-EXP-TERM          PIC 9V9(20) COMP-3 VALUE ZERO.
00126K   77 HYPG-EXP-SUM           PIC S9V9(20) COMP-3 VALUE ZERO.
00126L   77 HYPG-EXP-SIGN          PIC S9(01) VALUE ZERO.
00126M   77 HYPG-EXP-J             PIC 9(03) COMP-3 VALUE ZERO.
00126N   77 HYPG-E-INVERSE         PIC V9(20) COMP-3
00126P                             VALUE .36787944117144232160.
001270
001280   77 HYPG-RUN-DATE          PIC 9(08) VALUE ZERO.
001290
001480     05  HYPG-HDR-YYYY         PIC 9999.
001490     05  FILLER                PIC X(02) VALUE SPACES.
001500     05  FILLER                PIC X(06) VALUE 'LOT = '.
001510     05  HYPG-HDR-N            PIC Z,ZZ9.
001520     05  FILLER                PIC X(02) VALUE SPACES.
001530     05  FILLER                PIC X(06) VALUE 'SMP = '.
001540     05  HYPG-HDR-S            PIC Z,ZZ9.
001550     05  FILLER                PIC X(02) VALUE SPACES.
001560     05  FILLER                PIC X(06) VALUE 'DEF = '.
001570     05  HYPG-HDR-D            PIC Z,ZZ9.
001580     05  FILLER                PIC X(02) VALUE SPACES.
001590     05  FILLER                PIC X(06) VALUE 'PAGE '.
001600     05  HYPG-HDR-PAGE         PIC ZZ9.
001640            VALUE 'HYPERGEOMETRIC PROBABILITY DISTRIBUTION'.
001650
001660 01  HYPG-RPT-COLHDG.
001670     05  FILLER                PIC X(08) VALUE '    K'.
001680     05  FILLER                PIC X(14) VALUE '  PROB(K)'.
001690     05  FILLER                PIC X(14) VALUE '  CUM PROB'.
001691     05  FILLER                PIC X(13) VALUE 'METHOD'.
001700
001710 01  HYPG-RPT-DETAIL.
001720     05  FILLER                PIC X(01) VALUE SPACES.
001730     05  HYPG-DET-K            PIC ZZZ9.
001740     05  FILLER                PIC X(03) VALUE SPACES.
001750     05  HYPG-DET-PROB         PIC 9.999999.
001760     05  FILLER                PIC X(06) VALUE SPACES.
001770     05  HYPG-DET-CUM          PIC 9.999999.
001771     05  FILLER                PIC X(06) VALUE SPACES.
001772     05  HYPG-DET-METHOD       PIC X(13).
001780
001790 LINKAGE SECTION.
001800 01  HYPG-PARM.
002260     END-IF.
002270
002280     IF HYPG-PARM-LEN > ZERO
002290         MOVE HYPG-PARM-DATA(1:4) TO HYPG-PWK-N
002300         MOVE HYPG-PARM-DATA(5:4) TO HYPG-PWK-S
002310         MOVE HYPG-PARM-DATA(9:4) TO HYPG-PWK-D
002320     ELSE
002330         MOVE 'N' TO HYPG-VALID-SW
002340     END-IF.
002350     IF HYPG-PARM-LEN > 12
002360         MOVE HYPG-PARM-DATA(13:8) TO HYPG-PWK-SUBMITTER
002370     ELSE
002380         MOVE SPACES TO HYPG-PWK-SUBMITTER
002390     END-IF.
002620     EXIT.
002630
002640*****************************************************************
002650* 2000-VALIDATE-PARM - N, S, AND D MUST BE NUMERIC, N NON-ZERO,
002660* AND NEITHER THE SAMPLE NOR THE DEFECTIVES CAN EXCEED THE LOT.
002670* A LOT PAST THE EXACT TABLE TAKES THE LOG-FACTORIAL METHOD.
002680*****************************************************************
002690 2000-VALIDATE-PARM.
002700     IF HYPG-INVALID
002710         DISPLAY 'HYPGEO - NO PARM SUPPLIED, NEED NNNNSSSSDDDD'
002720         MOVE 16 TO HYPG-RC
002730         GO TO 2000-EXIT
002740     END-IF.
002940     END-IF.
002950
002960     IF HYPG-N > HYPG-MAX-N
002970         MOVE 'L' TO HYPG-METHOD-SW
002980     ELSE
002990         MOVE 'E' TO HYPG-METHOD-SW
003010     END-IF.
003020
003030     IF HYPG-S > HYPG-N
003190*****************************************************************
003200* 3000-BUILD-DISTRIBUTION - ONE REPORT LINE PER K FROM 0 TO S.
003210* THE DENOMINATOR C(N,S) IS THE SAME FOR EVERY K, SO IT IS READ
003220* ONCE UP FRONT (WORKED ONCE IN LOGS FOR A LOT PAST THE TABLE).
003230*****************************************************************
003240 3000-BUILD-DISTRIBUTION.
003250     MOVE ZERO TO HYPG-CUM.
003251     IF HYPG-LOG-FACT
003252         PERFORM 3050-PREPARE-LOGS THRU 3050-EXIT
003253         PERFORM 3100-ONE-K THRU 3100-EXIT
003254             VARYING HYPG-K FROM 0 BY 1
003255             UNTIL HYPG-K > HYPG-S
003256         GO TO 3000-EXIT
003257     END-IF.
003260     MOVE HYPG-N TO HYPG-WORK-N.
003270     MOVE HYPG-S TO HYPG-WORK-R.
003280     PERFORM 3300-LOOKUP-NCR THRU 3300-EXIT.
003320         UNTIL HYPG-K > HYPG-S.
003330 3000-EXIT.
003340     EXIT.
003341
003342*****************************************************************
003343* 3050-PREPARE-LOGS - OPEN THE LOG-FACTORIAL TABLE AND WORK OUT
003344* THE PART OF LN P(K) THAT DOES NOT DEPEND ON K:
003345*   LN D! + LN (N-D)! - (LN N! - LN S! - LN (N-S)!)
003346*****************************************************************
003347 3050-PREPARE-LOGS.
003348     OPEN INPUT LFCIDX-FILE.
003349     IF HYPG-LFCIDX-STATUS NOT = '00'
00334A         DISPLAY 'HYPGEO - LFCIDX OPEN FAILED, STATUS = '
00334B             HYPG-LFCIDX-STATUS
00334C         MOVE 24 TO HYPG-RC
00334D         GO TO 9999-ABEND-EXIT
00334E     END-IF.
00334F     MOVE HYPG-D TO HYPG-LOG-KEY.
00334G     PERFORM 3650-LOOKUP-LOG THRU 3650-EXIT.
00334H     MOVE SAMP-LFCIDX-VALUE TO HYPG-LN-BASE.
00334I     SUBTRACT HYPG-D FROM HYPG-N GIVING HYPG-LOG-KEY.
00334J     PERFORM 3650-LOOKUP-LOG THRU 3650-EXIT.
00334K     ADD SAMP-LFCIDX-VALUE TO HYPG-LN-BASE.
00334L
00334M     MOVE HYPG-N TO HYPG-LOG-KEY.
00334N     PERFORM 3650-LOOKUP-LOG THRU 3650-EXIT.
00334P     SUBTRACT SAMP-LFCIDX-VALUE FROM HYPG-LN-BASE.
00334Q     MOVE HYPG-S TO HYPG-LOG-KEY.
00334R     PERFORM 3650-LOOKUP-LOG THRU 3650-EXIT.
00334S     ADD SAMP-LFCIDX-VALUE TO HYPG-LN-BASE.
00334T     SUBTRACT HYPG-S FROM HYPG-N GIVING HYPG-LOG-KEY.
00334U     PERFORM 3650-LOOKUP-LOG THRU 3650-EXIT.
00334V     ADD SAMP-LFCIDX-VALUE TO HYPG-LN-BASE.
00334W 3050-EXIT.
00334X     EXIT.
003350
003360*****************************************************************
003370* 3100-ONE-K - P(K) = C(D,K) * C(N-D,S-K) / C(N,S).  A K OUTSIDE
003460         PERFORM 4000-PRINT-DETAIL THRU 4000-EXIT
003470         GO TO 3100-EXIT
003480     END-IF.
003481     IF HYPG-LOG-FACT
003482         PERFORM 3600-LOG-PROB THRU 3600-EXIT
003483         GO TO 3100-ACCUMULATE
003484     END-IF.
003490
003500     MOVE HYPG-D TO HYPG-WORK-N.
003510     MOVE HYPG-K TO HYPG-WORK-R.
003730             MOVE 20 TO HYPG-RC
003740             GO TO 9999-ABEND-EXIT
003750     END-COMPUTE.
003751
003752 3100-ACCUMULATE.
003760     ADD HYPG-PROB TO HYPG-CUM
003770         ON SIZE ERROR
003780             MOVE 0.99999999999999999 TO HYPG-CUM
004000     END-READ.
004010 3300-EXIT.
004020     EXIT.
0040A1
0040A2*****************************************************************
0040A3* 3600-LOG-PROB - THE LOG-FACTORIAL METHOD FOR ONE K:
0040A4*   LN PROB = HYPG-LN-BASE - LN K! - LN (D-K)! - LN (S-K)!
0040A5*             - LN (N-D-S+K)!
0040A6* THEN PROB = E TO THAT POWER.  THE LOG OF A PROBABILITY CANNOT
0040A7* BE POSITIVE; A RESULT A HAIR OVER ZERO IS ROUNDING AND IS
0040A8* TAKEN AS ZERO (A PROBABILITY OF ONE).
0040A9*****************************************************************
0040AA 3600-LOG-PROB.
0040AB     MOVE HYPG-LN-BASE TO HYPG-LN-PROB.
0040AC     MOVE HYPG-K TO HYPG-LOG-KEY.
0040AD     PERFORM 3650-LOOKUP-LOG THRU 3650-EXIT.
0040AE     SUBTRACT SAMP-LFCIDX-VALUE FROM HYPG-LN-PROB.
0040AF     SUBTRACT HYPG-K FROM HYPG-D GIVING HYPG-LOG-KEY.
0040AG     PERFORM 3650-LOOKUP-LOG THRU 3650-EXIT.
0040AH     SUBTRACT SAMP-LFCIDX-VALUE FROM HYPG-LN-PROB.
0040AI     SUBTRACT HYPG-K FROM HYPG-S GIVING HYPG-LOG-KEY.
0040AJ     PERFORM 3650-LOOKUP-LOG THRU 3650-EXIT.
0040AK     SUBTRACT SAMP-LFCIDX-VALUE FROM HYPG-LN-PROB.
0040AL     COMPUTE HYPG-LOG-KEY = HYPG-N - HYPG-D - HYPG-S + HYPG-K.
0040AM     PERFORM 3650-LOOKUP-LOG THRU 3650-EXIT.
0040AN     SUBTRACT SAMP-LFCIDX-VALUE FROM HYPG-LN-PROB.
0040AP     IF HYPG-LN-PROB > ZERO
0040AQ         MOVE ZERO TO HYPG-LN-PROB
0040AR     END-IF.
0040AS     PERFORM 3700-EXPONENTIAL THRU 3700-EXIT.
0040AT 3600-EXIT.
0040AU     EXIT.
0040AV
0040AW*****************************************************************
0040AX* 3650-LOOKUP-LOG - LN N! FOR N = HYPG-LOG-KEY, ONE KEYED READ.
0040AY* A KEY NOT ON FILE FAILS THE STEP - THE NIGHTLY LFCB01 BUILD
0040AZ* LEAVES EVERY ROW THROUGH 9999 IN PLACE.
0040B1*****************************************************************
0040B2 3650-LOOKUP-LOG.
0040B3     MOVE HYPG-LOG-KEY TO SAMP-LFCIDX-KEY.
0040B4     READ LFCIDX-FILE
0040B5         INVALID KEY
0040B6             DISPLAY 'HYPGEO - LOG-FACTORIAL NOT ON FILE, KEY = '
0040B7                 SAMP-LFCIDX-KEY
0040B8             MOVE 20 TO HYPG-RC
0040B9             GO TO 9999-ABEND-EXIT
0040BA     END-READ.
0040BB 3650-EXIT.
0040BC     EXIT.
0040BD
0040BE*****************************************************************
0040BF* 3700-EXPONENTIAL - HYPG-PROB = E ** HYPG-LN-PROB (ZERO OR
0040BG* NEGATIVE).  WITH X = -HYPG-LN-PROB SPLIT INTO A WHOLE PART W
0040BH* AND A FRACTION F, E**-X = (1/E)**W * E**-F.  THE FIRST FACTOR
0040BI* IS REPEATED MULTIPLICATION; THE SECOND IS THE SERIES
0040BJ* 1 - F + F**2/2! - F**3/3! ..., RUN UNTIL A TERM VANISHES.
0040BK*****************************************************************
0040BL 3700-EXPONENTIAL.
0040BM     MULTIPLY -1 BY HYPG-LN-PROB GIVING HYPG-EXP-NEG.
0040BN     MOVE HYPG-EXP-NEG TO HYPG-EXP-WHOLE.
0040BP     SUBTRACT HYPG-EXP-WHOLE FROM HYPG-EXP-NEG
0040BQ         GIVING HYPG-EXP-FRAC.
0040BR     IF HYPG-EXP-WHOLE > 40
0040BS         MOVE ZERO TO HYPG-PROB
0040BT         GO TO 3700-EXIT
0040BU     END-IF.
0040BV
0040BW     MOVE 1 TO HYPG-EXP-WHOLE-PART.
0040BX     MOVE ZERO TO HYPG-EXP-CTR.
0040BY     PERFORM 3710-EXP-WHOLE-STEP THRU 3710-EXIT
0040BZ         UNTIL HYPG-EXP-CTR >= HYPG-EXP-WHOLE.
0040C1
0040C2     MOVE 1 TO HYPG-EXP-TERM.
0040C3     MOVE 1 TO HYPG-EXP-SUM.
0040C4     MOVE 1 TO HYPG-EXP-SIGN.
0040C5     MOVE ZERO TO HYPG-EXP-J.
0040C6     PERFORM 3720-EXP-SERIES-TERM THRU 3720-EXIT
0040C7         UNTIL HYPG-EXP-TERM = ZERO.
0040C8
0040C9     MULTIPLY HYPG-EXP-WHOLE-PART BY HYPG-EXP-SUM
0040CA         GIVING HYPG-PROB ROUNDED.
0040CB 3700-EXIT.
0040CC     EXIT.
0040CD
0040CE 3710-EXP-WHOLE-STEP.
0040CF     MULTIPLY HYPG-E-INVERSE BY HYPG-EXP-WHOLE-PART ROUNDED.
0040CG     ADD 1 TO HYPG-EXP-CTR.
0040CH 3710-EXIT.
0040CI     EXIT.
0040CJ
0040CK 3720-EXP-SERIES-TERM.
0040CL     ADD 1 TO HYPG-EXP-J.
0040CM     MULTIPLY HYPG-EXP-FRAC BY HYPG-EXP-TERM ROUNDED.
0040CN     DIVIDE HYPG-EXP-J INTO HYPG-EXP-TERM ROUNDED.
0040CP     MULTIPLY -1 BY HYPG-EXP-SIGN.
0040CQ     IF HYPG-EXP-SIGN < ZERO
0040CR         SUBTRACT HYPG-EXP-TERM FROM HYPG-EXP-SUM
0040CS     ELSE
0040CT         ADD HYPG-EXP-TERM TO HYPG-EXP-SUM
0040CU     END-IF.
0040CV 3720-EXIT.
0040CW     EXIT.
004030
004040*****************************************************************
004050* 4000-PRINT-DETAIL - WRITE ONE DISTRIBUTION LINE, STARTING A
004130     MOVE HYPG-K    TO HYPG-DET-K.
004140     MOVE HYPG-PROB TO HYPG-DET-PROB.
004150     MOVE HYPG-CUM  TO HYPG-DET-CUM.
004151     IF HYPG-LOG-FACT
004152         MOVE 'LOG-FACTORIAL' TO HYPG-DET-METHOD
004153     ELSE
004154         MOVE 'EXACT'         TO HYPG-DET-METHOD
004155     END-IF.
004160     WRITE HYPRPT-RECORD FROM HYPG-RPT-DETAIL
004170         AFTER ADVANCING 1 LINE.
004180     ADD 1 TO HYPG-LINE-COUNT.
004440 8000-TERMINATE.
004450     PERFORM 8100-WRITE-USAGE THRU 8100-EXIT.
004460     CLOSE CMBIDX-FILE.
004461     IF HYPG-LOG-FACT
004462         CLOSE LFCIDX-FILE
004463     END-IF.
004470     CLOSE HYPRPT-FILE.
004480     CLOSE USAGEDS-FILE.
004490     MOVE HYPG-RC TO RETURN-CODE.
004780     IF HYPG-CMBIDX-STATUS = '00'
004790         CLOSE CMBIDX-FILE
004800     END-IF.
004801     IF HYPG-LFCIDX-STATUS = '00'
004802         CLOSE LFCIDX-FILE
004803     END-IF.
004810     IF HYPG-HYPRPT-STATUS = '00'
004820         CLOSE HYPRPT-FILE
004830     END-IF.
