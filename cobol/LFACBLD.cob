000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.    LFACBLD.
000120 AUTHOR.        R HALVERSEN.
000130 INSTALLATION.  DATA CENTER APPLICATIONS.
000140 DATE-WRITTEN.  10/15/2026.
000150 DATE-COMPILED.
000160
000170*****************************************************************
000180* MODIFICATION HISTORY
000190* ----------------------------------------------------------------
000200* DATE       INIT  DESCRIPTION
000210* 10/15/2026  RH   ORIGINAL VERSION.  BUILDS THE LOG-FACTORIAL
000220*                  TABLE (LFCIDX, KEYED ON N, LN N! FOR N = 0
000230*                  THROUGH 9999) THAT LETS BINOM AND HYPGEO GO
000240*                  PAST THE EXACT TABLE'S LIMIT OF 28, THEN
000250*                  READS THE CLUSTER BACK AND VERIFIES IT THE
000260*                  WAY FACTVERI VERIFIES FACTIDX - KEYS 0 THRU
000270*                  THE TOP WITH NO GAPS, VALUES NEVER FALLING,
000280*                  LN 2 AND LN 10 AGAINST THEIR KNOWN VALUES,
000290*                  LN 2N = LN 2 + LN N FOR EVERY N, AND EVERY
000300*                  ROW FROM 10 UP AGAINST STIRLING'S SERIES.
000310*                  ANY EXCEPTION IS LISTED ON LFCRPT AND ENDS
000320*                  THE STEP RC=8.  LN N IS BUILT UP ONE STEP AT
000330*                  A TIME AS LN(N-1) + LN(N/(N-1)), THE LAST
000340*                  TERM FROM THE SERIES 2(Y + Y**3/3 + Y**5/5
000350*                  + ...) WITH Y = 1/(2N-1), SO THE WHOLE TABLE
000360*                  IS PLAIN DECIMAL ARITHMETIC.
000370*****************************************************************
000380
000390 ENVIRONMENT DIVISION.
000400 CONFIGURATION SECTION.
000410 SOURCE-COMPUTER.  IBM-370.
000420 OBJECT-COMPUTER.  IBM-370.
000430
000440 INPUT-OUTPUT SECTION.
000450 FILE-CONTROL.
000460     SELECT LFCIDX-FILE    ASSIGN TO LFCIDX
000470            ORGANIZATION IS INDEXED
000480            ACCESS MODE  IS DYNAMIC
000490            RECORD KEY   IS SAMP-LFCIDX-KEY
000500            FILE STATUS  IS LFAC-LFCIDX-STATUS.
000510
000520     SELECT LFCRPT-FILE    ASSIGN TO LFCRPT
000530            ORGANIZATION IS SEQUENTIAL
000540            FILE STATUS  IS LFAC-LFCRPT-STATUS.
000550
000560     SELECT STEPLOG-FILE   ASSIGN TO STEPLOG
000570            ORGANIZATION IS SEQUENTIAL
000580            FILE STATUS  IS LFAC-STEPLOG-STATUS.
000590
000600 DATA DIVISION.
000610 FILE SECTION.
000620 FD  LFCIDX-FILE
000630     RECORDING MODE IS F.
000640     COPY SAMPLIDX.
000650
000660 FD  LFCRPT-FILE
000670     RECORDING MODE IS F.
000680 01  LFCRPT-RECORD             PIC X(80).
000690
000700 FD  STEPLOG-FILE
000710     RECORDING MODE IS F.
000720     COPY SAMPSTEP.
000730
000740 WORKING-STORAGE SECTION.
000750
000760*****************************************************************
000770* FILE STATUS AND SWITCHES
000780*****************************************************************
000790   77 LFAC-LFCIDX-STATUS     PIC X(02) VALUE SPACES.
000800   77 LFAC-LFCRPT-STATUS     PIC X(02) VALUE SPACES.
000810   77 LFAC-STEPLOG-STATUS    PIC X(02) VALUE SPACES.
000820
000830   77 LFAC-LIDX-EOF-SW       PIC X(01) VALUE 'N'.
000840       88 LFAC-LIDX-EOF             VALUE 'Y'.
000850       88 LFAC-LIDX-MORE            VALUE 'N'.
000860
000870   77 LFAC-STEP-OPEN-SW      PIC X(01) VALUE 'N'.
000880       88 LFAC-STEP-FILE-OPEN       VALUE 'Y'.
000890       88 LFAC-STEP-FILE-CLOSED     VALUE 'N'.
000900
000910*****************************************************************
000920* TABLE SIZE.  9999 IS THE TOP THE FOUR-DIGIT KEY CAN HOLD, AND
000930* BINOM NEEDS EVERY ROW UP TO IT TO TAKE THE LOG OF A FOUR-PLACE
000940* P (LN P = LN M - LN 10000 FOR P = M / 10000).  N AND THE
000950* SUBSCRIPTS ARE FIVE DIGITS SO THE LOOPS CAN STEP PAST 9999.
000960*****************************************************************
000970   77 LFAC-TABLE-MAX         PIC 9(05) COMP VALUE 9999.
000980   77 LFAC-N                 PIC 9(05) COMP VALUE ZERO.
000990   77 LFAC-SUB               PIC 9(05) COMP VALUE ZERO.
001000   77 LFAC-SUB-2             PIC 9(05) COMP VALUE ZERO.
001010   77 LFAC-HALF-MAX          PIC 9(05) COMP VALUE ZERO.
001020   77 LFAC-LN-ARG            PIC 9(05) COMP VALUE ZERO.
001030   77 LFAC-RC                PIC 9(04) VALUE ZERO.
001040
001050*****************************************************************
001060* BUILD WORK FIELDS.  THIRTY PLACES ARE CARRIED THROUGH THE
001070* SERIES AND THE RUNNING SUMS SO THAT TEN THOUSAND ADDITIONS
001080* STILL LEAVE THE FIFTEEN PLACES STORED ON THE CLUSTER EXACT.
001090*****************************************************************
001100   77 LFAC-ODD               PIC 9(05) COMP VALUE ZERO.
001110   77 LFAC-DIVISOR           PIC 9(03) COMP VALUE ZERO.
001120   77 LFAC-Y                 PIC V9(30) COMP-3 VALUE ZERO.
001130   77 LFAC-Y-SQUARED         PIC V9(30) COMP-3 VALUE ZERO.
001140   77 LFAC-TERM              PIC V9(30) COMP-3 VALUE ZERO.
001150   77 LFAC-PIECE             PIC V9(30) COMP-3 VALUE ZERO.
001160   77 LFAC-SERIES            PIC V9(30) COMP-3 VALUE ZERO.
001170   77 LFAC-LN-N              PIC 9(02)V9(28) COMP-3 VALUE ZERO.
001180   77 LFAC-LN-FACT           PIC 9(05)V9(25) COMP-3 VALUE ZERO.
001190   77 LFAC-ROW-COUNT         PIC 9(05) COMP-3 VALUE ZERO.
001200
001210*****************************************************************
001220* VERIFY WORK FIELDS.  THE CLUSTER IS READ BACK INTO THE TABLE
001230* BELOW (SUBSCRIPT N+1) SO THE IDENTITY CHECKS CAN REACH ANY
001240* TWO ROWS.  THE CONSTANTS ARE THE PUBLISHED VALUES OF LN 2,
001250* LN 10, AND LN 2 PI, INDEPENDENT OF ANYTHING BUILT ABOVE.
001260*****************************************************************
001270 01  LFAC-VERIFY-TABLE.
001280     05  LFAC-VFY-VALUE        OCCURS 10000 TIMES
001290                               PIC 9(05)V9(15) COMP-3.
001300
001310   77 LFAC-EXPECT-N          PIC 9(05) COMP VALUE ZERO.
001320   77 LFAC-READ-COUNT        PIC 9(05) COMP-3 VALUE ZERO.
001330   77 LFAC-EXCP-COUNT        PIC 9(05) COMP-3 VALUE ZERO.
001340   77 LFAC-PRIOR-VALUE       PIC 9(05)V9(15) COMP-3 VALUE ZERO.
001350
001360   77 LFAC-LN-2              PIC 9V9(20) COMP-3
001370                             VALUE 0.69314718055994530942.
001380   77 LFAC-LN-10             PIC 9V9(20) COMP-3
001390                             VALUE 2.30258509299404568402.
001400   77 LFAC-LN-2PI            PIC 9V9(20) COMP-3
001410                             VALUE 1.83787706640934548356.
001420   77 LFAC-ANCHOR-TOL        PIC V9(15) COMP-3
001430                             VALUE 0.000000000000010.
001440   77 LFAC-IDENT-TOL         PIC V9(15) COMP-3
001450                             VALUE 0.000000000001000.
001460   77 LFAC-STIRLING-TOL      PIC V9(15) COMP-3
001470                             VALUE 0.000000001000000.
001480
001490   77 LFAC-LN-X              PIC S9(02)V9(15) COMP-3 VALUE ZERO.
001500   77 LFAC-LN-Y              PIC S9(02)V9(15) COMP-3 VALUE ZERO.
001510   77 LFAC-LN-XY             PIC S9(02)V9(15) COMP-3 VALUE ZERO.
001520   77 LFAC-DIFF              PIC S9(05)V9(15) COMP-3 VALUE ZERO.
001530   77 LFAC-STIRLING          PIC S9(05)V9(15) COMP-3 VALUE ZERO.
001540   77 LFAC-CORR-DENOM        PIC 9(25) COMP-3 VALUE ZERO.
001550   77 LFAC-CORR              PIC V9(20) COMP-3 VALUE ZERO.
001560   77 LFAC-CORR-HALF         PIC 9(02)V9(20) COMP-3 VALUE ZERO.
001570
001580   77 LFAC-RUN-DATE          PIC 9(08) VALUE ZERO.
001590   77 LFAC-STEP-START-TIME   PIC 9(08) VALUE ZERO.
001600   77 LFAC-STEP-END-TIME     PIC 9(08) VALUE ZERO.
001610
001620 01  LFAC-RUN-DATE-X.
001630     05  LFAC-RUN-YYYY         PIC 9(04).
001640     05  LFAC-RUN-MM           PIC 9(02).
001650     05  LFAC-RUN-DD           PIC 9(02).
001660
001670   77 LFAC-LINE-COUNT        PIC 9(03) VALUE ZERO.
001680   77 LFAC-PAGE-COUNT        PIC 9(03) VALUE ZERO.
001690   77 LFAC-LINES-PER-PAGE    PIC 9(03) VALUE 20.
001700
001710*****************************************************************
001720* REPORT LINES
001730*****************************************************************
001740 01  LFAC-RPT-HEADER-1.
001750     05  FILLER                PIC X(10) VALUE 'RUN DATE: '.
001760     05  LFAC-HDR-MM           PIC 99.
001770     05  FILLER                PIC X(01) VALUE '/'.
001780     05  LFAC-HDR-DD           PIC 99.
001790     05  FILLER                PIC X(01) VALUE '/'.
001800     05  LFAC-HDR-YYYY         PIC 9999.
001810     05  FILLER                PIC X(27) VALUE SPACES.
001820     05  FILLER                PIC X(06) VALUE 'PAGE '.
001830     05  LFAC-HDR-PAGE         PIC ZZ9.
001840
001850 01  LFAC-RPT-HEADER-2.
001860     05  FILLER                PIC X(45)
001870            VALUE 'LOG-FACTORIAL TABLE VERIFICATION EXCEPTIONS'.
001880
001890 01  LFAC-RPT-EXCP-LINE.
001900     05  FILLER                PIC X(06) VALUE 'KEY = '.
001910     05  LFAC-EXC-KEY          PIC ZZZ9.
001920     05  FILLER                PIC X(02) VALUE SPACES.
001930     05  LFAC-EXC-TEXT         PIC X(45).
001940
001950 01  LFAC-RPT-COUNT-LINE.
001960     05  LFAC-CNT-LABEL        PIC X(25).
001970     05  LFAC-CNT-VALUE        PIC ZZ,ZZ9.
001980
001990 01  LFAC-RPT-VERDICT-LINE.
002000     05  LFAC-VERDICT-TEXT     PIC X(45).
002010
002020 PROCEDURE DIVISION.
002030
002040*****************************************************************
002050* 0000-MAINLINE
002060*****************************************************************
002070 0000-MAINLINE.
002080     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002090     PERFORM 3000-BUILD-TABLE THRU 3000-EXIT.
002100     PERFORM 5000-VERIFY-TABLE THRU 5000-EXIT.
002110     PERFORM 8000-TERMINATE THRU 8000-EXIT.
002120     GOBACK.
002130
002140*****************************************************************
002150* 1000-INITIALIZE - OPEN THE STEP LOG, THE LOG-FACTORIAL TABLE
002160* FOR LOAD, AND THE VERIFICATION REPORT.  LFCIDX IS CREATED
002170* FRESH THE FIRST TIME A RUN FINDS NO DATASET, THE SAME WAY
002180* COMBLD CREATES CMBIDX.
002190*****************************************************************
002200 1000-INITIALIZE.
002210     ACCEPT LFAC-RUN-DATE FROM DATE YYYYMMDD.
002220     ACCEPT LFAC-STEP-START-TIME FROM TIME.
002230     MOVE LFAC-RUN-DATE TO LFAC-RUN-DATE-X.
002240
002250     OPEN EXTEND STEPLOG-FILE.
002260     IF LFAC-STEPLOG-STATUS = '35'
002270         CLOSE STEPLOG-FILE
002280         OPEN OUTPUT STEPLOG-FILE
002290     END-IF.
002300     IF LFAC-STEPLOG-STATUS NOT = '00'
002310         DISPLAY 'LFACBLD - STEPLOG OPEN FAILED, STATUS = '
002320             LFAC-STEPLOG-STATUS
002330         MOVE 40 TO LFAC-RC
002340         GO TO 9999-ABEND-EXIT
002350     END-IF.
002360     MOVE 'Y' TO LFAC-STEP-OPEN-SW.
002370
002380     OPEN I-O LFCIDX-FILE.
002390     IF LFAC-LFCIDX-STATUS = '35'
002400         OPEN OUTPUT LFCIDX-FILE
002410         CLOSE LFCIDX-FILE
002420         OPEN I-O LFCIDX-FILE
002430     END-IF.
002440     IF LFAC-LFCIDX-STATUS NOT = '00'
002450         DISPLAY 'LFACBLD - LFCIDX OPEN FAILED, STATUS = '
002460             LFAC-LFCIDX-STATUS
002470         MOVE 32 TO LFAC-RC
002480         GO TO 9999-ABEND-EXIT
002490     END-IF.
002500
002510     OPEN OUTPUT LFCRPT-FILE.
002520     IF LFAC-LFCRPT-STATUS NOT = '00'
002530         DISPLAY 'LFACBLD - LFCRPT OPEN FAILED, STATUS = '
002540             LFAC-LFCRPT-STATUS
002550         MOVE 36 TO LFAC-RC
002560         GO TO 9999-ABEND-EXIT
002570     END-IF.
002580 1000-EXIT.
002590     EXIT.
002600
002610*****************************************************************
002620* 3000-BUILD-TABLE - 0! AND 1! ARE BOTH 1, SO THEIR LOGS ARE
002630* ZERO.  EVERY LATER ROW ADDS LN N TO THE ROW BEFORE IT.
002640*****************************************************************
002650 3000-BUILD-TABLE.
002660     MOVE ZERO TO LFAC-LN-N.
002670     MOVE ZERO TO LFAC-LN-FACT.
002680     MOVE ZERO TO LFAC-N.
002690     PERFORM 3300-WRITE-ROW THRU 3300-EXIT.
002700     MOVE 1 TO LFAC-N.
002710     PERFORM 3300-WRITE-ROW THRU 3300-EXIT.
002720     PERFORM 3100-BUILD-ONE-N THRU 3100-EXIT
002730         VARYING LFAC-N FROM 2 BY 1
002740         UNTIL LFAC-N > LFAC-TABLE-MAX.
002750     CLOSE LFCIDX-FILE.
002760 3000-EXIT.
002770     EXIT.
002780
002790*****************************************************************
002800* 3100-BUILD-ONE-N - LN N = LN(N-1) + LN(N/(N-1)).  WITH
002810* Y = 1/(2N-1), LN(N/(N-1)) = 2(Y + Y**3/3 + Y**5/5 + ...); Y
002820* IS AT MOST 1/3, SO THE SERIES IS RUN UNTIL THE NEXT POWER OF
002830* Y DROPS BELOW THE THIRTIETH PLACE.
002840*****************************************************************
002850 3100-BUILD-ONE-N.
002860     COMPUTE LFAC-ODD = 2 * LFAC-N - 1.
002870     DIVIDE LFAC-ODD INTO 1 GIVING LFAC-Y ROUNDED.
002880     MULTIPLY LFAC-Y BY LFAC-Y GIVING LFAC-Y-SQUARED ROUNDED.
002890     MOVE LFAC-Y TO LFAC-TERM.
002900     MOVE LFAC-Y TO LFAC-SERIES.
002910     MOVE 1 TO LFAC-DIVISOR.
002920     PERFORM 3200-SERIES-TERM THRU 3200-EXIT
002930         UNTIL LFAC-TERM = ZERO.
002940
002950     MULTIPLY 2 BY LFAC-SERIES.
002960     ADD LFAC-SERIES TO LFAC-LN-N ROUNDED.
002970     ADD LFAC-LN-N TO LFAC-LN-FACT ROUNDED
002980         ON SIZE ERROR
002990             DISPLAY 'LFACBLD - LN N! OVERFLOWED AT N = ' LFAC-N
003000             MOVE 20 TO LFAC-RC
003010             GO TO 9999-ABEND-EXIT
003020     END-ADD.
003030     PERFORM 3300-WRITE-ROW THRU 3300-EXIT.
003040 3100-EXIT.
003050     EXIT.
003060
003070 3200-SERIES-TERM.
003080     MULTIPLY LFAC-Y-SQUARED BY LFAC-TERM ROUNDED.
003090     ADD 2 TO LFAC-DIVISOR.
003100     DIVIDE LFAC-DIVISOR INTO LFAC-TERM
003110         GIVING LFAC-PIECE ROUNDED.
003120     ADD LFAC-PIECE TO LFAC-SERIES.
003130 3200-EXIT.
003140     EXIT.
003150
003160*****************************************************************
003170* 3300-WRITE-ROW - STORE ONE ROW ROUNDED TO FIFTEEN PLACES.
003180* REBUILD RUNS REWRITE THE ROWS ALREADY ON THE CLUSTER, AS
003190* COMBLD DOES WITH CMBIDX.
003200*****************************************************************
003210 3300-WRITE-ROW.
003220     MOVE LFAC-N TO SAMP-LFCIDX-KEY.
003230     COMPUTE SAMP-LFCIDX-VALUE ROUNDED = LFAC-LN-FACT.
003240     WRITE SAMP-LFCIDX-RECORD
003250         INVALID KEY
003260             REWRITE SAMP-LFCIDX-RECORD
003270                 INVALID KEY
003280                     DISPLAY 'LFACBLD - LFCIDX REWRITE FAILED '
003290                         'AT KEY = ' SAMP-LFCIDX-KEY
003300                     MOVE 32 TO LFAC-RC
003310                     GO TO 9999-ABEND-EXIT
003320             END-REWRITE
003330     END-WRITE.
003340     ADD 1 TO LFAC-ROW-COUNT.
003350 3300-EXIT.
003360     EXIT.
003370
003380*****************************************************************
003390* 5000-VERIFY-TABLE - READ THE CLUSTER BACK FROM THE TOP, SO
003400* WHAT IS PROVED IS WHAT BINOM AND HYPGEO WILL ACTUALLY READ,
003410* THEN RUN THE IDENTITY CHECKS OVER THE ROWS READ.
003420*****************************************************************
003430 5000-VERIFY-TABLE.
003440     OPEN INPUT LFCIDX-FILE.
003450     IF LFAC-LFCIDX-STATUS NOT = '00'
003460         DISPLAY 'LFACBLD - LFCIDX REOPEN FAILED, STATUS = '
003470             LFAC-LFCIDX-STATUS
003480         MOVE 32 TO LFAC-RC
003490         GO TO 9999-ABEND-EXIT
003500     END-IF.
003510     MOVE ZERO TO LFAC-EXPECT-N.
003520     MOVE ZERO TO LFAC-PRIOR-VALUE.
003530     PERFORM 5200-READ-LFCIDX THRU 5200-EXIT.
003540     PERFORM 5100-CHECK-ROW THRU 5100-EXIT
003550         UNTIL LFAC-LIDX-EOF.
003560
003570     IF LFAC-READ-COUNT NOT = LFAC-TABLE-MAX + 1
003580         MOVE LFAC-EXPECT-N TO LFAC-EXC-KEY
003590         MOVE 'TABLE DOES NOT REACH THE REQUIRED TOP KEY'
003600             TO LFAC-EXC-TEXT
003610         PERFORM 6000-PRINT-EXCEPTION THRU 6000-EXIT
003620         GO TO 5000-EXIT
003630     END-IF.
003640
003650     PERFORM 5300-CHECK-ANCHORS THRU 5300-EXIT.
003660     COMPUTE LFAC-HALF-MAX = LFAC-TABLE-MAX / 2.
003670     PERFORM 5400-CHECK-DOUBLING THRU 5400-EXIT
003680         VARYING LFAC-N FROM 2 BY 1
003690         UNTIL LFAC-N > LFAC-HALF-MAX.
003700     PERFORM 5500-CHECK-STIRLING THRU 5500-EXIT
003710         VARYING LFAC-N FROM 10 BY 1
003720         UNTIL LFAC-N > LFAC-TABLE-MAX.
003730 5000-EXIT.
003740     EXIT.
003750
003760*****************************************************************
003770* 5100-CHECK-ROW - KEYS MUST RUN 0, 1, 2 ... WITH NO GAPS, AND
003780* SINCE N! NEVER GETS SMALLER NEITHER MAY ITS LOG.  ROWS 0 AND
003790* 1 MUST BE EXACTLY ZERO.
003800*****************************************************************
003810 5100-CHECK-ROW.
003820     IF SAMP-LFCIDX-KEY NOT = LFAC-EXPECT-N
003830         MOVE SAMP-LFCIDX-KEY TO LFAC-EXC-KEY
003840         MOVE 'LFCIDX KEY OUT OF SEQUENCE OR GAPPED'
003850             TO LFAC-EXC-TEXT
003860         PERFORM 6000-PRINT-EXCEPTION THRU 6000-EXIT
003870         MOVE 'Y' TO LFAC-LIDX-EOF-SW
003880         GO TO 5100-EXIT
003890     END-IF.
003900
003910     IF SAMP-LFCIDX-KEY < 2
003920             AND SAMP-LFCIDX-VALUE NOT = ZERO
003930         MOVE SAMP-LFCIDX-KEY TO LFAC-EXC-KEY
003940         MOVE 'LN 0! AND LN 1! MUST BE ZERO'
003950             TO LFAC-EXC-TEXT
003960         PERFORM 6000-PRINT-EXCEPTION THRU 6000-EXIT
003970     END-IF.
003980
003990     IF SAMP-LFCIDX-VALUE < LFAC-PRIOR-VALUE
004000         MOVE SAMP-LFCIDX-KEY TO LFAC-EXC-KEY
004010         MOVE 'VALUE FALLS BELOW THE ROW BEFORE IT'
004020             TO LFAC-EXC-TEXT
004030         PERFORM 6000-PRINT-EXCEPTION THRU 6000-EXIT
004040     END-IF.
004050
004060     COMPUTE LFAC-SUB = SAMP-LFCIDX-KEY + 1.
004070     MOVE SAMP-LFCIDX-VALUE TO LFAC-VFY-VALUE (LFAC-SUB).
004080     MOVE SAMP-LFCIDX-VALUE TO LFAC-PRIOR-VALUE.
004090     ADD 1 TO LFAC-EXPECT-N.
004100     PERFORM 5200-READ-LFCIDX THRU 5200-EXIT.
004110 5100-EXIT.
004120     EXIT.
004130
004140 5200-READ-LFCIDX.
004150     READ LFCIDX-FILE NEXT RECORD
004160         AT END
004170             MOVE 'Y' TO LFAC-LIDX-EOF-SW
004180         NOT AT END
004190             ADD 1 TO LFAC-READ-COUNT
004200     END-READ.
004210 5200-EXIT.
004220     EXIT.
004230
004240*****************************************************************
004250* 5300-CHECK-ANCHORS - LN 2 AND LN 10, EACH THE DIFFERENCE OF
004260* TWO ADJACENT ROWS, AGAINST THEIR PUBLISHED VALUES.  A SERIES
004270* OR ACCUMULATION FAULT SHOWS UP HERE BEFORE ANYWHERE ELSE.
004280*****************************************************************
004290 5300-CHECK-ANCHORS.
004300     MOVE 2 TO LFAC-LN-ARG.
004310     PERFORM 5600-LN-OF-N THRU 5600-EXIT.
004320     COMPUTE LFAC-DIFF = LFAC-LN-X - LFAC-LN-2.
004330     IF LFAC-DIFF < ZERO
004340         MULTIPLY -1 BY LFAC-DIFF
004350     END-IF.
004360     IF LFAC-DIFF > LFAC-ANCHOR-TOL
004370         MOVE 2 TO LFAC-EXC-KEY
004380         MOVE 'LN 2 DISAGREES WITH ITS PUBLISHED VALUE'
004390             TO LFAC-EXC-TEXT
004400         PERFORM 6000-PRINT-EXCEPTION THRU 6000-EXIT
004410     END-IF.
004420
004430     MOVE 10 TO LFAC-LN-ARG.
004440     PERFORM 5600-LN-OF-N THRU 5600-EXIT.
004450     COMPUTE LFAC-DIFF = LFAC-LN-X - LFAC-LN-10.
004460     IF LFAC-DIFF < ZERO
004470         MULTIPLY -1 BY LFAC-DIFF
004480     END-IF.
004490     IF LFAC-DIFF > LFAC-ANCHOR-TOL
004500         MOVE 10 TO LFAC-EXC-KEY
004510         MOVE 'LN 10 DISAGREES WITH ITS PUBLISHED VALUE'
004520             TO LFAC-EXC-TEXT
004530         PERFORM 6000-PRINT-EXCEPTION THRU 6000-EXIT
004540     END-IF.
004550 5300-EXIT.
004560     EXIT.
004570
004580*****************************************************************
004590* 5400-CHECK-DOUBLING - LN 2N MUST EQUAL LN 2 + LN N.  THE BUILD
004600* REACHES LN 2N BY N MORE STEPS OF THE SERIES, NOT BY ADDING
004610* LN 2, SO A ROW THAT DRIFTED OR WAS DAMAGED SHOWS UP HERE.
004620*****************************************************************
004630 5400-CHECK-DOUBLING.
004640     MOVE LFAC-N TO LFAC-LN-ARG.
004650     PERFORM 5600-LN-OF-N THRU 5600-EXIT.
004660     MOVE LFAC-LN-X TO LFAC-LN-Y.
004670     COMPUTE LFAC-LN-ARG = LFAC-N * 2.
004680     PERFORM 5600-LN-OF-N THRU 5600-EXIT.
004690     MOVE LFAC-LN-X TO LFAC-LN-XY.
004700     COMPUTE LFAC-DIFF = LFAC-LN-XY - LFAC-LN-Y - LFAC-LN-2.
004710     IF LFAC-DIFF < ZERO
004720         MULTIPLY -1 BY LFAC-DIFF
004730     END-IF.
004740     IF LFAC-DIFF > LFAC-IDENT-TOL
004750         MOVE LFAC-LN-ARG TO LFAC-EXC-KEY
004760         MOVE 'LN 2N DOES NOT EQUAL LN 2 + LN N'
004770             TO LFAC-EXC-TEXT
004780         PERFORM 6000-PRINT-EXCEPTION THRU 6000-EXIT
004790     END-IF.
004800 5400-EXIT.
004810     EXIT.
004820
004830*****************************************************************
004840* 5500-CHECK-STIRLING - FROM N = 10 UP, LN N! AGREES WITH
004850*   N LN N - N + (LN 2PI + LN N) / 2
004860*     + 1/(12N) - 1/(360N**3) + 1/(1260N**5)
004870* TO WELL INSIDE THE TOLERANCE (THE FIRST TERM LEFT OFF IS UNDER
004880* 1/(1680N**7)).  THIS PROVES THE RUNNING SUM ITSELF, WHICH THE
004890* ROW-TO-ROW CHECKS ABOVE CANNOT.
004900*****************************************************************
004910 5500-CHECK-STIRLING.
004920     MOVE LFAC-N TO LFAC-LN-ARG.
004930     PERFORM 5600-LN-OF-N THRU 5600-EXIT.
004940     MULTIPLY LFAC-N BY LFAC-LN-X GIVING LFAC-STIRLING.
004950     SUBTRACT LFAC-N FROM LFAC-STIRLING.
004960     ADD LFAC-LN-2PI LFAC-LN-X GIVING LFAC-CORR-HALF.
004970     DIVIDE 2 INTO LFAC-CORR-HALF ROUNDED.
004980     ADD LFAC-CORR-HALF TO LFAC-STIRLING.
004990
005000     COMPUTE LFAC-CORR-DENOM = 12 * LFAC-N.
005010     DIVIDE LFAC-CORR-DENOM INTO 1 GIVING LFAC-CORR ROUNDED.
005020     ADD LFAC-CORR TO LFAC-STIRLING.
005030     COMPUTE LFAC-CORR-DENOM = 360 * LFAC-N * LFAC-N * LFAC-N.
005040     DIVIDE LFAC-CORR-DENOM INTO 1 GIVING LFAC-CORR ROUNDED.
005050     SUBTRACT LFAC-CORR FROM LFAC-STIRLING.
005060     COMPUTE LFAC-CORR-DENOM =
005070         1260 * LFAC-N * LFAC-N * LFAC-N * LFAC-N * LFAC-N.
005080     DIVIDE LFAC-CORR-DENOM INTO 1 GIVING LFAC-CORR ROUNDED.
005090     ADD LFAC-CORR TO LFAC-STIRLING.
005100
005110     COMPUTE LFAC-SUB = LFAC-N + 1.
005120     COMPUTE LFAC-DIFF =
005130         LFAC-VFY-VALUE (LFAC-SUB) - LFAC-STIRLING.
005140     IF LFAC-DIFF < ZERO
005150         MULTIPLY -1 BY LFAC-DIFF
005160     END-IF.
005170     IF LFAC-DIFF > LFAC-STIRLING-TOL
005180         MOVE LFAC-N TO LFAC-EXC-KEY
005190         MOVE 'LN N! FAILS THE STIRLING SERIES CHECK'
005200             TO LFAC-EXC-TEXT
005210         PERFORM 6000-PRINT-EXCEPTION THRU 6000-EXIT
005220     END-IF.
005230 5500-EXIT.
005240     EXIT.
005250
005260*****************************************************************
005270* 5600-LN-OF-N - LN OF LFAC-LN-ARG INTO LFAC-LN-X AS THE
005280* DIFFERENCE OF THAT ROW AND THE ONE BEFORE IT, AS READ BACK.
005290*****************************************************************
005300 5600-LN-OF-N.
005310     COMPUTE LFAC-SUB = LFAC-LN-ARG + 1.
005320     MOVE LFAC-LN-ARG TO LFAC-SUB-2.
005330     COMPUTE LFAC-LN-X = LFAC-VFY-VALUE (LFAC-SUB)
005340                       - LFAC-VFY-VALUE (LFAC-SUB-2).
005350 5600-EXIT.
005360     EXIT.
005370
005380*****************************************************************
005390* 6000-PRINT-EXCEPTION - WRITE ONE EXCEPTION LINE, STARTING A
005400* NEW PAGE WITH HEADINGS EVERY LFAC-LINES-PER-PAGE ROWS.
005410*****************************************************************
005420 6000-PRINT-EXCEPTION.
005430     ADD 1 TO LFAC-EXCP-COUNT.
005440     IF LFAC-LINE-COUNT = ZERO
005450             OR LFAC-LINE-COUNT >= LFAC-LINES-PER-PAGE
005460         PERFORM 6100-PRINT-HEADINGS THRU 6100-EXIT
005470     END-IF.
005480     WRITE LFCRPT-RECORD FROM LFAC-RPT-EXCP-LINE
005490         AFTER ADVANCING 1 LINE.
005500     ADD 1 TO LFAC-LINE-COUNT.
005510 6000-EXIT.
005520     EXIT.
005530
005540 6100-PRINT-HEADINGS.
005550     ADD 1 TO LFAC-PAGE-COUNT.
005560     MOVE ZERO TO LFAC-LINE-COUNT.
005570     MOVE LFAC-RUN-MM     TO LFAC-HDR-MM.
005580     MOVE LFAC-RUN-DD     TO LFAC-HDR-DD.
005590     MOVE LFAC-RUN-YYYY   TO LFAC-HDR-YYYY.
005600     MOVE LFAC-PAGE-COUNT TO LFAC-HDR-PAGE.
005610     WRITE LFCRPT-RECORD FROM LFAC-RPT-HEADER-1
005620         AFTER ADVANCING PAGE.
005630     WRITE LFCRPT-RECORD FROM LFAC-RPT-HEADER-2
005640         AFTER ADVANCING 2 LINES.
005650     MOVE SPACES TO LFCRPT-RECORD.
005660     WRITE LFCRPT-RECORD
005670         AFTER ADVANCING 1 LINE.
005680 6100-EXIT.
005690     EXIT.
005700
005710*****************************************************************
005720* 8000-TERMINATE - PRINT THE COUNT SUMMARY AND THE VERDICT,
005730* CLOSE UP, AND SET THE STEP RETURN CODE - NON-ZERO ON ANY
005740* EXCEPTION SO NOBODY TRUSTS A BAD TABLE.
005750*****************************************************************
005760 8000-TERMINATE.
005770     IF LFAC-LINE-COUNT = ZERO
005780             OR LFAC-LINE-COUNT >= LFAC-LINES-PER-PAGE
005790         PERFORM 6100-PRINT-HEADINGS THRU 6100-EXIT
005800     END-IF.
005810
005820     MOVE 'ROWS WRITTEN TO LFCIDX:  ' TO LFAC-CNT-LABEL.
005830     MOVE LFAC-ROW-COUNT TO LFAC-CNT-VALUE.
005840     WRITE LFCRPT-RECORD FROM LFAC-RPT-COUNT-LINE
005850         AFTER ADVANCING 2 LINES.
005860     MOVE 'ROWS READ BACK:          ' TO LFAC-CNT-LABEL.
005870     MOVE LFAC-READ-COUNT TO LFAC-CNT-VALUE.
005880     WRITE LFCRPT-RECORD FROM LFAC-RPT-COUNT-LINE
005890         AFTER ADVANCING 1 LINE.
005900     MOVE 'EXCEPTIONS FOUND:        ' TO LFAC-CNT-LABEL.
005910     MOVE LFAC-EXCP-COUNT TO LFAC-CNT-VALUE.
005920     WRITE LFCRPT-RECORD FROM LFAC-RPT-COUNT-LINE
005930         AFTER ADVANCING 1 LINE.
005940
005950     IF LFAC-EXCP-COUNT = ZERO
005960         MOVE 'LOG-FACTORIAL TABLE BUILT AND VERIFIED'
005970             TO LFAC-VERDICT-TEXT
005980     ELSE
005990         MOVE 'TABLE FAILED VERIFICATION - SEE EXCEPTIONS'
006000             TO LFAC-VERDICT-TEXT
006010         MOVE 08 TO LFAC-RC
006020     END-IF.
006030     WRITE LFCRPT-RECORD FROM LFAC-RPT-VERDICT-LINE
006040         AFTER ADVANCING 2 LINES.
006050     DISPLAY 'LFACBLD - ' LFAC-VERDICT-TEXT.
006060
006070     PERFORM 8900-WRITE-STEP THRU 8900-EXIT.
006080     CLOSE LFCIDX-FILE.
006090     CLOSE LFCRPT-FILE.
006100     CLOSE STEPLOG-FILE.
006110     MOVE LFAC-RC TO RETURN-CODE.
006120 8000-EXIT.
006130     EXIT.
006140
006150*****************************************************************
006160* 8900-WRITE-STEP - APPEND THE BUILD AND VERIFY RESULT TO THE
006170* CYCLE-STATUS DATASET SO THE MORNING CHECK SEES IT AFTER THE
006180* SYSOUT PURGES.
006190*****************************************************************
006200 8900-WRITE-STEP.
006210     ACCEPT LFAC-STEP-END-TIME FROM TIME.
006220     MOVE LFAC-RUN-DATE        TO SAMP-STEP-RUN-DATE.
006230     MOVE 'LFCB01'             TO SAMP-STEP-NAME.
006240     MOVE 'LFACBLD'            TO SAMP-STEP-PROGRAM.
006250     MOVE LFAC-RC              TO SAMP-STEP-RC.
006260     MOVE SPACES               TO SAMP-STEP-MSGID.
006270     MOVE LFAC-STEP-START-TIME TO SAMP-STEP-START-TIME.
006280     MOVE LFAC-STEP-END-TIME   TO SAMP-STEP-END-TIME.
006290     WRITE SAMP-STEP-RECORD.
006300 8900-EXIT.
006310     EXIT.
006320
006330*****************************************************************
006340* 9999-ABEND-EXIT
006350*****************************************************************
006360 9999-ABEND-EXIT.
006370     IF LFAC-LFCIDX-STATUS = '00'
006380         CLOSE LFCIDX-FILE
006390     END-IF.
006400     IF LFAC-LFCRPT-STATUS = '00'
006410         CLOSE LFCRPT-FILE
006420     END-IF.
006430     IF LFAC-STEP-FILE-OPEN
006440         PERFORM 8900-WRITE-STEP THRU 8900-EXIT
006450         CLOSE STEPLOG-FILE
006460     END-IF.
006470     MOVE LFAC-RC TO RETURN-CODE.
006480     GOBACK.
