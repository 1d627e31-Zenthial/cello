000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.    TRNDRPT.
000120 AUTHOR.        R HALVERSEN.
000130 INSTALLATION.  DATA CENTER APPLICATIONS.
000140 DATE-WRITTEN.  10/15/2026.
000150 DATE-COMPILED.
000160
000170*****************************************************************
000180* MODIFICATION HISTORY
000190* ----------------------------------------------------------------
000200* DATE       INIT  DESCRIPTION
000210* 10/15/2026  RH   ORIGINAL VERSION.  BATCH-WINDOW TREND REPORT
000220*                  OVER THE CYCLE-STATUS DATASET (SEE SAMPSTEP)
000230*                  FOR A RANGE OF NIGHTS - CYCSTAT'S ONE NIGHT
000240*                  AT A TIME DOES NOT SHOW SAMPJOB CREEPING
000250*                  TOWARD THE 06:00 ONLINE START-UP.  ONE LINE
000260*                  PER NIGHT WITH EACH EXPECTED STEP'S ELAPSED
000270*                  TIME, THE WHOLE JOB'S, AND ITS FINISH TIME;
000280*                  A STEP WELL ABOVE ITS OWN AVERAGE IS FLAGGED.
000290*                  THEN PER STEP THE AVERAGE, THE WORST NIGHT
000300*                  AND THE TREND AGAINST THE PRIOR PERIOD OF THE
000310*                  SAME LENGTH, AND EVERY NIGHT THE JOB FINISHED
000320*                  PAST THE LATE THRESHOLD.  THE STEP ENDS RC=4
000330*                  WHEN THE LAST NIGHT IN THE RANGE FINISHED
000340*                  LATE, SO AUTOMATION CAN RAISE IT BEFORE THE
000350*                  WINDOW IS BLOWN.
000360*****************************************************************
000370
000380 ENVIRONMENT DIVISION.
000390 CONFIGURATION SECTION.
000400 SOURCE-COMPUTER.  IBM-370.
000410 OBJECT-COMPUTER.  IBM-370.
000420
000430 INPUT-OUTPUT SECTION.
000440 FILE-CONTROL.
000450     SELECT STEPIN-FILE    ASSIGN TO STEPIN
000460            ORGANIZATION IS SEQUENTIAL
000470            FILE STATUS  IS TRND-STEPIN-STATUS.
000480
000490     SELECT TRNDRPT-FILE   ASSIGN TO TRNDRPT
000500            ORGANIZATION IS SEQUENTIAL
000510            FILE STATUS  IS TRND-TRNDRPT-STATUS.
000520
000530 DATA DIVISION.
000540 FILE SECTION.
000550 FD  STEPIN-FILE
000560     RECORDING MODE IS F.
000570     COPY SAMPSTEP.
000580
000590 FD  TRNDRPT-FILE
000600     RECORDING MODE IS F.
000610 01  TRNDRPT-RECORD            PIC X(80).
000620
000630 WORKING-STORAGE SECTION.
000640
000650*****************************************************************
000660* FILE STATUS AND SWITCHES
000670*****************************************************************
000680   77 TRND-STEPIN-STATUS     PIC X(02) VALUE SPACES.
000690   77 TRND-TRNDRPT-STATUS    PIC X(02) VALUE SPACES.
000700
000710   77 TRND-STEP-EOF-SW       PIC X(01) VALUE 'N'.
000720       88 TRND-STEP-EOF             VALUE 'Y'.
000730       88 TRND-STEP-MORE            VALUE 'N'.
000740
000750   77 TRND-FOUND-SW          PIC X(01) VALUE 'N'.
000760       88 TRND-ENTRY-FOUND          VALUE 'Y'.
000770       88 TRND-ENTRY-MISSING        VALUE 'N'.
000780
000790   77 TRND-PERIOD-SW         PIC X(01) VALUE SPACES.
000800       88 TRND-IN-CURRENT           VALUE 'C'.
000810       88 TRND-IN-PRIOR             VALUE 'P'.
000820       88 TRND-OUT-OF-RANGE         VALUE SPACES.
000830
000840   77 TRND-SECTION-SW        PIC X(01) VALUE 'N'.
000850       88 TRND-NIGHT-SECTION        VALUE 'N'.
000860       88 TRND-SUMMARY-SECTION      VALUE 'S'.
000870       88 TRND-LATE-SECTION         VALUE 'L'.
000880
000890*****************************************************************
000900* PARM WORKING FIELDS - COLS 1-8 = FIRST NIGHT (YYYYMMDD), COLS
000910* 9-16 = LAST NIGHT, COLS 17-20 = LATE THRESHOLD (HHMM, BEFORE
000920* NOON; BLANK MEANS 05:30), COLS 21-23 = HOW MANY PERCENT OVER
000930* ITS OWN AVERAGE A STEP MUST RUN TO BE FLAGGED (BLANK MEANS 50)
000940*****************************************************************
000950 01  TRND-PARM-WORK.
000960     05  TRND-PWK-FROM         PIC X(08).
000970     05  TRND-PWK-TO           PIC X(08).
000980     05  TRND-PWK-LATE         PIC X(04).
000990     05  TRND-PWK-PCT          PIC X(03).
001000
001010 01  TRND-PWK-NUM REDEFINES TRND-PARM-WORK.
001020     05  TRND-PWK-FROM-9       PIC 9(08).
001030     05  TRND-PWK-TO-9         PIC 9(08).
001040     05  TRND-PWK-LATE-HH      PIC 9(02).
001050     05  TRND-PWK-LATE-MM      PIC 9(02).
001060     05  TRND-PWK-PCT-9        PIC 9(03).
001070
001080   77 TRND-RC                PIC 9(04) VALUE ZERO.
001090   77 TRND-FROM-DATE         PIC 9(08) VALUE ZERO.
001100   77 TRND-TO-DATE           PIC 9(08) VALUE ZERO.
001110   77 TRND-LATE-HH           PIC 9(02) VALUE 05.
001120   77 TRND-LATE-MM           PIC 9(02) VALUE 30.
001130   77 TRND-LATE-SECS         PIC S9(06) COMP-3 VALUE ZERO.
001140   77 TRND-FLAG-PCT          PIC 9(03) VALUE 50.
001150
001160*****************************************************************
001170* THE NIGHTS, AS DAY SERIALS (FLIEGEL-VAN FLANDERN, AS IN
001180* AUDRPT).  THE PRIOR PERIOD IS THE SAME NUMBER OF NIGHTS
001190* ENDING THE NIGHT BEFORE THE FIRST ONE ASKED FOR.
001200*****************************************************************
001210   77 TRND-FROM-SERIAL       PIC S9(08) COMP VALUE ZERO.
001220   77 TRND-TO-SERIAL         PIC S9(08) COMP VALUE ZERO.
001230   77 TRND-PRIOR-SERIAL      PIC S9(08) COMP VALUE ZERO.
001240   77 TRND-PERIOD-DAYS       PIC S9(08) COMP VALUE ZERO.
001250   77 TRND-MAX-DAYS          PIC S9(08) COMP VALUE 366.
001260   77 TRND-PRINT-SERIAL      PIC S9(08) COMP VALUE ZERO.
001270   77 TRND-LAST-SERIAL       PIC S9(08) COMP VALUE ZERO.
001280
001290 01  TRND-SER-DATE-X.
001300     05  TRND-SER-YYYY         PIC 9(04).
001310     05  TRND-SER-MM           PIC 9(02).
001320     05  TRND-SER-DD           PIC 9(02).
001330
001340   77 TRND-SER-A             PIC S9(08) COMP VALUE ZERO.
001350   77 TRND-SER-Y             PIC S9(08) COMP VALUE ZERO.
001360   77 TRND-SER-M             PIC S9(08) COMP VALUE ZERO.
001370   77 TRND-SER-WORK          PIC S9(08) COMP VALUE ZERO.
001380   77 TRND-SER-T1            PIC S9(08) COMP VALUE ZERO.
001390   77 TRND-SER-T2            PIC S9(08) COMP VALUE ZERO.
001400   77 TRND-SER-T3            PIC S9(08) COMP VALUE ZERO.
001410   77 TRND-SER-T4            PIC S9(08) COMP VALUE ZERO.
001420   77 TRND-SER-IN            PIC S9(08) COMP VALUE ZERO.
001430
001440*****************************************************************
001450* ONE STEP ROW, IN SECONDS.  SAMPJOB RUNS AFTER THE DAILY CLOSE,
001460* SO A STEP STARTED AT OR AFTER NOON BELONGS TO THE NEXT
001470* MORNING'S NIGHT - ITS TIMES ARE TAKEN AS NEGATIVE SECONDS FROM
001480* THAT MIDNIGHT, AND A NIGHT THAT STRADDLES MIDNIGHT STAYS ONE
001490* NIGHT.  AN END TIME BELOW ITS START TIME RAN PAST MIDNIGHT.
001500*****************************************************************
001510   77 TRND-ROW-SERIAL        PIC S9(08) COMP VALUE ZERO.
001520   77 TRND-ROW-START         PIC S9(06) COMP-3 VALUE ZERO.
001530   77 TRND-ROW-END           PIC S9(06) COMP-3 VALUE ZERO.
001540   77 TRND-ROW-ELAPSED       PIC S9(06) COMP-3 VALUE ZERO.
001550   77 TRND-DAY-SECS          PIC S9(06) COMP-3 VALUE 86400.
001560   77 TRND-NOON-SECS         PIC S9(06) COMP-3 VALUE 43200.
001570
001580 01  TRND-TIME-X.
001590     05  TRND-TIME-HH          PIC 9(02).
001600     05  TRND-TIME-MIN         PIC 9(02).
001610     05  TRND-TIME-SS          PIC 9(02).
001620     05  FILLER                PIC 9(02).
001630
001640*****************************************************************
001650* THE EXPECTED STEP CHAIN, IN THE ORDER SAMPJOB RUNS IT (THE
001660* SAME LIST CYCSTAT JUDGES).  ROWS FROM ANY OTHER STEP ARE LEFT
001670* OUT - THE JOB'S START AND FINISH COME FROM THESE STEPS ALONE.
001680*****************************************************************
001690 01  TRND-STEP-LIST.
001700     05  FILLER                PIC X(08) VALUE 'GATE01'.
001710     05  FILLER                PIC X(08) VALUE 'SAMP01'.
001720     05  FILLER                PIC X(08) VALUE 'FACTVER'.
001730     05  FILLER                PIC X(08) VALUE 'FCMP01'.
001740     05  FILLER                PIC X(08) VALUE 'LFCB01'.
001750     05  FILLER                PIC X(08) VALUE 'CMBB01'.
001760     05  FILLER                PIC X(08) VALUE 'COMB01'.
001770     05  FILLER                PIC X(08) VALUE 'RPTD01'.
001780     05  FILLER                PIC X(08) VALUE 'JOB'.
001790 01  TRND-STEP-LIST-R REDEFINES TRND-STEP-LIST.
001800     05  TRND-EXP-STEP         OCCURS 9 TIMES
001810                               PIC X(08).
001820
001830   77 TRND-STEP-MAX          PIC 9(03) COMP VALUE 8.
001840   77 TRND-JOB-ROW           PIC 9(03) COMP VALUE 9.
001850   77 TRND-STEP-SUB          PIC 9(03) COMP VALUE ZERO.
001860
001870*****************************************************************
001880* NIGHT TABLE.  ONE SLOT PER NIGHT THAT LOGGED ANY ROW, IN
001890* EITHER PERIOD, WITH THE JOB'S FIRST START AND LAST END AND
001900* EACH EXPECTED STEP'S ELAPSED SECONDS.  A STEP RESTARTED IN
001910* THE SAME NIGHT LOGS TWICE AND BOTH RUNS COUNT - THE WINDOW
001920* PAID FOR BOTH.
001930*****************************************************************
001940 01  TRND-NIGHT-TABLE.
001950     05  TRND-NT-ENTRY         OCCURS 732 TIMES.
001960         10  TRND-NT-SERIAL      PIC S9(08) COMP.
001970         10  TRND-NT-PERIOD      PIC X(01).
001980         10  TRND-NT-FIRST-START PIC S9(06) COMP-3.
001990         10  TRND-NT-LAST-END    PIC S9(06) COMP-3.
002000         10  TRND-NT-CELL        OCCURS 8 TIMES.
002010             15  TRND-NT-RAN       PIC X(01).
002020             15  TRND-NT-SECS      PIC S9(06) COMP-3.
002030
002040   77 TRND-NT-MAX            PIC 9(03) COMP VALUE 732.
002050   77 TRND-NT-USED           PIC 9(03) COMP VALUE ZERO.
002060   77 TRND-NT-SUB            PIC 9(03) COMP VALUE ZERO.
002070   77 TRND-LAST-SUB          PIC 9(03) COMP VALUE ZERO.
002080
002090*****************************************************************
002100* PER-STEP STATISTICS, ROW 9 BEING THE WHOLE JOB (FIRST START
002110* TO LAST END).  THE FLAG LIMIT IS THE AVERAGE PLUS THE PARM
002120* PERCENTAGE, BUT NEVER LESS THAN A MINUTE OVER THE AVERAGE, SO
002130* A STEP THAT TAKES SECONDS IS NOT FLAGGED FOR TAKING A FEW MORE.
002140*****************************************************************
002150 01  TRND-STAT-TABLE.
002160     05  TRND-ST-ENTRY         OCCURS 9 TIMES.
002170         10  TRND-ST-CUR-COUNT   PIC 9(05) COMP-3.
002180         10  TRND-ST-CUR-TOTAL   PIC S9(09) COMP-3.
002190         10  TRND-ST-CUR-AVG     PIC S9(06) COMP-3.
002200         10  TRND-ST-WORST       PIC S9(06) COMP-3.
002210         10  TRND-ST-WORST-SER   PIC S9(08) COMP.
002220         10  TRND-ST-PRI-COUNT   PIC 9(05) COMP-3.
002230         10  TRND-ST-PRI-TOTAL   PIC S9(09) COMP-3.
002240         10  TRND-ST-PRI-AVG     PIC S9(06) COMP-3.
002250         10  TRND-ST-FLAG-LIMIT  PIC S9(06) COMP-3.
002260
002270   77 TRND-FLAG-FLOOR        PIC S9(06) COMP-3 VALUE 60.
002280   77 TRND-TREND-PCT         PIC 9(03) VALUE 10.
002290   77 TRND-TREND-FLOOR       PIC S9(06) COMP-3 VALUE 30.
002300   77 TRND-JOB-SECS          PIC S9(06) COMP-3 VALUE ZERO.
002310   77 TRND-CELL-SECS         PIC S9(06) COMP-3 VALUE ZERO.
002320   77 TRND-CHANGE            PIC S9(06) COMP-3 VALUE ZERO.
002330   77 TRND-CHANGE-PCT        PIC S9(05) COMP-3 VALUE ZERO.
002340   77 TRND-ABS-CHANGE        PIC S9(06) COMP-3 VALUE ZERO.
002350
002360   77 TRND-FIN-CUR-COUNT     PIC 9(05) COMP-3 VALUE ZERO.
002370   77 TRND-FIN-CUR-TOTAL     PIC S9(09) COMP-3 VALUE ZERO.
002380   77 TRND-FIN-CUR-AVG       PIC S9(06) COMP-3 VALUE ZERO.
002390   77 TRND-FIN-PRI-COUNT     PIC 9(05) COMP-3 VALUE ZERO.
002400   77 TRND-FIN-PRI-TOTAL     PIC S9(09) COMP-3 VALUE ZERO.
002410   77 TRND-FIN-PRI-AVG       PIC S9(06) COMP-3 VALUE ZERO.
002420
002430*****************************************************************
002440* RUN COUNTERS
002450*****************************************************************
002460   77 TRND-READ-COUNT        PIC 9(07) COMP-3 VALUE ZERO.
002470   77 TRND-USED-COUNT        PIC 9(07) COMP-3 VALUE ZERO.
002480   77 TRND-SKIP-COUNT        PIC 9(07) COMP-3 VALUE ZERO.
002490   77 TRND-CUR-NIGHTS        PIC 9(05) COMP-3 VALUE ZERO.
002500   77 TRND-PRI-NIGHTS        PIC 9(05) COMP-3 VALUE ZERO.
002510   77 TRND-FLAG-COUNT        PIC 9(05) COMP-3 VALUE ZERO.
002520   77 TRND-LATE-COUNT        PIC 9(05) COMP-3 VALUE ZERO.
002530
002540*****************************************************************
002550* TIME FORMATTING - SECONDS IN, MINUTES:SECONDS OR A CLOCK TIME
002560* OUT.  A CLOCK TIME BEFORE MIDNIGHT COMES IN NEGATIVE.
002570*****************************************************************
002580   77 TRND-FMT-IN            PIC S9(07) COMP-3 VALUE ZERO.
002590   77 TRND-FMT-WORK          PIC S9(07) COMP-3 VALUE ZERO.
002600   77 TRND-FMT-HH            PIC 9(02) VALUE ZERO.
002610   77 TRND-FMT-MIN           PIC 9(05) VALUE ZERO.
002620   77 TRND-FMT-SS            PIC 9(02) VALUE ZERO.
002630
002640   77 TRND-RUN-DATE          PIC 9(08) VALUE ZERO.
002650
002660 01  TRND-RUN-DATE-X.
002670     05  TRND-RUN-YYYY         PIC 9(04).
002680     05  TRND-RUN-MM           PIC 9(02).
002690     05  TRND-RUN-DD           PIC 9(02).
002700
002710   77 TRND-LINE-COUNT        PIC 9(03) VALUE ZERO.
002720   77 TRND-PAGE-COUNT        PIC 9(03) VALUE ZERO.
002730   77 TRND-LINES-PER-PAGE    PIC 9(03) VALUE 50.
002740   77 TRND-ADVANCE           PIC 9(01) VALUE 1.
002750
002760*****************************************************************
002770* REPORT LINES
002780*****************************************************************
002790 01  TRND-PRINT-LINE           PIC X(80).
002800
002810 01  TRND-RPT-HEADER-1.
002820     05  FILLER                PIC X(10) VALUE 'RUN DATE: '.
002830     05  TRND-HDR-MM           PIC 99.
002840     05  FILLER                PIC X(01) VALUE '/'.
002850     05  TRND-HDR-DD           PIC 99.
002860     05  FILLER                PIC X(01) VALUE '/'.
002870     05  TRND-HDR-YYYY         PIC 9999.
002880     05  FILLER                PIC X(47) VALUE SPACES.
002890     05  FILLER                PIC X(06) VALUE 'PAGE '.
002900     05  TRND-HDR-PAGE         PIC ZZ9.
002910
002920 01  TRND-RPT-HEADER-2.
002930     05  FILLER                PIC X(31)
002940            VALUE 'SAMPJOB BATCH-WINDOW TREND FOR '.
002950     05  TRND-HDR-FROM         PIC X(10).
002960     05  FILLER                PIC X(06) VALUE ' THRU '.
002970     05  TRND-HDR-TO           PIC X(10).
002980
002990 01  TRND-RPT-HEADER-3.
003000     05  FILLER                PIC X(13) VALUE 'PRIOR PERIOD '.
003010     05  TRND-HDR-PRI-FROM     PIC X(10).
003020     05  FILLER                PIC X(06) VALUE ' THRU '.
003030     05  TRND-HDR-PRI-TO       PIC X(10).
003040     05  FILLER                PIC X(14) VALUE '   LATE AFTER '.
003050     05  TRND-HDR-LATE-HH      PIC 99.
003060     05  FILLER                PIC X(01) VALUE ':'.
003070     05  TRND-HDR-LATE-MM      PIC 99.
003080     05  FILLER                PIC X(11) VALUE '   FLAG AT '.
003090     05  TRND-HDR-PCT          PIC ZZ9.
003100     05  FILLER                PIC X(05) VALUE ' PCT+'.
003110
003120 01  TRND-RPT-DATE-X.
003130     05  TRND-DTX-MM           PIC 99.
003140     05  FILLER                PIC X(01) VALUE '/'.
003150     05  TRND-DTX-DD           PIC 99.
003160     05  FILLER                PIC X(01) VALUE '/'.
003170     05  TRND-DTX-YYYY         PIC 9999.
003180
003190 01  TRND-RPT-NIGHT-TITLE.
003200     05  FILLER                PIC X(33) VALUE
003210         'ELAPSED MINUTES:SECONDS BY NIGHT.'.
003240
003250 01  TRND-RPT-NIGHT-TITLE-2.
003260     05  FILLER                PIC X(42) VALUE
003270         '* ON A STEP = WELL OVER ITS OWN AVERAGE   '.
003275     05  FILLER                PIC X(34) VALUE
003277         '* ON FINISH = PAST LATE THRESHOLD'.
003280
003290 01  TRND-RPT-NIGHT-COLHDG.
003300     05  FILLER                PIC X(08) VALUE 'NIGHT'.
003310     05  FILLER                PIC X(07) VALUE ' GATE01'.
003320     05  FILLER                PIC X(07) VALUE ' SAMP01'.
003330     05  FILLER                PIC X(07) VALUE 'FACTVER'.
003340     05  FILLER                PIC X(07) VALUE ' FCMP01'.
003350     05  FILLER                PIC X(07) VALUE ' LFCB01'.
003360     05  FILLER                PIC X(07) VALUE ' CMBB01'.
003370     05  FILLER                PIC X(07) VALUE ' COMB01'.
003380     05  FILLER                PIC X(07) VALUE ' RPTD01'.
003390     05  FILLER                PIC X(07) VALUE '    JOB'.
003400     05  FILLER                PIC X(07) VALUE ' FINISH'.
003410
003420 01  TRND-RPT-NIGHT-DETAIL.
003430     05  TRND-DET-MM           PIC 99.
003440     05  FILLER                PIC X(01) VALUE '/'.
003450     05  TRND-DET-DD           PIC 99.
003460     05  FILLER                PIC X(01) VALUE '/'.
003470     05  TRND-DET-YY           PIC 99.
003475     05  FILLER                PIC X(01) VALUE SPACES.
003480     05  TRND-DET-CELL         OCCURS 9 TIMES.
003500         10  TRND-DET-MIN        PIC ZZ9.
003510         10  TRND-DET-SEP        PIC X(01).
003520         10  TRND-DET-SEC        PIC 99.
003525         10  TRND-DET-FLAG       PIC X(01).
003530     05  FILLER                PIC X(01) VALUE SPACES.
003550     05  TRND-DET-FIN-HH       PIC 99.
003560     05  FILLER                PIC X(01) VALUE ':'.
003570     05  TRND-DET-FIN-MM       PIC 99.
003575     05  TRND-DET-FIN-FLAG     PIC X(01).
003580
003590 01  TRND-RPT-SUM-TITLE.
003600     05  FILLER                PIC X(45) VALUE
003610         'ELAPSED MINUTES:SECONDS BY STEP, THIS PERIOD '.
003620     05  FILLER                PIC X(21) VALUE
003630         'AGAINST THE PRIOR ONE'.
003640
003650 01  TRND-RPT-SUM-COLHDG.
003660     05  FILLER                PIC X(10) VALUE 'STEP'.
003670     05  FILLER                PIC X(06) VALUE 'NIGHTS'.
003680     05  FILLER                PIC X(09) VALUE '  AVERAGE'.
003690     05  FILLER                PIC X(09) VALUE '    WORST'.
003700     05  FILLER                PIC X(10) VALUE '  WORST ON'.
003710     05  FILLER                PIC X(10) VALUE ' PRIOR AVG'.
003720     05  FILLER                PIC X(09) VALUE '   CHANGE'.
003730     05  FILLER                PIC X(07) VALUE '  TREND'.
003740
003750 01  TRND-RPT-SUM-DETAIL.
003760     05  TRND-SUM-STEP         PIC X(08).
003770     05  FILLER                PIC X(02) VALUE SPACES.
003780     05  TRND-SUM-NIGHTS       PIC ZZZZ9.
003790     05  FILLER                PIC X(04) VALUE SPACES.
003800     05  TRND-SUM-AVG-MIN      PIC ZZ9.
003810     05  FILLER                PIC X(01) VALUE ':'.
003820     05  TRND-SUM-AVG-SEC      PIC 99.
003830     05  FILLER                PIC X(03) VALUE SPACES.
003840     05  TRND-SUM-WST-MIN      PIC ZZ9.
003850     05  FILLER                PIC X(01) VALUE ':'.
003860     05  TRND-SUM-WST-SEC      PIC 99.
003870     05  FILLER                PIC X(02) VALUE SPACES.
003880     05  TRND-SUM-WST-DATE     PIC X(08).
003890     05  FILLER                PIC X(04) VALUE SPACES.
003900     05  TRND-SUM-PRI-MIN      PIC ZZ9.
003910     05  FILLER                PIC X(01) VALUE ':'.
003920     05  TRND-SUM-PRI-SEC      PIC 99.
003930     05  FILLER                PIC X(02) VALUE SPACES.
003940     05  TRND-SUM-CHG-SIGN     PIC X(01).
003950     05  TRND-SUM-CHG-MIN      PIC ZZ9.
003960     05  FILLER                PIC X(01) VALUE ':'.
003970     05  TRND-SUM-CHG-SEC      PIC 99.
003980     05  FILLER                PIC X(02) VALUE SPACES.
003990     05  TRND-SUM-TREND-GRP.
004000         10  TRND-SUM-TREND      PIC X(08).
004010         10  TRND-SUM-PCT        PIC +ZZ9.
004020         10  TRND-SUM-PCT-SIGN   PIC X(01).
004030
004040 01  TRND-RPT-WST-DATE.
004050     05  TRND-WDT-MM           PIC 99.
004060     05  FILLER                PIC X(01) VALUE '/'.
004070     05  TRND-WDT-DD           PIC 99.
004080     05  FILLER                PIC X(01) VALUE '/'.
004090     05  TRND-WDT-YY           PIC 99.
004100
004110 01  TRND-RPT-FINISH-LINE.
004120     05  FILLER                PIC X(16) VALUE 'AVERAGE FINISH'.
004130     05  TRND-FLN-CUR-HH       PIC 99.
004140     05  FILLER                PIC X(01) VALUE ':'.
004150     05  TRND-FLN-CUR-MM       PIC 99.
004160     05  FILLER                PIC X(17) VALUE
004170         '   PRIOR PERIOD '.
004180     05  TRND-FLN-PRI-HH       PIC 99.
004190     05  FILLER                PIC X(01) VALUE ':'.
004200     05  TRND-FLN-PRI-MM       PIC 99.
004210     05  FILLER                PIC X(03) VALUE SPACES.
004220     05  TRND-FLN-CHG-SIGN     PIC X(01).
004230     05  TRND-FLN-CHG-MIN      PIC ZZZ9.
004240     05  FILLER                PIC X(12) VALUE ' MINUTES'.
004250
004260 01  TRND-RPT-LATE-TITLE.
004270     05  FILLER                PIC X(32) VALUE
004280         'NIGHTS THE JOB FINISHED AFTER '.
004290     05  TRND-LTT-HH           PIC 99.
004300     05  FILLER                PIC X(01) VALUE ':'.
004310     05  TRND-LTT-MM           PIC 99.
004320
004330 01  TRND-RPT-LATE-COLHDG.
004340     05  FILLER                PIC X(12) VALUE 'NIGHT'.
004350     05  FILLER                PIC X(11) VALUE 'FINISHED'.
004360     05  FILLER                PIC X(07) VALUE 'OVER BY'.
004370
004380 01  TRND-RPT-LATE-DETAIL.
004390     05  TRND-LAT-DATE         PIC X(10).
004400     05  FILLER                PIC X(02) VALUE SPACES.
004410     05  TRND-LAT-HH           PIC 99.
004420     05  FILLER                PIC X(01) VALUE ':'.
004430     05  TRND-LAT-MM           PIC 99.
004440     05  FILLER                PIC X(01) VALUE ':'.
004450     05  TRND-LAT-SS           PIC 99.
004460     05  FILLER                PIC X(03) VALUE SPACES.
004470     05  TRND-LAT-OVER-MIN     PIC ZZ9.
004480     05  FILLER                PIC X(01) VALUE ':'.
004490     05  TRND-LAT-OVER-SEC     PIC 99.
004500
004510 01  TRND-RPT-LATE-NONE.
004520     05  FILLER                PIC X(30) VALUE
004530         'NONE - EVERY NIGHT FINISHED IN'.
004540     05  FILLER                PIC X(05) VALUE ' TIME'.
004550
004560 01  TRND-RPT-VERDICT-LINE.
004570     05  TRND-VRD-FLAG         PIC X(03).
004580     05  FILLER                PIC X(11) VALUE 'LAST NIGHT '.
004590     05  TRND-VRD-DATE         PIC X(10).
004600     05  FILLER                PIC X(10) VALUE ' FINISHED '.
004610     05  TRND-VRD-HH           PIC 99.
004620     05  FILLER                PIC X(01) VALUE ':'.
004630     05  TRND-VRD-MM           PIC 99.
004640     05  FILLER                PIC X(01) VALUE ':'.
004650     05  TRND-VRD-SS           PIC 99.
004660     05  FILLER                PIC X(03) VALUE ' - '.
004670     05  TRND-VRD-TEXT         PIC X(30).
004680
004690 01  TRND-RPT-NONE-LINE.
004700     05  FILLER                PIC X(48) VALUE
004710         'NO STEP RESULTS ON FILE FOR THE REQUESTED NIGHTS'.
004720
004730 01  TRND-RPT-COUNT-LINE.
004740     05  TRND-CNT-LABEL        PIC X(25).
004750     05  TRND-CNT-VALUE        PIC Z,ZZZ,ZZ9.
004760
004770 LINKAGE SECTION.
004780 01  TRND-PARM.
004790     05  TRND-PARM-LEN         PIC S9(4) COMP.
004800     05  TRND-PARM-DATA        PIC X(80).
004810
004820 PROCEDURE DIVISION USING TRND-PARM.
004830
004840*****************************************************************
004850* 0000-MAINLINE
004860*****************************************************************
004870 0000-MAINLINE.
004880     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
004890     PERFORM 2000-VALIDATE-PARM THRU 2000-EXIT.
004900     PERFORM 3000-COLLECT-NIGHTS THRU 3000-EXIT.
004910     PERFORM 4000-COMPUTE-STATS THRU 4000-EXIT.
004920     IF TRND-CUR-NIGHTS = ZERO
004930         MOVE 'N' TO TRND-SECTION-SW
004940         MOVE TRND-RPT-NONE-LINE TO TRND-PRINT-LINE
004950         MOVE 2 TO TRND-ADVANCE
004960         PERFORM 8500-PRINT-LINE THRU 8500-EXIT
004970         MOVE 04 TO TRND-RC
004980     ELSE
004990         PERFORM 5000-PRINT-NIGHTS THRU 5000-EXIT
005000         PERFORM 6000-PRINT-SUMMARY THRU 6000-EXIT
005010         PERFORM 7000-PRINT-LATE THRU 7000-EXIT
005020     END-IF.
005030     PERFORM 8000-TERMINATE THRU 8000-EXIT.
005040     GOBACK.
005050
005060*****************************************************************
005070* 1000-INITIALIZE - OPEN THE CYCLE-STATUS FILE AND THE REPORT.
005080*****************************************************************
005090 1000-INITIALIZE.
005100     ACCEPT TRND-RUN-DATE FROM DATE YYYYMMDD.
005110     MOVE TRND-RUN-DATE TO TRND-RUN-DATE-X.
005120     INITIALIZE TRND-STAT-TABLE.
005130
005140     OPEN INPUT STEPIN-FILE.
005150     IF TRND-STEPIN-STATUS NOT = '00'
005160         DISPLAY 'TRNDRPT - STEPIN OPEN FAILED, STATUS = '
005170             TRND-STEPIN-STATUS
005180         MOVE 28 TO TRND-RC
005190         GO TO 9999-ABEND-EXIT
005200     END-IF.
005210
005220     OPEN OUTPUT TRNDRPT-FILE.
005230     IF TRND-TRNDRPT-STATUS NOT = '00'
005240         DISPLAY 'TRNDRPT - TRNDRPT OPEN FAILED, STATUS = '
005250             TRND-TRNDRPT-STATUS
005260         MOVE 28 TO TRND-RC
005270         GO TO 9999-ABEND-EXIT
005280     END-IF.
005290 1000-EXIT.
005300     EXIT.
005310
005320*****************************************************************
005330* 2000-VALIDATE-PARM - BOTH NIGHTS ARE REQUIRED, IN ORDER, AND
005340* NO MORE THAN A YEAR APART.  THE THRESHOLD AND THE PERCENTAGE
005350* MAY BE LEFT BLANK FOR THE DEFAULTS.  THE PRIOR PERIOD IS
005360* WORKED OUT HERE FROM THE LENGTH OF THE ONE ASKED FOR.
005370*****************************************************************
005380 2000-VALIDATE-PARM.
005390     IF TRND-PARM-LEN < 16
005400         DISPLAY 'TRNDRPT - NO DATE RANGE, NEED YYYYMMDDYYYYMMDD'
005410         MOVE 16 TO TRND-RC
005420         GO TO 9999-ABEND-EXIT
005430     END-IF.
005440     MOVE SPACES TO TRND-PARM-WORK.
005450     IF TRND-PARM-LEN > 23
005460         MOVE TRND-PARM-DATA(1:23) TO TRND-PARM-WORK
005470     ELSE
005480         MOVE TRND-PARM-DATA(1:TRND-PARM-LEN) TO TRND-PARM-WORK
005490     END-IF.
005500
005510     IF TRND-PWK-FROM IS NOT NUMERIC
005520             OR TRND-PWK-TO IS NOT NUMERIC
005530         DISPLAY 'TRNDRPT - DATE RANGE IS NOT NUMERIC: '
005540             TRND-PWK-FROM ' ' TRND-PWK-TO
005550         MOVE 16 TO TRND-RC
005560         GO TO 9999-ABEND-EXIT
005570     END-IF.
005580     MOVE TRND-PWK-FROM-9 TO TRND-FROM-DATE.
005590     MOVE TRND-PWK-TO-9   TO TRND-TO-DATE.
005600     IF TRND-FROM-DATE > TRND-TO-DATE
005610         DISPLAY 'TRNDRPT - FIRST NIGHT IS AFTER THE LAST NIGHT'
005620         MOVE 12 TO TRND-RC
005630         GO TO 9999-ABEND-EXIT
005640     END-IF.
005650
005660     IF TRND-PWK-LATE NOT = SPACES
005670         IF TRND-PWK-LATE IS NOT NUMERIC
005680                 OR TRND-PWK-LATE-HH > 11
005690                 OR TRND-PWK-LATE-MM > 59
005700             DISPLAY 'TRNDRPT - LATE THRESHOLD MUST BE HHMM '
005710                 'BEFORE NOON: ' TRND-PWK-LATE
005720             MOVE 12 TO TRND-RC
005730             GO TO 9999-ABEND-EXIT
005740         END-IF
005750         MOVE TRND-PWK-LATE-HH TO TRND-LATE-HH
005760         MOVE TRND-PWK-LATE-MM TO TRND-LATE-MM
005770     END-IF.
005780     COMPUTE TRND-LATE-SECS =
005790         TRND-LATE-HH * 3600 + TRND-LATE-MM * 60.
005800
005810     IF TRND-PWK-PCT NOT = SPACES
005820         IF TRND-PWK-PCT IS NOT NUMERIC
005830                 OR TRND-PWK-PCT-9 = ZERO
005840             DISPLAY 'TRNDRPT - FLAG PERCENTAGE MUST BE 001-999: '
005850                 TRND-PWK-PCT
005860             MOVE 12 TO TRND-RC
005870             GO TO 9999-ABEND-EXIT
005880         END-IF
005890         MOVE TRND-PWK-PCT-9 TO TRND-FLAG-PCT
005900     END-IF.
005910
005920     MOVE TRND-FROM-DATE TO TRND-SER-DATE-X.
005930     PERFORM 3310-DATE-TO-SERIAL THRU 3310-EXIT.
005940     MOVE TRND-SER-WORK TO TRND-FROM-SERIAL.
005950     MOVE TRND-TO-DATE TO TRND-SER-DATE-X.
005960     PERFORM 3310-DATE-TO-SERIAL THRU 3310-EXIT.
005970     MOVE TRND-SER-WORK TO TRND-TO-SERIAL.
005980     COMPUTE TRND-PERIOD-DAYS =
005990         TRND-TO-SERIAL - TRND-FROM-SERIAL + 1.
006000     IF TRND-PERIOD-DAYS > TRND-MAX-DAYS
006010         DISPLAY 'TRNDRPT - DATE RANGE IS LONGER THAN A YEAR'
006020         MOVE 12 TO TRND-RC
006030         GO TO 9999-ABEND-EXIT
006040     END-IF.
006050     COMPUTE TRND-PRIOR-SERIAL =
006060         TRND-FROM-SERIAL - TRND-PERIOD-DAYS.
006070
006080     MOVE TRND-FROM-SERIAL TO TRND-SER-IN.
006090     PERFORM 6900-FORMAT-DATE THRU 6900-EXIT.
006100     MOVE TRND-RPT-DATE-X TO TRND-HDR-FROM.
006110     MOVE TRND-TO-SERIAL TO TRND-SER-IN.
006120     PERFORM 6900-FORMAT-DATE THRU 6900-EXIT.
006130     MOVE TRND-RPT-DATE-X TO TRND-HDR-TO.
006140     MOVE TRND-PRIOR-SERIAL TO TRND-SER-IN.
006150     PERFORM 6900-FORMAT-DATE THRU 6900-EXIT.
006160     MOVE TRND-RPT-DATE-X TO TRND-HDR-PRI-FROM.
006170     COMPUTE TRND-SER-IN = TRND-FROM-SERIAL - 1.
006180     PERFORM 6900-FORMAT-DATE THRU 6900-EXIT.
006190     MOVE TRND-RPT-DATE-X TO TRND-HDR-PRI-TO.
006200     MOVE TRND-LATE-HH TO TRND-HDR-LATE-HH.
006210     MOVE TRND-LATE-MM TO TRND-HDR-LATE-MM.
006220     MOVE TRND-FLAG-PCT TO TRND-HDR-PCT.
006230 2000-EXIT.
006240     EXIT.
006250
006260*****************************************************************
006270* 3000-COLLECT-NIGHTS - ONE PASS DOWN THE STEP FILE, PLACING
006280* EVERY ROW THAT FALLS IN THE PERIOD OR THE PRIOR ONE.
006290*****************************************************************
006300 3000-COLLECT-NIGHTS.
006310     PERFORM 3200-READ-STEP THRU 3200-EXIT.
006320     PERFORM 3100-COLLECT-ROW THRU 3100-EXIT
006330         UNTIL TRND-STEP-EOF.
006340 3000-EXIT.
006350     EXIT.
006360
006370 3100-COLLECT-ROW.
006380     PERFORM 3300-PLACE-ROW THRU 3300-EXIT.
006390     PERFORM 3200-READ-STEP THRU 3200-EXIT.
006400 3100-EXIT.
006410     EXIT.
006420
006430 3200-READ-STEP.
006440     READ STEPIN-FILE
006450         AT END
006460             MOVE 'Y' TO TRND-STEP-EOF-SW
006470         NOT AT END
006480             ADD 1 TO TRND-READ-COUNT
006490     END-READ.
006500 3200-EXIT.
006510     EXIT.
006520
006530*****************************************************************
006540* 3300-PLACE-ROW - TURN THE ROW'S DATE AND TIMES INTO A NIGHT
006550* AND SECONDS, DECIDE WHICH PERIOD IT BELONGS TO, AND ADD IT TO
006560* ITS NIGHT.  A ROW WITH A DATE OR TIME THAT IS NOT NUMERIC IS
006570* COUNTED AND SKIPPED.  A ROW FROM A STEP OUTSIDE THE SAMPJOB
006571* CHAIN (A DAYTIME FRCVJOB REBUILD, SAY) IS PASSED OVER, SO IT
006572* CANNOT MAKE A NIGHT LATE OR STRETCH THE NEXT NIGHT'S WINDOW.
006580*****************************************************************
006590 3300-PLACE-ROW.
006600     IF SAMP-STEP-RUN-DATE IS NOT NUMERIC
006610             OR SAMP-STEP-START-TIME IS NOT NUMERIC
006620             OR SAMP-STEP-END-TIME IS NOT NUMERIC
006630         ADD 1 TO TRND-SKIP-COUNT
006640         GO TO 3300-EXIT
006650     END-IF.
006660
006661     PERFORM 3500-FIND-STEP THRU 3500-EXIT.
006662     IF TRND-ENTRY-MISSING
006663         GO TO 3300-EXIT
006664     END-IF.
006665
006670     MOVE SAMP-STEP-RUN-DATE TO TRND-SER-DATE-X.
006680     PERFORM 3310-DATE-TO-SERIAL THRU 3310-EXIT.
006690     MOVE TRND-SER-WORK TO TRND-ROW-SERIAL.
006700
006710     MOVE SAMP-STEP-START-TIME TO TRND-TIME-X.
006720     COMPUTE TRND-ROW-START =
006730         TRND-TIME-HH * 3600 + TRND-TIME-MIN * 60
006740         + TRND-TIME-SS.
006750     MOVE SAMP-STEP-END-TIME TO TRND-TIME-X.
006760     COMPUTE TRND-ROW-END =
006770         TRND-TIME-HH * 3600 + TRND-TIME-MIN * 60
006780         + TRND-TIME-SS.
006790     IF TRND-ROW-END < TRND-ROW-START
006800         ADD TRND-DAY-SECS TO TRND-ROW-END
006810     END-IF.
006820     SUBTRACT TRND-ROW-START FROM TRND-ROW-END
006830         GIVING TRND-ROW-ELAPSED.
006840     IF TRND-ROW-START NOT < TRND-NOON-SECS
006850         ADD 1 TO TRND-ROW-SERIAL
006860         SUBTRACT TRND-DAY-SECS FROM TRND-ROW-START
006870         SUBTRACT TRND-DAY-SECS FROM TRND-ROW-END
006880     END-IF.
006890
006900     MOVE SPACES TO TRND-PERIOD-SW.
006910     IF TRND-ROW-SERIAL NOT < TRND-FROM-SERIAL
006920             AND TRND-ROW-SERIAL NOT > TRND-TO-SERIAL
006930         MOVE 'C' TO TRND-PERIOD-SW
006940     END-IF.
006950     IF TRND-ROW-SERIAL NOT < TRND-PRIOR-SERIAL
006960             AND TRND-ROW-SERIAL < TRND-FROM-SERIAL
006970         MOVE 'P' TO TRND-PERIOD-SW
006980     END-IF.
006990     IF TRND-OUT-OF-RANGE
007000         GO TO 3300-EXIT
007010     END-IF.
007020
007030     PERFORM 3400-FIND-NIGHT THRU 3400-EXIT.
007040     IF TRND-ENTRY-MISSING
007050         IF TRND-NT-USED >= TRND-NT-MAX
007060             ADD 1 TO TRND-SKIP-COUNT
007070             GO TO 3300-EXIT
007080         END-IF
007090         ADD 1 TO TRND-NT-USED
007100         MOVE TRND-NT-USED TO TRND-NT-SUB
007110         PERFORM 3420-START-NIGHT THRU 3420-EXIT
007120     END-IF.
007130     ADD 1 TO TRND-USED-COUNT.
007140
007150     IF TRND-ROW-START < TRND-NT-FIRST-START (TRND-NT-SUB)
007160         MOVE TRND-ROW-START TO TRND-NT-FIRST-START (TRND-NT-SUB)
007170     END-IF.
007180     IF TRND-ROW-END > TRND-NT-LAST-END (TRND-NT-SUB)
007190         MOVE TRND-ROW-END TO TRND-NT-LAST-END (TRND-NT-SUB)
007200     END-IF.
007210
007220     PERFORM 3500-FIND-STEP THRU 3500-EXIT.
007230     IF TRND-ENTRY-FOUND
007240         MOVE 'Y' TO TRND-NT-RAN (TRND-NT-SUB TRND-STEP-SUB)
007250         ADD TRND-ROW-ELAPSED
007260             TO TRND-NT-SECS (TRND-NT-SUB TRND-STEP-SUB)
007270     END-IF.
007280 3300-EXIT.
007290     EXIT.
007300
007310*****************************************************************
007320* 3310-DATE-TO-SERIAL - FLIEGEL-VAN FLANDERN DAY NUMBER FROM A
007330* YYYYMMDD DATE IN TRND-SER-DATE-X, RETURNED IN TRND-SER-WORK.
007340* EACH DIVISION IS A SEPARATE DIVIDE INTO AN INTEGER FIELD SO
007350* EVERY TERM TRUNCATES BEFORE THE FINAL SUM.
007360*****************************************************************
007370 3310-DATE-TO-SERIAL.
007380     COMPUTE TRND-SER-A = (14 - TRND-SER-MM) / 12.
007390     COMPUTE TRND-SER-Y = TRND-SER-YYYY + 4800 - TRND-SER-A.
007400     COMPUTE TRND-SER-M = TRND-SER-MM + 12 * TRND-SER-A - 3.
007410     COMPUTE TRND-SER-T1 = 153 * TRND-SER-M + 2.
007420     DIVIDE TRND-SER-T1 BY 5 GIVING TRND-SER-T1.
007430     DIVIDE TRND-SER-Y BY 4 GIVING TRND-SER-T2.
007440     DIVIDE TRND-SER-Y BY 100 GIVING TRND-SER-T3.
007450     DIVIDE TRND-SER-Y BY 400 GIVING TRND-SER-T4.
007460     COMPUTE TRND-SER-WORK =
007470         TRND-SER-DD
007480         + TRND-SER-T1
007490         + 365 * TRND-SER-Y
007500         + TRND-SER-T2
007510         - TRND-SER-T3
007520         + TRND-SER-T4
007530         - 32045.
007540 3310-EXIT.
007550     EXIT.
007560
007570*****************************************************************
007580* 3320-SERIAL-TO-DATE - INVERSE OF 3310: TURN THE DAY SERIAL IN
007590* TRND-SER-IN BACK INTO YYYY/MM/DD IN TRND-SER-DATE-X.  SAME
007600* DISCIPLINE AS 3310 - EVERY DIVISION IS A SEPARATE DIVIDE SO
007610* EACH TERM TRUNCATES BEFORE IT IS USED.
007620*****************************************************************
007630 3320-SERIAL-TO-DATE.
007640     COMPUTE TRND-SER-A = TRND-SER-IN + 32044.
007650     COMPUTE TRND-SER-WORK = 4 * TRND-SER-A + 3.
007660     DIVIDE TRND-SER-WORK BY 146097 GIVING TRND-SER-T1.
007670     COMPUTE TRND-SER-WORK = 146097 * TRND-SER-T1.
007680     DIVIDE TRND-SER-WORK BY 4 GIVING TRND-SER-WORK.
007690     COMPUTE TRND-SER-T2 = TRND-SER-A - TRND-SER-WORK.
007700     COMPUTE TRND-SER-WORK = 4 * TRND-SER-T2 + 3.
007710     DIVIDE TRND-SER-WORK BY 1461 GIVING TRND-SER-T3.
007720     COMPUTE TRND-SER-WORK = 1461 * TRND-SER-T3.
007730     DIVIDE TRND-SER-WORK BY 4 GIVING TRND-SER-WORK.
007740     COMPUTE TRND-SER-T4 = TRND-SER-T2 - TRND-SER-WORK.
007750     COMPUTE TRND-SER-WORK = 5 * TRND-SER-T4 + 2.
007760     DIVIDE TRND-SER-WORK BY 153 GIVING TRND-SER-M.
007770     COMPUTE TRND-SER-WORK = 153 * TRND-SER-M + 2.
007780     DIVIDE TRND-SER-WORK BY 5 GIVING TRND-SER-WORK.
007790     COMPUTE TRND-SER-DD =
007800         TRND-SER-T4 - TRND-SER-WORK + 1.
007810     DIVIDE TRND-SER-M BY 10 GIVING TRND-SER-WORK.
007820     COMPUTE TRND-SER-MM =
007830         TRND-SER-M + 3 - 12 * TRND-SER-WORK.
007840     COMPUTE TRND-SER-YYYY =
007850         100 * TRND-SER-T1 + TRND-SER-T3 - 4800
007860         + TRND-SER-WORK.
007870 3320-EXIT.
007880     EXIT.
007890
007900*****************************************************************
007910* 3400-FIND-NIGHT - LOOK UP THE ROW'S NIGHT IN THE TABLE.
007920*****************************************************************
007930 3400-FIND-NIGHT.
007940     MOVE 'N' TO TRND-FOUND-SW.
007950     MOVE ZERO TO TRND-NT-SUB.
007960     PERFORM 3410-CHECK-ONE-NIGHT THRU 3410-EXIT
007970         UNTIL TRND-ENTRY-FOUND
007980             OR TRND-NT-SUB >= TRND-NT-USED.
007990 3400-EXIT.
008000     EXIT.
008010
008020 3410-CHECK-ONE-NIGHT.
008030     ADD 1 TO TRND-NT-SUB.
008040     IF TRND-NT-SERIAL (TRND-NT-SUB) = TRND-ROW-SERIAL
008050         MOVE 'Y' TO TRND-FOUND-SW
008060     END-IF.
008070 3410-EXIT.
008080     EXIT.
008090
008100*****************************************************************
008110* 3420-START-NIGHT - CLAIM A FRESH SLOT FOR A NIGHT NOT SEEN YET.
008120*****************************************************************
008130 3420-START-NIGHT.
008140     MOVE TRND-ROW-SERIAL TO TRND-NT-SERIAL (TRND-NT-SUB).
008150     MOVE TRND-PERIOD-SW  TO TRND-NT-PERIOD (TRND-NT-SUB).
008160     MOVE TRND-ROW-START  TO TRND-NT-FIRST-START (TRND-NT-SUB).
008170     MOVE TRND-ROW-END    TO TRND-NT-LAST-END (TRND-NT-SUB).
008180     MOVE ZERO TO TRND-STEP-SUB.
008190     PERFORM 3430-CLEAR-CELL THRU 3430-EXIT
008200         UNTIL TRND-STEP-SUB >= TRND-STEP-MAX.
008210 3420-EXIT.
008220     EXIT.
008230
008240 3430-CLEAR-CELL.
008250     ADD 1 TO TRND-STEP-SUB.
008260     MOVE 'N'  TO TRND-NT-RAN (TRND-NT-SUB TRND-STEP-SUB).
008270     MOVE ZERO TO TRND-NT-SECS (TRND-NT-SUB TRND-STEP-SUB).
008280 3430-EXIT.
008290     EXIT.
008300
008310*****************************************************************
008320* 3500-FIND-STEP - POSITION OF THE ROW'S STEP IN THE EXPECTED
008330* CHAIN, IN TRND-STEP-SUB.
008340*****************************************************************
008350 3500-FIND-STEP.
008360     MOVE 'N' TO TRND-FOUND-SW.
008370     MOVE ZERO TO TRND-STEP-SUB.
008380     PERFORM 3510-CHECK-ONE-STEP THRU 3510-EXIT
008390         UNTIL TRND-ENTRY-FOUND
008400             OR TRND-STEP-SUB >= TRND-STEP-MAX.
008410 3500-EXIT.
008420     EXIT.
008430
008440 3510-CHECK-ONE-STEP.
008450     ADD 1 TO TRND-STEP-SUB.
008460     IF TRND-EXP-STEP (TRND-STEP-SUB) = SAMP-STEP-NAME
008470         MOVE 'Y' TO TRND-FOUND-SW
008480     END-IF.
008490 3510-EXIT.
008500     EXIT.
008510
008520*****************************************************************
008530* 4000-COMPUTE-STATS - ROLL EVERY NIGHT INTO THE PER-STEP
008540* TOTALS FOR ITS PERIOD, NOTE THE WORST NIGHTS AND THE LAST
008550* NIGHT IN THE RANGE, THEN TAKE THE AVERAGES AND FLAG LIMITS.
008560*****************************************************************
008570 4000-COMPUTE-STATS.
008580     MOVE ZERO TO TRND-NT-SUB.
008590     PERFORM 4100-ONE-NIGHT THRU 4100-EXIT
008600         UNTIL TRND-NT-SUB >= TRND-NT-USED.
008610     MOVE ZERO TO TRND-STEP-SUB.
008620     PERFORM 4200-STEP-AVERAGES THRU 4200-EXIT
008630         UNTIL TRND-STEP-SUB >= TRND-JOB-ROW.
008640     IF TRND-FIN-CUR-COUNT > ZERO
008650         DIVIDE TRND-FIN-CUR-TOTAL BY TRND-FIN-CUR-COUNT
008660             GIVING TRND-FIN-CUR-AVG ROUNDED
008670     END-IF.
008680     IF TRND-FIN-PRI-COUNT > ZERO
008690         DIVIDE TRND-FIN-PRI-TOTAL BY TRND-FIN-PRI-COUNT
008700             GIVING TRND-FIN-PRI-AVG ROUNDED
008710     END-IF.
008720 4000-EXIT.
008730     EXIT.
008740
008750 4100-ONE-NIGHT.
008760     ADD 1 TO TRND-NT-SUB.
008770     SUBTRACT TRND-NT-FIRST-START (TRND-NT-SUB)
008780         FROM TRND-NT-LAST-END (TRND-NT-SUB)
008790         GIVING TRND-JOB-SECS.
008800     IF TRND-NT-PERIOD (TRND-NT-SUB) = 'C'
008810         ADD 1 TO TRND-CUR-NIGHTS
008820         ADD 1 TO TRND-FIN-CUR-COUNT
008830         ADD TRND-NT-LAST-END (TRND-NT-SUB) TO TRND-FIN-CUR-TOTAL
008840         IF TRND-NT-SERIAL (TRND-NT-SUB) > TRND-LAST-SERIAL
008850             MOVE TRND-NT-SERIAL (TRND-NT-SUB)
008860                 TO TRND-LAST-SERIAL
008870             MOVE TRND-NT-SUB TO TRND-LAST-SUB
008880         END-IF
008890     ELSE
008900         ADD 1 TO TRND-PRI-NIGHTS
008910         ADD 1 TO TRND-FIN-PRI-COUNT
008920         ADD TRND-NT-LAST-END (TRND-NT-SUB) TO TRND-FIN-PRI-TOTAL
008930     END-IF.
008940     MOVE ZERO TO TRND-STEP-SUB.
008950     PERFORM 4110-ONE-CELL THRU 4110-EXIT
008960         UNTIL TRND-STEP-SUB >= TRND-JOB-ROW.
008970 4100-EXIT.
008980     EXIT.
008990
009000*****************************************************************
009010* 4110-ONE-CELL - ONE STEP OF ONE NIGHT (OR, FOR ROW 9, THE
009020* WHOLE JOB) INTO ITS PERIOD'S TOTALS.
009030*****************************************************************
009040 4110-ONE-CELL.
009050     ADD 1 TO TRND-STEP-SUB.
009060     IF TRND-STEP-SUB = TRND-JOB-ROW
009070         MOVE TRND-JOB-SECS TO TRND-CELL-SECS
009080     ELSE
009090         IF TRND-NT-RAN (TRND-NT-SUB TRND-STEP-SUB) NOT = 'Y'
009100             GO TO 4110-EXIT
009110         END-IF
009120         MOVE TRND-NT-SECS (TRND-NT-SUB TRND-STEP-SUB)
009130             TO TRND-CELL-SECS
009140     END-IF.
009150     IF TRND-NT-PERIOD (TRND-NT-SUB) = 'C'
009160         ADD 1 TO TRND-ST-CUR-COUNT (TRND-STEP-SUB)
009170         ADD TRND-CELL-SECS TO TRND-ST-CUR-TOTAL (TRND-STEP-SUB)
009180         IF TRND-ST-CUR-COUNT (TRND-STEP-SUB) = 1
009190                 OR TRND-CELL-SECS > TRND-ST-WORST (TRND-STEP-SUB)
009200             MOVE TRND-CELL-SECS TO TRND-ST-WORST (TRND-STEP-SUB)
009210             MOVE TRND-NT-SERIAL (TRND-NT-SUB)
009220                 TO TRND-ST-WORST-SER (TRND-STEP-SUB)
009230         END-IF
009240     ELSE
009250         ADD 1 TO TRND-ST-PRI-COUNT (TRND-STEP-SUB)
009260         ADD TRND-CELL-SECS TO TRND-ST-PRI-TOTAL (TRND-STEP-SUB)
009270     END-IF.
009280 4110-EXIT.
009290     EXIT.
009300
009310 4200-STEP-AVERAGES.
009320     ADD 1 TO TRND-STEP-SUB.
009330     IF TRND-ST-CUR-COUNT (TRND-STEP-SUB) > ZERO
009340         DIVIDE TRND-ST-CUR-TOTAL (TRND-STEP-SUB)
009350             BY TRND-ST-CUR-COUNT (TRND-STEP-SUB)
009360             GIVING TRND-ST-CUR-AVG (TRND-STEP-SUB) ROUNDED
009370     END-IF.
009380     IF TRND-ST-PRI-COUNT (TRND-STEP-SUB) > ZERO
009390         DIVIDE TRND-ST-PRI-TOTAL (TRND-STEP-SUB)
009400             BY TRND-ST-PRI-COUNT (TRND-STEP-SUB)
009410             GIVING TRND-ST-PRI-AVG (TRND-STEP-SUB) ROUNDED
009420     END-IF.
009430     COMPUTE TRND-ST-FLAG-LIMIT (TRND-STEP-SUB) ROUNDED =
009440         TRND-ST-CUR-AVG (TRND-STEP-SUB)
009450         * (100 + TRND-FLAG-PCT) / 100.
009460     IF TRND-ST-FLAG-LIMIT (TRND-STEP-SUB) <
009470             TRND-ST-CUR-AVG (TRND-STEP-SUB) + TRND-FLAG-FLOOR
009480         ADD TRND-ST-CUR-AVG (TRND-STEP-SUB) TRND-FLAG-FLOOR
009490             GIVING TRND-ST-FLAG-LIMIT (TRND-STEP-SUB)
009500     END-IF.
009510 4200-EXIT.
009520     EXIT.
009530
009540*****************************************************************
009550* 5000-PRINT-NIGHTS - ONE LINE PER NIGHT OF THE PERIOD THAT
009560* LOGGED ANYTHING, IN DATE ORDER.
009570*****************************************************************
009580 5000-PRINT-NIGHTS.
009590     MOVE 'N' TO TRND-SECTION-SW.
009600     MOVE ZERO TO TRND-LINE-COUNT.
009610     MOVE TRND-FROM-SERIAL TO TRND-PRINT-SERIAL.
009620     PERFORM 5100-ONE-SERIAL THRU 5100-EXIT
009630         UNTIL TRND-PRINT-SERIAL > TRND-TO-SERIAL.
009640 5000-EXIT.
009650     EXIT.
009660
009670 5100-ONE-SERIAL.
009680     MOVE TRND-PRINT-SERIAL TO TRND-ROW-SERIAL.
009690     PERFORM 3400-FIND-NIGHT THRU 3400-EXIT.
009700     ADD 1 TO TRND-PRINT-SERIAL.
009710     IF TRND-ENTRY-MISSING
009720         GO TO 5100-EXIT
009730     END-IF.
009740
009750     MOVE TRND-NT-SERIAL (TRND-NT-SUB) TO TRND-SER-IN.
009760     PERFORM 3320-SERIAL-TO-DATE THRU 3320-EXIT.
009770     MOVE TRND-SER-MM   TO TRND-DET-MM.
009780     MOVE TRND-SER-DD   TO TRND-DET-DD.
009790     MOVE TRND-SER-YYYY TO TRND-DET-YY.
009800
009810     SUBTRACT TRND-NT-FIRST-START (TRND-NT-SUB)
009820         FROM TRND-NT-LAST-END (TRND-NT-SUB)
009830         GIVING TRND-JOB-SECS.
009840     MOVE ZERO TO TRND-STEP-SUB.
009850     PERFORM 5110-FORMAT-CELL THRU 5110-EXIT
009860         UNTIL TRND-STEP-SUB >= TRND-JOB-ROW.
009870
009880     MOVE TRND-NT-LAST-END (TRND-NT-SUB) TO TRND-FMT-IN.
009890     PERFORM 6600-FORMAT-CLOCK THRU 6600-EXIT.
009900     MOVE TRND-FMT-HH  TO TRND-DET-FIN-HH.
009910     MOVE TRND-FMT-MIN TO TRND-DET-FIN-MM.
009920     IF TRND-NT-LAST-END (TRND-NT-SUB) > TRND-LATE-SECS
009930         MOVE '*' TO TRND-DET-FIN-FLAG
009940     ELSE
009950         MOVE SPACE TO TRND-DET-FIN-FLAG
009960     END-IF.
009970
009980     MOVE TRND-RPT-NIGHT-DETAIL TO TRND-PRINT-LINE.
009990     MOVE 1 TO TRND-ADVANCE.
010000     PERFORM 8500-PRINT-LINE THRU 8500-EXIT.
010010 5100-EXIT.
010020     EXIT.
010030
010040*****************************************************************
010050* 5110-FORMAT-CELL - ONE STEP'S ELAPSED TIME ON THE NIGHT LINE,
010060* STARRED WHEN IT IS OVER THE STEP'S FLAG LIMIT.  A STEP THAT
010070* DID NOT RUN THAT NIGHT IS LEFT BLANK.
010080*****************************************************************
010090 5110-FORMAT-CELL.
010100     ADD 1 TO TRND-STEP-SUB.
010110     IF TRND-STEP-SUB = TRND-JOB-ROW
010120         MOVE TRND-JOB-SECS TO TRND-CELL-SECS
010130     ELSE
010140         IF TRND-NT-RAN (TRND-NT-SUB TRND-STEP-SUB) NOT = 'Y'
010150             MOVE SPACES TO TRND-DET-CELL (TRND-STEP-SUB)
010160             GO TO 5110-EXIT
010170         END-IF
010180         MOVE TRND-NT-SECS (TRND-NT-SUB TRND-STEP-SUB)
010190             TO TRND-CELL-SECS
010200     END-IF.
010210     MOVE TRND-CELL-SECS TO TRND-FMT-IN.
010220     PERFORM 6500-FORMAT-ELAPSED THRU 6500-EXIT.
010230     MOVE TRND-FMT-MIN TO TRND-DET-MIN (TRND-STEP-SUB).
010240     MOVE ':'          TO TRND-DET-SEP (TRND-STEP-SUB).
010250     MOVE TRND-FMT-SS  TO TRND-DET-SEC (TRND-STEP-SUB).
010260     IF TRND-CELL-SECS > TRND-ST-FLAG-LIMIT (TRND-STEP-SUB)
010270         MOVE '*' TO TRND-DET-FLAG (TRND-STEP-SUB)
010280         ADD 1 TO TRND-FLAG-COUNT
010290     ELSE
010300         MOVE SPACE TO TRND-DET-FLAG (TRND-STEP-SUB)
010310     END-IF.
010320 5110-EXIT.
010330     EXIT.
010340
010350*****************************************************************
010360* 6000-PRINT-SUMMARY - THE PER-STEP FIGURES START ON A NEW PAGE:
010370* AVERAGE, WORST NIGHT, PRIOR-PERIOD AVERAGE AND THE CHANGE,
010380* THEN THE WHOLE JOB AND ITS AVERAGE FINISH TIME.
010390*****************************************************************
010400 6000-PRINT-SUMMARY.
010410     MOVE 'S' TO TRND-SECTION-SW.
010420     MOVE ZERO TO TRND-LINE-COUNT.
010430     MOVE ZERO TO TRND-STEP-SUB.
010440     PERFORM 6100-ONE-STEP THRU 6100-EXIT
010450         UNTIL TRND-STEP-SUB >= TRND-JOB-ROW.
010460
010470     MOVE TRND-FIN-CUR-AVG TO TRND-FMT-IN.
010480     PERFORM 6600-FORMAT-CLOCK THRU 6600-EXIT.
010490     MOVE TRND-FMT-HH  TO TRND-FLN-CUR-HH.
010500     MOVE TRND-FMT-MIN TO TRND-FLN-CUR-MM.
010510     MOVE TRND-FIN-PRI-AVG TO TRND-FMT-IN.
010520     PERFORM 6600-FORMAT-CLOCK THRU 6600-EXIT.
010530     MOVE TRND-FMT-HH  TO TRND-FLN-PRI-HH.
010540     MOVE TRND-FMT-MIN TO TRND-FLN-PRI-MM.
010550     IF TRND-FIN-PRI-COUNT = ZERO
010560         MOVE ZERO TO TRND-CHANGE
010570     ELSE
010580         SUBTRACT TRND-FIN-PRI-AVG FROM TRND-FIN-CUR-AVG
010590             GIVING TRND-CHANGE
010600     END-IF.
010610     IF TRND-CHANGE < ZERO
010620         MOVE '-' TO TRND-FLN-CHG-SIGN
010630         MULTIPLY -1 BY TRND-CHANGE
010640     ELSE
010650         MOVE '+' TO TRND-FLN-CHG-SIGN
010660     END-IF.
010670     DIVIDE TRND-CHANGE BY 60 GIVING TRND-FLN-CHG-MIN ROUNDED.
010680     MOVE TRND-RPT-FINISH-LINE TO TRND-PRINT-LINE.
010690     MOVE 2 TO TRND-ADVANCE.
010700     PERFORM 8500-PRINT-LINE THRU 8500-EXIT.
010710 6000-EXIT.
010720     EXIT.
010730
010740*****************************************************************
010750* 6100-ONE-STEP - ONE SUMMARY LINE.  THE TREND IS SLOWER OR
010760* FASTER WHEN THE AVERAGE MOVED MORE THAN TRND-TREND-PCT
010770* PERCENT AND AT LEAST TRND-TREND-FLOOR SECONDS, STEADY
010780* OTHERWISE.
010790*****************************************************************
010800 6100-ONE-STEP.
010810     ADD 1 TO TRND-STEP-SUB.
010820     MOVE TRND-EXP-STEP (TRND-STEP-SUB) TO TRND-SUM-STEP.
010830     MOVE TRND-ST-CUR-COUNT (TRND-STEP-SUB) TO TRND-SUM-NIGHTS.
010840     MOVE TRND-ST-CUR-AVG (TRND-STEP-SUB) TO TRND-FMT-IN.
010850     PERFORM 6500-FORMAT-ELAPSED THRU 6500-EXIT.
010860     MOVE TRND-FMT-MIN TO TRND-SUM-AVG-MIN.
010870     MOVE TRND-FMT-SS  TO TRND-SUM-AVG-SEC.
010880     MOVE TRND-ST-WORST (TRND-STEP-SUB) TO TRND-FMT-IN.
010890     PERFORM 6500-FORMAT-ELAPSED THRU 6500-EXIT.
010900     MOVE TRND-FMT-MIN TO TRND-SUM-WST-MIN.
010910     MOVE TRND-FMT-SS  TO TRND-SUM-WST-SEC.
010920     IF TRND-ST-CUR-COUNT (TRND-STEP-SUB) = ZERO
010930         MOVE SPACES TO TRND-SUM-WST-DATE
010940     ELSE
010950         MOVE TRND-ST-WORST-SER (TRND-STEP-SUB) TO TRND-SER-IN
010960         PERFORM 3320-SERIAL-TO-DATE THRU 3320-EXIT
010970         MOVE TRND-SER-MM   TO TRND-WDT-MM
010980         MOVE TRND-SER-DD   TO TRND-WDT-DD
010990         MOVE TRND-SER-YYYY TO TRND-WDT-YY
011000         MOVE TRND-RPT-WST-DATE TO TRND-SUM-WST-DATE
011010     END-IF.
011020     MOVE TRND-ST-PRI-AVG (TRND-STEP-SUB) TO TRND-FMT-IN.
011030     PERFORM 6500-FORMAT-ELAPSED THRU 6500-EXIT.
011040     MOVE TRND-FMT-MIN TO TRND-SUM-PRI-MIN.
011050     MOVE TRND-FMT-SS  TO TRND-SUM-PRI-SEC.
011060
011070     MOVE ZERO TO TRND-CHANGE.
011080     MOVE ZERO TO TRND-CHANGE-PCT.
011090     IF TRND-ST-CUR-COUNT (TRND-STEP-SUB) > ZERO
011100             AND TRND-ST-PRI-COUNT (TRND-STEP-SUB) > ZERO
011110         SUBTRACT TRND-ST-PRI-AVG (TRND-STEP-SUB)
011120             FROM TRND-ST-CUR-AVG (TRND-STEP-SUB)
011130             GIVING TRND-CHANGE
011140         IF TRND-ST-PRI-AVG (TRND-STEP-SUB) > ZERO
011150             COMPUTE TRND-CHANGE-PCT ROUNDED =
011160                 TRND-CHANGE * 100
011170                 / TRND-ST-PRI-AVG (TRND-STEP-SUB)
011180                 ON SIZE ERROR
011190                     MOVE 999 TO TRND-CHANGE-PCT
011200             END-COMPUTE
011210         END-IF
011220     END-IF.
011230     IF TRND-CHANGE < ZERO
011240         MOVE '-' TO TRND-SUM-CHG-SIGN
011250         MULTIPLY -1 BY TRND-CHANGE GIVING TRND-ABS-CHANGE
011260     ELSE
011270         MOVE '+' TO TRND-SUM-CHG-SIGN
011280         MOVE TRND-CHANGE TO TRND-ABS-CHANGE
011290     END-IF.
011300     MOVE TRND-ABS-CHANGE TO TRND-FMT-IN.
011310     PERFORM 6500-FORMAT-ELAPSED THRU 6500-EXIT.
011320     MOVE TRND-FMT-MIN TO TRND-SUM-CHG-MIN.
011330     MOVE TRND-FMT-SS  TO TRND-SUM-CHG-SEC.
011340
011350     EVALUATE TRUE
011360         WHEN TRND-ST-CUR-COUNT (TRND-STEP-SUB) = ZERO
011370             MOVE 'DID NOT RUN' TO TRND-SUM-TREND-GRP
011380         WHEN TRND-ST-PRI-COUNT (TRND-STEP-SUB) = ZERO
011390             MOVE 'NO PRIOR DATA' TO TRND-SUM-TREND-GRP
011400         WHEN TRND-ABS-CHANGE < TRND-TREND-FLOOR
011410             MOVE 'STEADY' TO TRND-SUM-TREND-GRP
011420         WHEN TRND-CHANGE-PCT > TRND-TREND-PCT
011430             MOVE 'SLOWER'        TO TRND-SUM-TREND
011440             MOVE TRND-CHANGE-PCT TO TRND-SUM-PCT
011450             MOVE '%'             TO TRND-SUM-PCT-SIGN
011460         WHEN TRND-CHANGE-PCT < ZERO - TRND-TREND-PCT
011470             MOVE 'FASTER'        TO TRND-SUM-TREND
011480             MOVE TRND-CHANGE-PCT TO TRND-SUM-PCT
011490             MOVE '%'             TO TRND-SUM-PCT-SIGN
011500         WHEN OTHER
011510             MOVE 'STEADY' TO TRND-SUM-TREND-GRP
011520     END-EVALUATE.
011530
011540     MOVE TRND-RPT-SUM-DETAIL TO TRND-PRINT-LINE.
011550     IF TRND-STEP-SUB = TRND-JOB-ROW
011560         MOVE 2 TO TRND-ADVANCE
011570     ELSE
011580         MOVE 1 TO TRND-ADVANCE
011590     END-IF.
011600     PERFORM 8500-PRINT-LINE THRU 8500-EXIT.
011610 6100-EXIT.
011620     EXIT.
011630
011640*****************************************************************
011650* 6500-FORMAT-ELAPSED - TRND-FMT-IN SECONDS (NOT NEGATIVE) AS
011660* MINUTES AND SECONDS.  THE MINUTES ARE CAPPED AT 999.
011670*****************************************************************
011680 6500-FORMAT-ELAPSED.
011690     MOVE ZERO TO TRND-FMT-MIN.
011700     MOVE ZERO TO TRND-FMT-SS.
011710     IF TRND-FMT-IN NOT > ZERO
011720         GO TO 6500-EXIT
011730     END-IF.
011740     DIVIDE TRND-FMT-IN BY 60 GIVING TRND-FMT-MIN
011750         REMAINDER TRND-FMT-SS.
011760     IF TRND-FMT-MIN > 999
011770         MOVE 999 TO TRND-FMT-MIN
011780         MOVE 59  TO TRND-FMT-SS
011790     END-IF.
011800 6500-EXIT.
011810     EXIT.
011820
011830*****************************************************************
011840* 6600-FORMAT-CLOCK - TRND-FMT-IN SECONDS FROM THE NIGHT'S
011850* MIDNIGHT (NEGATIVE BEFORE IT) AS A CLOCK TIME, HOURS,
011860* MINUTES AND SECONDS.
011870*****************************************************************
011880 6600-FORMAT-CLOCK.
011890     MOVE TRND-FMT-IN TO TRND-FMT-WORK.
011900     IF TRND-FMT-WORK < ZERO
011910         ADD TRND-DAY-SECS TO TRND-FMT-WORK
011920     END-IF.
011930     IF TRND-FMT-WORK NOT < TRND-DAY-SECS
011940         SUBTRACT TRND-DAY-SECS FROM TRND-FMT-WORK
011950     END-IF.
011960     DIVIDE TRND-FMT-WORK BY 3600 GIVING TRND-FMT-HH
011970         REMAINDER TRND-FMT-WORK.
011980     DIVIDE TRND-FMT-WORK BY 60 GIVING TRND-FMT-MIN
011990         REMAINDER TRND-FMT-SS.
012000 6600-EXIT.
012010     EXIT.
012020
012030*****************************************************************
012040* 6900-FORMAT-DATE - DAY SERIAL IN TRND-SER-IN AS MM/DD/YYYY IN
012050* TRND-RPT-DATE-X.
012060*****************************************************************
012070 6900-FORMAT-DATE.
012080     PERFORM 3320-SERIAL-TO-DATE THRU 3320-EXIT.
012090     MOVE TRND-SER-MM   TO TRND-DTX-MM.
012100     MOVE TRND-SER-DD   TO TRND-DTX-DD.
012110     MOVE TRND-SER-YYYY TO TRND-DTX-YYYY.
012120 6900-EXIT.
012130     EXIT.
012140
012150*****************************************************************
012160* 7000-PRINT-LATE - EVERY NIGHT OF THE PERIOD THE JOB FINISHED
012170* PAST THE THRESHOLD, THEN THE VERDICT ON THE LAST NIGHT.  A
012180* LATE LAST NIGHT ENDS THE STEP RC=4.
012190*****************************************************************
012200 7000-PRINT-LATE.
012210     MOVE 'L' TO TRND-SECTION-SW.
012220     MOVE TRND-LATE-HH TO TRND-LTT-HH.
012230     MOVE TRND-LATE-MM TO TRND-LTT-MM.
012240     MOVE TRND-RPT-LATE-TITLE TO TRND-PRINT-LINE.
012250     MOVE 3 TO TRND-ADVANCE.
012260     PERFORM 8500-PRINT-LINE THRU 8500-EXIT.
012270     MOVE TRND-RPT-LATE-COLHDG TO TRND-PRINT-LINE.
012280     MOVE 2 TO TRND-ADVANCE.
012290     PERFORM 8500-PRINT-LINE THRU 8500-EXIT.
012300
012310     MOVE TRND-FROM-SERIAL TO TRND-PRINT-SERIAL.
012320     PERFORM 7100-ONE-SERIAL THRU 7100-EXIT
012330         UNTIL TRND-PRINT-SERIAL > TRND-TO-SERIAL.
012340     IF TRND-LATE-COUNT = ZERO
012350         MOVE TRND-RPT-LATE-NONE TO TRND-PRINT-LINE
012360         MOVE 1 TO TRND-ADVANCE
012370         PERFORM 8500-PRINT-LINE THRU 8500-EXIT
012380     END-IF.
012390
012400     MOVE TRND-LAST-SERIAL TO TRND-SER-IN.
012410     PERFORM 6900-FORMAT-DATE THRU 6900-EXIT.
012420     MOVE TRND-RPT-DATE-X TO TRND-VRD-DATE.
012430     MOVE TRND-NT-LAST-END (TRND-LAST-SUB) TO TRND-FMT-IN.
012440     PERFORM 6600-FORMAT-CLOCK THRU 6600-EXIT.
012450     MOVE TRND-FMT-HH  TO TRND-VRD-HH.
012460     MOVE TRND-FMT-MIN TO TRND-VRD-MM.
012470     MOVE TRND-FMT-SS  TO TRND-VRD-SS.
012480     IF TRND-NT-LAST-END (TRND-LAST-SUB) > TRND-LATE-SECS
012490         MOVE '** ' TO TRND-VRD-FLAG
012500         MOVE 'PAST THE LATE THRESHOLD' TO TRND-VRD-TEXT
012510         MOVE 04 TO TRND-RC
012520     ELSE
012530         MOVE SPACES TO TRND-VRD-FLAG
012540         MOVE 'WITHIN THE WINDOW' TO TRND-VRD-TEXT
012550     END-IF.
012560     MOVE TRND-RPT-VERDICT-LINE TO TRND-PRINT-LINE.
012570     MOVE 2 TO TRND-ADVANCE.
012580     PERFORM 8500-PRINT-LINE THRU 8500-EXIT.
012590 7000-EXIT.
012600     EXIT.
012610
012620 7100-ONE-SERIAL.
012630     MOVE TRND-PRINT-SERIAL TO TRND-ROW-SERIAL.
012640     PERFORM 3400-FIND-NIGHT THRU 3400-EXIT.
012650     ADD 1 TO TRND-PRINT-SERIAL.
012660     IF TRND-ENTRY-MISSING
012670         GO TO 7100-EXIT
012680     END-IF.
012690     IF TRND-NT-LAST-END (TRND-NT-SUB) NOT > TRND-LATE-SECS
012700         GO TO 7100-EXIT
012710     END-IF.
012720
012730     ADD 1 TO TRND-LATE-COUNT.
012740     MOVE TRND-NT-SERIAL (TRND-NT-SUB) TO TRND-SER-IN.
012750     PERFORM 6900-FORMAT-DATE THRU 6900-EXIT.
012760     MOVE TRND-RPT-DATE-X TO TRND-LAT-DATE.
012770     MOVE TRND-NT-LAST-END (TRND-NT-SUB) TO TRND-FMT-IN.
012780     PERFORM 6600-FORMAT-CLOCK THRU 6600-EXIT.
012790     MOVE TRND-FMT-HH  TO TRND-LAT-HH.
012800     MOVE TRND-FMT-MIN TO TRND-LAT-MM.
012810     MOVE TRND-FMT-SS  TO TRND-LAT-SS.
012820     SUBTRACT TRND-LATE-SECS FROM TRND-NT-LAST-END (TRND-NT-SUB)
012830         GIVING TRND-FMT-IN.
012840     PERFORM 6500-FORMAT-ELAPSED THRU 6500-EXIT.
012850     MOVE TRND-FMT-MIN TO TRND-LAT-OVER-MIN.
012860     MOVE TRND-FMT-SS  TO TRND-LAT-OVER-SEC.
012870     MOVE TRND-RPT-LATE-DETAIL TO TRND-PRINT-LINE.
012880     MOVE 1 TO TRND-ADVANCE.
012890     PERFORM 8500-PRINT-LINE THRU 8500-EXIT.
012900 7100-EXIT.
012910     EXIT.
012920
012930*****************************************************************
012940* 8000-TERMINATE - THE RUN COUNTS, THEN CLOSE UP.
012950*****************************************************************
012960 8000-TERMINATE.
012970     MOVE 'STEP ROWS READ:          ' TO TRND-CNT-LABEL.
012980     MOVE TRND-READ-COUNT TO TRND-CNT-VALUE.
012990     WRITE TRNDRPT-RECORD FROM TRND-RPT-COUNT-LINE
013000         AFTER ADVANCING 3 LINES.
013010     MOVE 'STEP ROWS USED:          ' TO TRND-CNT-LABEL.
013020     MOVE TRND-USED-COUNT TO TRND-CNT-VALUE.
013030     WRITE TRNDRPT-RECORD FROM TRND-RPT-COUNT-LINE
013040         AFTER ADVANCING 1 LINE.
013050     MOVE 'STEP ROWS SKIPPED:       ' TO TRND-CNT-LABEL.
013060     MOVE TRND-SKIP-COUNT TO TRND-CNT-VALUE.
013070     WRITE TRNDRPT-RECORD FROM TRND-RPT-COUNT-LINE
013080         AFTER ADVANCING 1 LINE.
013090     MOVE 'NIGHTS IN PERIOD:        ' TO TRND-CNT-LABEL.
013100     MOVE TRND-CUR-NIGHTS TO TRND-CNT-VALUE.
013110     WRITE TRNDRPT-RECORD FROM TRND-RPT-COUNT-LINE
013120         AFTER ADVANCING 1 LINE.
013130     MOVE 'NIGHTS IN PRIOR PERIOD:  ' TO TRND-CNT-LABEL.
013140     MOVE TRND-PRI-NIGHTS TO TRND-CNT-VALUE.
013150     WRITE TRNDRPT-RECORD FROM TRND-RPT-COUNT-LINE
013160         AFTER ADVANCING 1 LINE.
013170     MOVE 'STEP RUNS FLAGGED:       ' TO TRND-CNT-LABEL.
013180     MOVE TRND-FLAG-COUNT TO TRND-CNT-VALUE.
013190     WRITE TRNDRPT-RECORD FROM TRND-RPT-COUNT-LINE
013200         AFTER ADVANCING 1 LINE.
013210     MOVE 'LATE FINISHES:           ' TO TRND-CNT-LABEL.
013220     MOVE TRND-LATE-COUNT TO TRND-CNT-VALUE.
013230     WRITE TRNDRPT-RECORD FROM TRND-RPT-COUNT-LINE
013240         AFTER ADVANCING 1 LINE.
013250
013260     CLOSE STEPIN-FILE.
013270     CLOSE TRNDRPT-FILE.
013280     MOVE TRND-RC TO RETURN-CODE.
013290 8000-EXIT.
013300     EXIT.
013310
013320*****************************************************************
013330* 8500-PRINT-LINE - WRITE TRND-PRINT-LINE AFTER TRND-ADVANCE
013340* LINES, STARTING A NEW PAGE WITH HEADINGS FIRST WHEN THE PAGE
013350* IS FULL (OR THE SECTION HAS ASKED FOR A FRESH ONE BY ZEROING
013360* THE LINE COUNT).
013370*****************************************************************
013380 8500-PRINT-LINE.
013390     IF TRND-LINE-COUNT = ZERO
013400             OR TRND-LINE-COUNT >= TRND-LINES-PER-PAGE
013410         PERFORM 8600-PRINT-HEADINGS THRU 8600-EXIT
013420     END-IF.
013430     WRITE TRNDRPT-RECORD FROM TRND-PRINT-LINE
013440         AFTER ADVANCING TRND-ADVANCE LINES.
013450     ADD TRND-ADVANCE TO TRND-LINE-COUNT.
013460 8500-EXIT.
013470     EXIT.
013480
013490 8600-PRINT-HEADINGS.
013500     ADD 1 TO TRND-PAGE-COUNT.
013510     MOVE TRND-RUN-MM     TO TRND-HDR-MM.
013520     MOVE TRND-RUN-DD     TO TRND-HDR-DD.
013530     MOVE TRND-RUN-YYYY   TO TRND-HDR-YYYY.
013540     MOVE TRND-PAGE-COUNT TO TRND-HDR-PAGE.
013550     WRITE TRNDRPT-RECORD FROM TRND-RPT-HEADER-1
013560         AFTER ADVANCING PAGE.
013570     WRITE TRNDRPT-RECORD FROM TRND-RPT-HEADER-2
013580         AFTER ADVANCING 2 LINES.
013590     WRITE TRNDRPT-RECORD FROM TRND-RPT-HEADER-3
013600         AFTER ADVANCING 1 LINE.
013610     MOVE 5 TO TRND-LINE-COUNT.
013620     EVALUATE TRUE
013630         WHEN TRND-NIGHT-SECTION
013640             WRITE TRNDRPT-RECORD FROM TRND-RPT-NIGHT-TITLE
013650                 AFTER ADVANCING 2 LINES
013660             WRITE TRNDRPT-RECORD FROM TRND-RPT-NIGHT-TITLE-2
013670                 AFTER ADVANCING 1 LINE
013680             WRITE TRNDRPT-RECORD FROM TRND-RPT-NIGHT-COLHDG
013690                 AFTER ADVANCING 2 LINES
013700             ADD 5 TO TRND-LINE-COUNT
013710         WHEN TRND-SUMMARY-SECTION
013720             WRITE TRNDRPT-RECORD FROM TRND-RPT-SUM-TITLE
013730                 AFTER ADVANCING 2 LINES
013740             WRITE TRNDRPT-RECORD FROM TRND-RPT-SUM-COLHDG
013750                 AFTER ADVANCING 2 LINES
013760             ADD 4 TO TRND-LINE-COUNT
013770         WHEN OTHER
013780             WRITE TRNDRPT-RECORD FROM TRND-RPT-LATE-COLHDG
013790                 AFTER ADVANCING 2 LINES
013800             ADD 2 TO TRND-LINE-COUNT
013810     END-EVALUATE.
013820 8600-EXIT.
013830     EXIT.
013840
013850*****************************************************************
013860* 9999-ABEND-EXIT
013870*****************************************************************
013880 9999-ABEND-EXIT.
013890     IF TRND-RC = ZERO
013900         MOVE 16 TO TRND-RC
013910     END-IF.
013920     IF TRND-STEPIN-STATUS = '00'
013930         CLOSE STEPIN-FILE
013940     END-IF.
013950     IF TRND-TRNDRPT-STATUS = '00'
013960         CLOSE TRNDRPT-FILE
013970     END-IF.
013980     MOVE TRND-RC TO RETURN-CODE.
013990     GOBACK.
