000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.    OCPLAN.
000120 AUTHOR.        R HALVERSEN.
000130 INSTALLATION.  DATA CENTER APPLICATIONS.
000140 DATE-WRITTEN.  10/15/2026.
000150 DATE-COMPILED.
000160
000170*****************************************************************
000180* MODIFICATION HISTORY
000190* ----------------------------------------------------------------
000200* DATE       INIT  DESCRIPTION
000210* 10/15/2026  RH   ORIGINAL VERSION.  ACCEPTANCE-SAMPLING PLAN
000220*                  DESIGNER FOR THE QUALITY GROUP.  GIVEN A LOT
000230*                  SIZE, THE ACCEPTABLE QUALITY LEVEL (AQL), THE
000240*                  REJECTABLE QUALITY LEVEL (RQL) AND THE
000250*                  PRODUCER'S AND CONSUMER'S RISKS, FINDS THE
000260*                  SMALLEST SAMPLE SIZE AND ITS ACCEPTANCE NUMBER
000270*                  THAT ACCEPT A LOT AT THE AQL AT LEAST 1-ALPHA
000280*                  OF THE TIME AND A LOT AT THE RQL NO MORE THAN
000290*                  BETA OF THE TIME, THEN PRINTS THE PLAN AND ITS
000300*                  OPERATING CHARACTERISTIC (OC) CURVE - THE
000310*                  PROBABILITY OF ACCEPTING THE LOT AT EVERY
000320*                  DEFECT LEVEL.  EVERY PROBABILITY IS THE EXACT
000330*                  HYPERGEOMETRIC C(D,K) * C(N-D,S-K) / C(N,S),
000340*                  READ FROM CMBIDX THE WAY HYPGEO DOES; A LOT
000350*                  PAST THE EXACT TABLE IS WORKED IN LOGS FROM
000360*                  LFCIDX, ALSO AS HYPGEO DOES.  A USAGE
000370*                  ACCOUNTING ROW IS APPENDED PER RUN LIKE THE
000380*                  OTHER LOOKUP PROGRAMS; THE SUBMITTER ID RIDES
000390*                  IN PARM COLS 17-24.
000400*****************************************************************
000410
000420 ENVIRONMENT DIVISION.
000430 CONFIGURATION SECTION.
000440 SOURCE-COMPUTER.  IBM-370.
000450 OBJECT-COMPUTER.  IBM-370.
000460
000470 INPUT-OUTPUT SECTION.
000480 FILE-CONTROL.
000490     SELECT CMBIDX-FILE    ASSIGN TO CMBIDX
000500            ORGANIZATION IS INDEXED
000510            ACCESS MODE  IS RANDOM
000520            RECORD KEY   IS SAMP-CMBIDX-KEY
000530            FILE STATUS  IS OCPL-CMBIDX-STATUS.
000540
000550     SELECT LFCIDX-FILE    ASSIGN TO LFCIDX
000560            ORGANIZATION IS INDEXED
000570            ACCESS MODE  IS RANDOM
000580            RECORD KEY   IS SAMP-LFCIDX-KEY
000590            FILE STATUS  IS OCPL-LFCIDX-STATUS.
000600
000610     SELECT OCPRPT-FILE    ASSIGN TO OCPRPT
000620            ORGANIZATION IS SEQUENTIAL
000630            FILE STATUS  IS OCPL-OCPRPT-STATUS.
000640
000650     SELECT USAGEDS-FILE   ASSIGN TO USAGEDS
000660            ORGANIZATION IS SEQUENTIAL
000670            FILE STATUS  IS OCPL-USAGEDS-STATUS.
000680
000690 DATA DIVISION.
000700 FILE SECTION.
000710 FD  CMBIDX-FILE
000720     RECORDING MODE IS F.
000730     COPY SAMPCIDX.
000740
000750 FD  LFCIDX-FILE
000760     RECORDING MODE IS F.
000770     COPY SAMPLIDX.
000780
000790 FD  OCPRPT-FILE
000800     RECORDING MODE IS F.
000810 01  OCPRPT-RECORD             PIC X(80).
000820
000830 FD  USAGEDS-FILE
000840     RECORDING MODE IS F.
000850     COPY SAMPUSG.
000860
000870 WORKING-STORAGE SECTION.
000880
000890*****************************************************************
000900* FILE STATUS AND SWITCHES
000910*****************************************************************
000920   77 OCPL-CMBIDX-STATUS     PIC X(02) VALUE SPACES.
000930   77 OCPL-LFCIDX-STATUS     PIC X(02) VALUE SPACES.
000940   77 OCPL-OCPRPT-STATUS     PIC X(02) VALUE SPACES.
000950   77 OCPL-USAGEDS-STATUS    PIC X(02) VALUE SPACES.
000960
000970   77 OCPL-VALID-SW          PIC X(01) VALUE 'Y'.
000980       88 OCPL-VALID                VALUE 'Y'.
000990       88 OCPL-INVALID              VALUE 'N'.
001000
001010   77 OCPL-USAGE-OPEN-SW     PIC X(01) VALUE 'N'.
001020       88 OCPL-USAGE-FILE-OPEN      VALUE 'Y'.
001030       88 OCPL-USAGE-FILE-CLOSED    VALUE 'N'.
001040
001050   77 OCPL-METHOD-SW         PIC X(01) VALUE 'E'.
001060       88 OCPL-EXACT                VALUE 'E'.
001070       88 OCPL-LOG-FACT             VALUE 'L'.
001080
001090   77 OCPL-PLAN-SW           PIC X(01) VALUE 'N'.
001100       88 OCPL-PLAN-FOUND           VALUE 'Y'.
001110       88 OCPL-PLAN-OPEN            VALUE 'N'.
001120
001130   77 OCPL-STOP-SW           PIC X(01) VALUE 'N'.
001140       88 OCPL-STOP                 VALUE 'Y'.
001150       88 OCPL-GO-ON                VALUE 'N'.
001160
001170*****************************************************************
001180* PARM WORKING FIELDS - COLS 1-4 = LOT SIZE N, COLS 5-8 = AQL AND
001190* COLS 9-12 = RQL AS PERCENT DEFECTIVE WITH TWO DECIMALS (0100 IS
001200* 1.00 PERCENT), COLS 13-14 = PRODUCER'S RISK (ALPHA) AND COLS
001210* 15-16 = CONSUMER'S RISK (BETA) AS WHOLE PERCENTS, AND COLS
001220* 17-24 = SUBMITTER ID FOR THE USAGE ACCOUNTING ROW (BLANK BILLS
001230* TO UNKNOWN)
001240*****************************************************************
001250 01  OCPL-PARM-WORK.
001260     05  OCPL-PWK-N            PIC X(04).
001270     05  OCPL-PWK-AQL          PIC X(04).
001280     05  OCPL-PWK-RQL          PIC X(04).
001290     05  OCPL-PWK-ALPHA        PIC X(02).
001300     05  OCPL-PWK-BETA         PIC X(02).
001310     05  OCPL-PWK-SUBMITTER    PIC X(08).
001320
001330 01  OCPL-PWK-NUM REDEFINES OCPL-PARM-WORK.
001340     05  OCPL-PWK-N-9          PIC 9(04).
001350     05  OCPL-PWK-AQL-9        PIC 9(02)V9(02).
001360     05  OCPL-PWK-RQL-9        PIC 9(02)V9(02).
001370     05  OCPL-PWK-ALPHA-9      PIC 9(02).
001380     05  OCPL-PWK-BETA-9       PIC 9(02).
001390     05  FILLER                PIC X(08).
001400
001410   77 OCPL-N                 PIC 9(04) VALUE ZERO.
001420   77 OCPL-AQL               PIC 9(03)V9(02) VALUE ZERO.
001430   77 OCPL-RQL               PIC 9(03)V9(02) VALUE ZERO.
001440   77 OCPL-ALPHA             PIC 9(02) VALUE ZERO.
001450   77 OCPL-BETA              PIC 9(02) VALUE ZERO.
001460   77 OCPL-MAX-RISK          PIC 9(02) VALUE 49.
001470   77 OCPL-MAX-N             PIC 9(02) VALUE 28.
001480   77 OCPL-RC                PIC 9(04) VALUE ZERO.
001490
001500*****************************************************************
001510* THE PLAN.  THE AQL AND RQL ARE TURNED INTO DEFECTIVES IN THE
001520* LOT (ROUNDED); A PLAN MUST ACCEPT AT LEAST OCPL-PA-MIN OF LOTS
001530* AT THE FIRST AND NO MORE THAN OCPL-PA-MAX AT THE SECOND.  FOR
001540* EACH SAMPLE SIZE FROM 1 UP, THE ACCEPTANCE NUMBER IS THE
001550* SMALLEST THAT SATISFIES THE PRODUCER, WHICH IS ALSO THE BEST
001560* THE CONSUMER CAN GET AT THAT SIZE; THE FIRST SIZE WHOSE
001570* ACCEPTANCE NUMBER ALSO SATISFIES THE CONSUMER IS THE PLAN.
001580* AT S = N THE PLAN IS FULL INSPECTION, WHICH ALWAYS SATISFIES
001590* BOTH, SO THE SEARCH ALWAYS ENDS.
001600*****************************************************************
001610   77 OCPL-D-AQL             PIC 9(05) VALUE ZERO.
001620   77 OCPL-D-RQL             PIC 9(05) VALUE ZERO.
001630   77 OCPL-PA-MIN            PIC 9V9(17) COMP-3 VALUE ZERO.
001640   77 OCPL-PA-MAX            PIC 9V9(17) COMP-3 VALUE ZERO.
001650   77 OCPL-PA-AQL            PIC 9V9(17) COMP-3 VALUE ZERO.
001660   77 OCPL-PA-RQL            PIC 9V9(17) COMP-3 VALUE ZERO.
001670   77 OCPL-PLAN-S            PIC 9(05) VALUE ZERO.
001680   77 OCPL-PLAN-C            PIC 9(05) VALUE ZERO.
001690   77 OCPL-TRIES             PIC 9(05) COMP-3 VALUE ZERO.
001700
001710*****************************************************************
001720* ONE ACCEPTANCE PROBABILITY - FOR SAMPLE SIZE OCPL-S AND
001730* ACCEPTANCE NUMBER OCPL-C AGAINST A LOT HOLDING OCPL-D
001740* DEFECTIVES, PA IS THE SUM OF P(K) FOR K = 0 THROUGH C.
001750*****************************************************************
001760   77 OCPL-S                 PIC 9(05) VALUE ZERO.
001770   77 OCPL-C                 PIC 9(05) VALUE ZERO.
001780   77 OCPL-D                 PIC 9(05) VALUE ZERO.
001790   77 OCPL-K                 PIC 9(05) VALUE ZERO.
001800   77 OCPL-K-MAX             PIC 9(05) VALUE ZERO.
001810   77 OCPL-PA                PIC 9V9(17) COMP-3 VALUE ZERO.
001820   77 OCPL-PROB              PIC 9V9(17) COMP-3 VALUE ZERO.
001830
001840*****************************************************************
001850* EXACT METHOD FIELDS - SAME SIZING AS HYPGEO (A COEFFICIENT AT
001860* N = 28 IS AT MOST EIGHT DIGITS, SO THE PRODUCT OF TWO FITS
001870* EIGHTEEN).
001880*****************************************************************
001890   77 OCPL-NCR-GOOD          PIC 9(09) COMP-3 VALUE ZERO.
001900   77 OCPL-NCR-BAD           PIC 9(09) COMP-3 VALUE ZERO.
001910   77 OCPL-NCR-LOT           PIC 9(09) COMP-3 VALUE ZERO.
001920   77 OCPL-NUMER             PIC 9(18) COMP-3 VALUE ZERO.
001930   77 OCPL-WORK-N            PIC 9(05) VALUE ZERO.
001940   77 OCPL-WORK-R            PIC 9(05) VALUE ZERO.
001950
001960*****************************************************************
001970* LOG-FACTORIAL METHOD FIELDS, USED ONLY WHEN THE LOT IS ABOVE
001980* THE EXACT TABLE.  LN D! + LN (N-D)! - LN C(N,S) IS THE SAME FOR
001990* EVERY K OF ONE (S,D) PAIR AND IS WORKED ONCE INTO OCPL-LN-BASE;
002000* LN N! NEVER CHANGES AND IS READ ONCE.  THE EXPONENTIAL IS THE
002010* SAME ROUTINE HYPGEO USES.
002020*****************************************************************
002030   77 OCPL-LN-LOT            PIC S9(06)V9(15) COMP-3 VALUE ZERO.
002040   77 OCPL-LN-BASE           PIC S9(06)V9(15) COMP-3 VALUE ZERO.
002050   77 OCPL-LN-PROB           PIC S9(06)V9(15) COMP-3 VALUE ZERO.
002060   77 OCPL-LOG-KEY           PIC 9(05) VALUE ZERO.
002070
002080   77 OCPL-EXP-NEG           PIC 9(06)V9(15) COMP-3 VALUE ZERO.
002090   77 OCPL-EXP-WHOLE         PIC 9(06) COMP-3 VALUE ZERO.
002100   77 OCPL-EXP-FRAC          PIC V9(20) COMP-3 VALUE ZERO.
002110   77 OCPL-EXP-CTR           PIC 9(06) COMP-3 VALUE ZERO.
002120   77 OCPL-EXP-WHOLE-PART    PIC 9V9(20) COMP-3 VALUE ZERO.
002130   77 OCPL-EXP-TERM          PIC 9V9(20) COMP-3 VALUE ZERO.
002140   77 OCPL-EXP-SUM           PIC S9V9(20) COMP-3 VALUE ZERO.
002150   77 OCPL-EXP-SIGN          PIC S9(01) VALUE ZERO.
002160   77 OCPL-EXP-J             PIC 9(03) COMP-3 VALUE ZERO.
002170   77 OCPL-E-INVERSE         PIC V9(20) COMP-3
002180                             VALUE .36787944117144232160.
002190
002200*****************************************************************
002210* OC CURVE.  PA FALLS AS D RISES, SO ONCE D IS PAST THE RQL AND
002220* PA HAS DROPPED BELOW WHAT THE REPORT CAN SHOW, EVERY LATER
002230* DEFECT LEVEL IS THE SAME ZERO AND ONE CLOSING LINE SAYS SO.
002240*****************************************************************
002250   77 OCPL-PA-FLOOR          PIC 9V9(17) COMP-3
002260                             VALUE .00000050000000000.
002270   77 OCPL-CURVE-ROWS        PIC 9(05) VALUE ZERO.
002280   77 OCPL-PCT-DEF           PIC 9(03)V9(02) VALUE ZERO.
002285   77 OCPL-PA-SHOW           PIC 9V9(06) VALUE ZERO.
002290
002300   77 OCPL-RUN-DATE          PIC 9(08) VALUE ZERO.
002310
002320 01  OCPL-RUN-DATE-X.
002330     05  OCPL-RUN-YYYY         PIC 9(04).
002340     05  OCPL-RUN-MM           PIC 9(02).
002350     05  OCPL-RUN-DD           PIC 9(02).
002360
002370   77 OCPL-LINE-COUNT        PIC 9(03) VALUE ZERO.
002380   77 OCPL-PAGE-COUNT        PIC 9(03) VALUE ZERO.
002390   77 OCPL-LINES-PER-PAGE    PIC 9(03) VALUE 50.
002400
002410*****************************************************************
002420* REPORT LINES
002430*****************************************************************
002440 01  OCPL-RPT-HEADER-1.
002450     05  FILLER                PIC X(10) VALUE 'RUN DATE: '.
002460     05  OCPL-HDR-MM           PIC 99.
002470     05  FILLER                PIC X(01) VALUE '/'.
002480     05  OCPL-HDR-DD           PIC 99.
002490     05  FILLER                PIC X(01) VALUE '/'.
002500     05  OCPL-HDR-YYYY         PIC 9999.
002510     05  FILLER                PIC X(02) VALUE SPACES.
002520     05  FILLER                PIC X(06) VALUE 'LOT = '.
002530     05  OCPL-HDR-N            PIC Z,ZZ9.
002540     05  FILLER                PIC X(02) VALUE SPACES.
002550     05  FILLER                PIC X(06) VALUE 'SMP = '.
002560     05  OCPL-HDR-S            PIC Z,ZZ9.
002570     05  FILLER                PIC X(02) VALUE SPACES.
002580     05  FILLER                PIC X(06) VALUE 'ACC = '.
002590     05  OCPL-HDR-C            PIC Z,ZZ9.
002600     05  FILLER                PIC X(02) VALUE SPACES.
002610     05  FILLER                PIC X(06) VALUE 'PAGE '.
002620     05  OCPL-HDR-PAGE         PIC ZZ9.
002630
002640 01  OCPL-RPT-HEADER-2.
002650     05  FILLER                PIC X(45)
002660            VALUE 'ACCEPTANCE SAMPLING PLAN - OC CURVE'.
002670
002680 01  OCPL-RPT-LEVEL-LINE.
002690     05  OCPL-LVL-LABEL        PIC X(05).
002700     05  FILLER                PIC X(02) VALUE SPACES.
002710     05  OCPL-LVL-PCT          PIC ZZ9.99.
002720     05  FILLER                PIC X(15) VALUE
002730         ' PCT DEFECTIVE '.
002740     05  FILLER                PIC X(05) VALUE '(D = '.
002750     05  OCPL-LVL-D            PIC Z,ZZ9.
002760     05  FILLER                PIC X(04) VALUE ')   '.
002770     05  OCPL-LVL-RISK-LABEL   PIC X(15).
002780     05  OCPL-LVL-RISK         PIC Z9.
002790     05  FILLER                PIC X(04) VALUE ' PCT'.
002800
002810 01  OCPL-RPT-PLAN-LINE.
002820     05  FILLER                PIC X(14) VALUE 'SAMPLE SIZE   '.
002830     05  OCPL-PLN-S            PIC Z,ZZ9.
002840     05  FILLER                PIC X(24) VALUE
002850         '      ACCEPTANCE NUMBER '.
002860     05  OCPL-PLN-C            PIC Z,ZZ9.
002870     05  FILLER                PIC X(12) VALUE '      METHOD'.
002880     05  FILLER                PIC X(01) VALUE SPACES.
002890     05  OCPL-PLN-METHOD       PIC X(13).
002900
002910 01  OCPL-RPT-RULE-LINE.
002920     05  FILLER                PIC X(35) VALUE
002930         'INSPECT THE SAMPLE; ACCEPT THE LOT '.
002940     05  FILLER                PIC X(24) VALUE
002950         'IF DEFECTIVES FOUND <= '.
002960     05  OCPL-RUL-C            PIC Z,ZZ9.
002970
002980 01  OCPL-RPT-PA-LINE.
002990     05  FILLER                PIC X(06) VALUE 'PA AT '.
003000     05  OCPL-PAL-LABEL        PIC X(03).
003010     05  FILLER                PIC X(02) VALUE SPACES.
003020     05  OCPL-PAL-PA           PIC 9.999999.
003030     05  FILLER                PIC X(03) VALUE SPACES.
003040     05  OCPL-PAL-TEXT         PIC X(09).
003050     05  OCPL-PAL-LIMIT        PIC 9.999999.
003060
003070 01  OCPL-RPT-COLHDG.
003080     05  FILLER                PIC X(10) VALUE '   DEFECTS'.
003090     05  FILLER                PIC X(13) VALUE '   PCT DEF'.
003100     05  FILLER                PIC X(15) VALUE '  PROB ACCEPT'.
003110
003120 01  OCPL-RPT-DETAIL.
003130     05  FILLER                PIC X(05) VALUE SPACES.
003140     05  OCPL-DET-D            PIC Z,ZZ9.
003150     05  FILLER                PIC X(03) VALUE SPACES.
003160     05  OCPL-DET-PCT          PIC ZZ9.99.
003170     05  FILLER                PIC X(06) VALUE SPACES.
003180     05  OCPL-DET-PA           PIC 9.999999.
003190     05  FILLER                PIC X(03) VALUE SPACES.
003200     05  OCPL-DET-MARK         PIC X(03).
003210
003220 01  OCPL-RPT-TAIL-LINE.
003230     05  FILLER                PIC X(26) VALUE
003240         'PA BELOW 0.000001 FOR D = '.
003250     05  OCPL-TAL-FROM         PIC Z,ZZ9.
003260     05  FILLER                PIC X(06) VALUE ' THRU '.
003270     05  OCPL-TAL-TO           PIC Z,ZZ9.
003280
003290 LINKAGE SECTION.
003300 01  OCPL-PARM.
003310     05  OCPL-PARM-LEN         PIC S9(4) COMP.
003320     05  OCPL-PARM-DATA        PIC X(80).
003330
003340 PROCEDURE DIVISION USING OCPL-PARM.
003350
003360*****************************************************************
003370* 0000-MAINLINE
003380*****************************************************************
003390 0000-MAINLINE.
003400     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003410     PERFORM 2000-VALIDATE-PARM THRU 2000-EXIT.
003420     IF OCPL-INVALID
003430         GO TO 9999-ABEND-EXIT
003440     END-IF.
003450     PERFORM 3000-DESIGN-PLAN THRU 3000-EXIT.
003460     PERFORM 5000-PRINT-PLAN THRU 5000-EXIT.
003470     PERFORM 6000-PRINT-CURVE THRU 6000-EXIT.
003480     PERFORM 8000-TERMINATE THRU 8000-EXIT.
003490     GOBACK.
003500
003510*****************************************************************
003520* 1000-INITIALIZE - OPEN THE COMBINATIONS TABLE, THE REPORT, AND
003530* THE USAGE DATASET, AND PICK UP THE PARM.
003540*****************************************************************
003550 1000-INITIALIZE.
003560     ACCEPT OCPL-RUN-DATE FROM DATE YYYYMMDD.
003570     MOVE OCPL-RUN-DATE TO OCPL-RUN-DATE-X.
003580
003590     PERFORM 1100-OPEN-USAGE THRU 1100-EXIT.
003600
003610     OPEN INPUT CMBIDX-FILE.
003620     IF OCPL-CMBIDX-STATUS NOT = '00'
003630         DISPLAY 'OCPLAN - CMBIDX OPEN FAILED, STATUS = '
003640             OCPL-CMBIDX-STATUS
003650         MOVE 24 TO OCPL-RC
003660         GO TO 9999-ABEND-EXIT
003670     END-IF.
003680
003690     OPEN OUTPUT OCPRPT-FILE.
003700     IF OCPL-OCPRPT-STATUS NOT = '00'
003710         DISPLAY 'OCPLAN - OCPRPT OPEN FAILED, STATUS = '
003720             OCPL-OCPRPT-STATUS
003730         MOVE 28 TO OCPL-RC
003740         GO TO 9999-ABEND-EXIT
003750     END-IF.
003760
003770     MOVE SPACES TO OCPL-PARM-WORK.
003780     IF OCPL-PARM-LEN > 24
003790         MOVE OCPL-PARM-DATA(1:24) TO OCPL-PARM-WORK
003800     ELSE
003810         IF OCPL-PARM-LEN > ZERO
003820             MOVE OCPL-PARM-DATA(1:OCPL-PARM-LEN)
003830                 TO OCPL-PARM-WORK
003840         END-IF
003850     END-IF.
003860     IF OCPL-PARM-LEN < 16
003870         MOVE 'N' TO OCPL-VALID-SW
003880     END-IF.
003890 1000-EXIT.
003900     EXIT.
003910
003920*****************************************************************
003930* 1100-OPEN-USAGE - EXTEND THE COMMON USAGE DATASET, CREATING
003940* IT THE FIRST TIME A RUN FINDS NO DATASET, THE SAME WAY
003950* SAMPLE EXTENDS THE AUDIT FILE.
003960*****************************************************************
003970 1100-OPEN-USAGE.
003980     OPEN EXTEND USAGEDS-FILE.
003990     IF OCPL-USAGEDS-STATUS = '35'
004000         CLOSE USAGEDS-FILE
004010         OPEN OUTPUT USAGEDS-FILE
004020     END-IF.
004030     IF OCPL-USAGEDS-STATUS NOT = '00'
004040         DISPLAY 'OCPLAN - USAGEDS OPEN FAILED, STATUS = '
004050             OCPL-USAGEDS-STATUS
004060         MOVE 28 TO OCPL-RC
004070         GO TO 9999-ABEND-EXIT
004080     END-IF.
004090     MOVE 'Y' TO OCPL-USAGE-OPEN-SW.
004100 1100-EXIT.
004110     EXIT.
004120
004130*****************************************************************
004140* 2000-VALIDATE-PARM - EVERY FIELD NUMERIC, THE LOT NON-ZERO,
004150* THE AQL BELOW THE RQL, THE RQL NO MORE THAN 100 PERCENT, AND
004160* BOTH RISKS BETWEEN 1 AND 49 PERCENT.  THE TWO QUALITY LEVELS
004170* MUST ALSO LAND ON DIFFERENT DEFECT COUNTS IN THIS LOT, OR NO
004180* PLAN CAN TELL THEM APART.  A LOT PAST THE EXACT TABLE TAKES
004190* THE LOG-FACTORIAL METHOD.
004200*****************************************************************
004210 2000-VALIDATE-PARM.
004220     IF OCPL-INVALID
004230         DISPLAY 'OCPLAN - NO PARM SUPPLIED, NEED '
004240             'NNNNAAAARRRRPPCC'
004250         MOVE 16 TO OCPL-RC
004260         GO TO 2000-EXIT
004270     END-IF.
004280
004290     IF OCPL-PWK-N IS NOT NUMERIC
004300             OR OCPL-PWK-AQL IS NOT NUMERIC
004310             OR OCPL-PWK-RQL IS NOT NUMERIC
004320             OR OCPL-PWK-ALPHA IS NOT NUMERIC
004330             OR OCPL-PWK-BETA IS NOT NUMERIC
004340         DISPLAY 'OCPLAN - LOT, AQL, RQL OR A RISK IS NOT NUMERIC'
004350         MOVE 'N' TO OCPL-VALID-SW
004360         MOVE 08 TO OCPL-RC
004370         GO TO 2000-EXIT
004380     END-IF.
004390
004400     MOVE OCPL-PWK-N-9     TO OCPL-N.
004410     MOVE OCPL-PWK-AQL-9   TO OCPL-AQL.
004420     MOVE OCPL-PWK-RQL-9   TO OCPL-RQL.
004430     MOVE OCPL-PWK-ALPHA-9 TO OCPL-ALPHA.
004440     MOVE OCPL-PWK-BETA-9  TO OCPL-BETA.
004450
004460     IF OCPL-N = ZERO
004470         DISPLAY 'OCPLAN - LOT SIZE MAY NOT BE ZERO'
004480         MOVE 'N' TO OCPL-VALID-SW
004490         MOVE 12 TO OCPL-RC
004500         GO TO 2000-EXIT
004510     END-IF.
004520
004530     IF OCPL-AQL NOT < OCPL-RQL
004540         DISPLAY 'OCPLAN - AQL MUST BE BELOW THE RQL'
004550         MOVE 'N' TO OCPL-VALID-SW
004560         MOVE 12 TO OCPL-RC
004570         GO TO 2000-EXIT
004580     END-IF.
004590
004600     IF OCPL-ALPHA = ZERO OR OCPL-ALPHA > OCPL-MAX-RISK
004610             OR OCPL-BETA = ZERO OR OCPL-BETA > OCPL-MAX-RISK
004620         DISPLAY 'OCPLAN - EACH RISK MUST BE 01 TO 49 PERCENT'
004630         MOVE 'N' TO OCPL-VALID-SW
004640         MOVE 12 TO OCPL-RC
004650         GO TO 2000-EXIT
004660     END-IF.
004670
004680     COMPUTE OCPL-D-AQL ROUNDED = OCPL-N * OCPL-AQL / 100.
004690     COMPUTE OCPL-D-RQL ROUNDED = OCPL-N * OCPL-RQL / 100.
004700     IF OCPL-D-RQL > OCPL-N
004710         DISPLAY 'OCPLAN - RQL MAY NOT EXCEED 100 PERCENT'
004720         MOVE 'N' TO OCPL-VALID-SW
004730         MOVE 12 TO OCPL-RC
004740         GO TO 2000-EXIT
004750     END-IF.
004760     IF OCPL-D-RQL NOT > OCPL-D-AQL
004770         DISPLAY 'OCPLAN - AQL AND RQL ARE THE SAME DEFECT '
004780             'COUNT IN A LOT OF ' OCPL-N
004790         MOVE 'N' TO OCPL-VALID-SW
004800         MOVE 12 TO OCPL-RC
004810         GO TO 2000-EXIT
004820     END-IF.
004830
004840     COMPUTE OCPL-PA-MIN = (100 - OCPL-ALPHA) / 100.
004850     COMPUTE OCPL-PA-MAX = OCPL-BETA / 100.
004860
004870     IF OCPL-N > OCPL-MAX-N
004880         MOVE 'L' TO OCPL-METHOD-SW
004890         PERFORM 2100-OPEN-LOGS THRU 2100-EXIT
004900     ELSE
004910         MOVE 'E' TO OCPL-METHOD-SW
004920     END-IF.
004930 2000-EXIT.
004940     EXIT.
004950
004960*****************************************************************
004970* 2100-OPEN-LOGS - OPEN THE LOG-FACTORIAL TABLE AND READ LN N!
004980* FOR THE LOT, WHICH EVERY PROBABILITY USES.
004990*****************************************************************
005000 2100-OPEN-LOGS.
005010     OPEN INPUT LFCIDX-FILE.
005020     IF OCPL-LFCIDX-STATUS NOT = '00'
005030         DISPLAY 'OCPLAN - LFCIDX OPEN FAILED, STATUS = '
005040             OCPL-LFCIDX-STATUS
005050         MOVE 24 TO OCPL-RC
005060         GO TO 9999-ABEND-EXIT
005070     END-IF.
005080     MOVE OCPL-N TO OCPL-LOG-KEY.
005090     PERFORM 4350-LOOKUP-LOG THRU 4350-EXIT.
005100     MOVE SAMP-LFCIDX-VALUE TO OCPL-LN-LOT.
005110 2100-EXIT.
005120     EXIT.
005130
005140*****************************************************************
005150* 3000-DESIGN-PLAN - TRY EACH SAMPLE SIZE FROM 1 UP UNTIL ONE
005160* MEETS BOTH RISKS.
005170*****************************************************************
005180 3000-DESIGN-PLAN.
005190     MOVE 'N' TO OCPL-PLAN-SW.
005200     MOVE ZERO TO OCPL-S.
005210     PERFORM 3100-TRY-SAMPLE THRU 3100-EXIT
005220         UNTIL OCPL-PLAN-FOUND
005230             OR OCPL-S NOT < OCPL-N.
005240     IF OCPL-PLAN-OPEN
005250         DISPLAY 'OCPLAN - NO PLAN FOUND UP TO FULL INSPECTION'
005260         MOVE 20 TO OCPL-RC
005270         GO TO 9999-ABEND-EXIT
005280     END-IF.
005290 3000-EXIT.
005300     EXIT.
005310
005320*****************************************************************
005330* 3100-TRY-SAMPLE - ONE SAMPLE SIZE.  ADD UP P(K) AT THE AQL
005340* UNTIL THE PRODUCER'S 1-ALPHA IS REACHED: THAT K IS THE
005350* ACCEPTANCE NUMBER.  THEN SEE WHETHER THE CONSUMER'S BETA HOLDS
005360* AT THE RQL WITH IT.
005370*****************************************************************
005380 3100-TRY-SAMPLE.
005390     ADD 1 TO OCPL-S.
005400     ADD 1 TO OCPL-TRIES.
005410     MOVE OCPL-D-AQL TO OCPL-D.
005420     PERFORM 4100-PREPARE-SD THRU 4100-EXIT.
005430     MOVE OCPL-S TO OCPL-K-MAX.
005440     IF OCPL-D < OCPL-K-MAX
005450         MOVE OCPL-D TO OCPL-K-MAX
005460     END-IF.
005470     MOVE ZERO TO OCPL-PA.
005480     MOVE ZERO TO OCPL-K.
005490     MOVE 'N' TO OCPL-STOP-SW.
005500     PERFORM 3110-PRODUCER-STEP THRU 3110-EXIT
005510         UNTIL OCPL-STOP.
005520     MOVE OCPL-K  TO OCPL-C.
005530     MOVE OCPL-PA TO OCPL-PA-AQL.
005540
005550     MOVE OCPL-D-RQL TO OCPL-D.
005560     PERFORM 4000-ACCEPT-PROB THRU 4000-EXIT.
005570     MOVE OCPL-PA TO OCPL-PA-RQL.
005580     IF OCPL-PA-RQL NOT > OCPL-PA-MAX
005590         MOVE 'Y'    TO OCPL-PLAN-SW
005600         MOVE OCPL-S TO OCPL-PLAN-S
005610         MOVE OCPL-C TO OCPL-PLAN-C
005620     END-IF.
005630 3100-EXIT.
005640     EXIT.
005650
005660 3110-PRODUCER-STEP.
005670     PERFORM 4200-ONE-PROB THRU 4200-EXIT.
005680     ADD OCPL-PROB TO OCPL-PA
005690         ON SIZE ERROR
005700             MOVE 0.99999999999999999 TO OCPL-PA
005710     END-ADD.
005720     IF OCPL-PA NOT < OCPL-PA-MIN
005730             OR OCPL-K NOT < OCPL-K-MAX
005740         MOVE 'Y' TO OCPL-STOP-SW
005750     ELSE
005760         ADD 1 TO OCPL-K
005770     END-IF.
005780 3110-EXIT.
005790     EXIT.
005800
005810*****************************************************************
005820* 4000-ACCEPT-PROB - PA FOR SAMPLE OCPL-S, ACCEPTANCE NUMBER
005830* OCPL-C, AND OCPL-D DEFECTIVES IN THE LOT.  NO K ABOVE THE
005840* DEFECTIVES OR THE SAMPLE CAN OCCUR, SO THE SUM STOPS THERE.
005850*****************************************************************
005860 4000-ACCEPT-PROB.
005870     PERFORM 4100-PREPARE-SD THRU 4100-EXIT.
005880     MOVE OCPL-C TO OCPL-K-MAX.
005890     IF OCPL-D < OCPL-K-MAX
005900         MOVE OCPL-D TO OCPL-K-MAX
005910     END-IF.
005920     IF OCPL-S < OCPL-K-MAX
005930         MOVE OCPL-S TO OCPL-K-MAX
005940     END-IF.
005950     MOVE ZERO TO OCPL-PA.
005960     PERFORM 4010-ADD-ONE-K THRU 4010-EXIT
005970         VARYING OCPL-K FROM 0 BY 1
005980         UNTIL OCPL-K > OCPL-K-MAX.
005990 4000-EXIT.
006000     EXIT.
006010
006020 4010-ADD-ONE-K.
006030     PERFORM 4200-ONE-PROB THRU 4200-EXIT.
006040     ADD OCPL-PROB TO OCPL-PA
006050         ON SIZE ERROR
006060             MOVE 0.99999999999999999 TO OCPL-PA
006070     END-ADD.
006080 4010-EXIT.
006090     EXIT.
006100
006110*****************************************************************
006120* 4100-PREPARE-SD - THE PART OF P(K) THAT DOES NOT DEPEND ON K,
006130* FOR SAMPLE OCPL-S AND OCPL-D DEFECTIVES: C(N,S) FROM CMBIDX,
006140* OR IN LOGS
006150*   LN D! + LN (N-D)! - (LN N! - LN S! - LN (N-S)!)
006160*****************************************************************
006170 4100-PREPARE-SD.
006180     IF OCPL-EXACT
006190         MOVE OCPL-N TO OCPL-WORK-N
006200         MOVE OCPL-S TO OCPL-WORK-R
006210         PERFORM 4300-LOOKUP-NCR THRU 4300-EXIT
006220         MOVE SAMP-CMBIDX-NCR TO OCPL-NCR-LOT
006230         GO TO 4100-EXIT
006240     END-IF.
006250     MOVE OCPL-D TO OCPL-LOG-KEY.
006260     PERFORM 4350-LOOKUP-LOG THRU 4350-EXIT.
006270     MOVE SAMP-LFCIDX-VALUE TO OCPL-LN-BASE.
006280     SUBTRACT OCPL-D FROM OCPL-N GIVING OCPL-LOG-KEY.
006290     PERFORM 4350-LOOKUP-LOG THRU 4350-EXIT.
006300     ADD SAMP-LFCIDX-VALUE TO OCPL-LN-BASE.
006310     SUBTRACT OCPL-LN-LOT FROM OCPL-LN-BASE.
006320     MOVE OCPL-S TO OCPL-LOG-KEY.
006330     PERFORM 4350-LOOKUP-LOG THRU 4350-EXIT.
006340     ADD SAMP-LFCIDX-VALUE TO OCPL-LN-BASE.
006350     SUBTRACT OCPL-S FROM OCPL-N GIVING OCPL-LOG-KEY.
006360     PERFORM 4350-LOOKUP-LOG THRU 4350-EXIT.
006370     ADD SAMP-LFCIDX-VALUE TO OCPL-LN-BASE.
006380 4100-EXIT.
006390     EXIT.
006400
006410*****************************************************************
006420* 4200-ONE-PROB - P(K) = C(D,K) * C(N-D,S-K) / C(N,S) FOR THE
006430* PAIR 4100 PREPARED.  A K OUTSIDE THE SUPPORT (MORE DEFECTIVES
006440* THAN THE LOT HOLDS, OR MORE GOOD PIECES THAN THE LOT HOLDS)
006450* HAS PROBABILITY ZERO AND NEEDS NO TABLE READS.
006460*****************************************************************
006470 4200-ONE-PROB.
006480     MOVE ZERO TO OCPL-PROB.
006490     IF OCPL-K > OCPL-D
006500             OR OCPL-S - OCPL-K > OCPL-N - OCPL-D
006510         GO TO 4200-EXIT
006520     END-IF.
006530     IF OCPL-LOG-FACT
006540         PERFORM 4250-LOG-PROB THRU 4250-EXIT
006550         GO TO 4200-EXIT
006560     END-IF.
006570
006580     MOVE OCPL-D TO OCPL-WORK-N.
006590     MOVE OCPL-K TO OCPL-WORK-R.
006600     PERFORM 4300-LOOKUP-NCR THRU 4300-EXIT.
006610     MOVE SAMP-CMBIDX-NCR TO OCPL-NCR-BAD.
006620
006630     SUBTRACT OCPL-D FROM OCPL-N GIVING OCPL-WORK-N.
006640     SUBTRACT OCPL-K FROM OCPL-S GIVING OCPL-WORK-R.
006650     PERFORM 4300-LOOKUP-NCR THRU 4300-EXIT.
006660     MOVE SAMP-CMBIDX-NCR TO OCPL-NCR-GOOD.
006670
006680     MULTIPLY OCPL-NCR-BAD BY OCPL-NCR-GOOD
006690         GIVING OCPL-NUMER
006700         ON SIZE ERROR
006710             DISPLAY 'OCPLAN - NUMERATOR OVERFLOWED AT K = '
006720                 OCPL-K
006730             MOVE 20 TO OCPL-RC
006740             GO TO 9999-ABEND-EXIT
006750     END-MULTIPLY.
006760     COMPUTE OCPL-PROB ROUNDED =
006770         OCPL-NUMER / OCPL-NCR-LOT
006780         ON SIZE ERROR
006790             DISPLAY 'OCPLAN - PROBABILITY OVERFLOWED AT K = '
006800                 OCPL-K
006810             MOVE 20 TO OCPL-RC
006820             GO TO 9999-ABEND-EXIT
006830     END-COMPUTE.
006840 4200-EXIT.
006850     EXIT.
006860
006870*****************************************************************
006880* 4250-LOG-PROB - THE LOG-FACTORIAL METHOD FOR ONE K:
006890*   LN PROB = OCPL-LN-BASE - LN K! - LN (D-K)! - LN (S-K)!
006900*             - LN (N-D-S+K)!
006910* THEN PROB = E TO THAT POWER.  A RESULT A HAIR OVER ZERO IS
006920* ROUNDING AND IS TAKEN AS ZERO (A PROBABILITY OF ONE).
006930*****************************************************************
006940 4250-LOG-PROB.
006950     MOVE OCPL-LN-BASE TO OCPL-LN-PROB.
006960     MOVE OCPL-K TO OCPL-LOG-KEY.
006970     PERFORM 4350-LOOKUP-LOG THRU 4350-EXIT.
006980     SUBTRACT SAMP-LFCIDX-VALUE FROM OCPL-LN-PROB.
006990     SUBTRACT OCPL-K FROM OCPL-D GIVING OCPL-LOG-KEY.
007000     PERFORM 4350-LOOKUP-LOG THRU 4350-EXIT.
007010     SUBTRACT SAMP-LFCIDX-VALUE FROM OCPL-LN-PROB.
007020     SUBTRACT OCPL-K FROM OCPL-S GIVING OCPL-LOG-KEY.
007030     PERFORM 4350-LOOKUP-LOG THRU 4350-EXIT.
007040     SUBTRACT SAMP-LFCIDX-VALUE FROM OCPL-LN-PROB.
007050     COMPUTE OCPL-LOG-KEY = OCPL-N - OCPL-D - OCPL-S + OCPL-K.
007060     PERFORM 4350-LOOKUP-LOG THRU 4350-EXIT.
007070     SUBTRACT SAMP-LFCIDX-VALUE FROM OCPL-LN-PROB.
007080     IF OCPL-LN-PROB > ZERO
007090         MOVE ZERO TO OCPL-LN-PROB
007100     END-IF.
007110     PERFORM 4400-EXPONENTIAL THRU 4400-EXIT.
007120 4250-EXIT.
007130     EXIT.
007140
007150*****************************************************************
007160* 4300-LOOKUP-NCR - SINGLE KEYED READ OF CMBIDX FOR THE N/R PAIR
007170* IN THE WORK FIELDS.  A KEY NOT ON FILE FAILS THE STEP - THE
007180* NIGHTLY CMBB01 BUILD SHOULD HAVE LEFT EVERY ROW THROUGH THE
007190* LOT SIZE IN PLACE.
007200*****************************************************************
007210 4300-LOOKUP-NCR.
007220     MOVE OCPL-WORK-N TO SAMP-CMBIDX-N.
007230     MOVE OCPL-WORK-R TO SAMP-CMBIDX-R.
007240     READ CMBIDX-FILE
007250         INVALID KEY
007260             DISPLAY 'OCPLAN - NCR NOT ON FILE FOR KEY = '
007270                 SAMP-CMBIDX-KEY
007280             MOVE 20 TO OCPL-RC
007290             GO TO 9999-ABEND-EXIT
007300     END-READ.
007310 4300-EXIT.
007320     EXIT.
007330
007340*****************************************************************
007350* 4350-LOOKUP-LOG - LN N! FOR N = OCPL-LOG-KEY, ONE KEYED READ.
007360* A KEY NOT ON FILE FAILS THE STEP - THE NIGHTLY LFCB01 BUILD
007370* LEAVES EVERY ROW THROUGH 9999 IN PLACE.
007380*****************************************************************
007390 4350-LOOKUP-LOG.
007400     MOVE OCPL-LOG-KEY TO SAMP-LFCIDX-KEY.
007410     READ LFCIDX-FILE
007420         INVALID KEY
007430             DISPLAY 'OCPLAN - LOG-FACTORIAL NOT ON FILE, KEY = '
007440                 SAMP-LFCIDX-KEY
007450             MOVE 20 TO OCPL-RC
007460             GO TO 9999-ABEND-EXIT
007470     END-READ.
007480 4350-EXIT.
007490     EXIT.
007500
007510*****************************************************************
007520* 4400-EXPONENTIAL - OCPL-PROB = E ** OCPL-LN-PROB (ZERO OR
007530* NEGATIVE).  WITH X = -OCPL-LN-PROB SPLIT INTO A WHOLE PART W
007540* AND A FRACTION F, E**-X = (1/E)**W * E**-F.  THE FIRST FACTOR
007550* IS REPEATED MULTIPLICATION; THE SECOND IS THE SERIES
007560* 1 - F + F**2/2! - F**3/3! ..., RUN UNTIL A TERM VANISHES.
007570*****************************************************************
007580 4400-EXPONENTIAL.
007590     MULTIPLY -1 BY OCPL-LN-PROB GIVING OCPL-EXP-NEG.
007600     MOVE OCPL-EXP-NEG TO OCPL-EXP-WHOLE.
007610     SUBTRACT OCPL-EXP-WHOLE FROM OCPL-EXP-NEG
007620         GIVING OCPL-EXP-FRAC.
007630     IF OCPL-EXP-WHOLE > 40
007640         MOVE ZERO TO OCPL-PROB
007650         GO TO 4400-EXIT
007660     END-IF.
007670
007680     MOVE 1 TO OCPL-EXP-WHOLE-PART.
007690     MOVE ZERO TO OCPL-EXP-CTR.
007700     PERFORM 4410-EXP-WHOLE-STEP THRU 4410-EXIT
007710         UNTIL OCPL-EXP-CTR >= OCPL-EXP-WHOLE.
007720
007730     MOVE 1 TO OCPL-EXP-TERM.
007740     MOVE 1 TO OCPL-EXP-SUM.
007750     MOVE 1 TO OCPL-EXP-SIGN.
007760     MOVE ZERO TO OCPL-EXP-J.
007770     PERFORM 4420-EXP-SERIES-TERM THRU 4420-EXIT
007780         UNTIL OCPL-EXP-TERM = ZERO.
007790
007800     MULTIPLY OCPL-EXP-WHOLE-PART BY OCPL-EXP-SUM
007810         GIVING OCPL-PROB ROUNDED.
007820 4400-EXIT.
007830     EXIT.
007840
007850 4410-EXP-WHOLE-STEP.
007860     MULTIPLY OCPL-E-INVERSE BY OCPL-EXP-WHOLE-PART ROUNDED.
007870     ADD 1 TO OCPL-EXP-CTR.
007880 4410-EXIT.
007890     EXIT.
007900
007910 4420-EXP-SERIES-TERM.
007920     ADD 1 TO OCPL-EXP-J.
007930     MULTIPLY OCPL-EXP-FRAC BY OCPL-EXP-TERM ROUNDED.
007940     DIVIDE OCPL-EXP-J INTO OCPL-EXP-TERM ROUNDED.
007950     MULTIPLY -1 BY OCPL-EXP-SIGN.
007960     IF OCPL-EXP-SIGN < ZERO
007970         SUBTRACT OCPL-EXP-TERM FROM OCPL-EXP-SUM
007980     ELSE
007990         ADD OCPL-EXP-TERM TO OCPL-EXP-SUM
008000     END-IF.
008010 4420-EXIT.
008020     EXIT.
008030
008040*****************************************************************
008050* 5000-PRINT-PLAN - THE DESIGN INPUTS, THE PLAN, AND WHAT IT
008060* ACTUALLY DELIVERS AT THE TWO QUALITY LEVELS, AHEAD OF THE
008070* CURVE ON THE FIRST PAGE.
008080*****************************************************************
008090 5000-PRINT-PLAN.
008100     PERFORM 6300-PRINT-HEADINGS THRU 6300-EXIT.
008110
008120     MOVE 'AQL'              TO OCPL-LVL-LABEL.
008130     MOVE OCPL-AQL           TO OCPL-LVL-PCT.
008140     MOVE OCPL-D-AQL         TO OCPL-LVL-D.
008150     MOVE 'PRODUCER RISK  '  TO OCPL-LVL-RISK-LABEL.
008160     MOVE OCPL-ALPHA         TO OCPL-LVL-RISK.
008170     WRITE OCPRPT-RECORD FROM OCPL-RPT-LEVEL-LINE
008180         AFTER ADVANCING 2 LINES.
008190     MOVE 'RQL'              TO OCPL-LVL-LABEL.
008200     MOVE OCPL-RQL           TO OCPL-LVL-PCT.
008210     MOVE OCPL-D-RQL         TO OCPL-LVL-D.
008220     MOVE 'CONSUMER RISK  '  TO OCPL-LVL-RISK-LABEL.
008230     MOVE OCPL-BETA          TO OCPL-LVL-RISK.
008240     WRITE OCPRPT-RECORD FROM OCPL-RPT-LEVEL-LINE
008250         AFTER ADVANCING 1 LINE.
008260
008270     MOVE OCPL-PLAN-S TO OCPL-PLN-S.
008280     MOVE OCPL-PLAN-C TO OCPL-PLN-C.
008290     IF OCPL-LOG-FACT
008300         MOVE 'LOG-FACTORIAL' TO OCPL-PLN-METHOD
008310     ELSE
008320         MOVE 'EXACT'         TO OCPL-PLN-METHOD
008330     END-IF.
008340     WRITE OCPRPT-RECORD FROM OCPL-RPT-PLAN-LINE
008350         AFTER ADVANCING 2 LINES.
008360     MOVE OCPL-PLAN-C TO OCPL-RUL-C.
008370     WRITE OCPRPT-RECORD FROM OCPL-RPT-RULE-LINE
008380         AFTER ADVANCING 1 LINE.
008390
008400     MOVE 'AQL'          TO OCPL-PAL-LABEL.
008405     COMPUTE OCPL-PA-SHOW ROUNDED = OCPL-PA-AQL.
008410     MOVE OCPL-PA-SHOW   TO OCPL-PAL-PA.
008420     MOVE 'AT LEAST '    TO OCPL-PAL-TEXT.
008430     MOVE OCPL-PA-MIN    TO OCPL-PAL-LIMIT.
008440     WRITE OCPRPT-RECORD FROM OCPL-RPT-PA-LINE
008450         AFTER ADVANCING 2 LINES.
008460     MOVE 'RQL'          TO OCPL-PAL-LABEL.
008465     COMPUTE OCPL-PA-SHOW ROUNDED = OCPL-PA-RQL.
008470     MOVE OCPL-PA-SHOW   TO OCPL-PAL-PA.
008480     MOVE 'AT MOST  '    TO OCPL-PAL-TEXT.
008490     MOVE OCPL-PA-MAX    TO OCPL-PAL-LIMIT.
008500     WRITE OCPRPT-RECORD FROM OCPL-RPT-PA-LINE
008510         AFTER ADVANCING 1 LINE.
008520
008530     WRITE OCPRPT-RECORD FROM OCPL-RPT-COLHDG
008540         AFTER ADVANCING 2 LINES.
008550     ADD 11 TO OCPL-LINE-COUNT.
008560 5000-EXIT.
008570     EXIT.
008580
008590*****************************************************************
008600* 6000-PRINT-CURVE - PA FOR THE PLAN AT EVERY DEFECT LEVEL FROM
008610* NONE UP, WITH THE AQL AND RQL ROWS MARKED.
008620*****************************************************************
008630 6000-PRINT-CURVE.
008640     MOVE OCPL-PLAN-S TO OCPL-S.
008650     MOVE OCPL-PLAN-C TO OCPL-C.
008660     MOVE ZERO TO OCPL-D.
008670     MOVE 'N' TO OCPL-STOP-SW.
008680     PERFORM 6100-ONE-LEVEL THRU 6100-EXIT
008690         UNTIL OCPL-STOP
008700             OR OCPL-D > OCPL-N.
008710     IF OCPL-STOP
008720         MOVE OCPL-D TO OCPL-TAL-FROM
008730         MOVE OCPL-N TO OCPL-TAL-TO
008740         WRITE OCPRPT-RECORD FROM OCPL-RPT-TAIL-LINE
008750             AFTER ADVANCING 2 LINES
008760     END-IF.
008770 6000-EXIT.
008780     EXIT.
008790
008800 6100-ONE-LEVEL.
008810     PERFORM 4000-ACCEPT-PROB THRU 4000-EXIT.
008820     IF OCPL-D > OCPL-D-RQL
008830             AND OCPL-PA < OCPL-PA-FLOOR
008840         MOVE 'Y' TO OCPL-STOP-SW
008850         GO TO 6100-EXIT
008860     END-IF.
008870     PERFORM 6200-PRINT-DETAIL THRU 6200-EXIT.
008880     ADD 1 TO OCPL-D.
008890 6100-EXIT.
008900     EXIT.
008910
008920*****************************************************************
008930* 6200-PRINT-DETAIL - WRITE ONE CURVE LINE, STARTING A NEW PAGE
008940* WITH HEADINGS EVERY OCPL-LINES-PER-PAGE ROWS.
008950*****************************************************************
008960 6200-PRINT-DETAIL.
008970     IF OCPL-LINE-COUNT >= OCPL-LINES-PER-PAGE
008980         PERFORM 6300-PRINT-HEADINGS THRU 6300-EXIT
008990         WRITE OCPRPT-RECORD FROM OCPL-RPT-COLHDG
009000             AFTER ADVANCING 2 LINES
009010         ADD 2 TO OCPL-LINE-COUNT
009020     END-IF.
009030     MOVE OCPL-D  TO OCPL-DET-D.
009040     COMPUTE OCPL-PCT-DEF ROUNDED = OCPL-D * 100 / OCPL-N.
009050     MOVE OCPL-PCT-DEF TO OCPL-DET-PCT.
009055     COMPUTE OCPL-PA-SHOW ROUNDED = OCPL-PA.
009060     MOVE OCPL-PA-SHOW TO OCPL-DET-PA.
009070     EVALUATE OCPL-D
009080         WHEN OCPL-D-AQL
009090             MOVE 'AQL' TO OCPL-DET-MARK
009100         WHEN OCPL-D-RQL
009110             MOVE 'RQL' TO OCPL-DET-MARK
009120         WHEN OTHER
009130             MOVE SPACES TO OCPL-DET-MARK
009140     END-EVALUATE.
009150     WRITE OCPRPT-RECORD FROM OCPL-RPT-DETAIL
009160         AFTER ADVANCING 1 LINE.
009170     ADD 1 TO OCPL-LINE-COUNT.
009180     ADD 1 TO OCPL-CURVE-ROWS.
009190 6200-EXIT.
009200     EXIT.
009210
009220 6300-PRINT-HEADINGS.
009230     ADD 1 TO OCPL-PAGE-COUNT.
009240     MOVE ZERO TO OCPL-LINE-COUNT.
009250     MOVE OCPL-RUN-MM     TO OCPL-HDR-MM.
009260     MOVE OCPL-RUN-DD     TO OCPL-HDR-DD.
009270     MOVE OCPL-RUN-YYYY   TO OCPL-HDR-YYYY.
009280     MOVE OCPL-N          TO OCPL-HDR-N.
009290     MOVE OCPL-PLAN-S     TO OCPL-HDR-S.
009300     MOVE OCPL-PLAN-C     TO OCPL-HDR-C.
009310     MOVE OCPL-PAGE-COUNT TO OCPL-HDR-PAGE.
009320     WRITE OCPRPT-RECORD FROM OCPL-RPT-HEADER-1
009330         AFTER ADVANCING PAGE.
009340     WRITE OCPRPT-RECORD FROM OCPL-RPT-HEADER-2
009350         AFTER ADVANCING 2 LINES.
009360     ADD 3 TO OCPL-LINE-COUNT.
009370 6300-EXIT.
009380     EXIT.
009390
009400*****************************************************************
009410* 8000-TERMINATE
009420*****************************************************************
009430 8000-TERMINATE.
009440     PERFORM 8100-WRITE-USAGE THRU 8100-EXIT.
009450     CLOSE CMBIDX-FILE.
009460     IF OCPL-LOG-FACT
009470         CLOSE LFCIDX-FILE
009480     END-IF.
009490     CLOSE OCPRPT-FILE.
009500     CLOSE USAGEDS-FILE.
009510     MOVE OCPL-RC TO RETURN-CODE.
009520 8000-EXIT.
009530     EXIT.
009540
009550*****************************************************************
009560* 8100-WRITE-USAGE - APPEND THE USAGE ACCOUNTING ROW FOR THIS
009570* SERVING RUN.  ROWS SERVED IS THE NUMBER OF OC CURVE LINES
009580* PRINTED.
009590*****************************************************************
009600 8100-WRITE-USAGE.
009610     MOVE OCPL-RUN-DATE TO SAMP-USG-RUN-DATE.
009620     MOVE 'OCPLAN'      TO SAMP-USG-PROGRAM.
009630     IF OCPL-PWK-SUBMITTER = SPACES
009640         MOVE 'UNKNOWN'          TO SAMP-USG-REQUESTER
009650     ELSE
009660         MOVE OCPL-PWK-SUBMITTER TO SAMP-USG-REQUESTER
009670     END-IF.
009680     MOVE OCPL-CURVE-ROWS TO SAMP-USG-ROWS.
009690     WRITE SAMP-USAGE-RECORD.
009700 8100-EXIT.
009710     EXIT.
009720
009730*****************************************************************
009740* 9999-ABEND-EXIT
009750*****************************************************************
009760 9999-ABEND-EXIT.
009770     IF OCPL-RC = ZERO
009780         MOVE 16 TO OCPL-RC
009790     END-IF.
009800     IF OCPL-CMBIDX-STATUS = '00'
009810         CLOSE CMBIDX-FILE
009820     END-IF.
009830     IF OCPL-LFCIDX-STATUS = '00'
009840         CLOSE LFCIDX-FILE
009850     END-IF.
009860     IF OCPL-OCPRPT-STATUS = '00'
009870         CLOSE OCPRPT-FILE
009880     END-IF.
009890     IF OCPL-USAGE-FILE-OPEN
009900         CLOSE USAGEDS-FILE
009910     END-IF.
009920     MOVE OCPL-RC TO RETURN-CODE.
009930     GOBACK.
