000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.    SUSPRPT.
000120 AUTHOR.        R HALVERSEN.
000130 INSTALLATION.  DATA CENTER APPLICATIONS.
000140 DATE-WRITTEN.  10/15/2026.
000150 DATE-COMPILED.
000160
000170*****************************************************************
000180* MODIFICATION HISTORY
000190* ----------------------------------------------------------------
000200* DATE       INIT  DESCRIPTION
000210* 10/15/2026  RH   ORIGINAL VERSION.  AGING REPORT OVER THE
000220*                  FACTREQ SUSPENSE FILE - ONE DETAIL LINE PER
000230*                  HELD REQUEST (REQUESTER, ORIGINAL OPERANDS,
000240*                  LATEST REJECT REASON, FIRST-REJECT DATE, DAYS
000250*                  OUTSTANDING, TRIES), THEN A SUMMARY BY
000260*                  REQUESTER WITH ITS DEPARTMENT FROM THE
000270*                  REQUESTER MASTER AND THE ITEMS SPREAD ACROSS
000280*                  0-7 / 8-30 / 31-60 / 61-90 / OVER-90 DAY
000290*                  BUCKETS, SO THE DEPARTMENTS THAT NEED CHASING
000300*                  ARE ON ONE PAGE.  AN OPTIONAL PARM (YYYYMMDD)
000310*                  AGES THE FILE AS OF ANOTHER DATE.
000320*****************************************************************
000330
000340 ENVIRONMENT DIVISION.
000350 CONFIGURATION SECTION.
000360 SOURCE-COMPUTER.  IBM-370.
000370 OBJECT-COMPUTER.  IBM-370.
000380
000390 INPUT-OUTPUT SECTION.
000400 FILE-CONTROL.
000410     SELECT SUSPIN-FILE    ASSIGN TO SUSPIN
000420            ORGANIZATION IS SEQUENTIAL
000430            FILE STATUS  IS SRPT-SUSPIN-STATUS.
000440
000450     SELECT REQMAST-FILE   ASSIGN TO REQMAST
000460            ORGANIZATION IS INDEXED
000470            ACCESS MODE  IS RANDOM
000480            RECORD KEY   IS SAMP-REQM-ID
000490            FILE STATUS  IS SRPT-REQMAST-STATUS.
000500
000510     SELECT AGERPT-FILE    ASSIGN TO AGERPT
000520            ORGANIZATION IS SEQUENTIAL
000530            FILE STATUS  IS SRPT-AGERPT-STATUS.
000540
000550 DATA DIVISION.
000560 FILE SECTION.
000570 FD  SUSPIN-FILE
000580     RECORDING MODE IS F.
000590     COPY SAMPSUSP.
000600
000610 FD  REQMAST-FILE
000620     RECORDING MODE IS F.
000630     COPY SAMPREQM.
000640
000650 FD  AGERPT-FILE
000660     RECORDING MODE IS F.
000670 01  AGERPT-RECORD             PIC X(80).
000680
000690 WORKING-STORAGE SECTION.
000700
000710*****************************************************************
000720* FILE STATUS AND SWITCHES
000730*****************************************************************
000740   77 SRPT-SUSPIN-STATUS     PIC X(02) VALUE SPACES.
000750   77 SRPT-REQMAST-STATUS    PIC X(02) VALUE SPACES.
000760   77 SRPT-AGERPT-STATUS     PIC X(02) VALUE SPACES.
000770
000780   77 SRPT-SUSP-EOF-SW       PIC X(01) VALUE 'N'.
000790       88 SRPT-SUSP-EOF             VALUE 'Y'.
000800       88 SRPT-SUSP-MORE            VALUE 'N'.
000810
000820   77 SRPT-MAST-OPEN-SW      PIC X(01) VALUE 'N'.
000830       88 SRPT-MAST-FILE-OPEN       VALUE 'Y'.
000840       88 SRPT-MAST-FILE-CLOSED     VALUE 'N'.
000850
000860   77 SRPT-REQ-FOUND-SW      PIC X(01) VALUE 'N'.
000870       88 SRPT-REQ-SLOT-FOUND       VALUE 'Y'.
000880       88 SRPT-REQ-SLOT-MISSING     VALUE 'N'.
000881
000882   77 SRPT-OTHERS-SW         PIC X(01) VALUE 'N'.
000883       88 SRPT-OTHERS-USED          VALUE 'Y'.
000890
000900   77 SRPT-SECTION-SW        PIC X(01) VALUE 'D'.
000910       88 SRPT-DETAIL-SECTION       VALUE 'D'.
000920       88 SRPT-SUMMARY-SECTION      VALUE 'S'.
000930
000940*****************************************************************
000950* AS-OF DATE FROM THE PARM AND THE RUN COUNTERS
000960*****************************************************************
000970 01  SRPT-PARM-WORK.
000980     05  SRPT-PWK-ASOF         PIC X(08).
000990
001000   77 SRPT-ASOF-DATE         PIC 9(08) VALUE ZERO.
001010   77 SRPT-ASOF-SERIAL       PIC 9(08) VALUE ZERO.
001020   77 SRPT-RC                PIC 9(04) VALUE ZERO.
001030
001040   77 SRPT-READ-COUNT        PIC 9(05) COMP-3 VALUE ZERO.
001050   77 SRPT-UNKN-COUNT        PIC 9(05) COMP-3 VALUE ZERO.
001060   77 SRPT-DAYS              PIC 9(05) VALUE ZERO.
001080
001090*****************************************************************
001100* PER-REQUESTER AGING TABLE.  ONE SLOT PER DISTINCT REQUESTER
001110* ON THE SUSPENSE FILE, WITH THE HELD ITEMS COUNTED INTO FIVE
001120* AGE BUCKETS (0-7, 8-30, 31-60, 61-90, OVER 90 DAYS) AND THE
001130* AGE OF ITS OLDEST ITEM.  MORE DISTINCT REQUESTERS THAN SLOTS
001140* LUMPS THE OVERFLOW UNDER *OTHERS IN ITS OWN ROW, SRPT-REQ-MAX
001150* + 1, SO NO REQUESTER'S FIGURES ARE EVER MIXED INTO IT.  THE
001151* LAST ROW IS NEVER A REQUESTER - IT CARRIES THE GRAND TOTALS.
001160*****************************************************************
001170 01  SRPT-REQ-TABLE.
001180     05  SRPT-REQ-ENTRY        OCCURS 102 TIMES.
001190         10  SRPT-REQ-ID         PIC X(08).
001200         10  SRPT-REQ-DEPT       PIC X(20).
001210         10  SRPT-REQ-BUCKET     PIC 9(05) COMP-3
001220                                 OCCURS 5 TIMES.
001230         10  SRPT-REQ-TOTAL      PIC 9(05) COMP-3.
001240         10  SRPT-REQ-OLDEST     PIC 9(05) COMP-3.
001250
001260   77 SRPT-REQ-MAX           PIC 9(03) COMP VALUE 100.
001261   77 SRPT-OTHERS-SLOT       PIC 9(03) COMP VALUE 101.
001270   77 SRPT-REQ-TOT-ROW       PIC 9(03) COMP VALUE 102.
001280   77 SRPT-REQ-USED          PIC 9(03) COMP VALUE ZERO.
001290   77 SRPT-REQ-SUB           PIC 9(03) COMP VALUE ZERO.
001300   77 SRPT-BKT-SUB           PIC 9(03) COMP VALUE ZERO.
001310
001320*****************************************************************
001330* DAYS OUTSTANDING.  THE FIRST-REJECT DATE AND THE AS-OF DATE
001340* ARE EACH CONVERTED TO A DAY SERIAL (FLIEGEL-VAN FLANDERN, AS
001350* IN AUDRPT) AND SUBTRACTED.
001360*****************************************************************
001370 01  SRPT-SER-DATE-X.
001380     05  SRPT-SER-YYYY         PIC 9(04).
001390     05  SRPT-SER-MM           PIC 9(02).
001400     05  SRPT-SER-DD           PIC 9(02).
001410
001420   77 SRPT-SER-A             PIC S9(08) COMP VALUE ZERO.
001430   77 SRPT-SER-Y             PIC S9(08) COMP VALUE ZERO.
001440   77 SRPT-SER-M             PIC S9(08) COMP VALUE ZERO.
001450   77 SRPT-SER-WORK          PIC S9(08) COMP VALUE ZERO.
001460   77 SRPT-SER-T1            PIC S9(08) COMP VALUE ZERO.
001470   77 SRPT-SER-T2            PIC S9(08) COMP VALUE ZERO.
001480   77 SRPT-SER-T3            PIC S9(08) COMP VALUE ZERO.
001490   77 SRPT-SER-T4            PIC S9(08) COMP VALUE ZERO.
001500
001510   77 SRPT-RUN-DATE          PIC 9(08) VALUE ZERO.
001520
001530 01  SRPT-RUN-DATE-X.
001540     05  SRPT-RUN-YYYY         PIC 9(04).
001550     05  SRPT-RUN-MM           PIC 9(02).
001560     05  SRPT-RUN-DD           PIC 9(02).
001570
001580   77 SRPT-LINE-COUNT        PIC 9(03) VALUE ZERO.
001590   77 SRPT-PAGE-COUNT        PIC 9(03) VALUE ZERO.
001600   77 SRPT-LINES-PER-PAGE    PIC 9(03) VALUE 20.
001610
001620*****************************************************************
001630* REPORT LINES
001640*****************************************************************
001650 01  SRPT-RPT-HEADER-1.
001660     05  FILLER                PIC X(10) VALUE 'RUN DATE: '.
001670     05  SRPT-HDR-MM           PIC 99.
001680     05  FILLER                PIC X(01) VALUE '/'.
001690     05  SRPT-HDR-DD           PIC 99.
001700     05  FILLER                PIC X(01) VALUE '/'.
001710     05  SRPT-HDR-YYYY         PIC 9999.
001720     05  FILLER                PIC X(27) VALUE SPACES.
001730     05  FILLER                PIC X(06) VALUE 'PAGE '.
001740     05  SRPT-HDR-PAGE         PIC ZZ9.
001750
001760 01  SRPT-RPT-HEADER-2.
001770     05  FILLER                PIC X(40)
001780            VALUE 'FACTREQ SUSPENSE AGING REPORT'.
001790     05  FILLER                PIC X(07) VALUE 'AS OF '.
001800     05  SRPT-HDR-ASOF-MM      PIC 99.
001810     05  FILLER                PIC X(01) VALUE '/'.
001820     05  SRPT-HDR-ASOF-DD      PIC 99.
001830     05  FILLER                PIC X(01) VALUE '/'.
001840     05  SRPT-HDR-ASOF-YYYY    PIC 9999.
001850
001860 01  SRPT-RPT-DET-COLHDG.
001870     05  FILLER                PIC X(10) VALUE 'REQUESTER'.
001880     05  FILLER                PIC X(10) VALUE 'REQ DATE'.
001890     05  FILLER                PIC X(03) VALUE 'F'.
001900     05  FILLER                PIC X(04) VALUE ' N'.
001910     05  FILLER                PIC X(04) VALUE ' R'.
001920     05  FILLER                PIC X(21) VALUE 'LATEST REASON'.
001930     05  FILLER                PIC X(12) VALUE 'FIRST REJ'.
001940     05  FILLER                PIC X(07) VALUE ' DAYS'.
001950     05  FILLER                PIC X(05) VALUE 'TRIES'.
001960
001970 01  SRPT-RPT-DETAIL.
001980     05  SRPT-DET-REQUESTER    PIC X(08).
001990     05  FILLER                PIC X(02) VALUE SPACES.
002000     05  SRPT-DET-REQ-DATE     PIC X(08).
002010     05  FILLER                PIC X(02) VALUE SPACES.
002020     05  SRPT-DET-FUNC         PIC X(01).
002030     05  FILLER                PIC X(02) VALUE SPACES.
002040     05  SRPT-DET-I            PIC X(02).
002050     05  FILLER                PIC X(02) VALUE SPACES.
002060     05  SRPT-DET-R            PIC X(02).
002070     05  FILLER                PIC X(02) VALUE SPACES.
002080     05  SRPT-DET-REASON       PIC X(19).
002090     05  FILLER                PIC X(02) VALUE SPACES.
002100     05  SRPT-DET-MM           PIC 99.
002110     05  FILLER                PIC X(01) VALUE '/'.
002120     05  SRPT-DET-DD           PIC 99.
002130     05  FILLER                PIC X(01) VALUE '/'.
002140     05  SRPT-DET-YYYY         PIC 9999.
002150     05  FILLER                PIC X(02) VALUE SPACES.
002160     05  SRPT-DET-DAYS         PIC ZZZZ9.
002170     05  FILLER                PIC X(04) VALUE SPACES.
002180     05  SRPT-DET-TRIES        PIC ZZ9.
002190
002200 01  SRPT-RPT-SUM-COLHDG.
002210     05  FILLER                PIC X(09) VALUE 'REQUESTER'.
002220     05  FILLER                PIC X(21) VALUE 'DEPARTMENT'.
002230     05  FILLER                PIC X(06) VALUE '  0-7'.
002240     05  FILLER                PIC X(06) VALUE ' 8-30'.
002250     05  FILLER                PIC X(06) VALUE '31-60'.
002260     05  FILLER                PIC X(06) VALUE '61-90'.
002270     05  FILLER                PIC X(06) VALUE '  >90'.
002280     05  FILLER                PIC X(06) VALUE 'TOTAL'.
002290     05  FILLER                PIC X(06) VALUE 'OLDEST'.
002300
002310 01  SRPT-RPT-SUMMARY.
002320     05  SRPT-SUM-ID           PIC X(08).
002330     05  FILLER                PIC X(01) VALUE SPACES.
002340     05  SRPT-SUM-DEPT         PIC X(20).
002350     05  FILLER                PIC X(01) VALUE SPACES.
002360     05  SRPT-SUM-BKT-GRP.
002370         10  SRPT-SUM-BKT-ENTRY  OCCURS 5 TIMES.
002380             15  SRPT-SUM-BKT    PIC ZZZZ9.
002390             15  FILLER          PIC X(01).
002400     05  SRPT-SUM-TOTAL        PIC ZZZZ9.
002410     05  FILLER                PIC X(01) VALUE SPACES.
002420     05  SRPT-SUM-OLDEST       PIC ZZZZ9.
002430
002440 01  SRPT-RPT-COUNT-LINE.
002450     05  SRPT-CNT-LABEL        PIC X(25).
002460     05  SRPT-CNT-VALUE        PIC ZZ,ZZ9.
002470
002480 LINKAGE SECTION.
002490 01  SRPT-PARM.
002500     05  SRPT-PARM-LEN         PIC S9(4) COMP.
002510     05  SRPT-PARM-DATA        PIC X(80).
002520
002530 PROCEDURE DIVISION USING SRPT-PARM.
002540
002550*****************************************************************
002560* 0000-MAINLINE
002570*****************************************************************
002580 0000-MAINLINE.
002590     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002600     PERFORM 2000-VALIDATE-PARM THRU 2000-EXIT.
002610     PERFORM 3000-PROCESS-SUSPENSE THRU 3000-EXIT.
002620     PERFORM 5000-PRINT-SUMMARY THRU 5000-EXIT.
002630     PERFORM 8000-TERMINATE THRU 8000-EXIT.
002640     GOBACK.
002650
002660*****************************************************************
002670* 1000-INITIALIZE - OPEN THE SUSPENSE FILE, THE REQUESTER
002680* MASTER AND THE REPORT.  AS IN USGRPT, A MISSING REQUESTER
002690* MASTER IS NOT FATAL - THE DEPARTMENT COLUMN JUST SAYS
002700* UNKNOWN - BUT ANY OTHER OPEN FAILURE IS.  A SUSPENSE FILE
002710* THAT DOES NOT EXIST YET IS AN EMPTY ONE.
002720*****************************************************************
002730 1000-INITIALIZE.
002740     ACCEPT SRPT-RUN-DATE FROM DATE YYYYMMDD.
002750     MOVE SRPT-RUN-DATE TO SRPT-RUN-DATE-X.
002770     INITIALIZE SRPT-REQ-TABLE.
002780
002790     OPEN INPUT SUSPIN-FILE.
002800     IF SRPT-SUSPIN-STATUS = '35'
002810         MOVE 'Y' TO SRPT-SUSP-EOF-SW
002820     ELSE
002830         IF SRPT-SUSPIN-STATUS NOT = '00'
002840             DISPLAY 'SUSPRPT - SUSPIN OPEN FAILED, STATUS = '
002850                 SRPT-SUSPIN-STATUS
002860             MOVE 28 TO SRPT-RC
002870             GO TO 9999-ABEND-EXIT
002880         END-IF
002890     END-IF.
002900
002910     OPEN INPUT REQMAST-FILE.
002920     IF SRPT-REQMAST-STATUS = '35'
002930         MOVE 'N' TO SRPT-MAST-OPEN-SW
002940     ELSE
002950         IF SRPT-REQMAST-STATUS NOT = '00'
002960             DISPLAY 'SUSPRPT - REQMAST OPEN FAILED, STATUS = '
002970                 SRPT-REQMAST-STATUS
002980             MOVE 24 TO SRPT-RC
002990             GO TO 9999-ABEND-EXIT
003000         ELSE
003010             MOVE 'Y' TO SRPT-MAST-OPEN-SW
003020         END-IF
003030     END-IF.
003040
003050     OPEN OUTPUT AGERPT-FILE.
003060     IF SRPT-AGERPT-STATUS NOT = '00'
003070         DISPLAY 'SUSPRPT - AGERPT OPEN FAILED, STATUS = '
003080             SRPT-AGERPT-STATUS
003090         MOVE 28 TO SRPT-RC
003100         GO TO 9999-ABEND-EXIT
003110     END-IF.
003120 1000-EXIT.
003130     EXIT.
003140
003150*****************************************************************
003160* 2000-VALIDATE-PARM - THE PARM, IF GIVEN, IS THE AS-OF DATE
003170* (YYYYMMDD) THE ITEMS ARE AGED TO.  NO PARM AGES THEM TO TODAY.
003180*****************************************************************
003190 2000-VALIDATE-PARM.
003200     MOVE SRPT-RUN-DATE TO SRPT-ASOF-DATE.
003210     IF SRPT-PARM-LEN > 7
003220         MOVE SRPT-PARM-DATA(1:8) TO SRPT-PWK-ASOF
003230         IF SRPT-PWK-ASOF IS NOT NUMERIC
003240             DISPLAY 'SUSPRPT - AS-OF DATE IS NOT NUMERIC: '
003250                 SRPT-PWK-ASOF
003260             MOVE 16 TO SRPT-RC
003270             GO TO 9999-ABEND-EXIT
003280         END-IF
003290         MOVE SRPT-PWK-ASOF TO SRPT-ASOF-DATE
003300     END-IF.
003310     MOVE SRPT-ASOF-DATE TO SRPT-SER-DATE-X.
003320     MOVE SRPT-SER-MM   TO SRPT-HDR-ASOF-MM.
003330     MOVE SRPT-SER-DD   TO SRPT-HDR-ASOF-DD.
003340     MOVE SRPT-SER-YYYY TO SRPT-HDR-ASOF-YYYY.
003350     PERFORM 3310-DATE-TO-SERIAL THRU 3310-EXIT.
003360     MOVE SRPT-SER-WORK TO SRPT-ASOF-SERIAL.
003370 2000-EXIT.
003380     EXIT.
003390
003400*****************************************************************
003410* 3000-PROCESS-SUSPENSE - ONE PASS DOWN THE SUSPENSE FILE: AGE
003420* EACH ITEM, PRINT ITS DETAIL LINE, AND ROLL IT INTO ITS
003430* REQUESTER'S BUCKETS.
003440*****************************************************************
003450 3000-PROCESS-SUSPENSE.
003460     MOVE 'D' TO SRPT-SECTION-SW.
003470     IF SRPT-SUSP-MORE
003480         PERFORM 3200-READ-SUSPENSE THRU 3200-EXIT
003490     END-IF.
003500     PERFORM 3100-PROCESS-ITEM THRU 3100-EXIT
003510         UNTIL SRPT-SUSP-EOF.
003520 3000-EXIT.
003530     EXIT.
003540
003550 3100-PROCESS-ITEM.
003560     PERFORM 3300-AGE-ITEM THRU 3300-EXIT.
003570     PERFORM 4000-PRINT-DETAIL THRU 4000-EXIT.
003580     PERFORM 3400-TALLY-REQUESTER THRU 3400-EXIT.
003590     PERFORM 3200-READ-SUSPENSE THRU 3200-EXIT.
003600 3100-EXIT.
003610     EXIT.
003620
003630 3200-READ-SUSPENSE.
003640     READ SUSPIN-FILE
003650         AT END
003660             MOVE 'Y' TO SRPT-SUSP-EOF-SW
003670         NOT AT END
003680             ADD 1 TO SRPT-READ-COUNT
003690     END-READ.
003700 3200-EXIT.
003710     EXIT.
003720
003730*****************************************************************
003740* 3300-AGE-ITEM - DAYS FROM THE FIRST REJECTION TO THE AS-OF
003750* DATE, AND THE BUCKET THAT FALLS IN.  A FIRST-REJECT DATE
003760* THAT IS NOT A DATE, OR IS LATER THAN THE AS-OF DATE, AGES AS
003770* ZERO DAYS RATHER THAN STOPPING THE REPORT.
003780*****************************************************************
003790 3300-AGE-ITEM.
003800     MOVE ZERO TO SRPT-DAYS.
003810     IF SAMP-SUSP-FIRST-DATE IS NUMERIC
003820             AND SAMP-SUSP-FIRST-DATE < SRPT-ASOF-DATE
003830         MOVE SAMP-SUSP-FIRST-DATE TO SRPT-SER-DATE-X
003840         PERFORM 3310-DATE-TO-SERIAL THRU 3310-EXIT
003850         COMPUTE SRPT-DAYS = SRPT-ASOF-SERIAL - SRPT-SER-WORK
003860     END-IF.
003870     IF SRPT-DAYS > 90
003880         MOVE 5 TO SRPT-BKT-SUB
003890         GO TO 3300-EXIT
003900     END-IF.
003910     IF SRPT-DAYS > 60
003920         MOVE 4 TO SRPT-BKT-SUB
003930         GO TO 3300-EXIT
003940     END-IF.
003950     IF SRPT-DAYS > 30
003960         MOVE 3 TO SRPT-BKT-SUB
003970         GO TO 3300-EXIT
003980     END-IF.
003990     IF SRPT-DAYS > 7
004000         MOVE 2 TO SRPT-BKT-SUB
004010     ELSE
004020         MOVE 1 TO SRPT-BKT-SUB
004030     END-IF.
004040 3300-EXIT.
004050     EXIT.
004060
004070*****************************************************************
004080* 3310-DATE-TO-SERIAL - FLIEGEL-VAN FLANDERN DAY NUMBER FROM A
004090* YYYYMMDD DATE IN SRPT-SER-DATE-X, RETURNED IN SRPT-SER-WORK.
004100* EACH DIVISION IS A SEPARATE DIVIDE INTO AN INTEGER FIELD SO
004110* EVERY TERM TRUNCATES BEFORE THE FINAL SUM.
004120*****************************************************************
004130 3310-DATE-TO-SERIAL.
004140     COMPUTE SRPT-SER-A = (14 - SRPT-SER-MM) / 12.
004150     COMPUTE SRPT-SER-Y = SRPT-SER-YYYY + 4800 - SRPT-SER-A.
004160     COMPUTE SRPT-SER-M = SRPT-SER-MM + 12 * SRPT-SER-A - 3.
004170     COMPUTE SRPT-SER-T1 = 153 * SRPT-SER-M + 2.
004180     DIVIDE SRPT-SER-T1 BY 5 GIVING SRPT-SER-T1.
004190     DIVIDE SRPT-SER-Y BY 4 GIVING SRPT-SER-T2.
004200     DIVIDE SRPT-SER-Y BY 100 GIVING SRPT-SER-T3.
004210     DIVIDE SRPT-SER-Y BY 400 GIVING SRPT-SER-T4.
004220     COMPUTE SRPT-SER-WORK =
004230         SRPT-SER-DD
004240         + SRPT-SER-T1
004250         + 365 * SRPT-SER-Y
004260         + SRPT-SER-T2
004270         - SRPT-SER-T3
004280         + SRPT-SER-T4
004290         - 32045.
004300 3310-EXIT.
004310     EXIT.
004320
004330*****************************************************************
004340* 3400-TALLY-REQUESTER - ROLL THE ITEM INTO ITS REQUESTER'S
004350* SLOT AND INTO THE TOTALS ROW, CLAIMING A FRESH SLOT (AND
004360* LOOKING UP THE DEPARTMENT) FOR A REQUESTER NOT SEEN YET.  A
004370* FULL TABLE LUMPS THE OVERFLOW UNDER *OTHERS, IN A SLOT OF ITS
004371* OWN PAST THE LAST REQUESTER'S.
004380*****************************************************************
004390 3400-TALLY-REQUESTER.
004400     MOVE 'N' TO SRPT-REQ-FOUND-SW.
004410     MOVE ZERO TO SRPT-REQ-SUB.
004420     PERFORM 3410-FIND-REQ-SLOT THRU 3410-EXIT
004430         UNTIL SRPT-REQ-SLOT-FOUND
004440             OR SRPT-REQ-SUB >= SRPT-REQ-USED.
004450     IF SRPT-REQ-SLOT-MISSING
004460         IF SRPT-REQ-USED < SRPT-REQ-MAX
004470             ADD 1 TO SRPT-REQ-USED
004480             MOVE SRPT-REQ-USED TO SRPT-REQ-SUB
004490             MOVE SAMP-SUSP-REQUESTER
004495                 TO SRPT-REQ-ID (SRPT-REQ-SUB)
004500             PERFORM 3420-FIND-DEPARTMENT THRU 3420-EXIT
004510         ELSE
004520             MOVE SRPT-OTHERS-SLOT TO SRPT-REQ-SUB
004521             IF NOT SRPT-OTHERS-USED
004522                 MOVE 'Y' TO SRPT-OTHERS-SW
004530                 MOVE '*OTHERS ' TO SRPT-REQ-ID (SRPT-REQ-SUB)
004540                 MOVE 'VARIOUS'  TO SRPT-REQ-DEPT (SRPT-REQ-SUB)
004541             END-IF
004550         END-IF
004560     END-IF.
004570     ADD 1 TO SRPT-REQ-BUCKET (SRPT-REQ-SUB SRPT-BKT-SUB).
004580     ADD 1 TO SRPT-REQ-TOTAL (SRPT-REQ-SUB).
004590     IF SRPT-DAYS > SRPT-REQ-OLDEST (SRPT-REQ-SUB)
004600         MOVE SRPT-DAYS TO SRPT-REQ-OLDEST (SRPT-REQ-SUB)
004610     END-IF.
004620     ADD 1 TO SRPT-REQ-BUCKET (SRPT-REQ-TOT-ROW SRPT-BKT-SUB).
004630     ADD 1 TO SRPT-REQ-TOTAL (SRPT-REQ-TOT-ROW).
004640     IF SRPT-DAYS > SRPT-REQ-OLDEST (SRPT-REQ-TOT-ROW)
004650         MOVE SRPT-DAYS TO SRPT-REQ-OLDEST (SRPT-REQ-TOT-ROW)
004660     END-IF.
004670 3400-EXIT.
004680     EXIT.
004690
004700 3410-FIND-REQ-SLOT.
004710     ADD 1 TO SRPT-REQ-SUB.
004720     IF SRPT-REQ-ID (SRPT-REQ-SUB) = SAMP-SUSP-REQUESTER
004730         MOVE 'Y' TO SRPT-REQ-FOUND-SW
004740     END-IF.
004750 3410-EXIT.
004760     EXIT.
004770
004780*****************************************************************
004790* 3420-FIND-DEPARTMENT - KEYED READ OF THE REQUESTER MASTER FOR
004800* THE NEW SLOT.  A REQUESTER NOT ON THE MASTER (THE COMMONEST
004810* REASON TO BE IN SUSPENSE AT ALL) SHOWS AS UNKNOWN.
004820*****************************************************************
004830 3420-FIND-DEPARTMENT.
004840     MOVE 'UNKNOWN DEPARTMENT  ' TO SRPT-REQ-DEPT (SRPT-REQ-SUB).
004850     IF SRPT-MAST-FILE-CLOSED
004860         ADD 1 TO SRPT-UNKN-COUNT
004870         GO TO 3420-EXIT
004880     END-IF.
004890     MOVE SAMP-SUSP-REQUESTER TO SAMP-REQM-ID.
004900     READ REQMAST-FILE
004910         INVALID KEY
004920             ADD 1 TO SRPT-UNKN-COUNT
004930             GO TO 3420-EXIT
004940     END-READ.
004950     MOVE SAMP-REQM-DEPT TO SRPT-REQ-DEPT (SRPT-REQ-SUB).
004960 3420-EXIT.
004970     EXIT.
004980
004990*****************************************************************
005000* 4000-PRINT-DETAIL - ONE FORMATTED LINE PER HELD REQUEST.
005010*****************************************************************
005020 4000-PRINT-DETAIL.
005030     IF SRPT-LINE-COUNT = ZERO
005040             OR SRPT-LINE-COUNT >= SRPT-LINES-PER-PAGE
005050         PERFORM 4100-PRINT-HEADINGS THRU 4100-EXIT
005060     END-IF.
005070     MOVE SAMP-SUSP-REQUESTER TO SRPT-DET-REQUESTER.
005080     MOVE SAMP-SUSP-REQ-DATE  TO SRPT-DET-REQ-DATE.
005090     MOVE SAMP-SUSP-FUNC      TO SRPT-DET-FUNC.
005100     MOVE SAMP-SUSP-I         TO SRPT-DET-I.
005110     MOVE SAMP-SUSP-R         TO SRPT-DET-R.
005120     MOVE SAMP-SUSP-REASON    TO SRPT-DET-REASON.
005130     IF SAMP-SUSP-FIRST-DATE IS NUMERIC
005140         MOVE SAMP-SUSP-FIRST-DATE TO SRPT-SER-DATE-X
005150     ELSE
005160         MOVE ZERO TO SRPT-SER-DATE-X
005170     END-IF.
005180     MOVE SRPT-SER-MM   TO SRPT-DET-MM.
005190     MOVE SRPT-SER-DD   TO SRPT-DET-DD.
005200     MOVE SRPT-SER-YYYY TO SRPT-DET-YYYY.
005210     MOVE SRPT-DAYS     TO SRPT-DET-DAYS.
005220     IF SAMP-SUSP-TRIES IS NUMERIC
005230         MOVE SAMP-SUSP-TRIES TO SRPT-DET-TRIES
005240     ELSE
005250         MOVE ZERO TO SRPT-DET-TRIES
005260     END-IF.
005270     WRITE AGERPT-RECORD FROM SRPT-RPT-DETAIL
005280         AFTER ADVANCING 1 LINE.
005290     ADD 1 TO SRPT-LINE-COUNT.
005300 4000-EXIT.
005310     EXIT.
005320
005330 4100-PRINT-HEADINGS.
005340     ADD 1 TO SRPT-PAGE-COUNT.
005350     MOVE ZERO TO SRPT-LINE-COUNT.
005360     MOVE SRPT-RUN-MM     TO SRPT-HDR-MM.
005370     MOVE SRPT-RUN-DD     TO SRPT-HDR-DD.
005380     MOVE SRPT-RUN-YYYY   TO SRPT-HDR-YYYY.
005390     MOVE SRPT-PAGE-COUNT TO SRPT-HDR-PAGE.
005400     WRITE AGERPT-RECORD FROM SRPT-RPT-HEADER-1
005410         AFTER ADVANCING PAGE.
005420     WRITE AGERPT-RECORD FROM SRPT-RPT-HEADER-2
005430         AFTER ADVANCING 2 LINES.
005440     IF SRPT-DETAIL-SECTION
005450         WRITE AGERPT-RECORD FROM SRPT-RPT-DET-COLHDG
005460             AFTER ADVANCING 2 LINES
005470     ELSE
005480         WRITE AGERPT-RECORD FROM SRPT-RPT-SUM-COLHDG
005490             AFTER ADVANCING 2 LINES
005500     END-IF.
005510 4100-EXIT.
005520     EXIT.
005530
005540*****************************************************************
005550* 5000-PRINT-SUMMARY - THE AGING SUMMARY STARTS ON A NEW PAGE:
005560* ONE LINE PER REQUESTER WITH ITS DEPARTMENT, THE ITEMS IN EACH
005570* AGE BUCKET, ITS TOTAL AND THE AGE OF ITS OLDEST ITEM, THEN
005580* *OTHERS IF THE TABLE RAN OUT, THEN THE SAME FIGURES FOR THE
005581* WHOLE FILE.
005590*****************************************************************
005600 5000-PRINT-SUMMARY.
005610     MOVE 'S' TO SRPT-SECTION-SW.
005620     MOVE ZERO TO SRPT-LINE-COUNT.
005630     MOVE ZERO TO SRPT-REQ-SUB.
005640     PERFORM 5100-PRINT-ONE-REQUESTER THRU 5100-EXIT
005650         UNTIL SRPT-REQ-SUB >= SRPT-REQ-USED.
005651     IF SRPT-OTHERS-USED
005652         MOVE SRPT-REQ-MAX TO SRPT-REQ-SUB
005653         PERFORM 5100-PRINT-ONE-REQUESTER THRU 5100-EXIT
005654     END-IF.
005660     IF SRPT-LINE-COUNT = ZERO
005670             OR SRPT-LINE-COUNT >= SRPT-LINES-PER-PAGE
005680         PERFORM 4100-PRINT-HEADINGS THRU 4100-EXIT
005690     END-IF.
005700     MOVE SRPT-REQ-TOT-ROW TO SRPT-REQ-SUB.
005710     MOVE 'ALL     '    TO SRPT-REQ-ID (SRPT-REQ-SUB).
005720     MOVE 'TOTAL SUSPENSE' TO SRPT-REQ-DEPT (SRPT-REQ-SUB).
005730     PERFORM 5200-FORMAT-SUMMARY THRU 5200-EXIT.
005740     WRITE AGERPT-RECORD FROM SRPT-RPT-SUMMARY
005750         AFTER ADVANCING 2 LINES.
005760     ADD 2 TO SRPT-LINE-COUNT.
005770 5000-EXIT.
005780     EXIT.
005790
005800 5100-PRINT-ONE-REQUESTER.
005810     ADD 1 TO SRPT-REQ-SUB.
005820     IF SRPT-LINE-COUNT = ZERO
005830             OR SRPT-LINE-COUNT >= SRPT-LINES-PER-PAGE
005840         PERFORM 4100-PRINT-HEADINGS THRU 4100-EXIT
005850     END-IF.
005860     PERFORM 5200-FORMAT-SUMMARY THRU 5200-EXIT.
005870     WRITE AGERPT-RECORD FROM SRPT-RPT-SUMMARY
005880         AFTER ADVANCING 1 LINE.
005890     ADD 1 TO SRPT-LINE-COUNT.
005900 5100-EXIT.
005910     EXIT.
005920
005930 5200-FORMAT-SUMMARY.
005940     MOVE SPACES TO SRPT-SUM-BKT-GRP.
005950     MOVE SRPT-REQ-ID (SRPT-REQ-SUB)   TO SRPT-SUM-ID.
005960     MOVE SRPT-REQ-DEPT (SRPT-REQ-SUB) TO SRPT-SUM-DEPT.
005970     MOVE ZERO TO SRPT-BKT-SUB.
005980     PERFORM 5210-FORMAT-BUCKET THRU 5210-EXIT
005990         UNTIL SRPT-BKT-SUB >= 5.
006000     MOVE SRPT-REQ-TOTAL (SRPT-REQ-SUB)  TO SRPT-SUM-TOTAL.
006010     MOVE SRPT-REQ-OLDEST (SRPT-REQ-SUB) TO SRPT-SUM-OLDEST.
006020 5200-EXIT.
006030     EXIT.
006040
006050 5210-FORMAT-BUCKET.
006060     ADD 1 TO SRPT-BKT-SUB.
006070     MOVE SRPT-REQ-BUCKET (SRPT-REQ-SUB SRPT-BKT-SUB)
006080         TO SRPT-SUM-BKT (SRPT-BKT-SUB).
006090 5210-EXIT.
006100     EXIT.
006110
006120*****************************************************************
006130* 8000-TERMINATE - THE RUN COUNTS, THEN CLOSE UP.
006140*****************************************************************
006150 8000-TERMINATE.
006160     MOVE 'ITEMS IN SUSPENSE:       ' TO SRPT-CNT-LABEL.
006170     MOVE SRPT-READ-COUNT TO SRPT-CNT-VALUE.
006180     WRITE AGERPT-RECORD FROM SRPT-RPT-COUNT-LINE
006190         AFTER ADVANCING 2 LINES.
006200     MOVE 'REQUESTERS:              ' TO SRPT-CNT-LABEL.
006210     MOVE SRPT-REQ-USED TO SRPT-CNT-VALUE.
006220     WRITE AGERPT-RECORD FROM SRPT-RPT-COUNT-LINE
006230         AFTER ADVANCING 1 LINE.
006240     MOVE 'NOT ON REQUESTER MASTER: ' TO SRPT-CNT-LABEL.
006250     MOVE SRPT-UNKN-COUNT TO SRPT-CNT-VALUE.
006260     WRITE AGERPT-RECORD FROM SRPT-RPT-COUNT-LINE
006270         AFTER ADVANCING 1 LINE.
006280
006290     IF SRPT-SUSPIN-STATUS = '00' OR '10'
006300         CLOSE SUSPIN-FILE
006310     END-IF.
006320     IF SRPT-MAST-FILE-OPEN
006330         CLOSE REQMAST-FILE
006340     END-IF.
006350     CLOSE AGERPT-FILE.
006360     MOVE SRPT-RC TO RETURN-CODE.
006370 8000-EXIT.
006380     EXIT.
006390
006400*****************************************************************
006410* 9999-ABEND-EXIT
006420*****************************************************************
006430 9999-ABEND-EXIT.
006440     IF SRPT-RC = ZERO
006450         MOVE 16 TO SRPT-RC
006460     END-IF.
006470     IF SRPT-SUSPIN-STATUS = '00'
006480         CLOSE SUSPIN-FILE
006490     END-IF.
006500     IF SRPT-MAST-FILE-OPEN
006510         CLOSE REQMAST-FILE
006520     END-IF.
006530     IF SRPT-AGERPT-STATUS = '00'
006540         CLOSE AGERPT-FILE
006550     END-IF.
006560     MOVE SRPT-RC TO RETURN-CODE.
006570     GOBACK.
