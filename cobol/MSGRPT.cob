000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.    MSGRPT.
000120 AUTHOR.        R HALVERSEN.
000130 INSTALLATION.  DATA CENTER APPLICATIONS.
000140 DATE-WRITTEN.  10/15/2026.
000150 DATE-COMPILED.
000160
000170*****************************************************************
000180* MODIFICATION HISTORY
000190* ----------------------------------------------------------------
000200* DATE       INIT  DESCRIPTION
000210* 10/15/2026  RH   ORIGINAL VERSION.  RECURRING-EXCEPTION REPORT
000220*                  OVER THE OPERATOR MESSAGE LOG (SEE SAMPMLOG)
000230*                  EVERY 9800-ISSUE-MESSAGE PARAGRAPH APPENDS TO.
000240*                  FOR A DAY OR A WEEK IT COUNTS EACH MESSAGE ID
000250*                  BY THE PROGRAM THAT ISSUED IT, WITH THE FIRST
000260*                  AND LAST TIME THE PAIR WAS SEEN OVER A LONGER
000270*                  HISTORY WINDOW AND THE NUMBER OF DAYS IT CAME
000280*                  UP.  A PAIR SEEN ON ENOUGH DAYS IS STARRED AS
000290*                  RECURRING, AND ONE THAT ONLY EVER COMES UP ON
000300*                  THE SAME DAY OF THE WEEK SAYS WHICH DAY, SO A
000310*                  CEL016S EVERY TUESDAY STANDS OUT INSTEAD OF
000320*                  BEING CLEARED ONE SYSOUT AT A TIME.  THE STEP
000330*                  ENDS RC=4 WHEN ANYTHING IS STARRED.
000340*****************************************************************
000350
000360 ENVIRONMENT DIVISION.
000370 CONFIGURATION SECTION.
000380 SOURCE-COMPUTER.  IBM-370.
000390 OBJECT-COMPUTER.  IBM-370.
000400
000410 INPUT-OUTPUT SECTION.
000420 FILE-CONTROL.
000430     SELECT MSGIN-FILE     ASSIGN TO MSGIN
000440            ORGANIZATION IS SEQUENTIAL
000450            FILE STATUS  IS MSGR-MSGIN-STATUS.
000460
000470     SELECT MSGRPT-FILE    ASSIGN TO MSGRPT
000480            ORGANIZATION IS SEQUENTIAL
000490            FILE STATUS  IS MSGR-MSGRPT-STATUS.
000500
000510 DATA DIVISION.
000520 FILE SECTION.
000530 FD  MSGIN-FILE
000540     RECORDING MODE IS F.
000550     COPY SAMPMLOG.
000560
000570 FD  MSGRPT-FILE
000580     RECORDING MODE IS F.
000590 01  MSGRPT-RECORD             PIC X(80).
000600
000610 WORKING-STORAGE SECTION.
000620
000630*****************************************************************
000640* FILE STATUS AND SWITCHES
000650*****************************************************************
000660   77 MSGR-MSGIN-STATUS      PIC X(02) VALUE SPACES.
000670   77 MSGR-MSGRPT-STATUS     PIC X(02) VALUE SPACES.
000680
000690   77 MSGR-MSG-EOF-SW        PIC X(01) VALUE 'N'.
000700       88 MSGR-MSG-EOF              VALUE 'Y'.
000710       88 MSGR-MSG-MORE             VALUE 'N'.
000720
000730   77 MSGR-FOUND-SW          PIC X(01) VALUE 'N'.
000740       88 MSGR-ENTRY-FOUND          VALUE 'Y'.
000750       88 MSGR-ENTRY-MISSING        VALUE 'N'.
000760
000770   77 MSGR-PAST-SW           PIC X(01) VALUE 'N'.
000780       88 MSGR-PAST-SLOT            VALUE 'Y'.
000790
000800   77 MSGR-SECTION-SW        PIC X(01) VALUE 'D'.
000810       88 MSGR-DETAIL-SECTION       VALUE 'D'.
000820       88 MSGR-SUMMARY-SECTION      VALUE 'S'.
000830
000840*****************************************************************
000850* PARM WORKING FIELDS - COLS 1-8 = LAST DAY OF THE PERIOD
000860* (YYYYMMDD, BLANK MEANS TODAY), COLS 9-11 = DAYS IN THE PERIOD
000870* (BLANK MEANS 001 - A DAILY RUN; 007 FOR A WEEKLY ONE), COLS
000880* 12-14 = DAYS OF HISTORY TO JUDGE RECURRENCE OVER, ENDING THE
000890* SAME DAY (BLANK MEANS 056, EIGHT WEEKS, OR THE PERIOD IF THAT
000900* IS LONGER).  NO PARM AT ALL TAKES EVERY DEFAULT.
000910*****************************************************************
000920 01  MSGR-PARM-WORK.
000930     05  MSGR-PWK-TO           PIC X(08).
000940     05  MSGR-PWK-PERIOD       PIC X(03).
000950     05  MSGR-PWK-HISTORY      PIC X(03).
000960
000970 01  MSGR-PWK-NUM REDEFINES MSGR-PARM-WORK.
000980     05  MSGR-PWK-TO-9.
000990         10  MSGR-PWK-TO-YYYY  PIC 9(04).
001000         10  MSGR-PWK-TO-MM    PIC 9(02).
001010         10  MSGR-PWK-TO-DD    PIC 9(02).
001020     05  MSGR-PWK-PERIOD-9     PIC 9(03).
001030     05  MSGR-PWK-HISTORY-9    PIC 9(03).
001040
001050   77 MSGR-RC                PIC 9(04) VALUE ZERO.
001060   77 MSGR-TO-DATE           PIC 9(08) VALUE ZERO.
001070   77 MSGR-PERIOD-DAYS       PIC 9(03) VALUE 1.
001080   77 MSGR-HISTORY-DAYS      PIC 9(03) VALUE 56.
001090   77 MSGR-MAX-DAYS          PIC 9(03) VALUE 366.
001100
001110*****************************************************************
001120* A PAIR IS RECURRING WHEN IT CAME UP ON AT LEAST THIS MANY
001130* DIFFERENT DAYS OF THE HISTORY WINDOW.
001140*****************************************************************
001150   77 MSGR-RECUR-DAYS        PIC 9(03) VALUE 3.
001160
001170*****************************************************************
001180* THE DAYS, AS DAY SERIALS (FLIEGEL-VAN FLANDERN, AS IN
001190* TRNDRPT).  THE SERIAL MOD 7 IS THE DAY OF THE WEEK, 0 BEING
001200* MONDAY.
001210*****************************************************************
001220   77 MSGR-TO-SERIAL         PIC S9(08) COMP VALUE ZERO.
001230   77 MSGR-PERIOD-SERIAL     PIC S9(08) COMP VALUE ZERO.
001240   77 MSGR-HISTORY-SERIAL    PIC S9(08) COMP VALUE ZERO.
001250   77 MSGR-ROW-SERIAL        PIC S9(08) COMP VALUE ZERO.
001260   77 MSGR-WEEKS             PIC S9(08) COMP VALUE ZERO.
001270   77 MSGR-WEEKDAY           PIC 9(03) COMP VALUE ZERO.
001280
001290 01  MSGR-SER-DATE-X.
001300     05  MSGR-SER-YYYY         PIC 9(04).
001310     05  MSGR-SER-MM           PIC 9(02).
001320     05  MSGR-SER-DD           PIC 9(02).
001330
001340   77 MSGR-SER-A             PIC S9(08) COMP VALUE ZERO.
001350   77 MSGR-SER-Y             PIC S9(08) COMP VALUE ZERO.
001360   77 MSGR-SER-M             PIC S9(08) COMP VALUE ZERO.
001370   77 MSGR-SER-WORK          PIC S9(08) COMP VALUE ZERO.
001380   77 MSGR-SER-T1            PIC S9(08) COMP VALUE ZERO.
001390   77 MSGR-SER-T2            PIC S9(08) COMP VALUE ZERO.
001400   77 MSGR-SER-T3            PIC S9(08) COMP VALUE ZERO.
001410   77 MSGR-SER-T4            PIC S9(08) COMP VALUE ZERO.
001420   77 MSGR-SER-IN            PIC S9(08) COMP VALUE ZERO.
001430
001440*****************************************************************
001450* DAY NAMES, MONDAY FIRST TO MATCH THE SERIAL ARITHMETIC.
001460*****************************************************************
001470 01  MSGR-DAY-LIST.
001480     05  FILLER                PIC X(09) VALUE 'MONDAY'.
001490     05  FILLER                PIC X(09) VALUE 'TUESDAY'.
001500     05  FILLER                PIC X(09) VALUE 'WEDNESDAY'.
001510     05  FILLER                PIC X(09) VALUE 'THURSDAY'.
001520     05  FILLER                PIC X(09) VALUE 'FRIDAY'.
001530     05  FILLER                PIC X(09) VALUE 'SATURDAY'.
001540     05  FILLER                PIC X(09) VALUE 'SUNDAY'.
001550 01  MSGR-DAY-LIST-R REDEFINES MSGR-DAY-LIST.
001560     05  MSGR-DAY-NAME         OCCURS 7 TIMES
001570                               PIC X(09).
001580
001590*****************************************************************
001600* ONE LOG ROW'S KEY AND TIME STAMP, LAID OUT LIKE THE TABLE'S SO
001610* THEY COMPARE AS GROUPS.
001620*****************************************************************
001630 01  MSGR-ROW-KEY.
001640     05  MSGR-ROW-MSGID        PIC X(07).
001650     05  MSGR-ROW-PROGRAM      PIC X(08).
001660
001670 01  MSGR-ROW-STAMP.
001680     05  MSGR-ROW-DATE         PIC 9(08).
001690     05  MSGR-ROW-TIME         PIC 9(08).
001700
001710*****************************************************************
001720* MESSAGE TABLE.  ONE SLOT PER MESSAGE ID AND PROGRAM SEEN IN
001730* THE HISTORY WINDOW, KEPT IN KEY ORDER AS SLOTS ARE ADDED SO
001740* THE REPORT NEEDS NO SORT.  WHEN THE TABLE IS FULL THE REST
001750* ARE TALLIED IN THE LAST SLOT AS *OTHERS.  THE LOG IS WRITTEN
001760* IN THE ORDER THE MESSAGES WERE ISSUED, SO A NEW DAY FOR A
001770* SLOT IS ANY DAY OTHER THAN THE LAST ONE IT WAS SEEN ON.
001780*****************************************************************
001790 01  MSGR-MSG-TABLE.
001800     05  MSGR-MT-ENTRY         OCCURS 201 TIMES.
001810         10  MSGR-MT-KEY.
001820             15  MSGR-MT-MSGID     PIC X(07).
001830             15  MSGR-MT-PROGRAM   PIC X(08).
001840         10  MSGR-MT-PERIOD-COUNT  PIC 9(07) COMP-3.
001850         10  MSGR-MT-TOTAL-COUNT   PIC 9(07) COMP-3.
001860         10  MSGR-MT-FIRST-SEEN.
001870             15  MSGR-MT-FIRST-DATE PIC 9(08).
001880             15  MSGR-MT-FIRST-TIME PIC 9(08).
001890         10  MSGR-MT-LAST-SEEN.
001900             15  MSGR-MT-LAST-DATE  PIC 9(08).
001910             15  MSGR-MT-LAST-TIME  PIC 9(08).
001920         10  MSGR-MT-DAYS          PIC 9(05) COMP-3.
001930         10  MSGR-MT-LAST-SERIAL   PIC S9(08) COMP.
001940         10  MSGR-MT-WEEKDAY-DAYS  OCCURS 7 TIMES
001950                                   PIC 9(05) COMP-3.
001960
001970   77 MSGR-MT-MAX            PIC 9(03) COMP VALUE 200.
001980   77 MSGR-OTHERS-SLOT       PIC 9(03) COMP VALUE 201.
001990   77 MSGR-MT-USED           PIC 9(03) COMP VALUE ZERO.
002000   77 MSGR-MT-SUB            PIC 9(03) COMP VALUE ZERO.
002010   77 MSGR-SHIFT-SUB         PIC 9(03) COMP VALUE ZERO.
002020   77 MSGR-DAY-SUB           PIC 9(03) COMP VALUE ZERO.
002030   77 MSGR-BEST-DAY          PIC 9(03) COMP VALUE ZERO.
002040
002050   77 MSGR-OTHERS-SW         PIC X(01) VALUE 'N'.
002060       88 MSGR-OTHERS-USED          VALUE 'Y'.
002070
002080*****************************************************************
002090* RUN COUNTERS.  THE SEVERITY COUNTS ARE FOR THE PERIOD ONLY.
002100*****************************************************************
002110   77 MSGR-READ-COUNT        PIC 9(07) COMP-3 VALUE ZERO.
002120   77 MSGR-HISTORY-COUNT     PIC 9(07) COMP-3 VALUE ZERO.
002130   77 MSGR-PERIOD-COUNT      PIC 9(07) COMP-3 VALUE ZERO.
002140   77 MSGR-SKIP-COUNT        PIC 9(07) COMP-3 VALUE ZERO.
002150   77 MSGR-SEVERE-COUNT      PIC 9(07) COMP-3 VALUE ZERO.
002160   77 MSGR-ERROR-COUNT       PIC 9(07) COMP-3 VALUE ZERO.
002170   77 MSGR-INFO-COUNT        PIC 9(07) COMP-3 VALUE ZERO.
002180   77 MSGR-OTHER-SEV-COUNT   PIC 9(07) COMP-3 VALUE ZERO.
002190   77 MSGR-PAIR-COUNT        PIC 9(05) COMP-3 VALUE ZERO.
002200   77 MSGR-RECUR-COUNT       PIC 9(05) COMP-3 VALUE ZERO.
002210
002220   77 MSGR-RUN-DATE          PIC 9(08) VALUE ZERO.
002230
002240 01  MSGR-RUN-DATE-X.
002250     05  MSGR-RUN-YYYY         PIC 9(04).
002260     05  MSGR-RUN-MM           PIC 9(02).
002270     05  MSGR-RUN-DD           PIC 9(02).
002280
002290   77 MSGR-LINE-COUNT        PIC 9(03) VALUE ZERO.
002300   77 MSGR-PAGE-COUNT        PIC 9(03) VALUE ZERO.
002310   77 MSGR-LINES-PER-PAGE    PIC 9(03) VALUE 50.
002320   77 MSGR-ADVANCE           PIC 9(01) VALUE 1.
002330
002340*****************************************************************
002350* REPORT LINES
002360*****************************************************************
002370 01  MSGR-PRINT-LINE           PIC X(80).
002380
002390 01  MSGR-RPT-HEADER-1.
002400     05  FILLER                PIC X(10) VALUE 'RUN DATE: '.
002410     05  MSGR-HDR-MM           PIC 99.
002420     05  FILLER                PIC X(01) VALUE '/'.
002430     05  MSGR-HDR-DD           PIC 99.
002440     05  FILLER                PIC X(01) VALUE '/'.
002450     05  MSGR-HDR-YYYY         PIC 9999.
002460     05  FILLER                PIC X(47) VALUE SPACES.
002470     05  FILLER                PIC X(06) VALUE 'PAGE '.
002480     05  MSGR-HDR-PAGE         PIC ZZ9.
002490
002500 01  MSGR-RPT-HEADER-2.
002510     05  FILLER                PIC X(35)
002520            VALUE 'OPERATOR MESSAGE EXCEPTIONS REPORT'.
002530
002540 01  MSGR-RPT-HEADER-3.
002550     05  FILLER                PIC X(07) VALUE 'PERIOD '.
002560     05  MSGR-HDR-FROM         PIC X(10).
002570     05  FILLER                PIC X(06) VALUE ' THRU '.
002580     05  MSGR-HDR-TO           PIC X(10).
002590     05  FILLER                PIC X(17) VALUE
002600         '   HISTORY SINCE '.
002610     05  MSGR-HDR-HISTORY      PIC X(10).
002620
002630 01  MSGR-RPT-DATE-X.
002640     05  MSGR-DTX-MM           PIC 99.
002650     05  FILLER                PIC X(01) VALUE '/'.
002660     05  MSGR-DTX-DD           PIC 99.
002670     05  FILLER                PIC X(01) VALUE '/'.
002680     05  MSGR-DTX-YYYY         PIC 9999.
002690
002700 01  MSGR-RPT-DETAIL-TITLE.
002710     05  FILLER                PIC X(45) VALUE
002720         'MESSAGES ISSUED IN THE PERIOD, BY MESSAGE ID '.
002730     05  FILLER                PIC X(11) VALUE
002740         'AND PROGRAM'.
002750
002760 01  MSGR-RPT-DETAIL-TITLE-2.
002770     05  FILLER                PIC X(25) VALUE
002780         '** = RECURRING - SEEN ON '.
002790     05  MSGR-TTL-DAYS         PIC ZZ9.
002800     05  FILLER                PIC X(36) VALUE
002810         ' OR MORE DAYS OF THE HISTORY WINDOW'.
002820
002830 01  MSGR-RPT-DETAIL-COLHDG.
002840     05  FILLER                PIC X(02) VALUE SPACES.
002850     05  FILLER                PIC X(08) VALUE 'MSG ID'.
002860     05  FILLER                PIC X(08) VALUE 'PROGRAM'.
002870     05  FILLER                PIC X(06) VALUE 'PERIOD'.
002880     05  FILLER                PIC X(06) VALUE ' TOTAL'.
002890     05  FILLER                PIC X(01) VALUE SPACES.
002900     05  FILLER                PIC X(15) VALUE 'FIRST SEEN'.
002910     05  FILLER                PIC X(14) VALUE 'LAST SEEN'.
002920     05  FILLER                PIC X(04) VALUE 'DAYS'.
002930     05  FILLER                PIC X(01) VALUE SPACES.
002940     05  FILLER                PIC X(07) VALUE 'PATTERN'.
002950
002960 01  MSGR-RPT-DETAIL.
002970     05  MSGR-DET-FLAG         PIC X(02).
002980     05  MSGR-DET-MSGID        PIC X(07).
002990     05  FILLER                PIC X(01) VALUE SPACES.
003000     05  MSGR-DET-PROGRAM      PIC X(08).
003010     05  MSGR-DET-PERIOD       PIC ZZZZZ9.
003020     05  MSGR-DET-TOTAL        PIC ZZZZZ9.
003030     05  FILLER                PIC X(01) VALUE SPACES.
003040     05  MSGR-DET-FIRST        PIC X(14).
003050     05  FILLER                PIC X(01) VALUE SPACES.
003060     05  MSGR-DET-LAST         PIC X(14).
003070     05  MSGR-DET-DAYS         PIC ZZZ9.
003080     05  FILLER                PIC X(01) VALUE SPACES.
003090     05  MSGR-DET-PATTERN      PIC X(15).
003100
003110 01  MSGR-RPT-STAMP-X.
003120     05  MSGR-STX-MM           PIC 99.
003130     05  FILLER                PIC X(01) VALUE '/'.
003140     05  MSGR-STX-DD           PIC 99.
003150     05  FILLER                PIC X(01) VALUE '/'.
003160     05  MSGR-STX-YY           PIC 99.
003170     05  FILLER                PIC X(01) VALUE SPACES.
003180     05  MSGR-STX-HH           PIC 99.
003190     05  FILLER                PIC X(01) VALUE ':'.
003200     05  MSGR-STX-MIN          PIC 99.
003210
003220 01  MSGR-STAMP-IN.
003230     05  MSGR-STI-YYYY         PIC 9(04).
003240     05  MSGR-STI-MM           PIC 9(02).
003250     05  MSGR-STI-DD           PIC 9(02).
003260     05  MSGR-STI-HH           PIC 9(02).
003270     05  MSGR-STI-MIN          PIC 9(02).
003280     05  FILLER                PIC 9(04).
003290 01  MSGR-STAMP-IN-R REDEFINES MSGR-STAMP-IN.
003300     05  MSGR-STI-YY-X.
003310         10  FILLER            PIC 9(02).
003320         10  MSGR-STI-YY       PIC 9(02).
003330     05  FILLER                PIC X(12).
003340
003350 01  MSGR-RPT-PATTERN-X.
003360     05  FILLER                PIC X(06) VALUE 'EVERY '.
003370     05  MSGR-PTX-DAY          PIC X(09).
003380
003390 01  MSGR-RPT-SUM-TITLE.
003400     05  FILLER                PIC X(34) VALUE
003410         'MESSAGES IN THE PERIOD BY SEVERITY'.
003420
003430 01  MSGR-RPT-NONE-LINE.
003440     05  FILLER                PIC X(38) VALUE
003450         'NO MESSAGES WERE LOGGED IN THE PERIOD'.
003460
003470 01  MSGR-RPT-COUNT-LINE.
003480     05  MSGR-CNT-LABEL        PIC X(40).
003490     05  MSGR-CNT-VALUE        PIC Z,ZZZ,ZZ9.
003500
003510 LINKAGE SECTION.
003520 01  MSGR-PARM.
003530     05  MSGR-PARM-LEN         PIC S9(4) COMP.
003540     05  MSGR-PARM-DATA        PIC X(80).
003550
003560 PROCEDURE DIVISION USING MSGR-PARM.
003570
003580*****************************************************************
003590* 0000-MAINLINE
003600*****************************************************************
003610 0000-MAINLINE.
003620     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003630     PERFORM 2000-VALIDATE-PARM THRU 2000-EXIT.
003640     PERFORM 3000-COLLECT-MESSAGES THRU 3000-EXIT.
003650     IF MSGR-PERIOD-COUNT = ZERO
003660         MOVE 'S' TO MSGR-SECTION-SW
003670         MOVE MSGR-RPT-NONE-LINE TO MSGR-PRINT-LINE
003680         MOVE 2 TO MSGR-ADVANCE
003690         PERFORM 8500-PRINT-LINE THRU 8500-EXIT
003700     ELSE
003710         PERFORM 5000-PRINT-DETAIL THRU 5000-EXIT
003720         PERFORM 6000-PRINT-SUMMARY THRU 6000-EXIT
003730     END-IF.
003740     IF MSGR-RECUR-COUNT > ZERO
003750         MOVE 04 TO MSGR-RC
003760     END-IF.
003770     PERFORM 8000-TERMINATE THRU 8000-EXIT.
003780     GOBACK.
003790
003800*****************************************************************
003810* 1000-INITIALIZE - OPEN THE MESSAGE LOG AND THE REPORT.
003820*****************************************************************
003830 1000-INITIALIZE.
003840     ACCEPT MSGR-RUN-DATE FROM DATE YYYYMMDD.
003850     MOVE MSGR-RUN-DATE TO MSGR-RUN-DATE-X.
003860
003870     OPEN INPUT MSGIN-FILE.
003880     IF MSGR-MSGIN-STATUS NOT = '00'
003890         DISPLAY 'MSGRPT - MSGIN OPEN FAILED, STATUS = '
003900             MSGR-MSGIN-STATUS
003910         MOVE 28 TO MSGR-RC
003920         GO TO 9999-ABEND-EXIT
003930     END-IF.
003940
003950     OPEN OUTPUT MSGRPT-FILE.
003960     IF MSGR-MSGRPT-STATUS NOT = '00'
003970         DISPLAY 'MSGRPT - MSGRPT OPEN FAILED, STATUS = '
003980             MSGR-MSGRPT-STATUS
003990         MOVE 28 TO MSGR-RC
004000         GO TO 9999-ABEND-EXIT
004010     END-IF.
004020 1000-EXIT.
004030     EXIT.
004040
004050*****************************************************************
004060* 2000-VALIDATE-PARM - EVERY FIELD MAY BE LEFT BLANK FOR ITS
004070* DEFAULT.  THE HISTORY WINDOW MAY NOT BE SHORTER THAN THE
004080* PERIOD, AND NEITHER MAY RUN PAST A YEAR.
004090*****************************************************************
004100 2000-VALIDATE-PARM.
004110     MOVE SPACES TO MSGR-PARM-WORK.
004120     IF MSGR-PARM-LEN > 14
004130         MOVE MSGR-PARM-DATA(1:14) TO MSGR-PARM-WORK
004140     ELSE
004150         IF MSGR-PARM-LEN > ZERO
004160             MOVE MSGR-PARM-DATA(1:MSGR-PARM-LEN)
004170                 TO MSGR-PARM-WORK
004180         END-IF
004190     END-IF.
004200
004210     MOVE MSGR-RUN-DATE TO MSGR-TO-DATE.
004220     IF MSGR-PWK-TO NOT = SPACES
004230         IF MSGR-PWK-TO IS NOT NUMERIC
004240                 OR MSGR-PWK-TO-MM < 01
004250                 OR MSGR-PWK-TO-MM > 12
004260                 OR MSGR-PWK-TO-DD < 01
004270                 OR MSGR-PWK-TO-DD > 31
004280             DISPLAY 'MSGRPT - PERIOD END MUST BE YYYYMMDD: '
004290                 MSGR-PWK-TO
004300             MOVE 16 TO MSGR-RC
004310             GO TO 9999-ABEND-EXIT
004320         END-IF
004330         MOVE MSGR-PWK-TO-9 TO MSGR-TO-DATE
004340     END-IF.
004350
004360     IF MSGR-PWK-PERIOD NOT = SPACES
004370         IF MSGR-PWK-PERIOD IS NOT NUMERIC
004380                 OR MSGR-PWK-PERIOD-9 = ZERO
004390                 OR MSGR-PWK-PERIOD-9 > MSGR-MAX-DAYS
004400             DISPLAY 'MSGRPT - PERIOD DAYS MUST BE 001-366: '
004410                 MSGR-PWK-PERIOD
004420             MOVE 16 TO MSGR-RC
004430             GO TO 9999-ABEND-EXIT
004440         END-IF
004450         MOVE MSGR-PWK-PERIOD-9 TO MSGR-PERIOD-DAYS
004460     END-IF.
004470
004480     IF MSGR-PWK-HISTORY NOT = SPACES
004490         IF MSGR-PWK-HISTORY IS NOT NUMERIC
004500                 OR MSGR-PWK-HISTORY-9 < MSGR-PERIOD-DAYS
004510                 OR MSGR-PWK-HISTORY-9 > MSGR-MAX-DAYS
004520             DISPLAY 'MSGRPT - HISTORY DAYS MUST BE FROM THE '
004530                 'PERIOD TO 366: ' MSGR-PWK-HISTORY
004540             MOVE 16 TO MSGR-RC
004550             GO TO 9999-ABEND-EXIT
004560         END-IF
004570         MOVE MSGR-PWK-HISTORY-9 TO MSGR-HISTORY-DAYS
004580     END-IF.
004590     IF MSGR-HISTORY-DAYS < MSGR-PERIOD-DAYS
004600         MOVE MSGR-PERIOD-DAYS TO MSGR-HISTORY-DAYS
004610     END-IF.
004620
004630     MOVE MSGR-TO-DATE TO MSGR-SER-DATE-X.
004640     PERFORM 3310-DATE-TO-SERIAL THRU 3310-EXIT.
004650     MOVE MSGR-SER-WORK TO MSGR-TO-SERIAL.
004660     COMPUTE MSGR-PERIOD-SERIAL =
004670         MSGR-TO-SERIAL - MSGR-PERIOD-DAYS + 1.
004680     COMPUTE MSGR-HISTORY-SERIAL =
004690         MSGR-TO-SERIAL - MSGR-HISTORY-DAYS + 1.
004700
004710     MOVE MSGR-PERIOD-SERIAL TO MSGR-SER-IN.
004720     PERFORM 6900-FORMAT-DATE THRU 6900-EXIT.
004730     MOVE MSGR-RPT-DATE-X TO MSGR-HDR-FROM.
004740     MOVE MSGR-TO-SERIAL TO MSGR-SER-IN.
004750     PERFORM 6900-FORMAT-DATE THRU 6900-EXIT.
004760     MOVE MSGR-RPT-DATE-X TO MSGR-HDR-TO.
004770     MOVE MSGR-HISTORY-SERIAL TO MSGR-SER-IN.
004780     PERFORM 6900-FORMAT-DATE THRU 6900-EXIT.
004790     MOVE MSGR-RPT-DATE-X TO MSGR-HDR-HISTORY.
004800     MOVE MSGR-RECUR-DAYS TO MSGR-TTL-DAYS.
004810 2000-EXIT.
004820     EXIT.
004830
004840*****************************************************************
004850* 3000-COLLECT-MESSAGES - ONE PASS DOWN THE LOG, TALLYING EVERY
004860* ROW THAT FALLS IN THE HISTORY WINDOW.
004870*****************************************************************
004880 3000-COLLECT-MESSAGES.
004890     PERFORM 3200-READ-MESSAGE THRU 3200-EXIT.
004900     PERFORM 3100-COLLECT-ROW THRU 3100-EXIT
004910         UNTIL MSGR-MSG-EOF.
004920 3000-EXIT.
004930     EXIT.
004940
004950 3100-COLLECT-ROW.
004960     PERFORM 3300-PLACE-ROW THRU 3300-EXIT.
004970     PERFORM 3200-READ-MESSAGE THRU 3200-EXIT.
004980 3100-EXIT.
004990     EXIT.
005000
005010 3200-READ-MESSAGE.
005020     READ MSGIN-FILE
005030         AT END
005040             MOVE 'Y' TO MSGR-MSG-EOF-SW
005050         NOT AT END
005060             ADD 1 TO MSGR-READ-COUNT
005070     END-READ.
005080 3200-EXIT.
005090     EXIT.
005100
005110*****************************************************************
005120* 3300-PLACE-ROW - FIND (OR ADD) THE ROW'S MESSAGE ID AND
005130* PROGRAM IN THE TABLE AND COUNT IT.  A ROW WITH A DATE OR TIME
005140* THAT IS NOT NUMERIC IS COUNTED AND SKIPPED.
005150*****************************************************************
005160 3300-PLACE-ROW.
005170     IF SAMP-MLOG-DATE IS NOT NUMERIC
005180             OR SAMP-MLOG-TIME IS NOT NUMERIC
005190         ADD 1 TO MSGR-SKIP-COUNT
005200         GO TO 3300-EXIT
005210     END-IF.
005220
005230     MOVE SAMP-MLOG-DATE TO MSGR-SER-DATE-X.
005240     PERFORM 3310-DATE-TO-SERIAL THRU 3310-EXIT.
005250     MOVE MSGR-SER-WORK TO MSGR-ROW-SERIAL.
005260     IF MSGR-ROW-SERIAL < MSGR-HISTORY-SERIAL
005270             OR MSGR-ROW-SERIAL > MSGR-TO-SERIAL
005280         GO TO 3300-EXIT
005290     END-IF.
005300     ADD 1 TO MSGR-HISTORY-COUNT.
005310
005320     MOVE SAMP-MLOG-MSGID   TO MSGR-ROW-MSGID.
005330     MOVE SAMP-MLOG-PROGRAM TO MSGR-ROW-PROGRAM.
005340     MOVE SAMP-MLOG-DATE    TO MSGR-ROW-DATE.
005350     MOVE SAMP-MLOG-TIME    TO MSGR-ROW-TIME.
005360
005370     PERFORM 3400-FIND-ENTRY THRU 3400-EXIT.
005380     IF MSGR-ENTRY-MISSING
005390         IF MSGR-MT-USED >= MSGR-MT-MAX
005400             MOVE MSGR-OTHERS-SLOT TO MSGR-MT-SUB
005410             IF NOT MSGR-OTHERS-USED
005420                 MOVE 'Y' TO MSGR-OTHERS-SW
005430                 PERFORM 3520-START-ENTRY THRU 3520-EXIT
005440                 MOVE '*OTHERS' TO MSGR-MT-MSGID (MSGR-MT-SUB)
005450                 MOVE 'VARIOUS' TO MSGR-MT-PROGRAM (MSGR-MT-SUB)
005460             END-IF
005470         ELSE
005480             PERFORM 3500-INSERT-ENTRY THRU 3500-EXIT
005490         END-IF
005500     END-IF.
005510
005520     ADD 1 TO MSGR-MT-TOTAL-COUNT (MSGR-MT-SUB).
005530     IF MSGR-ROW-STAMP < MSGR-MT-FIRST-SEEN (MSGR-MT-SUB)
005540         MOVE MSGR-ROW-STAMP TO MSGR-MT-FIRST-SEEN (MSGR-MT-SUB)
005550     END-IF.
005560     IF MSGR-ROW-STAMP > MSGR-MT-LAST-SEEN (MSGR-MT-SUB)
005570         MOVE MSGR-ROW-STAMP TO MSGR-MT-LAST-SEEN (MSGR-MT-SUB)
005580     END-IF.
005590
005600     IF MSGR-ROW-SERIAL NOT = MSGR-MT-LAST-SERIAL (MSGR-MT-SUB)
005610         MOVE MSGR-ROW-SERIAL
005620             TO MSGR-MT-LAST-SERIAL (MSGR-MT-SUB)
005630         ADD 1 TO MSGR-MT-DAYS (MSGR-MT-SUB)
005640         DIVIDE MSGR-ROW-SERIAL BY 7 GIVING MSGR-WEEKS
005650             REMAINDER MSGR-WEEKDAY
005660         ADD 1 TO MSGR-WEEKDAY
005670         ADD 1 TO MSGR-MT-WEEKDAY-DAYS
005680             (MSGR-MT-SUB MSGR-WEEKDAY)
005690     END-IF.
005700
005710     IF MSGR-ROW-SERIAL NOT < MSGR-PERIOD-SERIAL
005720         ADD 1 TO MSGR-MT-PERIOD-COUNT (MSGR-MT-SUB)
005730         ADD 1 TO MSGR-PERIOD-COUNT
005740         EVALUATE TRUE
005750             WHEN SAMP-MLOG-SEVERE
005760                 ADD 1 TO MSGR-SEVERE-COUNT
005770             WHEN SAMP-MLOG-ERROR
005780                 ADD 1 TO MSGR-ERROR-COUNT
005790             WHEN SAMP-MLOG-INFO
005800                 ADD 1 TO MSGR-INFO-COUNT
005810             WHEN OTHER
005820                 ADD 1 TO MSGR-OTHER-SEV-COUNT
005830         END-EVALUATE
005840     END-IF.
005850 3300-EXIT.
005860     EXIT.
005870
005880*****************************************************************
005890* 3310-DATE-TO-SERIAL - FLIEGEL-VAN FLANDERN DAY NUMBER FROM A
005900* YYYYMMDD DATE IN MSGR-SER-DATE-X, RETURNED IN MSGR-SER-WORK.
005910* EACH DIVISION IS A SEPARATE DIVIDE INTO AN INTEGER FIELD SO
005920* EVERY TERM TRUNCATES BEFORE THE FINAL SUM.
005930*****************************************************************
005940 3310-DATE-TO-SERIAL.
005950     COMPUTE MSGR-SER-A = (14 - MSGR-SER-MM) / 12.
005960     COMPUTE MSGR-SER-Y = MSGR-SER-YYYY + 4800 - MSGR-SER-A.
005970     COMPUTE MSGR-SER-M = MSGR-SER-MM + 12 * MSGR-SER-A - 3.
005980     COMPUTE MSGR-SER-T1 = 153 * MSGR-SER-M + 2.
005990     DIVIDE MSGR-SER-T1 BY 5 GIVING MSGR-SER-T1.
006000     DIVIDE MSGR-SER-Y BY 4 GIVING MSGR-SER-T2.
006010     DIVIDE MSGR-SER-Y BY 100 GIVING MSGR-SER-T3.
006020     DIVIDE MSGR-SER-Y BY 400 GIVING MSGR-SER-T4.
006030     COMPUTE MSGR-SER-WORK =
006040         MSGR-SER-DD
006050         + MSGR-SER-T1
006060         + 365 * MSGR-SER-Y
006070         + MSGR-SER-T2
006080         - MSGR-SER-T3
006090         + MSGR-SER-T4
006100         - 32045.
006110 3310-EXIT.
006120     EXIT.
006130
006140*****************************************************************
006150* 3320-SERIAL-TO-DATE - INVERSE OF 3310: TURN THE DAY SERIAL IN
006160* MSGR-SER-IN BACK INTO YYYY/MM/DD IN MSGR-SER-DATE-X.
006170*****************************************************************
006180 3320-SERIAL-TO-DATE.
006190     COMPUTE MSGR-SER-A = MSGR-SER-IN + 32044.
006200     COMPUTE MSGR-SER-WORK = 4 * MSGR-SER-A + 3.
006210     DIVIDE MSGR-SER-WORK BY 146097 GIVING MSGR-SER-T1.
006220     COMPUTE MSGR-SER-WORK = 146097 * MSGR-SER-T1.
006230     DIVIDE MSGR-SER-WORK BY 4 GIVING MSGR-SER-WORK.
006240     COMPUTE MSGR-SER-T2 = MSGR-SER-A - MSGR-SER-WORK.
006250     COMPUTE MSGR-SER-WORK = 4 * MSGR-SER-T2 + 3.
006260     DIVIDE MSGR-SER-WORK BY 1461 GIVING MSGR-SER-T3.
006270     COMPUTE MSGR-SER-WORK = 1461 * MSGR-SER-T3.
006280     DIVIDE MSGR-SER-WORK BY 4 GIVING MSGR-SER-WORK.
006290     COMPUTE MSGR-SER-T4 = MSGR-SER-T2 - MSGR-SER-WORK.
006300     COMPUTE MSGR-SER-WORK = 5 * MSGR-SER-T4 + 2.
006310     DIVIDE MSGR-SER-WORK BY 153 GIVING MSGR-SER-M.
006320     COMPUTE MSGR-SER-WORK = 153 * MSGR-SER-M + 2.
006330     DIVIDE MSGR-SER-WORK BY 5 GIVING MSGR-SER-WORK.
006340     COMPUTE MSGR-SER-DD =
006350         MSGR-SER-T4 - MSGR-SER-WORK + 1.
006360     DIVIDE MSGR-SER-M BY 10 GIVING MSGR-SER-WORK.
006370     COMPUTE MSGR-SER-MM =
006380         MSGR-SER-M + 3 - 12 * MSGR-SER-WORK.
006390     COMPUTE MSGR-SER-YYYY =
006400         100 * MSGR-SER-T1 + MSGR-SER-T3 - 4800
006410         + MSGR-SER-WORK.
006420 3320-EXIT.
006430     EXIT.
006440
006450*****************************************************************
006460* 3400-FIND-ENTRY - LOOK UP THE ROW'S KEY IN THE TABLE.  THE
006470* SEARCH STOPS AT THE FIRST SLOT WITH A HIGHER KEY, WHICH IS
006480* WHERE A NEW SLOT FOR THE ROW GOES.
006490*****************************************************************
006500 3400-FIND-ENTRY.
006510     MOVE 'N' TO MSGR-FOUND-SW.
006520     MOVE 'N' TO MSGR-PAST-SW.
006530     MOVE ZERO TO MSGR-MT-SUB.
006540     PERFORM 3410-CHECK-ONE-ENTRY THRU 3410-EXIT
006550         UNTIL MSGR-ENTRY-FOUND
006560             OR MSGR-PAST-SLOT
006570             OR MSGR-MT-SUB >= MSGR-MT-USED.
006580     IF MSGR-ENTRY-MISSING
006590             AND NOT MSGR-PAST-SLOT
006600         COMPUTE MSGR-MT-SUB = MSGR-MT-USED + 1
006610     END-IF.
006620 3400-EXIT.
006630     EXIT.
006640
006650 3410-CHECK-ONE-ENTRY.
006660     ADD 1 TO MSGR-MT-SUB.
006670     IF MSGR-MT-KEY (MSGR-MT-SUB) = MSGR-ROW-KEY
006680         MOVE 'Y' TO MSGR-FOUND-SW
006690     ELSE
006700         IF MSGR-MT-KEY (MSGR-MT-SUB) > MSGR-ROW-KEY
006710             MOVE 'Y' TO MSGR-PAST-SW
006720         END-IF
006730     END-IF.
006740 3410-EXIT.
006750     EXIT.
006760
006770*****************************************************************
006780* 3500-INSERT-ENTRY - OPEN A SLOT AT MSGR-MT-SUB BY MOVING EVERY
006790* SLOT FROM THERE DOWN ONE, LAST FIRST, THEN START IT.
006800*****************************************************************
006810 3500-INSERT-ENTRY.
006820     MOVE MSGR-MT-USED TO MSGR-SHIFT-SUB.
006830     PERFORM 3510-SHIFT-ONE-ENTRY THRU 3510-EXIT
006840         UNTIL MSGR-SHIFT-SUB < MSGR-MT-SUB.
006850     ADD 1 TO MSGR-MT-USED.
006860     PERFORM 3520-START-ENTRY THRU 3520-EXIT.
006870 3500-EXIT.
006880     EXIT.
006890
006900 3510-SHIFT-ONE-ENTRY.
006910     MOVE MSGR-MT-ENTRY (MSGR-SHIFT-SUB)
006920         TO MSGR-MT-ENTRY (MSGR-SHIFT-SUB + 1).
006930     SUBTRACT 1 FROM MSGR-SHIFT-SUB.
006940 3510-EXIT.
006950     EXIT.
006960
006970 3520-START-ENTRY.
006980     MOVE MSGR-ROW-KEY   TO MSGR-MT-KEY (MSGR-MT-SUB).
006990     MOVE ZERO           TO MSGR-MT-PERIOD-COUNT (MSGR-MT-SUB).
007000     MOVE ZERO           TO MSGR-MT-TOTAL-COUNT (MSGR-MT-SUB).
007010     MOVE MSGR-ROW-STAMP TO MSGR-MT-FIRST-SEEN (MSGR-MT-SUB).
007020     MOVE MSGR-ROW-STAMP TO MSGR-MT-LAST-SEEN (MSGR-MT-SUB).
007030     MOVE ZERO           TO MSGR-MT-DAYS (MSGR-MT-SUB).
007040     MOVE ZERO           TO MSGR-MT-LAST-SERIAL (MSGR-MT-SUB).
007050     MOVE ZERO TO MSGR-DAY-SUB.
007060     PERFORM 3530-CLEAR-WEEKDAY THRU 3530-EXIT
007070         UNTIL MSGR-DAY-SUB >= 7.
007080 3520-EXIT.
007090     EXIT.
007100
007110 3530-CLEAR-WEEKDAY.
007120     ADD 1 TO MSGR-DAY-SUB.
007130     MOVE ZERO TO MSGR-MT-WEEKDAY-DAYS (MSGR-MT-SUB MSGR-DAY-SUB).
007140 3530-EXIT.
007150     EXIT.
007160
007170*****************************************************************
007180* 5000-PRINT-DETAIL - ONE LINE PER MESSAGE ID AND PROGRAM THAT
007190* CAME UP IN THE PERIOD, IN KEY ORDER, THEN *OTHERS IF THE
007200* TABLE RAN OUT.
007210*****************************************************************
007220 5000-PRINT-DETAIL.
007230     MOVE 'D' TO MSGR-SECTION-SW.
007240     MOVE ZERO TO MSGR-LINE-COUNT.
007250     MOVE ZERO TO MSGR-MT-SUB.
007260     PERFORM 5100-ONE-ENTRY THRU 5100-EXIT
007270         UNTIL MSGR-MT-SUB >= MSGR-MT-USED.
007280     IF MSGR-OTHERS-USED
007290         MOVE MSGR-MT-MAX TO MSGR-MT-SUB
007300         PERFORM 5100-ONE-ENTRY THRU 5100-EXIT
007310     END-IF.
007320 5000-EXIT.
007330     EXIT.
007340
007350 5100-ONE-ENTRY.
007360     ADD 1 TO MSGR-MT-SUB.
007370     IF MSGR-MT-PERIOD-COUNT (MSGR-MT-SUB) = ZERO
007380         GO TO 5100-EXIT
007390     END-IF.
007400     ADD 1 TO MSGR-PAIR-COUNT.
007410     PERFORM 5200-JUDGE-ENTRY THRU 5200-EXIT.
007420     MOVE MSGR-MT-MSGID (MSGR-MT-SUB)   TO MSGR-DET-MSGID.
007430     MOVE MSGR-MT-PROGRAM (MSGR-MT-SUB) TO MSGR-DET-PROGRAM.
007440     MOVE MSGR-MT-PERIOD-COUNT (MSGR-MT-SUB) TO MSGR-DET-PERIOD.
007450     MOVE MSGR-MT-TOTAL-COUNT (MSGR-MT-SUB)  TO MSGR-DET-TOTAL.
007460     MOVE MSGR-MT-FIRST-SEEN (MSGR-MT-SUB) TO MSGR-STAMP-IN.
007470     PERFORM 6800-FORMAT-STAMP THRU 6800-EXIT.
007480     MOVE MSGR-RPT-STAMP-X TO MSGR-DET-FIRST.
007490     MOVE MSGR-MT-LAST-SEEN (MSGR-MT-SUB) TO MSGR-STAMP-IN.
007500     PERFORM 6800-FORMAT-STAMP THRU 6800-EXIT.
007510     MOVE MSGR-RPT-STAMP-X TO MSGR-DET-LAST.
007520     MOVE MSGR-MT-DAYS (MSGR-MT-SUB) TO MSGR-DET-DAYS.
007530     MOVE MSGR-RPT-DETAIL TO MSGR-PRINT-LINE.
007540     MOVE 1 TO MSGR-ADVANCE.
007550     PERFORM 8500-PRINT-LINE THRU 8500-EXIT.
007560 5100-EXIT.
007570     EXIT.
007580
007590*****************************************************************
007600* 5200-JUDGE-ENTRY - STAR THE SLOT WHEN IT CAME UP ON ENOUGH
007610* DAYS.  WHEN EVERY ONE OF THOSE DAYS FELL ON THE SAME DAY OF
007620* THE WEEK THE PATTERN NAMES IT; OTHERWISE IT IS JUST
007630* RECURRING.  *OTHERS IS A MIXTURE AND IS NEVER JUDGED.
007640*****************************************************************
007650 5200-JUDGE-ENTRY.
007660     MOVE SPACES TO MSGR-DET-FLAG.
007670     MOVE SPACES TO MSGR-DET-PATTERN.
007680     IF MSGR-MT-SUB = MSGR-OTHERS-SLOT
007690             OR MSGR-MT-DAYS (MSGR-MT-SUB) < MSGR-RECUR-DAYS
007700         GO TO 5200-EXIT
007710     END-IF.
007720     MOVE '**' TO MSGR-DET-FLAG.
007730     ADD 1 TO MSGR-RECUR-COUNT.
007740     MOVE 'RECURRING' TO MSGR-DET-PATTERN.
007750     MOVE 1 TO MSGR-BEST-DAY.
007760     MOVE 1 TO MSGR-DAY-SUB.
007770     PERFORM 5210-CHECK-WEEKDAY THRU 5210-EXIT
007780         UNTIL MSGR-DAY-SUB >= 7.
007790     IF MSGR-MT-WEEKDAY-DAYS (MSGR-MT-SUB MSGR-BEST-DAY)
007800             = MSGR-MT-DAYS (MSGR-MT-SUB)
007810         MOVE MSGR-DAY-NAME (MSGR-BEST-DAY) TO MSGR-PTX-DAY
007820         MOVE MSGR-RPT-PATTERN-X TO MSGR-DET-PATTERN
007830     END-IF.
007840 5200-EXIT.
007850     EXIT.
007860
007870 5210-CHECK-WEEKDAY.
007880     ADD 1 TO MSGR-DAY-SUB.
007890     IF MSGR-MT-WEEKDAY-DAYS (MSGR-MT-SUB MSGR-DAY-SUB)
007900             > MSGR-MT-WEEKDAY-DAYS (MSGR-MT-SUB MSGR-BEST-DAY)
007910         MOVE MSGR-DAY-SUB TO MSGR-BEST-DAY
007920     END-IF.
007930 5210-EXIT.
007940     EXIT.
007950
007960*****************************************************************
007970* 6000-PRINT-SUMMARY - THE PERIOD'S MESSAGES BY SEVERITY.
007980*****************************************************************
007990 6000-PRINT-SUMMARY.
008000     MOVE 'S' TO MSGR-SECTION-SW.
008010     MOVE MSGR-RPT-SUM-TITLE TO MSGR-PRINT-LINE.
008020     MOVE 3 TO MSGR-ADVANCE.
008030     PERFORM 8500-PRINT-LINE THRU 8500-EXIT.
008040     MOVE 'SEVERE (S):' TO MSGR-CNT-LABEL.
008050     MOVE MSGR-SEVERE-COUNT TO MSGR-CNT-VALUE.
008060     PERFORM 6100-PRINT-COUNT THRU 6100-EXIT.
008070     MOVE 'ERROR (E):' TO MSGR-CNT-LABEL.
008080     MOVE MSGR-ERROR-COUNT TO MSGR-CNT-VALUE.
008090     PERFORM 6100-PRINT-COUNT THRU 6100-EXIT.
008100     MOVE 'INFORMATIONAL (I):' TO MSGR-CNT-LABEL.
008110     MOVE MSGR-INFO-COUNT TO MSGR-CNT-VALUE.
008120     PERFORM 6100-PRINT-COUNT THRU 6100-EXIT.
008130     IF MSGR-OTHER-SEV-COUNT > ZERO
008140         MOVE 'NO SEVERITY:' TO MSGR-CNT-LABEL
008150         MOVE MSGR-OTHER-SEV-COUNT TO MSGR-CNT-VALUE
008160         PERFORM 6100-PRINT-COUNT THRU 6100-EXIT
008170     END-IF.
008180     MOVE 'TOTAL IN PERIOD:' TO MSGR-CNT-LABEL.
008190     MOVE MSGR-PERIOD-COUNT TO MSGR-CNT-VALUE.
008200     PERFORM 6100-PRINT-COUNT THRU 6100-EXIT.
008210     MOVE 'MESSAGE/PROGRAM PAIRS IN PERIOD:' TO MSGR-CNT-LABEL.
008220     MOVE MSGR-PAIR-COUNT TO MSGR-CNT-VALUE.
008230     MOVE 2 TO MSGR-ADVANCE.
008240     MOVE MSGR-RPT-COUNT-LINE TO MSGR-PRINT-LINE.
008250     PERFORM 8500-PRINT-LINE THRU 8500-EXIT.
008260     MOVE 'PAIRS STARRED AS RECURRING:' TO MSGR-CNT-LABEL.
008270     MOVE MSGR-RECUR-COUNT TO MSGR-CNT-VALUE.
008280     PERFORM 6100-PRINT-COUNT THRU 6100-EXIT.
008290 6000-EXIT.
008300     EXIT.
008310
008320 6100-PRINT-COUNT.
008330     MOVE MSGR-RPT-COUNT-LINE TO MSGR-PRINT-LINE.
008340     MOVE 1 TO MSGR-ADVANCE.
008350     PERFORM 8500-PRINT-LINE THRU 8500-EXIT.
008360 6100-EXIT.
008370     EXIT.
008380
008390*****************************************************************
008400* 6800-FORMAT-STAMP - A LOG DATE AND TIME IN MSGR-STAMP-IN AS
008410* MM/DD/YY HH:MM.
008420*****************************************************************
008430 6800-FORMAT-STAMP.
008440     MOVE MSGR-STI-MM  TO MSGR-STX-MM.
008450     MOVE MSGR-STI-DD  TO MSGR-STX-DD.
008460     MOVE MSGR-STI-YY  TO MSGR-STX-YY.
008470     MOVE MSGR-STI-HH  TO MSGR-STX-HH.
008480     MOVE MSGR-STI-MIN TO MSGR-STX-MIN.
008490 6800-EXIT.
008500     EXIT.
008510
008520 6900-FORMAT-DATE.
008530     PERFORM 3320-SERIAL-TO-DATE THRU 3320-EXIT.
008540     MOVE MSGR-SER-MM   TO MSGR-DTX-MM.
008550     MOVE MSGR-SER-DD   TO MSGR-DTX-DD.
008560     MOVE MSGR-SER-YYYY TO MSGR-DTX-YYYY.
008570 6900-EXIT.
008580     EXIT.
008590
008600*****************************************************************
008610* 8000-TERMINATE - THE RUN COUNTS, THEN CLOSE UP.
008620*****************************************************************
008630 8000-TERMINATE.
008640     MOVE 'LOG ROWS READ:' TO MSGR-CNT-LABEL.
008650     MOVE MSGR-READ-COUNT TO MSGR-CNT-VALUE.
008660     WRITE MSGRPT-RECORD FROM MSGR-RPT-COUNT-LINE
008670         AFTER ADVANCING 3 LINES.
008680     MOVE 'LOG ROWS IN HISTORY WINDOW:' TO MSGR-CNT-LABEL.
008690     MOVE MSGR-HISTORY-COUNT TO MSGR-CNT-VALUE.
008700     WRITE MSGRPT-RECORD FROM MSGR-RPT-COUNT-LINE
008710         AFTER ADVANCING 1 LINE.
008720     MOVE 'LOG ROWS SKIPPED:' TO MSGR-CNT-LABEL.
008730     MOVE MSGR-SKIP-COUNT TO MSGR-CNT-VALUE.
008740     WRITE MSGRPT-RECORD FROM MSGR-RPT-COUNT-LINE
008750         AFTER ADVANCING 1 LINE.
008760
008770     CLOSE MSGIN-FILE.
008780     CLOSE MSGRPT-FILE.
008790     MOVE MSGR-RC TO RETURN-CODE.
008800 8000-EXIT.
008810     EXIT.
008820
008830*****************************************************************
008840* 8500-PRINT-LINE - WRITE MSGR-PRINT-LINE AFTER MSGR-ADVANCE
008850* LINES, STARTING A NEW PAGE WITH HEADINGS FIRST WHEN THE PAGE
008860* IS FULL.
008870*****************************************************************
008880 8500-PRINT-LINE.
008890     IF MSGR-LINE-COUNT = ZERO
008900             OR MSGR-LINE-COUNT >= MSGR-LINES-PER-PAGE
008910         PERFORM 8600-PRINT-HEADINGS THRU 8600-EXIT
008920     END-IF.
008930     WRITE MSGRPT-RECORD FROM MSGR-PRINT-LINE
008940         AFTER ADVANCING MSGR-ADVANCE LINES.
008950     ADD MSGR-ADVANCE TO MSGR-LINE-COUNT.
008960 8500-EXIT.
008970     EXIT.
008980
008990 8600-PRINT-HEADINGS.
009000     ADD 1 TO MSGR-PAGE-COUNT.
009010     MOVE MSGR-RUN-MM     TO MSGR-HDR-MM.
009020     MOVE MSGR-RUN-DD     TO MSGR-HDR-DD.
009030     MOVE MSGR-RUN-YYYY   TO MSGR-HDR-YYYY.
009040     MOVE MSGR-PAGE-COUNT TO MSGR-HDR-PAGE.
009050     WRITE MSGRPT-RECORD FROM MSGR-RPT-HEADER-1
009060         AFTER ADVANCING PAGE.
009070     WRITE MSGRPT-RECORD FROM MSGR-RPT-HEADER-2
009080         AFTER ADVANCING 2 LINES.
009090     WRITE MSGRPT-RECORD FROM MSGR-RPT-HEADER-3
009100         AFTER ADVANCING 1 LINE.
009110     MOVE 5 TO MSGR-LINE-COUNT.
009120     IF MSGR-DETAIL-SECTION
009130         WRITE MSGRPT-RECORD FROM MSGR-RPT-DETAIL-TITLE
009140             AFTER ADVANCING 2 LINES
009150         WRITE MSGRPT-RECORD FROM MSGR-RPT-DETAIL-TITLE-2
009160             AFTER ADVANCING 1 LINE
009170         WRITE MSGRPT-RECORD FROM MSGR-RPT-DETAIL-COLHDG
009180             AFTER ADVANCING 2 LINES
009190         ADD 5 TO MSGR-LINE-COUNT
009200     END-IF.
009210 8600-EXIT.
009220     EXIT.
009230
009240*****************************************************************
009250* 9999-ABEND-EXIT
009260*****************************************************************
009270 9999-ABEND-EXIT.
009280     IF MSGR-RC = ZERO
009290         MOVE 16 TO MSGR-RC
009300     END-IF.
009310     IF MSGR-MSGIN-STATUS = '00'
009320         CLOSE MSGIN-FILE
009330     END-IF.
009340     IF MSGR-MSGRPT-STATUS = '00'
009350         CLOSE MSGRPT-FILE
009360     END-IF.
009370     MOVE MSGR-RC TO RETURN-CODE.
009380     GOBACK.
