000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.    CHGRPT.
000120 AUTHOR.        R HALVERSEN.
000130 INSTALLATION.  DATA CENTER APPLICATIONS.
000140 DATE-WRITTEN.  10/15/2026.
000150 DATE-COMPILED.
000160
000170*****************************************************************
000180* MODIFICATION HISTORY
000190* ----------------------------------------------------------------
000200* DATE       INIT  DESCRIPTION
000210* 10/15/2026  RH   ORIGINAL VERSION.  PERIODIC REPORT OVER THE
000220*                  MASTER-FILE CHANGE JOURNAL (SAMPJRNL) THAT
000230*                  REQMNT, CALMNT AND DSTMNT APPEND TO - ONE
000240*                  ENTRY PER CHANGE (WHEN, FILE, OPERATOR, WHAT
000250*                  WAS DONE, THE KEY, THE ROW BEFORE AND AFTER,
000260*                  AND THE CARD), THEN A SUMMARY BY FILE AND A
000270*                  SUMMARY BY OPERATOR.  THE PARM NARROWS THE
000280*                  REPORT TO A DATE RANGE, ONE FILE, ONE
000290*                  OPERATOR, AND/OR ONE KEY, SO "WHO CHANGED
000300*                  THIS REQUESTER, AND WHEN" IS ONE SUBMIT.
000301* 10/15/2026  RH   CARD COLUMNS 69-80 NOW PRINT ON A CONTINUATION
000302*                  LINE UNDER THE CARD WHEN THEY ARE NOT BLANK.
000303* 10/15/2026  RH   SUMMARY LINES ARE HELD IN CHGR-PRINT-LINE SO A
000304*                  PAGE BREAK'S HEADINGS NO LONGER OVERLAY THE
000305*                  LINE ABOUT TO PRINT.
000310*****************************************************************
000320
000330 ENVIRONMENT DIVISION.
000340 CONFIGURATION SECTION.
000350 SOURCE-COMPUTER.  IBM-370.
000360 OBJECT-COMPUTER.  IBM-370.
000370
000380 INPUT-OUTPUT SECTION.
000390 FILE-CONTROL.
000400     SELECT JRNLIN-FILE    ASSIGN TO JRNLIN
000410            ORGANIZATION IS SEQUENTIAL
000420            FILE STATUS  IS CHGR-JRNLIN-STATUS.
000430
000440     SELECT CHGRPT-FILE    ASSIGN TO CHGRPT
000450            ORGANIZATION IS SEQUENTIAL
000460            FILE STATUS  IS CHGR-CHGRPT-STATUS.
000470
000480 DATA DIVISION.
000490 FILE SECTION.
000500 FD  JRNLIN-FILE
000510     RECORDING MODE IS F.
000520     COPY SAMPJRNL.
000530
000540 FD  CHGRPT-FILE
000550     RECORDING MODE IS F.
000560 01  CHGRPT-RECORD             PIC X(80).
000570
000580 WORKING-STORAGE SECTION.
000590
000600*****************************************************************
000610* FILE STATUS AND SWITCHES
000620*****************************************************************
000630   77 CHGR-JRNLIN-STATUS     PIC X(02) VALUE SPACES.
000640   77 CHGR-CHGRPT-STATUS     PIC X(02) VALUE SPACES.
000650
000660   77 CHGR-JRNL-EOF-SW       PIC X(01) VALUE 'N'.
000670       88 CHGR-JRNL-EOF             VALUE 'Y'.
000680       88 CHGR-JRNL-MORE            VALUE 'N'.
000690
000700   77 CHGR-SELECT-SW         PIC X(01) VALUE 'N'.
000710       88 CHGR-ROW-SELECTED         VALUE 'Y'.
000720       88 CHGR-ROW-SKIPPED          VALUE 'N'.
000730
000740   77 CHGR-FILE-FOUND-SW     PIC X(01) VALUE 'N'.
000750       88 CHGR-FILE-ROW-FOUND       VALUE 'Y'.
000760       88 CHGR-FILE-ROW-MISSING     VALUE 'N'.
000770
000780   77 CHGR-OPER-FOUND-SW     PIC X(01) VALUE 'N'.
000790       88 CHGR-OPER-SLOT-FOUND      VALUE 'Y'.
000800       88 CHGR-OPER-SLOT-MISSING    VALUE 'N'.
000810
000820   77 CHGR-SUMMARY-SW        PIC X(01) VALUE 'N'.
000830       88 CHGR-IN-SUMMARY           VALUE 'Y'.
000840       88 CHGR-IN-DETAIL            VALUE 'N'.
000850
000860*****************************************************************
000870* SELECTION FROM THE PARM - COLS 1-8 FROM DATE, COLS 9-16 TO
000880* DATE (BOTH YYYYMMDD, BLANK FOR OPEN-ENDED), COLS 17-24 FILE
000890* (REQMAST, CALNDR OR DISTLST), COLS 25-32 OPERATOR ID, COLS
000900* 33-60 RECORD KEY AS JOURNALED.  A BLANK FIELD SELECTS ALL.
000910*****************************************************************
000920 01  CHGR-PARM-WORK.
000930     05  CHGR-PWK-FROM         PIC X(08).
000940     05  CHGR-PWK-TO           PIC X(08).
000950     05  CHGR-PWK-FILE         PIC X(08).
000960     05  CHGR-PWK-OPERATOR     PIC X(08).
000970     05  CHGR-PWK-KEY          PIC X(28).
000980     05  FILLER                PIC X(20).
000990
001000   77 CHGR-FROM-DATE         PIC 9(08) VALUE ZERO.
001010   77 CHGR-TO-DATE           PIC 9(08) VALUE 99999999.
001020   77 CHGR-RC                PIC 9(04) VALUE ZERO.
001030   77 CHGR-PARM-USE          PIC S9(4) COMP VALUE ZERO.
001040
001050   77 CHGR-READ-COUNT        PIC 9(05) COMP-3 VALUE ZERO.
001060   77 CHGR-SEL-COUNT         PIC 9(05) COMP-3 VALUE ZERO.
001070   77 CHGR-UNKN-COUNT        PIC 9(05) COMP-3 VALUE ZERO.
001080
001090*****************************************************************
001100* THE FILES THE JOURNAL COVERS, AND THE BY-FILE SUMMARY - ONE
001110* ROW PER FILE, ONE COLUMN PER ACTION (ADDED, REPLACED, DELETED,
001120* DEACTIVATED) PLUS THE FILE TOTAL IN COLUMN 5.
001130*****************************************************************
001140 01  CHGR-FILE-NAMES.
001150     05  FILLER                PIC X(08) VALUE 'REQMAST'.
001160     05  FILLER                PIC X(08) VALUE 'CALNDR'.
001170     05  FILLER                PIC X(08) VALUE 'DISTLST'.
001180
001190 01  CHGR-FILE-NAME-TABLE REDEFINES CHGR-FILE-NAMES.
001200     05  CHGR-FILE-NAME        PIC X(08) OCCURS 3 TIMES.
001210
001220 01  CHGR-FILE-TOTALS.
001230     05  CHGR-FT-ENTRY         OCCURS 4 TIMES.
001240         10  CHGR-FT-COUNT       PIC 9(05) COMP-3
001250                                 OCCURS 5 TIMES.
001260
001270   77 CHGR-FILE-MAX          PIC 9(03) COMP VALUE 3.
001280   77 CHGR-FILE-SUB          PIC 9(03) COMP VALUE ZERO.
001290   77 CHGR-ACT-SUB           PIC 9(03) COMP VALUE ZERO.
001300
001310*****************************************************************
001320* THE BY-OPERATOR SUMMARY.  ONE SLOT PER DISTINCT OPERATOR, WITH
001330* A CHANGE COUNT PER FILE AND THE OPERATOR TOTAL IN COLUMN 4.  A
001340* PERIOD WITH MORE OPERATORS THAN SLOTS LUMPS THE OVERFLOW UNDER
001350* *OTHERS, THE SAME WAY USGRPT DOES DEPARTMENTS.
001360*****************************************************************
001370 01  CHGR-OPER-TABLE.
001380     05  CHGR-OPER-ENTRY       OCCURS 50 TIMES.
001390         10  CHGR-OPER-ID        PIC X(08).
001400         10  CHGR-OPER-COUNT     PIC 9(05) COMP-3
001410                                 OCCURS 4 TIMES.
001420
001430   77 CHGR-OPER-MAX          PIC 9(03) COMP VALUE 50.
001440   77 CHGR-OPER-USED         PIC 9(03) COMP VALUE ZERO.
001450   77 CHGR-OPER-SUB          PIC 9(03) COMP VALUE ZERO.
001460   77 CHGR-COL-SUB           PIC 9(03) COMP VALUE ZERO.
001470
001480*****************************************************************
001490* JOURNAL DATE AND TIME, BROKEN OUT FOR PRINTING
001500*****************************************************************
001510 01  CHGR-JRNL-DATE-X.
001520     05  CHGR-JDT-YYYY         PIC 9(04).
001530     05  CHGR-JDT-MM           PIC 9(02).
001540     05  CHGR-JDT-DD           PIC 9(02).
001550
001560 01  CHGR-JRNL-TIME-X.
001570     05  CHGR-JTM-HH           PIC 9(02).
001580     05  CHGR-JTM-MIN          PIC 9(02).
001590     05  CHGR-JTM-SS           PIC 9(02).
001600     05  CHGR-JTM-HS           PIC 9(02).
001610
001620   77 CHGR-RUN-DATE          PIC 9(08) VALUE ZERO.
001630
001640 01  CHGR-RUN-DATE-X.
001650     05  CHGR-RUN-YYYY         PIC 9(04).
001660     05  CHGR-RUN-MM           PIC 9(02).
001670     05  CHGR-RUN-DD           PIC 9(02).
001680
001690   77 CHGR-LINE-COUNT        PIC 9(03) VALUE ZERO.
001700   77 CHGR-PAGE-COUNT        PIC 9(03) VALUE ZERO.
001710   77 CHGR-LINES-PER-PAGE    PIC 9(03) VALUE 50.
001720
001730*****************************************************************
001740* REPORT LINES
001750*****************************************************************
001760 01  CHGR-RPT-HEADER-1.
001770     05  FILLER                PIC X(10) VALUE 'RUN DATE: '.
001780     05  CHGR-HDR-MM           PIC 99.
001790     05  FILLER                PIC X(01) VALUE '/'.
001800     05  CHGR-HDR-DD           PIC 99.
001810     05  FILLER                PIC X(01) VALUE '/'.
001820     05  CHGR-HDR-YYYY         PIC 9999.
001830     05  FILLER                PIC X(27) VALUE SPACES.
001840     05  FILLER                PIC X(06) VALUE 'PAGE '.
001850     05  CHGR-HDR-PAGE         PIC ZZ9.
001860
001870 01  CHGR-RPT-HEADER-2.
001880     05  FILLER                PIC X(45)
001890            VALUE 'MASTER-FILE CHANGE JOURNAL'.
001900
001910 01  CHGR-RPT-SELECT-1.
001920     05  FILLER                PIC X(07) VALUE 'DATES: '.
001930     05  CHGR-SEL-FROM         PIC X(08).
001940     05  FILLER                PIC X(04) VALUE ' TO '.
001950     05  CHGR-SEL-TO           PIC X(08).
001960     05  FILLER                PIC X(08) VALUE '  FILE: '.
001970     05  CHGR-SEL-FILE         PIC X(08).
001980     05  FILLER                PIC X(12) VALUE '  OPERATOR: '.
001990     05  CHGR-SEL-OPERATOR     PIC X(08).
002000
002010 01  CHGR-RPT-SELECT-2.
002020     05  FILLER                PIC X(07) VALUE 'KEY:   '.
002030     05  CHGR-SEL-KEY          PIC X(28).
002040
002050 01  CHGR-RPT-COLHDG.
002060     05  FILLER                PIC X(11) VALUE 'DATE'.
002070     05  FILLER                PIC X(09) VALUE 'TIME'.
002080     05  FILLER                PIC X(09) VALUE 'FILE'.
002090     05  FILLER                PIC X(09) VALUE 'OPERATOR'.
002100     05  FILLER                PIC X(12) VALUE 'ACTION'.
002110     05  FILLER                PIC X(03) VALUE 'KEY'.
002120
002130 01  CHGR-RPT-DETAIL.
002140     05  CHGR-DET-MM           PIC 99.
002150     05  FILLER                PIC X(01) VALUE '/'.
002160     05  CHGR-DET-DD           PIC 99.
002170     05  FILLER                PIC X(01) VALUE '/'.
002180     05  CHGR-DET-YYYY         PIC 9999.
002190     05  FILLER                PIC X(01) VALUE SPACES.
002200     05  CHGR-DET-HH           PIC 99.
002210     05  FILLER                PIC X(01) VALUE ':'.
002220     05  CHGR-DET-MIN          PIC 99.
002230     05  FILLER                PIC X(01) VALUE ':'.
002240     05  CHGR-DET-SS           PIC 99.
002250     05  FILLER                PIC X(01) VALUE SPACES.
002260     05  CHGR-DET-FILE         PIC X(08).
002270     05  FILLER                PIC X(01) VALUE SPACES.
002280     05  CHGR-DET-OPERATOR     PIC X(08).
002290     05  FILLER                PIC X(01) VALUE SPACES.
002300     05  CHGR-DET-ACTION       PIC X(11).
002310     05  FILLER                PIC X(01) VALUE SPACES.
002320     05  CHGR-DET-KEY          PIC X(28).
002330
002340 01  CHGR-RPT-IMAGE.
002350     05  FILLER                PIC X(04) VALUE SPACES.
002360     05  CHGR-IMG-LABEL        PIC X(08).
002370     05  CHGR-IMG-DATA         PIC X(68).
002380
002381 01  CHGR-RPT-IMAGE-CONT.
002382     05  FILLER                PIC X(04) VALUE SPACES.
002383     05  FILLER                PIC X(08) VALUE '  69-80:'.
002384     05  CHGR-CONT-DATA        PIC X(12).
002385     05  FILLER                PIC X(56) VALUE SPACES.
002386
002390 01  CHGR-RPT-FILE-HDG.
002400     05  FILLER                PIC X(08) VALUE 'FILE'.
002410     05  FILLER                PIC X(12) VALUE '       ADDED'.
002420     05  FILLER                PIC X(12) VALUE '    REPLACED'.
002430     05  FILLER                PIC X(12) VALUE '     DELETED'.
002440     05  FILLER                PIC X(12) VALUE ' DEACTIVATED'.
002450     05  FILLER                PIC X(12) VALUE '       TOTAL'.
002460
002470 01  CHGR-RPT-FILE-LINE.
002480     05  CHGR-FL-FILE          PIC X(08).
002490     05  CHGR-FL-CELL          OCCURS 5 TIMES.
002500         10  FILLER              PIC X(05).
002510         10  CHGR-FL-COUNT       PIC ZZZ,ZZ9.
002520
002530 01  CHGR-RPT-OPER-HDG.
002540     05  FILLER                PIC X(08) VALUE 'OPERATOR'.
002550     05  FILLER                PIC X(11) VALUE '    REQMAST'.
002560     05  FILLER                PIC X(11) VALUE '     CALNDR'.
002570     05  FILLER                PIC X(11) VALUE '    DISTLST'.
002580     05  FILLER                PIC X(11) VALUE '      TOTAL'.
002590
002600 01  CHGR-RPT-OPER-LINE.
002610     05  CHGR-OL-OPERATOR      PIC X(08).
002620     05  CHGR-OL-CELL          OCCURS 4 TIMES.
002630         10  FILLER              PIC X(04).
002640         10  CHGR-OL-COUNT       PIC ZZZ,ZZ9.
002650
002660 01  CHGR-RPT-SECTION-HDG.
002670     05  CHGR-SEC-TITLE        PIC X(40).
002680
002690 01  CHGR-RPT-COUNT-LINE.
002700     05  CHGR-CNT-LABEL        PIC X(25).
002710     05  CHGR-CNT-VALUE        PIC ZZ,ZZ9.
002720
002721 01  CHGR-PRINT-LINE           PIC X(80).
002722
002730 LINKAGE SECTION.
002740 01  CHGR-PARM.
002750     05  CHGR-PARM-LEN         PIC S9(4) COMP.
002760     05  CHGR-PARM-DATA        PIC X(80).
002770
002780 PROCEDURE DIVISION USING CHGR-PARM.
002790
002800*****************************************************************
002810* 0000-MAINLINE
002820*****************************************************************
002830 0000-MAINLINE.
002840     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002850     PERFORM 2000-VALIDATE-PARM THRU 2000-EXIT.
002860     PERFORM 3000-PROCESS-JOURNAL THRU 3000-EXIT.
002870     PERFORM 8000-TERMINATE THRU 8000-EXIT.
002880     GOBACK.
002890
002900*****************************************************************
002910* 1000-INITIALIZE - OPEN THE JOURNAL AND THE REPORT, AND CLEAR
002920* THE SUMMARY TABLES.
002930*****************************************************************
002940 1000-INITIALIZE.
002950     ACCEPT CHGR-RUN-DATE FROM DATE YYYYMMDD.
002960     MOVE CHGR-RUN-DATE TO CHGR-RUN-DATE-X.
002970
002980     MOVE ZERO TO CHGR-FILE-SUB.
002990     PERFORM 1100-CLEAR-FILE-ROW THRU 1100-EXIT
003000         UNTIL CHGR-FILE-SUB >= 4.
003010
003020     OPEN INPUT JRNLIN-FILE.
003030     IF CHGR-JRNLIN-STATUS NOT = '00'
003040         DISPLAY 'CHGRPT - JRNLIN OPEN FAILED, STATUS = '
003050             CHGR-JRNLIN-STATUS
003060         MOVE 28 TO CHGR-RC
003070         GO TO 9999-ABEND-EXIT
003080     END-IF.
003090
003100     OPEN OUTPUT CHGRPT-FILE.
003110     IF CHGR-CHGRPT-STATUS NOT = '00'
003120         DISPLAY 'CHGRPT - CHGRPT OPEN FAILED, STATUS = '
003130             CHGR-CHGRPT-STATUS
003140         MOVE 28 TO CHGR-RC
003150         GO TO 9999-ABEND-EXIT
003160     END-IF.
003170 1000-EXIT.
003180     EXIT.
003190
003200 1100-CLEAR-FILE-ROW.
003210     ADD 1 TO CHGR-FILE-SUB.
003220     MOVE ZERO TO CHGR-ACT-SUB.
003230     PERFORM 1110-CLEAR-FILE-CELL THRU 1110-EXIT
003240         UNTIL CHGR-ACT-SUB >= 5.
003250 1100-EXIT.
003260     EXIT.
003270
003280 1110-CLEAR-FILE-CELL.
003290     ADD 1 TO CHGR-ACT-SUB.
003300     MOVE ZERO TO CHGR-FT-COUNT (CHGR-FILE-SUB CHGR-ACT-SUB).
003310 1110-EXIT.
003320     EXIT.
003330
003340*****************************************************************
003350* 2000-VALIDATE-PARM - PICK UP THE SELECTION (SEE
003360* CHGR-PARM-WORK).  NO PARM REPORTS THE WHOLE JOURNAL.  A DATE
003370* THAT IS NOT NUMERIC, A RANGE THAT ENDS BEFORE IT STARTS, OR A
003380* FILE THE JOURNAL DOES NOT COVER FAILS THE STEP.
003390*****************************************************************
003400 2000-VALIDATE-PARM.
003410     MOVE SPACES TO CHGR-PARM-WORK.
003420     MOVE CHGR-PARM-LEN TO CHGR-PARM-USE.
003430     IF CHGR-PARM-USE > 80
003440         MOVE 80 TO CHGR-PARM-USE
003450     END-IF.
003460     IF CHGR-PARM-USE > ZERO
003470         MOVE CHGR-PARM-DATA(1:CHGR-PARM-USE) TO CHGR-PARM-WORK
003480     END-IF.
003490
003500     IF CHGR-PWK-FROM NOT = SPACES
003510         IF CHGR-PWK-FROM IS NOT NUMERIC
003520             DISPLAY 'CHGRPT - FROM DATE IS NOT NUMERIC: '
003530                 CHGR-PWK-FROM
003540             MOVE 16 TO CHGR-RC
003550             GO TO 9999-ABEND-EXIT
003560         END-IF
003570         MOVE CHGR-PWK-FROM TO CHGR-FROM-DATE
003580     END-IF.
003590
003600     IF CHGR-PWK-TO NOT = SPACES
003610         IF CHGR-PWK-TO IS NOT NUMERIC
003620             DISPLAY 'CHGRPT - TO DATE IS NOT NUMERIC: '
003630                 CHGR-PWK-TO
003640             MOVE 16 TO CHGR-RC
003650             GO TO 9999-ABEND-EXIT
003660         END-IF
003670         MOVE CHGR-PWK-TO TO CHGR-TO-DATE
003680     END-IF.
003690
003700     IF CHGR-TO-DATE < CHGR-FROM-DATE
003710         DISPLAY 'CHGRPT - TO DATE IS BEFORE FROM DATE: '
003720             CHGR-PWK-FROM ' ' CHGR-PWK-TO
003730         MOVE 16 TO CHGR-RC
003740         GO TO 9999-ABEND-EXIT
003750     END-IF.
003760
003770     IF CHGR-PWK-FILE NOT = SPACES
003780             AND CHGR-PWK-FILE NOT = 'REQMAST' AND 'CALNDR'
003790                 AND 'DISTLST'
003800         DISPLAY 'CHGRPT - FILE MUST BE REQMAST, CALNDR OR '
003810             'DISTLST: ' CHGR-PWK-FILE
003820         MOVE 16 TO CHGR-RC
003830         GO TO 9999-ABEND-EXIT
003840     END-IF.
003850
003860     MOVE 'ALL     ' TO CHGR-SEL-FROM CHGR-SEL-TO CHGR-SEL-FILE
003870                        CHGR-SEL-OPERATOR CHGR-SEL-KEY.
003880     IF CHGR-PWK-FROM NOT = SPACES
003890         MOVE CHGR-PWK-FROM     TO CHGR-SEL-FROM
003900     END-IF.
003910     IF CHGR-PWK-TO NOT = SPACES
003920         MOVE CHGR-PWK-TO       TO CHGR-SEL-TO
003930     END-IF.
003940     IF CHGR-PWK-FILE NOT = SPACES
003950         MOVE CHGR-PWK-FILE     TO CHGR-SEL-FILE
003960     END-IF.
003970     IF CHGR-PWK-OPERATOR NOT = SPACES
003980         MOVE CHGR-PWK-OPERATOR TO CHGR-SEL-OPERATOR
003990     END-IF.
004000     IF CHGR-PWK-KEY NOT = SPACES
004010         MOVE CHGR-PWK-KEY      TO CHGR-SEL-KEY
004020     END-IF.
004030 2000-EXIT.
004040     EXIT.
004050
004060*****************************************************************
004070* 3000-PROCESS-JOURNAL - ONE PASS DOWN THE JOURNAL: EVERY ROW
004080* THE SELECTION TAKES IS PRINTED AND ROLLED INTO BOTH SUMMARIES.
004090*****************************************************************
004100 3000-PROCESS-JOURNAL.
004110     PERFORM 3200-READ-JOURNAL THRU 3200-EXIT.
004120     PERFORM 3100-PROCESS-ROW THRU 3100-EXIT
004130         UNTIL CHGR-JRNL-EOF.
004140 3000-EXIT.
004150     EXIT.
004160
004170 3100-PROCESS-ROW.
004180     PERFORM 3300-SELECT-ROW THRU 3300-EXIT.
004190     IF CHGR-ROW-SELECTED
004200         ADD 1 TO CHGR-SEL-COUNT
004210         PERFORM 3400-PRINT-CHANGE THRU 3400-EXIT
004220         PERFORM 3500-TALLY-FILE THRU 3500-EXIT
004230         PERFORM 3600-TALLY-OPERATOR THRU 3600-EXIT
004240     END-IF.
004250     PERFORM 3200-READ-JOURNAL THRU 3200-EXIT.
004260 3100-EXIT.
004270     EXIT.
004280
004290 3200-READ-JOURNAL.
004300     READ JRNLIN-FILE
004310         AT END
004320             MOVE 'Y' TO CHGR-JRNL-EOF-SW
004330         NOT AT END
004340             ADD 1 TO CHGR-READ-COUNT
004350     END-READ.
004360 3200-EXIT.
004370     EXIT.
004380
004390*****************************************************************
004400* 3300-SELECT-ROW - APPLY THE PARM SELECTION TO THE ROW.
004410*****************************************************************
004420 3300-SELECT-ROW.
004430     MOVE 'N' TO CHGR-SELECT-SW.
004440     IF SAMP-JRNL-DATE < CHGR-FROM-DATE
004450             OR SAMP-JRNL-DATE > CHGR-TO-DATE
004460         GO TO 3300-EXIT
004470     END-IF.
004480     IF CHGR-PWK-FILE NOT = SPACES
004490             AND SAMP-JRNL-FILE NOT = CHGR-PWK-FILE
004500         GO TO 3300-EXIT
004510     END-IF.
004520     IF CHGR-PWK-OPERATOR NOT = SPACES
004530             AND SAMP-JRNL-OPERATOR NOT = CHGR-PWK-OPERATOR
004540         GO TO 3300-EXIT
004550     END-IF.
004560     IF CHGR-PWK-KEY NOT = SPACES
004570             AND SAMP-JRNL-KEY NOT = CHGR-PWK-KEY
004580         GO TO 3300-EXIT
004590     END-IF.
004600     MOVE 'Y' TO CHGR-SELECT-SW.
004610 3300-EXIT.
004620     EXIT.
004630
004640*****************************************************************
004650* 3400-PRINT-CHANGE - ONE ENTRY PER CHANGE: THE WHEN/WHO/WHAT
004660* LINE, THEN THE ROW BEFORE, THE ROW AFTER AND THE CARD.  THE
004670* ENTRY IS KEPT TOGETHER ON ONE PAGE.  THE IMAGE LINE HOLDS 68
004671* COLUMNS, SO CARD COLUMNS 69-80 GO ON A CONTINUATION LINE
004672* BENEATH IT WHENEVER THEY ARE NOT BLANK.
004680*****************************************************************
004690 3400-PRINT-CHANGE.
004700     IF CHGR-LINE-COUNT = ZERO
004710             OR CHGR-LINE-COUNT + 6 > CHGR-LINES-PER-PAGE
004720         PERFORM 4100-PRINT-HEADINGS THRU 4100-EXIT
004730     END-IF.
004740     MOVE SAMP-JRNL-DATE     TO CHGR-JRNL-DATE-X.
004750     MOVE SAMP-JRNL-TIME     TO CHGR-JRNL-TIME-X.
004760     MOVE CHGR-JDT-MM        TO CHGR-DET-MM.
004770     MOVE CHGR-JDT-DD        TO CHGR-DET-DD.
004780     MOVE CHGR-JDT-YYYY      TO CHGR-DET-YYYY.
004790     MOVE CHGR-JTM-HH        TO CHGR-DET-HH.
004800     MOVE CHGR-JTM-MIN       TO CHGR-DET-MIN.
004810     MOVE CHGR-JTM-SS        TO CHGR-DET-SS.
004820     MOVE SAMP-JRNL-FILE     TO CHGR-DET-FILE.
004830     MOVE SAMP-JRNL-OPERATOR TO CHGR-DET-OPERATOR.
004840     MOVE SAMP-JRNL-KEY      TO CHGR-DET-KEY.
004850     EVALUATE TRUE
004860         WHEN SAMP-JRNL-ADDED
004870             MOVE 'ADDED      ' TO CHGR-DET-ACTION
004880         WHEN SAMP-JRNL-REPLACED
004890             MOVE 'REPLACED   ' TO CHGR-DET-ACTION
004900         WHEN SAMP-JRNL-DELETED
004910             MOVE 'DELETED    ' TO CHGR-DET-ACTION
004920         WHEN SAMP-JRNL-DEACTIVATED
004930             MOVE 'DEACTIVATED' TO CHGR-DET-ACTION
004940         WHEN OTHER
004950             MOVE SAMP-JRNL-ACTION TO CHGR-DET-ACTION
004960     END-EVALUATE.
004970     WRITE CHGRPT-RECORD FROM CHGR-RPT-DETAIL
004980         AFTER ADVANCING 2 LINES.
004990
005000     MOVE 'BEFORE: '         TO CHGR-IMG-LABEL.
005010     MOVE SAMP-JRNL-BEFORE   TO CHGR-IMG-DATA.
005020     IF SAMP-JRNL-BEFORE = SPACES
005030         MOVE '(NONE)'       TO CHGR-IMG-DATA
005040     END-IF.
005050     WRITE CHGRPT-RECORD FROM CHGR-RPT-IMAGE
005060         AFTER ADVANCING 1 LINE.
005070     MOVE 'AFTER:  '         TO CHGR-IMG-LABEL.
005080     MOVE SAMP-JRNL-AFTER    TO CHGR-IMG-DATA.
005090     IF SAMP-JRNL-AFTER = SPACES
005100         MOVE '(NONE)'       TO CHGR-IMG-DATA
005110     END-IF.
005120     WRITE CHGRPT-RECORD FROM CHGR-RPT-IMAGE
005130         AFTER ADVANCING 1 LINE.
005140     MOVE 'CARD:   '         TO CHGR-IMG-LABEL.
005150     MOVE SAMP-JRNL-CARD     TO CHGR-IMG-DATA.
005160     WRITE CHGRPT-RECORD FROM CHGR-RPT-IMAGE
005170         AFTER ADVANCING 1 LINE.
005180     ADD 5 TO CHGR-LINE-COUNT.
005181     IF SAMP-JRNL-CARD (69:12) NOT = SPACES
005182         MOVE SAMP-JRNL-CARD (69:12) TO CHGR-CONT-DATA
005183         WRITE CHGRPT-RECORD FROM CHGR-RPT-IMAGE-CONT
005184             AFTER ADVANCING 1 LINE
005185         ADD 1 TO CHGR-LINE-COUNT
005186     END-IF.
005190 3400-EXIT.
005200     EXIT.
005210
005220*****************************************************************
005230* 3500-TALLY-FILE - COUNT THE ROW UNDER ITS FILE AND ACTION.  A
005240* FILE NAME THE REPORT DOES NOT KNOW IS COUNTED ON ROW 4 AND
005250* SHOWN AS *OTHER, SO NOTHING DROPS OUT OF THE TOTALS.
005260*****************************************************************
005270 3500-TALLY-FILE.
005280     MOVE 'N' TO CHGR-FILE-FOUND-SW.
005290     MOVE ZERO TO CHGR-FILE-SUB.
005300     PERFORM 3510-FIND-FILE THRU 3510-EXIT
005310         UNTIL CHGR-FILE-ROW-FOUND
005320             OR CHGR-FILE-SUB >= CHGR-FILE-MAX.
005330     IF CHGR-FILE-ROW-MISSING
005340         MOVE 4 TO CHGR-FILE-SUB
005350         ADD 1 TO CHGR-UNKN-COUNT
005360     END-IF.
005370     EVALUATE TRUE
005380         WHEN SAMP-JRNL-ADDED
005390             MOVE 1 TO CHGR-ACT-SUB
005400         WHEN SAMP-JRNL-REPLACED
005410             MOVE 2 TO CHGR-ACT-SUB
005420         WHEN SAMP-JRNL-DELETED
005430             MOVE 3 TO CHGR-ACT-SUB
005440         WHEN OTHER
005450             MOVE 4 TO CHGR-ACT-SUB
005460     END-EVALUATE.
005470     ADD 1 TO CHGR-FT-COUNT (CHGR-FILE-SUB CHGR-ACT-SUB).
005480     ADD 1 TO CHGR-FT-COUNT (CHGR-FILE-SUB 5).
005490 3500-EXIT.
005500     EXIT.
005510
005520 3510-FIND-FILE.
005530     ADD 1 TO CHGR-FILE-SUB.
005540     IF CHGR-FILE-NAME (CHGR-FILE-SUB) = SAMP-JRNL-FILE
005550         MOVE 'Y' TO CHGR-FILE-FOUND-SW
005560     END-IF.
005570 3510-EXIT.
005580     EXIT.
005590
005600*****************************************************************
005610* 3600-TALLY-OPERATOR - ROLL THE ROW INTO THE OPERATOR'S SLOT,
005620* CLAIMING (AND ZEROING) A FRESH SLOT FOR AN OPERATOR NOT SEEN
005630* YET.  THE FILE COLUMN IS THE ONE 3500 FOUND; AN UNKNOWN FILE
005640* COUNTS ONLY IN THE OPERATOR TOTAL.
005650*****************************************************************
005660 3600-TALLY-OPERATOR.
005670     MOVE 'N' TO CHGR-OPER-FOUND-SW.
005680     MOVE ZERO TO CHGR-OPER-SUB.
005690     PERFORM 3610-FIND-OPER-SLOT THRU 3610-EXIT
005700         UNTIL CHGR-OPER-SLOT-FOUND
005710             OR CHGR-OPER-SUB >= CHGR-OPER-USED.
005720     IF CHGR-OPER-SLOT-MISSING
005730         IF CHGR-OPER-USED < CHGR-OPER-MAX
005740             ADD 1 TO CHGR-OPER-USED
005750             MOVE CHGR-OPER-USED TO CHGR-OPER-SUB
005760             MOVE SAMP-JRNL-OPERATOR
005770                 TO CHGR-OPER-ID (CHGR-OPER-SUB)
005780             MOVE ZERO TO CHGR-OPER-COUNT (CHGR-OPER-SUB 1)
005790                          CHGR-OPER-COUNT (CHGR-OPER-SUB 2)
005800                          CHGR-OPER-COUNT (CHGR-OPER-SUB 3)
005810                          CHGR-OPER-COUNT (CHGR-OPER-SUB 4)
005820         ELSE
005830             MOVE CHGR-OPER-MAX TO CHGR-OPER-SUB
005840             MOVE '*OTHERS ' TO CHGR-OPER-ID (CHGR-OPER-SUB)
005850         END-IF
005860     END-IF.
005870     IF CHGR-FILE-SUB <= CHGR-FILE-MAX
005880         ADD 1 TO CHGR-OPER-COUNT (CHGR-OPER-SUB CHGR-FILE-SUB)
005890     END-IF.
005900     ADD 1 TO CHGR-OPER-COUNT (CHGR-OPER-SUB 4).
005910 3600-EXIT.
005920     EXIT.
005930
005940 3610-FIND-OPER-SLOT.
005950     ADD 1 TO CHGR-OPER-SUB.
005960     IF CHGR-OPER-ID (CHGR-OPER-SUB) = SAMP-JRNL-OPERATOR
005970         MOVE 'Y' TO CHGR-OPER-FOUND-SW
005980     END-IF.
005990 3610-EXIT.
006000     EXIT.
006010
006020*****************************************************************
006030* 4000-PRINT-DETAIL - ONE SUMMARY LINE (BUILT BY THE CALLER IN
006040* CHGR-RPT-FILE-LINE OR CHGR-RPT-OPER-LINE AND MOVED TO
006050* CHGR-PRINT-LINE), STARTING A NEW PAGE WHEN THIS ONE IS FULL.
006055* THE LINE IS HELD OUTSIDE THE RECORD AREA BECAUSE THE HEADINGS
006056* ARE WRITTEN THROUGH CHGRPT-RECORD FIRST.
006060*****************************************************************
006070 4000-PRINT-DETAIL.
006080     IF CHGR-LINE-COUNT = ZERO
006090             OR CHGR-LINE-COUNT >= CHGR-LINES-PER-PAGE
006100         PERFORM 4100-PRINT-HEADINGS THRU 4100-EXIT
006110     END-IF.
006120     WRITE CHGRPT-RECORD FROM CHGR-PRINT-LINE
006130         AFTER ADVANCING 1 LINE.
006140     ADD 1 TO CHGR-LINE-COUNT.
006150 4000-EXIT.
006160     EXIT.
006170
006180 4100-PRINT-HEADINGS.
006190     ADD 1 TO CHGR-PAGE-COUNT.
006200     MOVE ZERO TO CHGR-LINE-COUNT.
006210     MOVE CHGR-RUN-MM     TO CHGR-HDR-MM.
006220     MOVE CHGR-RUN-DD     TO CHGR-HDR-DD.
006230     MOVE CHGR-RUN-YYYY   TO CHGR-HDR-YYYY.
006240     MOVE CHGR-PAGE-COUNT TO CHGR-HDR-PAGE.
006250     WRITE CHGRPT-RECORD FROM CHGR-RPT-HEADER-1
006260         AFTER ADVANCING PAGE.
006270     WRITE CHGRPT-RECORD FROM CHGR-RPT-HEADER-2
006280         AFTER ADVANCING 2 LINES.
006290     WRITE CHGRPT-RECORD FROM CHGR-RPT-SELECT-1
006300         AFTER ADVANCING 1 LINE.
006310     WRITE CHGRPT-RECORD FROM CHGR-RPT-SELECT-2
006320         AFTER ADVANCING 1 LINE.
006330     ADD 4 TO CHGR-LINE-COUNT.
006340     IF CHGR-IN-DETAIL
006350         WRITE CHGRPT-RECORD FROM CHGR-RPT-COLHDG
006360             AFTER ADVANCING 2 LINES
006370         ADD 2 TO CHGR-LINE-COUNT
006380     END-IF.
006390 4100-EXIT.
006400     EXIT.
006410
006420*****************************************************************
006430* 8000-TERMINATE - THE BY-FILE AND BY-OPERATOR SUMMARIES, THE
006440* RUN COUNTS, THEN CLOSE UP.  A SELECTION THAT FINDS NO CHANGE
006450* AT ALL ENDS THE STEP RC=4.
006460*****************************************************************
006470 8000-TERMINATE.
006480     MOVE 'Y' TO CHGR-SUMMARY-SW.
006490     PERFORM 4100-PRINT-HEADINGS THRU 4100-EXIT.
006500     MOVE 'SUMMARY BY FILE' TO CHGR-SEC-TITLE.
006510     WRITE CHGRPT-RECORD FROM CHGR-RPT-SECTION-HDG
006520         AFTER ADVANCING 2 LINES.
006530     WRITE CHGRPT-RECORD FROM CHGR-RPT-FILE-HDG
006540         AFTER ADVANCING 2 LINES.
006550     ADD 4 TO CHGR-LINE-COUNT.
006560     MOVE ZERO TO CHGR-FILE-SUB.
006570     PERFORM 8100-PRINT-ONE-FILE THRU 8100-EXIT
006580         UNTIL CHGR-FILE-SUB >= 4.
006590
006600     MOVE 'SUMMARY BY OPERATOR' TO CHGR-SEC-TITLE.
006610     WRITE CHGRPT-RECORD FROM CHGR-RPT-SECTION-HDG
006620         AFTER ADVANCING 2 LINES.
006630     WRITE CHGRPT-RECORD FROM CHGR-RPT-OPER-HDG
006640         AFTER ADVANCING 2 LINES.
006650     ADD 4 TO CHGR-LINE-COUNT.
006660     MOVE ZERO TO CHGR-OPER-SUB.
006670     PERFORM 8200-PRINT-ONE-OPER THRU 8200-EXIT
006680         UNTIL CHGR-OPER-SUB >= CHGR-OPER-USED.
006690
006700     MOVE 'JOURNAL ROWS READ:       ' TO CHGR-CNT-LABEL.
006710     MOVE CHGR-READ-COUNT TO CHGR-CNT-VALUE.
006720     WRITE CHGRPT-RECORD FROM CHGR-RPT-COUNT-LINE
006730         AFTER ADVANCING 2 LINES.
006740     MOVE 'CHANGES SELECTED:        ' TO CHGR-CNT-LABEL.
006750     MOVE CHGR-SEL-COUNT TO CHGR-CNT-VALUE.
006760     WRITE CHGRPT-RECORD FROM CHGR-RPT-COUNT-LINE
006770         AFTER ADVANCING 1 LINE.
006780
006790     IF CHGR-SEL-COUNT = ZERO AND CHGR-RC = ZERO
006800         MOVE 04 TO CHGR-RC
006810     END-IF.
006820
006830     CLOSE JRNLIN-FILE.
006840     CLOSE CHGRPT-FILE.
006850     MOVE CHGR-RC TO RETURN-CODE.
006860 8000-EXIT.
006870     EXIT.
006880
006890*****************************************************************
006900* 8100-PRINT-ONE-FILE - ONE BY-FILE LINE.  THE *OTHER ROW ONLY
006910* PRINTS WHEN THE JOURNAL HELD A FILE NAME NOT ON THE LIST.
006920*****************************************************************
006930 8100-PRINT-ONE-FILE.
006940     ADD 1 TO CHGR-FILE-SUB.
006950     MOVE SPACES TO CHGR-RPT-FILE-LINE.
006960     IF CHGR-FILE-SUB > CHGR-FILE-MAX
006970         IF CHGR-UNKN-COUNT = ZERO
006980             GO TO 8100-EXIT
006990         END-IF
007000         MOVE '*OTHER  ' TO CHGR-FL-FILE
007010     ELSE
007020         MOVE CHGR-FILE-NAME (CHGR-FILE-SUB) TO CHGR-FL-FILE
007030     END-IF.
007040     MOVE ZERO TO CHGR-ACT-SUB.
007050     PERFORM 8110-MOVE-FILE-CELL THRU 8110-EXIT
007060         UNTIL CHGR-ACT-SUB >= 5.
007070     MOVE CHGR-RPT-FILE-LINE TO CHGR-PRINT-LINE.
007080     PERFORM 4000-PRINT-DETAIL THRU 4000-EXIT.
007090 8100-EXIT.
007100     EXIT.
007110
007120 8110-MOVE-FILE-CELL.
007130     ADD 1 TO CHGR-ACT-SUB.
007140     MOVE CHGR-FT-COUNT (CHGR-FILE-SUB CHGR-ACT-SUB)
007150         TO CHGR-FL-COUNT (CHGR-ACT-SUB).
007160 8110-EXIT.
007170     EXIT.
007180
007190 8200-PRINT-ONE-OPER.
007200     ADD 1 TO CHGR-OPER-SUB.
007210     MOVE SPACES TO CHGR-RPT-OPER-LINE.
007220     MOVE CHGR-OPER-ID (CHGR-OPER-SUB) TO CHGR-OL-OPERATOR.
007230     MOVE ZERO TO CHGR-COL-SUB.
007240     PERFORM 8210-MOVE-OPER-CELL THRU 8210-EXIT
007250         UNTIL CHGR-COL-SUB >= 4.
007260     MOVE CHGR-RPT-OPER-LINE TO CHGR-PRINT-LINE.
007270     PERFORM 4000-PRINT-DETAIL THRU 4000-EXIT.
007280 8200-EXIT.
007290     EXIT.
007300
007310 8210-MOVE-OPER-CELL.
007320     ADD 1 TO CHGR-COL-SUB.
007330     MOVE CHGR-OPER-COUNT (CHGR-OPER-SUB CHGR-COL-SUB)
007340         TO CHGR-OL-COUNT (CHGR-COL-SUB).
007350 8210-EXIT.
007360     EXIT.
007370
007380*****************************************************************
007390* 9999-ABEND-EXIT
007400*****************************************************************
007410 9999-ABEND-EXIT.
007420     IF CHGR-RC = ZERO
007430         MOVE 16 TO CHGR-RC
007440     END-IF.
007450     IF CHGR-JRNLIN-STATUS = '00'
007460         CLOSE JRNLIN-FILE
007470     END-IF.
007480     IF CHGR-CHGRPT-STATUS = '00'
007490         CLOSE CHGRPT-FILE
007500     END-IF.
007510     MOVE CHGR-RC TO RETURN-CODE.
007520     GOBACK.
