000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.    CTLBAL.
000120 AUTHOR.        R HALVERSEN.
000130 INSTALLATION.  DATA CENTER APPLICATIONS.
000140 DATE-WRITTEN.  10/15/2026.
000150 DATE-COMPILED.
000160
000170*****************************************************************
000180* MODIFICATION HISTORY
000190* ----------------------------------------------------------------
000200* DATE       INIT  DESCRIPTION
000210* 10/15/2026  RH   ORIGINAL VERSION.  PROVES ONE NIGHT'S CHAIN
000220*                  FROM THE CONTROL-TOTALS LEDGER THE STEPS POST
000230*                  TO (SEE SAMPCTOT): THE BUILD'S AUDIT ROW
000240*                  AGAINST FACTOUT AND FACTIDX AS READ BACK, THE
000250*                  CMBIDX CLUSTER AGAINST THE PAIRS TONIGHT'S N
000260*                  CALLS FOR, THE AUDIT ROW AGAINST THE XTROUT
000270*                  EXTRACT, AND THE EXTRACT AGAINST WHAT THE
000280*                  WAREHOUSE SAYS IT LOADED.  ONE PAGE: WHAT WAS
000290*                  POSTED, EACH LINK BALANCED OR NOT, AND THE
000300*                  FIRST LINK THAT BROKE.  AN OUT-OF-BALANCE
000310*                  NIGHT ISSUES CEL035S AND ENDS THE STEP RC=8.
000320*                  THE PARM MAY NAME A CYCLE DATE (YYYYMMDD);
000330*                  OMITTED, THE LATEST CYCLE ON THE LEDGER IS
000340*                  PROVED.
000341* 10/15/2026  RH   EVERY MESSAGE ISSUED THROUGH 9800 IS ALSO
000342*                  APPENDED TO THE OPERATOR MESSAGE LOG (MSGLOG,
000343*                  SEE SAMPMLOG) FOR MSGRPT.
000350*****************************************************************
000360
000370 ENVIRONMENT DIVISION.
000380 CONFIGURATION SECTION.
000390 SOURCE-COMPUTER.  IBM-370.
000400 OBJECT-COMPUTER.  IBM-370.
000410
000420 INPUT-OUTPUT SECTION.
000430 FILE-CONTROL.
000440     SELECT CTLTOT-FILE    ASSIGN TO CTLTOT
000450            ORGANIZATION IS SEQUENTIAL
000460            FILE STATUS  IS CBAL-CTLTOT-STATUS.
000470
000480     SELECT BALRPT-FILE    ASSIGN TO BALRPT
000490            ORGANIZATION IS SEQUENTIAL
000500            FILE STATUS  IS CBAL-BALRPT-STATUS.
000501     SELECT MSGLOG-FILE    ASSIGN TO MSGLOG
000502            ORGANIZATION IS SEQUENTIAL
000503            FILE STATUS  IS SAMP-MLOG-STATUS.
000510
000520 DATA DIVISION.
000530 FILE SECTION.
000540 FD  CTLTOT-FILE
000550     RECORDING MODE IS F.
000560     COPY SAMPCTOT.
000570
000580 FD  BALRPT-FILE
000590     RECORDING MODE IS F.
000600 01  BALRPT-RECORD             PIC X(80).
000601
000602 FD  MSGLOG-FILE
000603     RECORDING MODE IS F.
000604     COPY SAMPMLOG.
000610
000620 WORKING-STORAGE SECTION.
000630
000640*****************************************************************
000650* FILE STATUS AND SWITCHES
000660*****************************************************************
000670   77 CBAL-CTLTOT-STATUS     PIC X(02) VALUE SPACES.
000680   77 CBAL-BALRPT-STATUS     PIC X(02) VALUE SPACES.
000690
000700   77 CBAL-CTOT-EOF-SW       PIC X(01) VALUE 'N'.
000710       88 CBAL-CTOT-EOF             VALUE 'Y'.
000720       88 CBAL-CTOT-MORE            VALUE 'N'.
000730
000740   77 CBAL-DATE-GIVEN-SW     PIC X(01) VALUE 'N'.
000750       88 CBAL-DATE-GIVEN           VALUE 'Y'.
000760       88 CBAL-DATE-LATEST          VALUE 'N'.
000770
000780   77 CBAL-BALANCE-SW        PIC X(01) VALUE 'Y'.
000790       88 CBAL-IN-BALANCE           VALUE 'Y'.
000800       88 CBAL-OUT-OF-BALANCE       VALUE 'N'.
000810
000820   77 CBAL-LINK-SW           PIC X(01) VALUE 'Y'.
000830       88 CBAL-LINK-OK              VALUE 'Y'.
000840       88 CBAL-LINK-BROKEN          VALUE 'N'.
000850
000860*****************************************************************
000870* THE POSTINGS THE CHAIN IS PROVED FROM, IN THE ORDER THE STEPS
000880* RUN.  EACH SLOT KEEPS THE LAST ROW POSTED FOR ITS STEP AND
000890* TOTAL ID, SO A RERUN OR RESUMED STEP IS JUDGED BY ITS RERUN.
000900*****************************************************************
000910 01  CBAL-SLOT-LIST.
000920     05  FILLER                PIC X(16) VALUE 'SAMP01  AUDIT'.
000930     05  FILLER                PIC X(16) VALUE 'FACTVER FACTOUT'.
000940     05  FILLER                PIC X(16) VALUE 'FACTVER FACTIDX'.
000950     05  FILLER                PIC X(16) VALUE 'CMBB01  CMBIDX'.
000960     05  FILLER                PIC X(16) VALUE 'FXTR01  XTROUT'.
000970     05  FILLER                PIC X(16) VALUE 'FACK01  ACKLOAD'.
000980 01  CBAL-SLOT-LIST-R REDEFINES CBAL-SLOT-LIST.
000990     05  CBAL-EXP-SLOT         OCCURS 6 TIMES.
001000         10  CBAL-EXP-STEP       PIC X(08).
001010         10  CBAL-EXP-TOTAL-ID   PIC X(08).
001020
001030 01  CBAL-SLOT-TABLE.
001040     05  CBAL-SL-ENTRY         OCCURS 6 TIMES.
001050         10  CBAL-SL-POSTED-SW   PIC X(01).
001060             88  CBAL-SL-POSTED         VALUE 'Y'.
001070         10  CBAL-SL-PROGRAM     PIC X(08).
001080         10  CBAL-SL-N           PIC 9(02).
001090         10  CBAL-SL-COUNT       PIC 9(09).
001100         10  CBAL-SL-HASH        PIC 9(15).
001110         10  CBAL-SL-POST-DATE   PIC 9(08).
001120         10  CBAL-SL-POST-TIME   PIC 9(08).
001130
001140   77 CBAL-SL-MAX            PIC 9(03) COMP VALUE 6.
001150   77 CBAL-SL-SUB            PIC 9(03) COMP VALUE ZERO.
001160   77 CBAL-SL-USED           PIC 9(03) COMP VALUE ZERO.
001170   77 CBAL-HIT-SUB           PIC 9(03) COMP VALUE ZERO.
001180
001190*****************************************************************
001200* THE LINKS OF THE CHAIN.  EACH NAMES THE SLOT THAT SAYS WHAT
001210* SHOULD BE THERE AND THE SLOT THAT SAYS WHAT IS.  LINK C IS
001220* WORKED FROM THE AUDIT ROW'S N: A TABLE THROUGH N HOLDS
001230* (N+1)(N+2)/2 PAIRS WHOSE NCR VALUES SUM TO 2**(N+1) - 1.
001240*****************************************************************
001250 01  CBAL-LINK-LIST.
001260     05  FILLER                PIC X(01) VALUE 'A'.
001270     05  FILLER                PIC 9(01) VALUE 1.
001280     05  FILLER                PIC 9(01) VALUE 2.
001290     05  FILLER                PIC X(34)
001300            VALUE 'AUDIT ROW VS FACTOUT READ BACK'.
001310     05  FILLER                PIC X(01) VALUE 'B'.
001320     05  FILLER                PIC 9(01) VALUE 1.
001330     05  FILLER                PIC 9(01) VALUE 3.
001340     05  FILLER                PIC X(34)
001350            VALUE 'AUDIT ROW VS FACTIDX READ BACK'.
001360     05  FILLER                PIC X(01) VALUE 'C'.
001370     05  FILLER                PIC 9(01) VALUE 1.
001380     05  FILLER                PIC 9(01) VALUE 4.
001390     05  FILLER                PIC X(34)
001400            VALUE 'TABLE N VS CMBIDX PAIRS ON FILE'.
001410     05  FILLER                PIC X(01) VALUE 'D'.
001420     05  FILLER                PIC 9(01) VALUE 1.
001430     05  FILLER                PIC 9(01) VALUE 5.
001440     05  FILLER                PIC X(34)
001450            VALUE 'AUDIT ROW VS XTROUT SHIPPED'.
001460     05  FILLER                PIC X(01) VALUE 'E'.
001470     05  FILLER                PIC 9(01) VALUE 5.
001480     05  FILLER                PIC 9(01) VALUE 6.
001490     05  FILLER                PIC X(34)
001500            VALUE 'XTROUT SHIPPED VS WAREHOUSE LOAD'.
001510 01  CBAL-LINK-LIST-R REDEFINES CBAL-LINK-LIST.
001520     05  CBAL-LINK             OCCURS 5 TIMES.
001530         10  CBAL-LINK-ID        PIC X(01).
001540         10  CBAL-LINK-FROM      PIC 9(01).
001550         10  CBAL-LINK-TO        PIC 9(01).
001560         10  CBAL-LINK-LABEL     PIC X(34).
001570
001580   77 CBAL-LINK-SUB          PIC 9(03) COMP VALUE ZERO.
001590   77 CBAL-FROM-SUB          PIC 9(03) COMP VALUE ZERO.
001600   77 CBAL-TO-SUB            PIC 9(03) COMP VALUE ZERO.
001610   77 CBAL-BROKEN-COUNT      PIC 9(03) COMP VALUE ZERO.
001620   77 CBAL-FIRST-BROKEN      PIC 9(03) COMP VALUE ZERO.
001630
001640*****************************************************************
001650* EXPECTED AND ACTUAL FOR THE LINK BEING PROVED
001660*****************************************************************
001670   77 CBAL-EXP-COUNT         PIC 9(09) VALUE ZERO.
001680   77 CBAL-EXP-HASH          PIC 9(15) VALUE ZERO.
001690   77 CBAL-ACT-COUNT         PIC 9(09) VALUE ZERO.
001700   77 CBAL-ACT-HASH          PIC 9(15) VALUE ZERO.
001710
001720   77 CBAL-POWER             PIC 9(15) VALUE ZERO.
001730   77 CBAL-POWER-WIDE        PIC 9(16) VALUE ZERO.
001740   77 CBAL-POWER-QUOT        PIC 9(01) VALUE ZERO.
001750   77 CBAL-HASH-MODULUS      PIC 9(16)
001760                             VALUE 1000000000000000.
001770   77 CBAL-DOUBLINGS         PIC 9(03) COMP VALUE ZERO.
001780
001790 01  CBAL-PARM-WORK.
001800     05  CBAL-PWK-DATE         PIC X(08).
001810
001820   77 CBAL-RC                PIC 9(04) VALUE ZERO.
001830   77 CBAL-CYCLE-DATE        PIC 9(08) VALUE ZERO.
001840   77 CBAL-READ-COUNT        PIC 9(07) COMP-3 VALUE ZERO.
001850   77 CBAL-RUN-DATE          PIC 9(08) VALUE ZERO.
001860
001870 01  CBAL-RUN-DATE-X.
001880     05  CBAL-RUN-YYYY         PIC 9(04).
001890     05  CBAL-RUN-MM           PIC 9(02).
001900     05  CBAL-RUN-DD           PIC 9(02).
001910
001920 01  CBAL-CYC-DATE-X.
001930     05  CBAL-CYC-YYYY         PIC 9(04).
001940     05  CBAL-CYC-MM           PIC 9(02).
001950     05  CBAL-CYC-DD           PIC 9(02).
001960
001970 01  CBAL-POST-DATE-X.
001980     05  FILLER                PIC 9(04).
001990     05  CBAL-POST-MM          PIC 9(02).
002000     05  CBAL-POST-DD          PIC 9(02).
002010
002020 01  CBAL-TIME-X.
002030     05  CBAL-TIME-HH          PIC 9(02).
002040     05  CBAL-TIME-MIN         PIC 9(02).
002050     05  FILLER                PIC 9(04).
002060
002070     COPY SAMPMSG.
002080
002090*****************************************************************
002100* REPORT LINES - THE WHOLE NIGHT FITS ON ONE PAGE
002110*****************************************************************
002120 01  CBAL-RPT-HEADER-1.
002130     05  FILLER                PIC X(10) VALUE 'RUN DATE: '.
002140     05  CBAL-HDR-MM           PIC 99.
002150     05  FILLER                PIC X(01) VALUE '/'.
002160     05  CBAL-HDR-DD           PIC 99.
002170     05  FILLER                PIC X(01) VALUE '/'.
002180     05  CBAL-HDR-YYYY         PIC 9999.
002190
002200 01  CBAL-RPT-HEADER-2.
002210     05  FILLER                PIC X(35)
002220            VALUE 'CYCLE CONTROL-TOTALS BALANCING FOR '.
002230     05  CBAL-HDR-CYC-MM       PIC 99.
002240     05  FILLER                PIC X(01) VALUE '/'.
002250     05  CBAL-HDR-CYC-DD       PIC 99.
002260     05  FILLER                PIC X(01) VALUE '/'.
002270     05  CBAL-HDR-CYC-YYYY     PIC 9999.
002280
002290 01  CBAL-RPT-SECTION-1.
002300     05  FILLER                PIC X(20) VALUE 'TOTALS POSTED'.
002310
002320 01  CBAL-RPT-COLHDG.
002330     05  FILLER                PIC X(10) VALUE 'STEP'.
002340     05  FILLER                PIC X(10) VALUE 'TOTAL'.
002350     05  FILLER                PIC X(10) VALUE 'PROGRAM'.
002360     05  FILLER                PIC X(04) VALUE ' N'.
002370     05  FILLER                PIC X(13) VALUE '      COUNT'.
002380     05  FILLER                PIC X(17) VALUE '           HASH'.
002390     05  FILLER                PIC X(11) VALUE 'POSTED'.
002400
002410 01  CBAL-RPT-POSTING.
002420     05  CBAL-PST-STEP         PIC X(08).
002430     05  FILLER                PIC X(02) VALUE SPACES.
002440     05  CBAL-PST-TOTAL-ID     PIC X(08).
002450     05  FILLER                PIC X(02) VALUE SPACES.
002460     05  CBAL-PST-PROGRAM      PIC X(08).
002470     05  FILLER                PIC X(02) VALUE SPACES.
002480     05  CBAL-PST-N            PIC Z9.
002490     05  FILLER                PIC X(02) VALUE SPACES.
002500     05  CBAL-PST-COUNT        PIC ZZZ,ZZZ,ZZ9.
002510     05  FILLER                PIC X(02) VALUE SPACES.
002520     05  CBAL-PST-HASH         PIC Z(14)9.
002530     05  FILLER                PIC X(02) VALUE SPACES.
002540     05  CBAL-PST-MM           PIC 99.
002550     05  FILLER                PIC X(01) VALUE '/'.
002560     05  CBAL-PST-DD           PIC 99.
002570     05  FILLER                PIC X(01) VALUE SPACES.
002580     05  CBAL-PST-HH           PIC 99.
002590     05  FILLER                PIC X(01) VALUE ':'.
002600     05  CBAL-PST-MIN          PIC 99.
002610
002620 01  CBAL-RPT-NOT-POSTED.
002630     05  CBAL-NPS-STEP         PIC X(08).
002640     05  FILLER                PIC X(02) VALUE SPACES.
002650     05  CBAL-NPS-TOTAL-ID     PIC X(08).
002660     05  FILLER                PIC X(02) VALUE SPACES.
002670     05  FILLER                PIC X(30)
002680            VALUE '** NOT POSTED FOR THIS CYCLE'.
002690
002700 01  CBAL-RPT-SECTION-2.
002710     05  FILLER                PIC X(20)
002715            VALUE 'LINKS OF THE CHAIN'.
002720
002730 01  CBAL-RPT-LINK-LINE.
002740     05  CBAL-LKL-ID           PIC X(01).
002750     05  FILLER                PIC X(02) VALUE SPACES.
002760     05  CBAL-LKL-LABEL        PIC X(34).
002770     05  FILLER                PIC X(02) VALUE SPACES.
002780     05  CBAL-LKL-VERDICT      PIC X(30).
002790
002800 01  CBAL-RPT-AMOUNT-LINE.
002810     05  FILLER                PIC X(05) VALUE SPACES.
002820     05  CBAL-AMT-LABEL        PIC X(06).
002830     05  FILLER                PIC X(09) VALUE 'EXPECTED '.
002840     05  CBAL-AMT-EXPECTED     PIC Z(14)9.
002850     05  FILLER                PIC X(10) VALUE '   ACTUAL '.
002860     05  CBAL-AMT-ACTUAL       PIC Z(14)9.
002870     05  FILLER                PIC X(02) VALUE SPACES.
002880     05  CBAL-AMT-FLAG         PIC X(03).
002890
002900 01  CBAL-RPT-BALANCED-LINE.
002910     05  FILLER                PIC X(50) VALUE
002920         'CYCLE IN BALANCE - EVERY LINK OF THE CHAIN PROVED'.
002930
002940 01  CBAL-RPT-BROKEN-LINE.
002950     05  FILLER                PIC X(03) VALUE '** '.
002960     05  FILLER                PIC X(33)
002970            VALUE 'CYCLE OUT OF BALANCE - FIRST LINK'.
002980     05  FILLER                PIC X(01) VALUE SPACES.
002990     05  CBAL-BRK-ID           PIC X(01).
003000     05  FILLER                PIC X(02) VALUE SPACES.
003010     05  CBAL-BRK-LABEL        PIC X(34).
003020
003030 01  CBAL-RPT-BROKEN-COUNT.
003040     05  FILLER                PIC X(03) VALUE '** '.
003050     05  CBAL-BRC-COUNT        PIC 9.
003060     05  FILLER                PIC X(30)
003070            VALUE ' OF 5 LINKS OUT OF BALANCE'.
003080
003090 01  CBAL-RPT-NONE-LINE.
003100     05  FILLER                PIC X(50) VALUE
003110         'NO CONTROL TOTALS ON THE LEDGER FOR THE CYCLE'.
003120
003130 LINKAGE SECTION.
003140 01  CBAL-PARM.
003150     05  CBAL-PARM-LEN         PIC S9(4) COMP.
003160     05  CBAL-PARM-DATA        PIC X(80).
003161
003162     COPY SAMPTIOT.
003170
003180 PROCEDURE DIVISION USING CBAL-PARM.
003190
003200*****************************************************************
003210* 0000-MAINLINE
003220*****************************************************************
003230 0000-MAINLINE.
003240     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003250     PERFORM 3000-COLLECT-CYCLE THRU 3000-EXIT.
003260     PERFORM 5000-PRINT-BALANCE THRU 5000-EXIT.
003270     PERFORM 8000-TERMINATE THRU 8000-EXIT.
003271     IF SAMP-MLOG-FILE-OPEN
003272         CLOSE MSGLOG-FILE
003273     END-IF.
003280     GOBACK.
003290
003300*****************************************************************
003310* 1000-INITIALIZE - OPEN THE LEDGER AND THE REPORT, AND PICK UP
003320* THE OPTIONAL CYCLE DATE FROM THE PARM.
003330*****************************************************************
003340 1000-INITIALIZE.
003350     MOVE 'CTLBAL' TO SAMP-MSG-PGM.
003360     ACCEPT CBAL-RUN-DATE FROM DATE YYYYMMDD.
003370     MOVE CBAL-RUN-DATE TO CBAL-RUN-DATE-X.
003380     MOVE SPACES TO CBAL-SLOT-TABLE.
003390
003400     OPEN INPUT CTLTOT-FILE.
003410     IF CBAL-CTLTOT-STATUS NOT = '00'
003420         MOVE SAMP-MSG-CTLTOT-OPEN TO SAMP-MSG-ENTRY
003430         MOVE CBAL-CTLTOT-STATUS   TO SAMP-MSG-DATA
003440         PERFORM 9800-ISSUE-MESSAGE THRU 9800-EXIT
003450         MOVE 28 TO CBAL-RC
003460         GO TO 9999-ABEND-EXIT
003470     END-IF.
003480
003490     OPEN OUTPUT BALRPT-FILE.
003500     IF CBAL-BALRPT-STATUS NOT = '00'
003510         DISPLAY 'CTLBAL - BALRPT OPEN FAILED, STATUS = '
003520             CBAL-BALRPT-STATUS
003530         MOVE 28 TO CBAL-RC
003540         GO TO 9999-ABEND-EXIT
003550     END-IF.
003560
003570     IF CBAL-PARM-LEN > 7
003580         MOVE CBAL-PARM-DATA(1:8) TO CBAL-PWK-DATE
003590         IF CBAL-PWK-DATE IS NUMERIC
003600             MOVE CBAL-PWK-DATE TO CBAL-CYCLE-DATE
003610             MOVE 'Y' TO CBAL-DATE-GIVEN-SW
003620         ELSE
003630             DISPLAY 'CTLBAL - CYCLE DATE IS NOT NUMERIC: '
003640                 CBAL-PWK-DATE
003650             MOVE 16 TO CBAL-RC
003660             GO TO 9999-ABEND-EXIT
003670         END-IF
003680     END-IF.
003690 1000-EXIT.
003700     EXIT.
003710
003720*****************************************************************
003730* 3000-COLLECT-CYCLE - ONE PASS DOWN THE LEDGER.  WITH A PARM
003740* DATE, KEEP ONLY THAT CYCLE'S ROWS; WITHOUT ONE, CLEAR THE
003750* SLOTS EVERY TIME A NEWER CYCLE DATE APPEARS SO THEY END UP
003760* HOLDING THE LATEST CYCLE.
003770*****************************************************************
003780 3000-COLLECT-CYCLE.
003790     PERFORM 3200-READ-CTLTOT THRU 3200-EXIT.
003800     PERFORM 3100-COLLECT-ROW THRU 3100-EXIT
003810         UNTIL CBAL-CTOT-EOF.
003820 3000-EXIT.
003830     EXIT.
003840
003850 3100-COLLECT-ROW.
003860     IF CBAL-DATE-LATEST
003870         IF SAMP-CTOT-CYCLE-DATE > CBAL-CYCLE-DATE
003880             MOVE SAMP-CTOT-CYCLE-DATE TO CBAL-CYCLE-DATE
003890             MOVE SPACES TO CBAL-SLOT-TABLE
003900             MOVE ZERO TO CBAL-SL-USED
003910         END-IF
003920     END-IF.
003930     IF SAMP-CTOT-CYCLE-DATE = CBAL-CYCLE-DATE
003940         PERFORM 3300-KEEP-ROW THRU 3300-EXIT
003950     END-IF.
003960     PERFORM 3200-READ-CTLTOT THRU 3200-EXIT.
003970 3100-EXIT.
003980     EXIT.
003990
004000 3200-READ-CTLTOT.
004010     READ CTLTOT-FILE
004020         AT END
004030             MOVE 'Y' TO CBAL-CTOT-EOF-SW
004040         NOT AT END
004050             ADD 1 TO CBAL-READ-COUNT
004060     END-READ.
004070 3200-EXIT.
004080     EXIT.
004090
004100*****************************************************************
004110* 3300-KEEP-ROW - FILE ONE LEDGER ROW IN ITS SLOT, OVERLAYING
004120* ANY EARLIER POSTING FOR THE SAME STEP AND TOTAL.  A ROW FOR A
004130* STEP OR TOTAL THE CHAIN DOES NOT PROVE IS SKIPPED.
004140*****************************************************************
004150 3300-KEEP-ROW.
004160     MOVE ZERO TO CBAL-HIT-SUB.
004170     PERFORM 3310-MATCH-SLOT THRU 3310-EXIT
004180         VARYING CBAL-SL-SUB FROM 1 BY 1
004190         UNTIL CBAL-SL-SUB > CBAL-SL-MAX.
004200     IF CBAL-HIT-SUB = ZERO
004210         GO TO 3300-EXIT
004220     END-IF.
004230     MOVE CBAL-HIT-SUB TO CBAL-SL-SUB.
004240     IF NOT CBAL-SL-POSTED (CBAL-SL-SUB)
004250         ADD 1 TO CBAL-SL-USED
004260     END-IF.
004270     MOVE 'Y'                  TO CBAL-SL-POSTED-SW
004280                                      (CBAL-SL-SUB).
004290     MOVE SAMP-CTOT-PROGRAM    TO CBAL-SL-PROGRAM (CBAL-SL-SUB).
004300     MOVE SAMP-CTOT-N          TO CBAL-SL-N (CBAL-SL-SUB).
004310     MOVE SAMP-CTOT-COUNT      TO CBAL-SL-COUNT (CBAL-SL-SUB).
004320     MOVE SAMP-CTOT-HASH       TO CBAL-SL-HASH (CBAL-SL-SUB).
004330     MOVE SAMP-CTOT-POST-DATE  TO CBAL-SL-POST-DATE
004340                                      (CBAL-SL-SUB).
004350     MOVE SAMP-CTOT-POST-TIME  TO CBAL-SL-POST-TIME
004360                                      (CBAL-SL-SUB).
004370 3300-EXIT.
004380     EXIT.
004390
004400 3310-MATCH-SLOT.
004410     IF SAMP-CTOT-STEP = CBAL-EXP-STEP (CBAL-SL-SUB)
004420             AND SAMP-CTOT-TOTAL-ID
004430                 = CBAL-EXP-TOTAL-ID (CBAL-SL-SUB)
004440         MOVE CBAL-SL-SUB TO CBAL-HIT-SUB
004450     END-IF.
004460 3310-EXIT.
004470     EXIT.
004480
004490*****************************************************************
004500* 5000-PRINT-BALANCE - THE ONE PAGE: HEADINGS, THE POSTINGS,
004510* ONE VERDICT PER LINK WITH ITS COUNT AND HASH, THEN THE NIGHT'S
004520* VERDICT NAMING THE FIRST LINK THAT BROKE.
004530*****************************************************************
004540 5000-PRINT-BALANCE.
004550     MOVE CBAL-RUN-MM   TO CBAL-HDR-MM.
004560     MOVE CBAL-RUN-DD   TO CBAL-HDR-DD.
004570     MOVE CBAL-RUN-YYYY TO CBAL-HDR-YYYY.
004580     MOVE CBAL-CYCLE-DATE TO CBAL-CYC-DATE-X.
004590     MOVE CBAL-CYC-MM   TO CBAL-HDR-CYC-MM.
004600     MOVE CBAL-CYC-DD   TO CBAL-HDR-CYC-DD.
004610     MOVE CBAL-CYC-YYYY TO CBAL-HDR-CYC-YYYY.
004620     WRITE BALRPT-RECORD FROM CBAL-RPT-HEADER-1
004630         AFTER ADVANCING PAGE.
004640     WRITE BALRPT-RECORD FROM CBAL-RPT-HEADER-2
004650         AFTER ADVANCING 2 LINES.
004660
004670     IF CBAL-SL-USED = ZERO
004680         WRITE BALRPT-RECORD FROM CBAL-RPT-NONE-LINE
004690             AFTER ADVANCING 2 LINES
004700         MOVE SAMP-MSG-NO-CTL-TOTALS TO SAMP-MSG-ENTRY
004710         MOVE CBAL-CYCLE-DATE        TO SAMP-MSG-DATA
004720         PERFORM 9800-ISSUE-MESSAGE THRU 9800-EXIT
004730         MOVE 08 TO CBAL-RC
004740         GO TO 5000-EXIT
004750     END-IF.
004760
004770     WRITE BALRPT-RECORD FROM CBAL-RPT-SECTION-1
004780         AFTER ADVANCING 2 LINES.
004790     WRITE BALRPT-RECORD FROM CBAL-RPT-COLHDG
004800         AFTER ADVANCING 1 LINE.
004810     PERFORM 5100-PRINT-POSTING THRU 5100-EXIT
004820         VARYING CBAL-SL-SUB FROM 1 BY 1
004830         UNTIL CBAL-SL-SUB > CBAL-SL-MAX.
004840
004850     WRITE BALRPT-RECORD FROM CBAL-RPT-SECTION-2
004860         AFTER ADVANCING 2 LINES.
004870     PERFORM 5200-PROVE-LINK THRU 5200-EXIT
004880         VARYING CBAL-LINK-SUB FROM 1 BY 1
004890         UNTIL CBAL-LINK-SUB > 5.
004900
004910     IF CBAL-IN-BALANCE
004920         WRITE BALRPT-RECORD FROM CBAL-RPT-BALANCED-LINE
004930             AFTER ADVANCING 2 LINES
004940         GO TO 5000-EXIT
004950     END-IF.
004960
004970     MOVE CBAL-LINK-ID (CBAL-FIRST-BROKEN)    TO CBAL-BRK-ID.
004980     MOVE CBAL-LINK-LABEL (CBAL-FIRST-BROKEN) TO CBAL-BRK-LABEL.
004990     MOVE CBAL-BROKEN-COUNT                 TO CBAL-BRC-COUNT.
005000     WRITE BALRPT-RECORD FROM CBAL-RPT-BROKEN-LINE
005010         AFTER ADVANCING 2 LINES.
005020     WRITE BALRPT-RECORD FROM CBAL-RPT-BROKEN-COUNT
005030         AFTER ADVANCING 1 LINE.
005040     MOVE SAMP-MSG-OUT-OF-BALANCE TO SAMP-MSG-ENTRY.
005050     MOVE CBAL-LINK-ID (CBAL-FIRST-BROKEN) TO SAMP-MSG-DATA.
005060     PERFORM 9800-ISSUE-MESSAGE THRU 9800-EXIT.
005070     MOVE 08 TO CBAL-RC.
005080 5000-EXIT.
005090     EXIT.
005100
005110 5100-PRINT-POSTING.
005120     IF NOT CBAL-SL-POSTED (CBAL-SL-SUB)
005130         MOVE CBAL-EXP-STEP (CBAL-SL-SUB)     TO CBAL-NPS-STEP
005140         MOVE CBAL-EXP-TOTAL-ID (CBAL-SL-SUB)
005150             TO CBAL-NPS-TOTAL-ID
005160         WRITE BALRPT-RECORD FROM CBAL-RPT-NOT-POSTED
005170             AFTER ADVANCING 1 LINE
005180         GO TO 5100-EXIT
005190     END-IF.
005200     MOVE CBAL-EXP-STEP (CBAL-SL-SUB)     TO CBAL-PST-STEP.
005210     MOVE CBAL-EXP-TOTAL-ID (CBAL-SL-SUB) TO CBAL-PST-TOTAL-ID.
005220     MOVE CBAL-SL-PROGRAM (CBAL-SL-SUB)   TO CBAL-PST-PROGRAM.
005230     MOVE CBAL-SL-N (CBAL-SL-SUB)         TO CBAL-PST-N.
005240     MOVE CBAL-SL-COUNT (CBAL-SL-SUB)     TO CBAL-PST-COUNT.
005250     MOVE CBAL-SL-HASH (CBAL-SL-SUB)      TO CBAL-PST-HASH.
005260     MOVE CBAL-SL-POST-DATE (CBAL-SL-SUB) TO CBAL-POST-DATE-X.
005270     MOVE CBAL-POST-MM                    TO CBAL-PST-MM.
005280     MOVE CBAL-POST-DD                    TO CBAL-PST-DD.
005290     MOVE CBAL-SL-POST-TIME (CBAL-SL-SUB) TO CBAL-TIME-X.
005300     MOVE CBAL-TIME-HH                    TO CBAL-PST-HH.
005310     MOVE CBAL-TIME-MIN                   TO CBAL-PST-MIN.
005320     WRITE BALRPT-RECORD FROM CBAL-RPT-POSTING
005330         AFTER ADVANCING 1 LINE.
005340 5100-EXIT.
005350     EXIT.
005360
005370*****************************************************************
005380* 5200-PROVE-LINK - ONE LINK: BOTH ENDS MUST BE POSTED, AND THE
005390* COUNT AND HASH AT THE FAR END MUST BE WHAT THE NEAR END SAYS.
005400* FOR LINK C THE NEAR END IS WORKED OUT FROM THE AUDIT ROW'S N,
005410* AND CMBB01 MUST HAVE BUILT FOR THE SAME N.
005420*****************************************************************
005430 5200-PROVE-LINK.
005440     MOVE 'Y' TO CBAL-LINK-SW.
005450     MOVE CBAL-LINK-FROM (CBAL-LINK-SUB)  TO CBAL-FROM-SUB.
005460     MOVE CBAL-LINK-TO (CBAL-LINK-SUB)    TO CBAL-TO-SUB.
005470     MOVE CBAL-LINK-ID (CBAL-LINK-SUB)    TO CBAL-LKL-ID.
005480     MOVE CBAL-LINK-LABEL (CBAL-LINK-SUB) TO CBAL-LKL-LABEL.
005490
005500     IF NOT CBAL-SL-POSTED (CBAL-FROM-SUB)
005510         MOVE SPACES TO CBAL-LKL-VERDICT
005520         STRING 'NOT POSTED BY '     DELIMITED BY SIZE
005530                CBAL-EXP-STEP (CBAL-FROM-SUB)
005540                                     DELIMITED BY SPACE
005550             INTO CBAL-LKL-VERDICT
005560         END-STRING
005570         PERFORM 5500-LINK-BROKEN THRU 5500-EXIT
005580         GO TO 5200-PRINT-VERDICT
005590     END-IF.
005600     IF NOT CBAL-SL-POSTED (CBAL-TO-SUB)
005610         MOVE SPACES TO CBAL-LKL-VERDICT
005620         STRING 'NOT POSTED BY '     DELIMITED BY SIZE
005630                CBAL-EXP-STEP (CBAL-TO-SUB)
005640                                     DELIMITED BY SPACE
005650             INTO CBAL-LKL-VERDICT
005660         END-STRING
005670         PERFORM 5500-LINK-BROKEN THRU 5500-EXIT
005680         GO TO 5200-PRINT-VERDICT
005690     END-IF.
005700
005710     IF CBAL-LINK-ID (CBAL-LINK-SUB) = 'C'
005720         PERFORM 5300-EXPECT-PAIRS THRU 5300-EXIT
005730     ELSE
005740         MOVE CBAL-SL-COUNT (CBAL-FROM-SUB) TO CBAL-EXP-COUNT
005750         MOVE CBAL-SL-HASH (CBAL-FROM-SUB)  TO CBAL-EXP-HASH
005760     END-IF.
005770     MOVE CBAL-SL-COUNT (CBAL-TO-SUB) TO CBAL-ACT-COUNT.
005780     MOVE CBAL-SL-HASH (CBAL-TO-SUB)  TO CBAL-ACT-HASH.
005790
005800     MOVE 'BALANCED' TO CBAL-LKL-VERDICT.
005810     IF CBAL-EXP-COUNT NOT = CBAL-ACT-COUNT
005820             OR CBAL-EXP-HASH NOT = CBAL-ACT-HASH
005830         MOVE '** OUT OF BALANCE' TO CBAL-LKL-VERDICT
005840         PERFORM 5500-LINK-BROKEN THRU 5500-EXIT
005850     END-IF.
005860     IF CBAL-LINK-ID (CBAL-LINK-SUB) = 'C'
005870             AND CBAL-SL-N (CBAL-TO-SUB)
005880                 NOT = CBAL-SL-N (CBAL-FROM-SUB)
005890         MOVE '** OUT OF BALANCE - N DIFFERS' TO CBAL-LKL-VERDICT
005900         IF CBAL-LINK-OK
005910             PERFORM 5500-LINK-BROKEN THRU 5500-EXIT
005920         END-IF
005930     END-IF.
005940
005950 5200-PRINT-VERDICT.
005960     WRITE BALRPT-RECORD FROM CBAL-RPT-LINK-LINE
005970         AFTER ADVANCING 1 LINE.
005980     IF CBAL-LKL-VERDICT(1:14) = 'NOT POSTED BY '
005990         GO TO 5200-EXIT
006000     END-IF.
006010
006020     MOVE 'COUNT'        TO CBAL-AMT-LABEL.
006030     MOVE CBAL-EXP-COUNT TO CBAL-AMT-EXPECTED.
006040     MOVE CBAL-ACT-COUNT TO CBAL-AMT-ACTUAL.
006050     MOVE SPACES         TO CBAL-AMT-FLAG.
006060     IF CBAL-EXP-COUNT NOT = CBAL-ACT-COUNT
006070         MOVE '<<<' TO CBAL-AMT-FLAG
006080     END-IF.
006090     WRITE BALRPT-RECORD FROM CBAL-RPT-AMOUNT-LINE
006100         AFTER ADVANCING 1 LINE.
006110
006120     MOVE 'HASH'         TO CBAL-AMT-LABEL.
006130     MOVE CBAL-EXP-HASH  TO CBAL-AMT-EXPECTED.
006140     MOVE CBAL-ACT-HASH  TO CBAL-AMT-ACTUAL.
006150     MOVE SPACES         TO CBAL-AMT-FLAG.
006160     IF CBAL-EXP-HASH NOT = CBAL-ACT-HASH
006170         MOVE '<<<' TO CBAL-AMT-FLAG
006180     END-IF.
006190     WRITE BALRPT-RECORD FROM CBAL-RPT-AMOUNT-LINE
006200         AFTER ADVANCING 1 LINE.
006210
006220     IF CBAL-LINK-ID (CBAL-LINK-SUB) = 'C'
006230         MOVE 'N'                        TO CBAL-AMT-LABEL
006240         MOVE CBAL-SL-N (CBAL-FROM-SUB)  TO CBAL-AMT-EXPECTED
006250         MOVE CBAL-SL-N (CBAL-TO-SUB)    TO CBAL-AMT-ACTUAL
006260         MOVE SPACES                     TO CBAL-AMT-FLAG
006270         IF CBAL-SL-N (CBAL-TO-SUB)
006280                 NOT = CBAL-SL-N (CBAL-FROM-SUB)
006290             MOVE '<<<' TO CBAL-AMT-FLAG
006300         END-IF
006310         WRITE BALRPT-RECORD FROM CBAL-RPT-AMOUNT-LINE
006320             AFTER ADVANCING 1 LINE
006330     END-IF.
006340 5200-EXIT.
006350     EXIT.
006360
006370*****************************************************************
006380* 5300-EXPECT-PAIRS - WHAT CMBIDX MUST HOLD FOR A TABLE THROUGH
006390* N: (N+1)(N+2)/2 PAIRS, AND - SINCE EACH ROW OF PASCAL'S
006400* TRIANGLE SUMS TO 2**N - NCR VALUES TOTALLING 2**(N+1) - 1,
006410* KEPT TO THE LOW 15 DIGITS LIKE EVERY OTHER LEDGER HASH.
006420*****************************************************************
006430 5300-EXPECT-PAIRS.
006440     COMPUTE CBAL-EXP-COUNT =
006450         (CBAL-SL-N (CBAL-FROM-SUB) + 1)
006460       * (CBAL-SL-N (CBAL-FROM-SUB) + 2) / 2.
006470     MOVE 1 TO CBAL-POWER.
006480     COMPUTE CBAL-DOUBLINGS = CBAL-SL-N (CBAL-FROM-SUB) + 1.
006490     PERFORM 5310-DOUBLE-POWER THRU 5310-EXIT
006500         CBAL-DOUBLINGS TIMES.
006510     IF CBAL-POWER = ZERO
006520         MOVE 999999999999999 TO CBAL-EXP-HASH
006530     ELSE
006540         COMPUTE CBAL-EXP-HASH = CBAL-POWER - 1
006550     END-IF.
006560 5300-EXIT.
006570     EXIT.
006580
006590 5310-DOUBLE-POWER.
006600     COMPUTE CBAL-POWER-WIDE = CBAL-POWER * 2.
006610     DIVIDE CBAL-POWER-WIDE BY CBAL-HASH-MODULUS
006620         GIVING CBAL-POWER-QUOT
006630         REMAINDER CBAL-POWER.
006640 5310-EXIT.
006650     EXIT.
006660
006670*****************************************************************
006680* 5500-LINK-BROKEN - COUNT THE BROKEN LINK AND REMEMBER THE
006690* FIRST ONE, WHICH IS WHERE THE NIGHT WENT WRONG.
006700*****************************************************************
006710 5500-LINK-BROKEN.
006720     MOVE 'N' TO CBAL-LINK-SW.
006730     MOVE 'N' TO CBAL-BALANCE-SW.
006740     ADD 1 TO CBAL-BROKEN-COUNT.
006750     IF CBAL-FIRST-BROKEN = ZERO
006760         MOVE CBAL-LINK-SUB TO CBAL-FIRST-BROKEN
006770     END-IF.
006780 5500-EXIT.
006790     EXIT.
006800
006810*****************************************************************
006820* 8000-TERMINATE
006830*****************************************************************
006840 8000-TERMINATE.
006850     CLOSE CTLTOT-FILE.
006860     CLOSE BALRPT-FILE.
006870     MOVE CBAL-RC TO RETURN-CODE.
006880 8000-EXIT.
006890     EXIT.
006900
006910*****************************************************************
006920* 9800-ISSUE-MESSAGE - SEE SAMPMSG
006930*****************************************************************
006940 9800-ISSUE-MESSAGE.
006950     MOVE SAMP-MSG-ENT-ID   TO SAMP-MSG-ID.
006960     MOVE SAMP-MSG-ENT-TEXT TO SAMP-MSG-TEXT.
006970     DISPLAY SAMP-MSG-LINE.
006980     IF SAMP-MSG-ID(7:1) = 'S'
006990         DISPLAY SAMP-MSG-LINE UPON CONSOLE
007000     END-IF.
007001     PERFORM 9810-LOG-MESSAGE THRU 9810-EXIT.
007010     MOVE SPACES TO SAMP-MSG-DATA.
007020 9800-EXIT.
007030     EXIT.
0070A1
0070A2*****************************************************************
0070A3* 9810-LOG-MESSAGE - APPEND THE MESSAGE JUST ISSUED TO THE
0070A4* OPERATOR MESSAGE LOG (SAMPMLOG) WITH THE DATE AND TIME, THE JOB
0070A5* AND STEP, AND THE VARIABLE DATA, FOR MSGRPT.  THE LOG IS OPENED
0070A6* BY THE FIRST MESSAGE; IF IT CANNOT BE, OR A WRITE FAILS, THE
0070A7* STEP CARRIES ON UNLOGGED.
0070A8*****************************************************************
0070A9 9810-LOG-MESSAGE.
0070AA     IF SAMP-MLOG-UNUSABLE
0070AB         GO TO 9810-EXIT
0070AC     END-IF.
0070AD     IF SAMP-MLOG-FILE-CLOSED
0070AE         PERFORM 9820-OPEN-MESSAGE-LOG THRU 9820-EXIT
0070AF         IF SAMP-MLOG-UNUSABLE
0070AG             GO TO 9810-EXIT
0070AH         END-IF
0070AI     END-IF.
0070AJ     ACCEPT SAMP-MLOG-DATE FROM DATE YYYYMMDD.
0070AK     ACCEPT SAMP-MLOG-TIME FROM TIME.
0070AL     MOVE SAMP-MLOG-JOB-NAME  TO SAMP-MLOG-JOB.
0070AM     MOVE SAMP-MLOG-STEP-NAME TO SAMP-MLOG-STEP.
0070AN     MOVE SAMP-MSG-PGM        TO SAMP-MLOG-PROGRAM.
0070AP     MOVE SAMP-MSG-ID         TO SAMP-MLOG-MSGID.
0070AQ     MOVE SAMP-MSG-ID(7:1)    TO SAMP-MLOG-SEVERITY.
0070AR     MOVE SAMP-MSG-TEXT       TO SAMP-MLOG-TEXT.
0070AS     MOVE SAMP-MSG-DATA       TO SAMP-MLOG-DATA.
0070AT     WRITE SAMP-MLOG-RECORD.
0070AU     IF SAMP-MLOG-STATUS NOT = '00'
0070AV         DISPLAY 'CTLBAL - MSGLOG WRITE FAILED, STATUS = '
0070AW                 SAMP-MLOG-STATUS ' - MESSAGES NOT LOGGED'
0070AX         CLOSE MSGLOG-FILE
0070AY         MOVE 'X' TO SAMP-MLOG-OPEN-SW
0070AZ     END-IF.
0070B1 9810-EXIT.
0070B2     EXIT.
0070B3
0070B4*****************************************************************
0070B5* 9820-OPEN-MESSAGE-LOG - OPEN THE LOG FOR APPEND (THE FIRST RUN
0070B6* AGAINST A NEW DATASET CREATES IT) AND PICK UP THE JOB AND STEP
0070B7* NAMES FROM THE TIOT: PSATOLD AT THE FOOT OF THE PSA LOCATES THE
0070B8* TCB, AND TCBTIO IN THE TCB LOCATES THE TIOT.
0070B9*****************************************************************
0070BA 9820-OPEN-MESSAGE-LOG.
0070BB     OPEN EXTEND MSGLOG-FILE.
0070BC     IF SAMP-MLOG-STATUS = '35'
0070BD         CLOSE MSGLOG-FILE
0070BE         OPEN OUTPUT MSGLOG-FILE
0070BF     END-IF.
0070BG     IF SAMP-MLOG-STATUS NOT = '00'
0070BH         DISPLAY 'CTLBAL - MSGLOG OPEN FAILED, STATUS = '
0070BI                 SAMP-MLOG-STATUS ' - MESSAGES NOT LOGGED'
0070BJ         MOVE 'X' TO SAMP-MLOG-OPEN-SW
0070BK         GO TO 9820-EXIT
0070BL     END-IF.
0070BM     MOVE 'Y' TO SAMP-MLOG-OPEN-SW.
0070BN     SET ADDRESS OF SAMP-TIOT-PSA  TO NULL.
0070BP     SET ADDRESS OF SAMP-TIOT-TCB  TO SAMP-TIOT-PSATOLD.
0070BQ     SET ADDRESS OF SAMP-TIOT-TIOT TO SAMP-TIOT-TCBTIO.
0070BR     MOVE SAMP-TIOT-JOB-NAME  TO SAMP-MLOG-JOB-NAME.
0070BS     MOVE SAMP-TIOT-STEP-NAME TO SAMP-MLOG-STEP-NAME.
0070BT 9820-EXIT.
0070BU     EXIT.
007040
007050*****************************************************************
007060* 9999-ABEND-EXIT
007070*****************************************************************
007080 9999-ABEND-EXIT.
007090     IF CBAL-RC = ZERO
007100         MOVE 16 TO CBAL-RC
007110     END-IF.
007120     IF CBAL-CTLTOT-STATUS = '00'
007130         CLOSE CTLTOT-FILE
007140     END-IF.
007150     IF CBAL-BALRPT-STATUS = '00'
007160         CLOSE BALRPT-FILE
007170     END-IF.
007171     IF SAMP-MLOG-FILE-OPEN
007172         CLOSE MSGLOG-FILE
007173     END-IF.
007180     MOVE CBAL-RC TO RETURN-CODE.
007190     GOBACK.
