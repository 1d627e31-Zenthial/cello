000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.    RPTRPR.
000120 AUTHOR.        R HALVERSEN.
000130 INSTALLATION.  DATA CENTER APPLICATIONS.
000140 DATE-WRITTEN.  10/15/2026.
000150 DATE-COMPILED.
000160
000170*****************************************************************
000180* MODIFICATION HISTORY
000190* ----------------------------------------------------------------
000200* DATE       INIT  DESCRIPTION
000210* 10/15/2026  RH   ORIGINAL VERSION.  REPRINT FROM THE REPORT
000220*                  ARCHIVE (SAMPRARC, LOADED BY RPTARC).  THE
000230*                  PARM NAMES A RUN DATE AND EITHER ONE REPORT
000240*                  ID - EVERY ARCHIVED RUN OF THAT REPORT FOR
000250*                  THAT DATE IS REPRINTED - OR BUNDLE, WHICH
000260*                  REBUILDS THE RPTDST RECIPIENT BUNDLES FOR
000270*                  THAT DATE FROM THE DISTRIBUTION LIST, FOR
000280*                  EVERY RECIPIENT OR JUST THE ONE NAMED, SO A
000290*                  DEPARTMENT THAT LOSES ITS PACKAGE GETS A
000300*                  FRESH ONE WITHOUT RERUNNING THE CYCLE.
000310*****************************************************************
000320
000330 ENVIRONMENT DIVISION.
000340 CONFIGURATION SECTION.
000350 SOURCE-COMPUTER.  IBM-370.
000360 OBJECT-COMPUTER.  IBM-370.
000370
000380 INPUT-OUTPUT SECTION.
000390 FILE-CONTROL.
000400     SELECT RPTARCH-FILE   ASSIGN TO RPTARCH
000410            ORGANIZATION IS INDEXED
000420            ACCESS MODE  IS DYNAMIC
000430            RECORD KEY   IS SAMP-RARC-KEY
000440            FILE STATUS  IS RRPR-RPTARCH-STATUS.
000450
000460     SELECT DISTLIST-FILE  ASSIGN TO DISTLIST
000470            ORGANIZATION IS INDEXED
000480            ACCESS MODE  IS DYNAMIC
000490            RECORD KEY   IS SAMP-DST-KEY
000500            FILE STATUS  IS RRPR-DISTLIST-STATUS.
000510
000520     SELECT REPRINT-FILE   ASSIGN TO REPRINT
000530            ORGANIZATION IS SEQUENTIAL
000540            FILE STATUS  IS RRPR-REPRINT-STATUS.
000550
000560 DATA DIVISION.
000570 FILE SECTION.
000580 FD  RPTARCH-FILE
000590     RECORDING MODE IS F.
000600     COPY SAMPRARC.
000610
000620 FD  DISTLIST-FILE
000630     RECORDING MODE IS F.
000640     COPY SAMPDST.
000650
000660 FD  REPRINT-FILE
000670     RECORDING MODE IS F.
000680 01  REPRINT-RECORD            PIC X(80).
000690
000700 WORKING-STORAGE SECTION.
000710
000720*****************************************************************
000730* FILE STATUS AND SWITCHES
000740*****************************************************************
000750   77 RRPR-RPTARCH-STATUS    PIC X(02) VALUE SPACES.
000760   77 RRPR-DISTLIST-STATUS   PIC X(02) VALUE SPACES.
000770   77 RRPR-REPRINT-STATUS    PIC X(02) VALUE SPACES.
000780
000790   77 RRPR-ARCH-OPEN-SW      PIC X(01) VALUE 'N'.
000800       88 RRPR-ARCH-FILE-OPEN       VALUE 'Y'.
000810       88 RRPR-ARCH-FILE-CLOSED     VALUE 'N'.
000820
000830   77 RRPR-LIST-OPEN-SW      PIC X(01) VALUE 'N'.
000840       88 RRPR-LIST-FILE-OPEN       VALUE 'Y'.
000850       88 RRPR-LIST-FILE-CLOSED     VALUE 'N'.
000860
000870   77 RRPR-MODE-SW           PIC X(01) VALUE 'R'.
000880       88 RRPR-ONE-REPORT           VALUE 'R'.
000890       88 RRPR-BUNDLE               VALUE 'B'.
000900
000910   77 RRPR-LIST-DONE-SW      PIC X(01) VALUE 'N'.
000920       88 RRPR-LIST-DONE            VALUE 'Y'.
000930       88 RRPR-LIST-MORE            VALUE 'N'.
000940
000950   77 RRPR-ARCH-DONE-SW      PIC X(01) VALUE 'N'.
000960       88 RRPR-ARCH-DONE            VALUE 'Y'.
000970       88 RRPR-ARCH-MORE            VALUE 'N'.
000980
000990   77 RRPR-RPT-FOUND-SW      PIC X(01) VALUE 'N'.
001000       88 RRPR-RPT-FOUND            VALUE 'Y'.
001010       88 RRPR-RPT-MISSING          VALUE 'N'.
001020
001030*****************************************************************
001040* THE PARM - COLS 1-8 THE RUN DATE (YYYYMMDD, AS ON THE REPORT
001050* HEADER), COLS 9-16 THE REPORT ID (RPTOUT, TRIRPT, BINRPT OR
001060* RNGRPT) OR BUNDLE, COLS 17-36 FOR BUNDLE ONLY THE RECIPIENT
001070* AS ON THE DISTRIBUTION LIST - BLANK REBUILDS EVERY RECIPIENT.
001080*****************************************************************
001090 01  RRPR-PARM-WORK.
001100     05  RRPR-PWK-DATE         PIC X(08).
001110     05  RRPR-PWK-REPORT       PIC X(08).
001120     05  RRPR-PWK-RECIPIENT    PIC X(20).
001130     05  FILLER                PIC X(44).
001140
001150   77 RRPR-PARM-USE          PIC S9(4) COMP VALUE ZERO.
001160   77 RRPR-WANT-DATE         PIC 9(08) VALUE ZERO.
001170
001180*****************************************************************
001190* THE REPORTS THE ARCHIVE HOLDS.  RPTOUT AND TRIRPT ARE CUT
001200* EVERY NIGHT AND DELETED AT THE TOP OF THE NEXT CYCLE, SO A
001210* BUNDLE CARRIES THE ONE CUT THAT NIGHT (THE LAST, AFTER A
001220* RERUN).  BINRPT AND RNGRPT COME FROM DAYTIME SUBMITS AND A
001230* BUNDLE CARRIES WHICHEVER WAS CURRENT - THE LAST ONE ARCHIVED
001240* ON OR BEFORE THE DATE.  THE RUN OF EACH REPORT THE BUNDLE
001250* USES IS FOUND ONCE, UP FRONT (4000).
001260*****************************************************************
001270 01  RRPR-REPORT-NAMES.
001280     05  FILLER                PIC X(09) VALUE 'RPTOUT  N'.
001290     05  FILLER                PIC X(09) VALUE 'TRIRPT  N'.
001300     05  FILLER                PIC X(09) VALUE 'BINRPT  D'.
001310     05  FILLER                PIC X(09) VALUE 'RNGRPT  D'.
001320
001330 01  RRPR-REPORT-NAME-TABLE REDEFINES RRPR-REPORT-NAMES.
001340     05  RRPR-RN-ENTRY         OCCURS 4 TIMES.
001350         10  RRPR-RN-REPORT      PIC X(08).
001360         10  RRPR-RN-CYCLE       PIC X(01).
001370             88  RRPR-RN-NIGHTLY       VALUE 'N'.
001380             88  RRPR-RN-DAYTIME       VALUE 'D'.
001390
001400 01  RRPR-RUN-TABLE.
001410     05  RRPR-RT-ENTRY         OCCURS 4 TIMES.
001420         10  RRPR-RT-FOUND       PIC X(01).
001430         10  RRPR-RT-RUN-KEY.
001440             15  RRPR-RT-RUN-DATE  PIC 9(08).
001450             15  RRPR-RT-CAPTURE   PIC 9(08).
001460
001470   77 RRPR-RPT-MAX           PIC 9(03) COMP VALUE 4.
001480   77 RRPR-RPT-SUB           PIC 9(03) COMP VALUE ZERO.
001490
001500*****************************************************************
001510* COUNTERS AND WORK FIELDS
001520*****************************************************************
001530   77 RRPR-RC                PIC 9(04) VALUE ZERO.
001540   77 RRPR-RECIP-COUNT       PIC 9(05) COMP-3 VALUE ZERO.
001550   77 RRPR-COPY-COUNT        PIC 9(05) COMP-3 VALUE ZERO.
001560   77 RRPR-MISS-COUNT        PIC 9(05) COMP-3 VALUE ZERO.
001570   77 RRPR-RUN-COUNT         PIC 9(05) COMP-3 VALUE ZERO.
001580   77 RRPR-LINE-COUNT        PIC 9(09) COMP-3 VALUE ZERO.
001590
001600   77 RRPR-COPY-NO           PIC 9(02) VALUE ZERO.
001610   77 RRPR-WANT-COPIES       PIC 9(02) VALUE ZERO.
001620
001630   77 RRPR-CURR-RECIPIENT    PIC X(20) VALUE SPACES.
001640   77 RRPR-CURR-RUN          PIC X(24) VALUE SPACES.
001650   77 RRPR-PULL-REPORT       PIC X(08) VALUE SPACES.
001660   77 RRPR-PULL-RUN          PIC X(24) VALUE SPACES.
001670   77 RRPR-SCAN-STOP         PIC 9(08) VALUE ZERO.
001680
001690*****************************************************************
001700* ONE ARCHIVED LINE ON ITS WAY OUT - THE ANSI CONTROL BYTE IS
001710* SPLIT OFF SO THE REPRINT HONORS THE ORIGINAL PAGE BREAKS.
001720*****************************************************************
001730 01  RRPR-WORK-REC.
001740     05  RRPR-WORK-CTL         PIC X(01).
001750     05  RRPR-WORK-TEXT        PIC X(80).
001760
001770   77 RRPR-RUN-DATE          PIC 9(08) VALUE ZERO.
001780   77 RRPR-BAN-DATE-TEXT     PIC X(10) VALUE SPACES.
001790   77 RRPR-TODAY-TEXT        PIC X(10) VALUE SPACES.
001800   77 RRPR-PRT-DATE          PIC X(10) VALUE SPACES.
001810   77 RRPR-PRT-TIME          PIC X(08) VALUE SPACES.
001820
001830 01  RRPR-PRT-DATE-X.
001840     05  RRPR-PDT-YYYY         PIC 9(04).
001850     05  RRPR-PDT-MM           PIC 9(02).
001860     05  RRPR-PDT-DD           PIC 9(02).
001870
001880 01  RRPR-PRT-TIME-X.
001890     05  RRPR-PTM-HH           PIC 9(02).
001900     05  RRPR-PTM-MIN          PIC 9(02).
001910     05  RRPR-PTM-SS           PIC 9(02).
001920     05  RRPR-PTM-HS           PIC 9(02).
001930
001940*****************************************************************
001950* BANNER AND FLAG LINES - THE BUNDLE BANNER IS RPTDST'S, WITH
001960* THE REPRINT DATE ADDED SO NOBODY TAKES IT FOR THE ORIGINAL.
001970*****************************************************************
001980 01  RRPR-BANNER-STARS.
001990     05  FILLER                PIC X(60) VALUE ALL '*'.
002000
002010 01  RRPR-BANNER-RECIP.
002020     05  FILLER                PIC X(14) VALUE '* DELIVER TO: '.
002030     05  RRPR-BAN-RECIPIENT    PIC X(20).
002040
002050 01  RRPR-BANNER-DEPT.
002060     05  FILLER                PIC X(14) VALUE '* DEPARTMENT: '.
002070     05  RRPR-BAN-DEPT         PIC X(20).
002080
002090 01  RRPR-BANNER-REPORT.
002100     05  FILLER                PIC X(14) VALUE '* REPRINT OF: '.
002110     05  RRPR-BAN-REPORT       PIC X(08).
002120
002130 01  RRPR-BANNER-DATE.
002140     05  FILLER                PIC X(14) VALUE '* RUN DATE:   '.
002150     05  RRPR-BAN-DATE         PIC X(10).
002160
002170 01  RRPR-BANNER-REPRINTED.
002180     05  FILLER                PIC X(14) VALUE '* REPRINTED:  '.
002190     05  RRPR-BAN-TODAY        PIC X(10).
002200
002210 01  RRPR-REPORT-LINE.
002220     05  FILLER                PIC X(10) VALUE '* REPORT: '.
002230     05  RRPR-RPT-NAME         PIC X(08).
002240     05  FILLER                PIC X(07) VALUE '  COPY '.
002250     05  RRPR-RPT-COPY-NO      PIC Z9.
002260     05  FILLER                PIC X(04) VALUE ' OF '.
002270     05  RRPR-RPT-COPIES       PIC Z9.
002280     05  FILLER                PIC X(11) VALUE '  DELIVERY '.
002290     05  RRPR-RPT-DELIVERY     PIC X(02).
002300
002310 01  RRPR-RUN-LINE.
002320     05  FILLER                PIC X(10) VALUE '* REPORT: '.
002330     05  RRPR-RUN-NAME         PIC X(08).
002340     05  FILLER                PIC X(12) VALUE '  RUN DATE: '.
002350     05  RRPR-RUN-DATE-TEXT    PIC X(10).
002360     05  FILLER                PIC X(12) VALUE '  CAPTURED: '.
002370     05  RRPR-RUN-TIME-TEXT    PIC X(08).
002380
002390 01  RRPR-MISSING-LINE.
002400     05  FILLER                PIC X(03) VALUE '** '.
002410     05  RRPR-MIS-NAME         PIC X(08).
002420     05  FILLER                PIC X(40)
002430            VALUE ' IS NOT IN THE ARCHIVE FOR THIS DATE'.
002440
002450 01  RRPR-RPT-COUNT-LINE.
002460     05  RRPR-CNT-LABEL        PIC X(25).
002470     05  RRPR-CNT-VALUE        PIC ZZZ,ZZZ,ZZ9.
002480
002490 LINKAGE SECTION.
002500 01  RRPR-PARM.
002510     05  RRPR-PARM-LEN         PIC S9(4) COMP.
002520     05  RRPR-PARM-DATA        PIC X(80).
002530
002540 PROCEDURE DIVISION USING RRPR-PARM.
002550
002560*****************************************************************
002570* 0000-MAINLINE
002580*****************************************************************
002590 0000-MAINLINE.
002600     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002610     PERFORM 2000-VALIDATE-PARM THRU 2000-EXIT.
002620     IF RRPR-BUNDLE
002630         PERFORM 4000-FIND-BUNDLE-RUNS THRU 4000-EXIT
002640         PERFORM 5000-REBUILD-BUNDLES THRU 5000-EXIT
002650     ELSE
002660         PERFORM 3000-REPRINT-REPORT THRU 3000-EXIT
002670     END-IF.
002680     PERFORM 8000-TERMINATE THRU 8000-EXIT.
002690     GOBACK.
002700
002710*****************************************************************
002720* 1000-INITIALIZE - OPEN THE REPRINT AND THE ARCHIVE.  THE
002730* DISTRIBUTION LIST IS ONLY OPENED FOR A BUNDLE (2000).
002740*****************************************************************
002750 1000-INITIALIZE.
002760     ACCEPT RRPR-RUN-DATE FROM DATE YYYYMMDD.
002770     MOVE RRPR-RUN-DATE TO RRPR-PRT-DATE-X.
002780     PERFORM 7200-FORMAT-DATE THRU 7200-EXIT.
002790     MOVE RRPR-PRT-DATE TO RRPR-TODAY-TEXT.
002800
002810     OPEN OUTPUT REPRINT-FILE.
002820     IF RRPR-REPRINT-STATUS NOT = '00'
002830         DISPLAY 'RPTRPR - REPRINT OPEN FAILED, STATUS = '
002840             RRPR-REPRINT-STATUS
002850         MOVE 28 TO RRPR-RC
002860         GO TO 9999-ABEND-EXIT
002870     END-IF.
002880
002890     OPEN INPUT RPTARCH-FILE.
002900     IF RRPR-RPTARCH-STATUS NOT = '00'
002910         DISPLAY 'RPTRPR - RPTARCH OPEN FAILED, STATUS = '
002920             RRPR-RPTARCH-STATUS
002930         MOVE 24 TO RRPR-RC
002940         GO TO 9999-ABEND-EXIT
002950     END-IF.
002960     MOVE 'Y' TO RRPR-ARCH-OPEN-SW.
002970 1000-EXIT.
002980     EXIT.
002990
003000*****************************************************************
003010* 2000-VALIDATE-PARM - PICK UP THE REQUEST (SEE RRPR-PARM-WORK).
003020* THE DATE AND A KNOWN REPORT ID OR BUNDLE ARE REQUIRED; A
003030* RECIPIENT ONLY MEANS SOMETHING ON A BUNDLE.
003040*****************************************************************
003050 2000-VALIDATE-PARM.
003060     MOVE SPACES TO RRPR-PARM-WORK.
003070     MOVE RRPR-PARM-LEN TO RRPR-PARM-USE.
003080     IF RRPR-PARM-USE > 80
003090         MOVE 80 TO RRPR-PARM-USE
003100     END-IF.
003110     IF RRPR-PARM-USE > ZERO
003120         MOVE RRPR-PARM-DATA(1:RRPR-PARM-USE) TO RRPR-PARM-WORK
003130     END-IF.
003140
003150     IF RRPR-PWK-DATE IS NOT NUMERIC
003160         DISPLAY 'RPTRPR - RUN DATE MISSING OR NOT NUMERIC: '
003170             RRPR-PWK-DATE
003180         MOVE 16 TO RRPR-RC
003190         GO TO 9999-ABEND-EXIT
003200     END-IF.
003210     MOVE RRPR-PWK-DATE TO RRPR-WANT-DATE.
003220     MOVE RRPR-WANT-DATE TO RRPR-PRT-DATE-X.
003230     PERFORM 7200-FORMAT-DATE THRU 7200-EXIT.
003240     MOVE RRPR-PRT-DATE TO RRPR-BAN-DATE-TEXT.
003250
003260     IF RRPR-PWK-REPORT = 'BUNDLE'
003270         MOVE 'B' TO RRPR-MODE-SW
003280     ELSE
003290         IF RRPR-PWK-REPORT NOT = 'RPTOUT' AND 'TRIRPT'
003300                 AND 'BINRPT' AND 'RNGRPT'
003310             DISPLAY 'RPTRPR - REPORT MUST BE RPTOUT, TRIRPT, '
003320                 'BINRPT, RNGRPT OR BUNDLE: ' RRPR-PWK-REPORT
003330             MOVE 16 TO RRPR-RC
003340             GO TO 9999-ABEND-EXIT
003350         END-IF
003360         IF RRPR-PWK-RECIPIENT NOT = SPACES
003370             DISPLAY 'RPTRPR - A RECIPIENT GOES WITH BUNDLE '
003380                 'ONLY: ' RRPR-PWK-RECIPIENT
003390             MOVE 16 TO RRPR-RC
003400             GO TO 9999-ABEND-EXIT
003410         END-IF
003420         GO TO 2000-EXIT
003430     END-IF.
003440
003450     OPEN INPUT DISTLIST-FILE.
003460     IF RRPR-DISTLIST-STATUS NOT = '00'
003470         DISPLAY 'RPTRPR - DISTLIST OPEN FAILED, STATUS = '
003480             RRPR-DISTLIST-STATUS
003490         MOVE 24 TO RRPR-RC
003500         GO TO 9999-ABEND-EXIT
003510     END-IF.
003520     MOVE 'Y' TO RRPR-LIST-OPEN-SW.
003530 2000-EXIT.
003540     EXIT.
003550
003560*****************************************************************
003570* 3000-REPRINT-REPORT - ONE REPORT ID: A BANNER, THEN EVERY
003580* ARCHIVED RUN OF THAT REPORT FOR THE DATE, IN CAPTURE ORDER,
003590* EACH FRONTED BY A LINE GIVING ITS CAPTURE TIME.  NOTHING
003600* ARCHIVED FOR THE DATE ENDS THE STEP RC=8.
003610*****************************************************************
003620 3000-REPRINT-REPORT.
003630     WRITE REPRINT-RECORD FROM RRPR-BANNER-STARS
003640         AFTER ADVANCING PAGE.
003650     MOVE RRPR-PWK-REPORT TO RRPR-BAN-REPORT.
003660     WRITE REPRINT-RECORD FROM RRPR-BANNER-REPORT
003670         AFTER ADVANCING 1 LINE.
003680     MOVE RRPR-BAN-DATE-TEXT TO RRPR-BAN-DATE.
003690     WRITE REPRINT-RECORD FROM RRPR-BANNER-DATE
003700         AFTER ADVANCING 1 LINE.
003710     MOVE RRPR-TODAY-TEXT TO RRPR-BAN-TODAY.
003720     WRITE REPRINT-RECORD FROM RRPR-BANNER-REPRINTED
003730         AFTER ADVANCING 1 LINE.
003740     WRITE REPRINT-RECORD FROM RRPR-BANNER-STARS
003750         AFTER ADVANCING 1 LINE.
003760
003770     MOVE RRPR-PWK-REPORT TO SAMP-RARC-REPORT.
003780     MOVE RRPR-WANT-DATE  TO SAMP-RARC-RUN-DATE.
003790     MOVE ZERO            TO SAMP-RARC-CAPTURE.
003800     MOVE ZERO            TO SAMP-RARC-LINE-NO.
003810     MOVE 'N' TO RRPR-ARCH-DONE-SW.
003820     START RPTARCH-FILE KEY NOT LESS THAN SAMP-RARC-KEY
003830         INVALID KEY
003840             MOVE 'Y' TO RRPR-ARCH-DONE-SW
003850     END-START.
003860     PERFORM 3100-ONE-ARCHIVED-LINE THRU 3100-EXIT
003870         UNTIL RRPR-ARCH-DONE.
003880
003890     IF RRPR-RUN-COUNT = ZERO
003900         MOVE RRPR-PWK-REPORT TO RRPR-MIS-NAME
003910         WRITE REPRINT-RECORD FROM RRPR-MISSING-LINE
003920             AFTER ADVANCING 2 LINES
003930         DISPLAY 'RPTRPR - ' RRPR-PWK-REPORT ' FOR '
003940             RRPR-BAN-DATE-TEXT ' IS NOT IN THE ARCHIVE'
003950         MOVE 08 TO RRPR-RC
003960     END-IF.
003970 3000-EXIT.
003980     EXIT.
003990
004000 3100-ONE-ARCHIVED-LINE.
004010     READ RPTARCH-FILE NEXT RECORD
004020         AT END
004030             MOVE 'Y' TO RRPR-ARCH-DONE-SW
004040             GO TO 3100-EXIT
004050     END-READ.
004060     IF SAMP-RARC-REPORT NOT = RRPR-PWK-REPORT
004070             OR SAMP-RARC-RUN-DATE NOT = RRPR-WANT-DATE
004080         MOVE 'Y' TO RRPR-ARCH-DONE-SW
004090         GO TO 3100-EXIT
004100     END-IF.
004110     IF SAMP-RARC-KEY(1:24) NOT = RRPR-CURR-RUN
004120         MOVE SAMP-RARC-KEY(1:24) TO RRPR-CURR-RUN
004130         ADD 1 TO RRPR-RUN-COUNT
004140         PERFORM 3200-PRINT-RUN-LINE THRU 3200-EXIT
004150     END-IF.
004160     MOVE SAMP-RARC-LINE TO RRPR-WORK-REC.
004170     PERFORM 7500-WRITE-REPRINT-LINE THRU 7500-EXIT.
004180 3100-EXIT.
004190     EXIT.
004200
004210 3200-PRINT-RUN-LINE.
004220     MOVE SAMP-RARC-REPORT   TO RRPR-RUN-NAME.
004230     MOVE RRPR-BAN-DATE-TEXT TO RRPR-RUN-DATE-TEXT.
004240     MOVE SAMP-RARC-CAPTURE  TO RRPR-PRT-TIME-X.
004250     PERFORM 7300-FORMAT-TIME THRU 7300-EXIT.
004260     MOVE RRPR-PRT-TIME      TO RRPR-RUN-TIME-TEXT.
004270     WRITE REPRINT-RECORD FROM RRPR-RUN-LINE
004280         AFTER ADVANCING 2 LINES.
004290 3200-EXIT.
004300     EXIT.
004310
004320*****************************************************************
004330* 4000-FIND-BUNDLE-RUNS - FOR EACH REPORT, THE ARCHIVED RUN THE
004340* BUNDLE FOR THE DATE CARRIED (SEE RRPR-REPORT-NAMES).  THE
004350* SCAN STARTS AT THE DATE ITSELF FOR A NIGHTLY REPORT AND AT
004360* THE OLDEST RUN ON FILE FOR A DAYTIME ONE, AND KEEPS THE LAST
004370* RUN SEEN ON OR BEFORE THE DATE.
004380*****************************************************************
004390 4000-FIND-BUNDLE-RUNS.
004400     MOVE ZERO TO RRPR-RPT-SUB.
004410     PERFORM 4100-FIND-ONE-RUN THRU 4100-EXIT
004420         UNTIL RRPR-RPT-SUB >= RRPR-RPT-MAX.
004430 4000-EXIT.
004440     EXIT.
004450
004460 4100-FIND-ONE-RUN.
004470     ADD 1 TO RRPR-RPT-SUB.
004480     MOVE 'N'  TO RRPR-RT-FOUND (RRPR-RPT-SUB).
004490     MOVE ZERO TO RRPR-RT-RUN-DATE (RRPR-RPT-SUB).
004500     MOVE ZERO TO RRPR-RT-CAPTURE (RRPR-RPT-SUB).
004510     MOVE RRPR-RN-REPORT (RRPR-RPT-SUB) TO SAMP-RARC-REPORT.
004520     IF RRPR-RN-NIGHTLY (RRPR-RPT-SUB)
004530         MOVE RRPR-WANT-DATE TO SAMP-RARC-RUN-DATE
004540     ELSE
004550         MOVE ZERO TO SAMP-RARC-RUN-DATE
004560     END-IF.
004570     MOVE ZERO TO SAMP-RARC-CAPTURE.
004580     MOVE ZERO TO SAMP-RARC-LINE-NO.
004590     MOVE 'N' TO RRPR-ARCH-DONE-SW.
004600     START RPTARCH-FILE KEY NOT LESS THAN SAMP-RARC-KEY
004610         INVALID KEY
004620             MOVE 'Y' TO RRPR-ARCH-DONE-SW
004630     END-START.
004640     PERFORM 4110-SCAN-ONE-LINE THRU 4110-EXIT
004650         UNTIL RRPR-ARCH-DONE.
004660 4100-EXIT.
004670     EXIT.
004680
004690 4110-SCAN-ONE-LINE.
004700     READ RPTARCH-FILE NEXT RECORD
004710         AT END
004720             MOVE 'Y' TO RRPR-ARCH-DONE-SW
004730             GO TO 4110-EXIT
004740     END-READ.
004750     IF SAMP-RARC-REPORT NOT = RRPR-RN-REPORT (RRPR-RPT-SUB)
004760             OR SAMP-RARC-RUN-DATE > RRPR-WANT-DATE
004770         MOVE 'Y' TO RRPR-ARCH-DONE-SW
004780         GO TO 4110-EXIT
004790     END-IF.
004800     MOVE 'Y' TO RRPR-RT-FOUND (RRPR-RPT-SUB).
004810     MOVE SAMP-RARC-RUN-DATE TO RRPR-RT-RUN-DATE (RRPR-RPT-SUB).
004820     MOVE SAMP-RARC-CAPTURE  TO RRPR-RT-CAPTURE (RRPR-RPT-SUB).
004830 4110-EXIT.
004840     EXIT.
004850
004860*****************************************************************
004870* 5000-REBUILD-BUNDLES - WALK THE DISTRIBUTION LIST AS RPTDST
004880* DOES, FROM THE NAMED RECIPIENT WHEN THERE IS ONE.  A NAMED
004890* RECIPIENT NOT ON THE LIST ENDS THE STEP RC=8.
004900*****************************************************************
004910 5000-REBUILD-BUNDLES.
004920     MOVE LOW-VALUES TO SAMP-DST-KEY.
004930     IF RRPR-PWK-RECIPIENT NOT = SPACES
004940         MOVE RRPR-PWK-RECIPIENT TO SAMP-DST-RECIPIENT
004950     END-IF.
004960     START DISTLIST-FILE KEY NOT LESS THAN SAMP-DST-KEY
004970         INVALID KEY
004980             MOVE 'Y' TO RRPR-LIST-DONE-SW
004990     END-START.
005000     PERFORM 5100-ONE-LIST-ROW THRU 5100-EXIT
005010         UNTIL RRPR-LIST-DONE.
005020
005030     IF RRPR-RECIP-COUNT = ZERO
005040         IF RRPR-PWK-RECIPIENT NOT = SPACES
005050             DISPLAY 'RPTRPR - RECIPIENT IS NOT ON THE '
005060                 'DISTRIBUTION LIST: ' RRPR-PWK-RECIPIENT
005070         ELSE
005080             DISPLAY 'RPTRPR - THE DISTRIBUTION LIST IS EMPTY'
005090         END-IF
005100         MOVE 08 TO RRPR-RC
005110     END-IF.
005120 5000-EXIT.
005130     EXIT.
005140
005150 5100-ONE-LIST-ROW.
005160     READ DISTLIST-FILE NEXT RECORD
005170         AT END
005180             MOVE 'Y' TO RRPR-LIST-DONE-SW
005190             GO TO 5100-EXIT
005200     END-READ.
005210     IF RRPR-PWK-RECIPIENT NOT = SPACES
005220             AND SAMP-DST-RECIPIENT NOT = RRPR-PWK-RECIPIENT
005230         MOVE 'Y' TO RRPR-LIST-DONE-SW
005240         GO TO 5100-EXIT
005250     END-IF.
005260     IF SAMP-DST-RECIPIENT NOT = RRPR-CURR-RECIPIENT
005270         PERFORM 5200-START-PACKAGE THRU 5200-EXIT
005280     END-IF.
005290     PERFORM 6000-PULL-REPORT THRU 6000-EXIT.
005300 5100-EXIT.
005310     EXIT.
005320
005330*****************************************************************
005340* 5200-START-PACKAGE - THE BANNER PAGE THAT OPENS A RECIPIENT'S
005350* BUNDLE, CARRYING THE DATE ASKED FOR AND THE REPRINT DATE.
005360*****************************************************************
005370 5200-START-PACKAGE.
005380     MOVE SAMP-DST-RECIPIENT TO RRPR-CURR-RECIPIENT.
005390     ADD 1 TO RRPR-RECIP-COUNT.
005400     WRITE REPRINT-RECORD FROM RRPR-BANNER-STARS
005410         AFTER ADVANCING PAGE.
005420     MOVE SAMP-DST-RECIPIENT TO RRPR-BAN-RECIPIENT.
005430     WRITE REPRINT-RECORD FROM RRPR-BANNER-RECIP
005440         AFTER ADVANCING 1 LINE.
005450     MOVE SAMP-DST-DEPT TO RRPR-BAN-DEPT.
005460     WRITE REPRINT-RECORD FROM RRPR-BANNER-DEPT
005470         AFTER ADVANCING 1 LINE.
005480     MOVE RRPR-BAN-DATE-TEXT TO RRPR-BAN-DATE.
005490     WRITE REPRINT-RECORD FROM RRPR-BANNER-DATE
005500         AFTER ADVANCING 1 LINE.
005510     MOVE RRPR-TODAY-TEXT TO RRPR-BAN-TODAY.
005520     WRITE REPRINT-RECORD FROM RRPR-BANNER-REPRINTED
005530         AFTER ADVANCING 1 LINE.
005540     WRITE REPRINT-RECORD FROM RRPR-BANNER-STARS
005550         AFTER ADVANCING 1 LINE.
005560 5200-EXIT.
005570     EXIT.
005580
005590*****************************************************************
005600* 6000-PULL-REPORT - ONE LIST ROW, ONCE PER REQUESTED COPY, AS
005610* IN RPTDST.  A REPORT THE ARCHIVE HAS NO RUN OF FOR THE DATE
005620* IS FLAGGED IN THE BUNDLE AND ENDS THE STEP RC=4.
005630*****************************************************************
005640 6000-PULL-REPORT.
005650     MOVE SAMP-DST-COPIES TO RRPR-WANT-COPIES.
005660     IF RRPR-WANT-COPIES < 1
005670         MOVE 1 TO RRPR-WANT-COPIES
005680     END-IF.
005690     MOVE 'N' TO RRPR-RPT-FOUND-SW.
005700     MOVE ZERO TO RRPR-RPT-SUB.
005710     PERFORM 6050-FIND-REPORT THRU 6050-EXIT
005720         UNTIL RRPR-RPT-FOUND OR RRPR-RPT-SUB >= RRPR-RPT-MAX.
005730     IF RRPR-RPT-FOUND
005740         IF RRPR-RT-FOUND (RRPR-RPT-SUB) NOT = 'Y'
005750             MOVE 'N' TO RRPR-RPT-FOUND-SW
005760         END-IF
005770     END-IF.
005780     PERFORM 6100-ONE-COPY THRU 6100-EXIT
005790         VARYING RRPR-COPY-NO FROM 1 BY 1
005800         UNTIL RRPR-COPY-NO > RRPR-WANT-COPIES.
005810 6000-EXIT.
005820     EXIT.
005830
005840 6050-FIND-REPORT.
005850     ADD 1 TO RRPR-RPT-SUB.
005860     IF RRPR-RN-REPORT (RRPR-RPT-SUB) = SAMP-DST-REPORT
005870         MOVE 'Y' TO RRPR-RPT-FOUND-SW
005880     END-IF.
005890 6050-EXIT.
005900     EXIT.
005910
005920 6100-ONE-COPY.
005930     MOVE SAMP-DST-REPORT   TO RRPR-RPT-NAME.
005940     MOVE RRPR-COPY-NO      TO RRPR-RPT-COPY-NO.
005950     MOVE RRPR-WANT-COPIES  TO RRPR-RPT-COPIES.
005960     MOVE SAMP-DST-DELIVERY TO RRPR-RPT-DELIVERY.
005970     WRITE REPRINT-RECORD FROM RRPR-REPORT-LINE
005980         AFTER ADVANCING 2 LINES.
005990
006000     IF RRPR-RPT-MISSING
006010         MOVE SAMP-DST-REPORT TO RRPR-MIS-NAME
006020         WRITE REPRINT-RECORD FROM RRPR-MISSING-LINE
006030             AFTER ADVANCING 1 LINE
006040         ADD 1 TO RRPR-MISS-COUNT
006050         IF RRPR-RC < 04
006060             MOVE 04 TO RRPR-RC
006070         END-IF
006080         GO TO 6100-EXIT
006090     END-IF.
006100
006110     MOVE SAMP-DST-REPORT TO RRPR-PULL-REPORT.
006120     MOVE SAMP-DST-REPORT TO SAMP-RARC-REPORT.
006130     MOVE RRPR-RT-RUN-DATE (RRPR-RPT-SUB) TO SAMP-RARC-RUN-DATE.
006140     MOVE RRPR-RT-CAPTURE (RRPR-RPT-SUB)  TO SAMP-RARC-CAPTURE.
006150     MOVE ZERO TO SAMP-RARC-LINE-NO.
006160     MOVE SAMP-RARC-KEY(1:24) TO RRPR-PULL-RUN.
006170     MOVE 'N' TO RRPR-ARCH-DONE-SW.
006180     START RPTARCH-FILE KEY NOT LESS THAN SAMP-RARC-KEY
006190         INVALID KEY
006200             MOVE 'Y' TO RRPR-ARCH-DONE-SW
006210     END-START.
006220     PERFORM 6110-ONE-BUNDLE-LINE THRU 6110-EXIT
006230         UNTIL RRPR-ARCH-DONE.
006240     ADD 1 TO RRPR-COPY-COUNT.
006250 6100-EXIT.
006260     EXIT.
006270
006280 6110-ONE-BUNDLE-LINE.
006290     READ RPTARCH-FILE NEXT RECORD
006300         AT END
006310             MOVE 'Y' TO RRPR-ARCH-DONE-SW
006320             GO TO 6110-EXIT
006330     END-READ.
006340     IF SAMP-RARC-KEY(1:24) NOT = RRPR-PULL-RUN
006350         MOVE 'Y' TO RRPR-ARCH-DONE-SW
006360         GO TO 6110-EXIT
006370     END-IF.
006380     MOVE SAMP-RARC-LINE TO RRPR-WORK-REC.
006390     PERFORM 7500-WRITE-REPRINT-LINE THRU 7500-EXIT.
006400 6110-EXIT.
006410     EXIT.
006420
006430 7200-FORMAT-DATE.
006440     MOVE SPACES TO RRPR-PRT-DATE.
006450     STRING RRPR-PDT-MM '/' RRPR-PDT-DD '/' RRPR-PDT-YYYY
006460         DELIMITED BY SIZE INTO RRPR-PRT-DATE.
006470 7200-EXIT.
006480     EXIT.
006490
006500 7300-FORMAT-TIME.
006510     MOVE SPACES TO RRPR-PRT-TIME.
006520     STRING RRPR-PTM-HH ':' RRPR-PTM-MIN ':' RRPR-PTM-SS
006530         DELIMITED BY SIZE INTO RRPR-PRT-TIME.
006540 7300-EXIT.
006550     EXIT.
006560
006570*****************************************************************
006580* 7500-WRITE-REPRINT-LINE - ONE ARCHIVED LINE OUT, HONORING THE
006590* ANSI CONTROL BYTE THE ORIGINAL WRITER PUT ON IT.
006600*****************************************************************
006610 7500-WRITE-REPRINT-LINE.
006620     ADD 1 TO RRPR-LINE-COUNT.
006630     EVALUATE RRPR-WORK-CTL
006640         WHEN '1'
006650             WRITE REPRINT-RECORD FROM RRPR-WORK-TEXT
006660                 AFTER ADVANCING PAGE
006670         WHEN '0'
006680             WRITE REPRINT-RECORD FROM RRPR-WORK-TEXT
006690                 AFTER ADVANCING 2 LINES
006700         WHEN '-'
006710             WRITE REPRINT-RECORD FROM RRPR-WORK-TEXT
006720                 AFTER ADVANCING 3 LINES
006730         WHEN OTHER
006740             WRITE REPRINT-RECORD FROM RRPR-WORK-TEXT
006750                 AFTER ADVANCING 1 LINE
006760     END-EVALUATE.
006770 7500-EXIT.
006780     EXIT.
006790
006800*****************************************************************
006810* 8000-TERMINATE - REPRINT SUMMARY ON ITS OWN PAGE, THEN CLOSE.
006820*****************************************************************
006830 8000-TERMINATE.
006840     IF RRPR-BUNDLE
006850         MOVE 'RECIPIENTS REBUILT:      ' TO RRPR-CNT-LABEL
006860         MOVE RRPR-RECIP-COUNT TO RRPR-CNT-VALUE
006870         WRITE REPRINT-RECORD FROM RRPR-RPT-COUNT-LINE
006880             AFTER ADVANCING PAGE
006890         MOVE 'REPORT COPIES REPRINTED: ' TO RRPR-CNT-LABEL
006900         MOVE RRPR-COPY-COUNT TO RRPR-CNT-VALUE
006910         WRITE REPRINT-RECORD FROM RRPR-RPT-COUNT-LINE
006920             AFTER ADVANCING 1 LINE
006930         MOVE 'REPORTS NOT IN ARCHIVE:  ' TO RRPR-CNT-LABEL
006940         MOVE RRPR-MISS-COUNT TO RRPR-CNT-VALUE
006950         WRITE REPRINT-RECORD FROM RRPR-RPT-COUNT-LINE
006960             AFTER ADVANCING 1 LINE
006970     ELSE
006980         MOVE 'REPORT RUNS REPRINTED:   ' TO RRPR-CNT-LABEL
006990         MOVE RRPR-RUN-COUNT TO RRPR-CNT-VALUE
007000         WRITE REPRINT-RECORD FROM RRPR-RPT-COUNT-LINE
007010             AFTER ADVANCING PAGE
007020     END-IF.
007030     MOVE 'LINES REPRINTED:         ' TO RRPR-CNT-LABEL.
007040     MOVE RRPR-LINE-COUNT TO RRPR-CNT-VALUE.
007050     WRITE REPRINT-RECORD FROM RRPR-RPT-COUNT-LINE
007060         AFTER ADVANCING 1 LINE.
007070
007080     IF RRPR-LIST-FILE-OPEN
007090         CLOSE DISTLIST-FILE
007100     END-IF.
007110     CLOSE RPTARCH-FILE.
007120     CLOSE REPRINT-FILE.
007130     MOVE RRPR-RC TO RETURN-CODE.
007140 8000-EXIT.
007150     EXIT.
007160
007170*****************************************************************
007180* 9999-ABEND-EXIT
007190*****************************************************************
007200 9999-ABEND-EXIT.
007210     IF RRPR-RC = ZERO
007220         MOVE 16 TO RRPR-RC
007230     END-IF.
007240     IF RRPR-LIST-FILE-OPEN
007250         CLOSE DISTLIST-FILE
007260     END-IF.
007270     IF RRPR-ARCH-FILE-OPEN
007280         CLOSE RPTARCH-FILE
007290     END-IF.
007300     IF RRPR-REPRINT-STATUS = '00'
007310         CLOSE REPRINT-FILE
007320     END-IF.
007330     MOVE RRPR-RC TO RETURN-CODE.
007340     GOBACK.
