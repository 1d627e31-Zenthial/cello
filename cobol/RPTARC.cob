000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.    RPTARC.
000120 AUTHOR.        R HALVERSEN.
000130 INSTALLATION.  DATA CENTER APPLICATIONS.
000140 DATE-WRITTEN.  10/15/2026.
000150 DATE-COMPILED.
000160
000170*****************************************************************
000180* MODIFICATION HISTORY
000190* ----------------------------------------------------------------
000200* DATE       INIT  DESCRIPTION
000210* 10/15/2026  RH   ORIGINAL VERSION.  REPORT ARCHIVE CAPTURE.
000220*                  RUNS RIGHT AFTER A REPORT IS CUT (SAMPJOB FOR
000230*                  RPTOUT AND TRIRPT, BINJOB FOR BINRPT, FRNGJOB
000240*                  FOR RNGRPT) AND COPIES EVERY LINE OF EACH
000250*                  REPORT DATASET ALLOCATED TO THE STEP INTO THE
000260*                  REPORT ARCHIVE CLUSTER (SAMPRARC), KEYED BY
000270*                  REPORT ID, THE RUN DATE ON THE REPORT'S OWN
000280*                  HEADER, AND THE CAPTURE TIME - SO THE NEXT
000290*                  DELRPT, OR THE NEXT DAYTIME SUBMIT, NO LONGER
000300*                  DESTROYS THE ONLY COPY.  WITH A RETENTION
000310*                  PERIOD ON THE PARM THE SAME STEP PURGES EVERY
000320*                  ARCHIVED REPORT OLDER THAN THAT MANY DAYS.
000330*                  RPTRPR REPRINTS FROM THE ARCHIVE.
000340*****************************************************************
000350
000360 ENVIRONMENT DIVISION.
000370 CONFIGURATION SECTION.
000380 SOURCE-COMPUTER.  IBM-370.
000390 OBJECT-COMPUTER.  IBM-370.
000400
000410 INPUT-OUTPUT SECTION.
000420 FILE-CONTROL.
000430     SELECT RPTARCH-FILE   ASSIGN TO RPTARCH
000440            ORGANIZATION IS INDEXED
000450            ACCESS MODE  IS DYNAMIC
000460            RECORD KEY   IS SAMP-RARC-KEY
000470            FILE STATUS  IS RARC-RPTARCH-STATUS.
000480
000490     SELECT RPTOUT-FILE    ASSIGN TO RPTOUT
000500            ORGANIZATION IS SEQUENTIAL
000510            FILE STATUS  IS RARC-RPTOUT-STATUS.
000520
000530     SELECT TRIRPT-FILE    ASSIGN TO TRIRPT
000540            ORGANIZATION IS SEQUENTIAL
000550            FILE STATUS  IS RARC-TRIRPT-STATUS.
000560
000570     SELECT BINRPT-FILE    ASSIGN TO BINRPT
000580            ORGANIZATION IS SEQUENTIAL
000590            FILE STATUS  IS RARC-BINRPT-STATUS.
000600
000610     SELECT RNGRPT-FILE    ASSIGN TO RNGRPT
000620            ORGANIZATION IS SEQUENTIAL
000630            FILE STATUS  IS RARC-RNGRPT-STATUS.
000640
000650     SELECT ARCRPT-FILE    ASSIGN TO ARCRPT
000660            ORGANIZATION IS SEQUENTIAL
000670            FILE STATUS  IS RARC-ARCRPT-STATUS.
000680
000690 DATA DIVISION.
000700 FILE SECTION.
000710 FD  RPTARCH-FILE
000720     RECORDING MODE IS F.
000730     COPY SAMPRARC.
000740
000750*    THE REPORT DATASETS ARE RECFM=FBA - BYTE 1 IS THE ANSI
000760*    CARRIAGE CONTROL THE WRITERS' ADVANCING PUT THERE, BYTES
000770*    2-81 ARE THE PRINT LINE.  BOTH GO INTO THE ARCHIVE AS THEY
000780*    STAND.
000790 FD  RPTOUT-FILE
000800     RECORDING MODE IS F.
000810 01  RPTOUT-RECORD             PIC X(81).
000820
000830 FD  TRIRPT-FILE
000840     RECORDING MODE IS F.
000850 01  TRIRPT-RECORD             PIC X(81).
000860
000870 FD  BINRPT-FILE
000880     RECORDING MODE IS F.
000890 01  BINRPT-RECORD             PIC X(81).
000900
000910 FD  RNGRPT-FILE
000920     RECORDING MODE IS F.
000930 01  RNGRPT-RECORD             PIC X(81).
000940
000950 FD  ARCRPT-FILE
000960     RECORDING MODE IS F.
000970 01  ARCRPT-RECORD             PIC X(80).
000980
000990 WORKING-STORAGE SECTION.
001000
001010*****************************************************************
001020* FILE STATUS AND SWITCHES
001030*****************************************************************
001040   77 RARC-RPTARCH-STATUS    PIC X(02) VALUE SPACES.
001050   77 RARC-RPTOUT-STATUS     PIC X(02) VALUE SPACES.
001060   77 RARC-TRIRPT-STATUS     PIC X(02) VALUE SPACES.
001070   77 RARC-BINRPT-STATUS     PIC X(02) VALUE SPACES.
001080   77 RARC-RNGRPT-STATUS     PIC X(02) VALUE SPACES.
001090   77 RARC-ARCRPT-STATUS     PIC X(02) VALUE SPACES.
001100
001110   77 RARC-ARCH-OPEN-SW      PIC X(01) VALUE 'N'.
001120       88 RARC-ARCH-FILE-OPEN       VALUE 'Y'.
001130       88 RARC-ARCH-FILE-CLOSED     VALUE 'N'.
001140
001150   77 RARC-RPT-EOF-SW        PIC X(01) VALUE 'N'.
001160       88 RARC-RPT-EOF              VALUE 'Y'.
001170       88 RARC-RPT-MORE             VALUE 'N'.
001180
001190   77 RARC-RPT-PRESENT-SW    PIC X(01) VALUE 'N'.
001200       88 RARC-RPT-PRESENT          VALUE 'Y'.
001210       88 RARC-RPT-ABSENT           VALUE 'N'.
001220
001230   77 RARC-PURGE-DONE-SW     PIC X(01) VALUE 'N'.
001240       88 RARC-PURGE-DONE           VALUE 'Y'.
001250       88 RARC-PURGE-MORE           VALUE 'N'.
001260
001270*****************************************************************
001280* THE PARM - COLS 1-3 THE RETENTION PERIOD IN DAYS (001-999).
001290* BLANK MEANS CAPTURE ONLY, NO PURGE; ONLY SAMPJOB'S STEP
001300* CARRIES ONE, SO THE PERIOD IS SET IN ONE PLACE.
001310*****************************************************************
001320 01  RARC-PARM-WORK.
001330     05  RARC-PWK-DAYS         PIC X(03).
001340     05  FILLER                PIC X(77).
001350
001360   77 RARC-KEEP-DAYS         PIC 9(03) VALUE ZERO.
001370   77 RARC-PARM-USE          PIC S9(4) COMP VALUE ZERO.
001380
001390*****************************************************************
001400* COUNTERS AND WORK FIELDS
001410*****************************************************************
001420   77 RARC-RC                PIC 9(04) VALUE ZERO.
001430   77 RARC-LINE-NO           PIC 9(07) VALUE ZERO.
001440   77 RARC-CAPT-COUNT        PIC 9(05) COMP-3 VALUE ZERO.
001450   77 RARC-CAPT-LINES        PIC 9(09) COMP-3 VALUE ZERO.
001460   77 RARC-PURGE-COUNT       PIC 9(05) COMP-3 VALUE ZERO.
001470   77 RARC-PURGE-LINES       PIC 9(09) COMP-3 VALUE ZERO.
001480
001490   77 RARC-CUR-REPORT        PIC X(08) VALUE SPACES.
001500   77 RARC-RPT-DATE          PIC 9(08) VALUE ZERO.
001510   77 RARC-CAPTURE-TIME      PIC 9(08) VALUE ZERO.
001520   77 RARC-CUTOFF-DATE       PIC 9(08) VALUE ZERO.
001530   77 RARC-LAST-PURGED       PIC X(24) VALUE SPACES.
001540
001550   77 RARC-RUN-DATE          PIC 9(08) VALUE ZERO.
001560
001570 01  RARC-RUN-DATE-X.
001580     05  RARC-RUN-YYYY         PIC 9(04).
001590     05  RARC-RUN-MM           PIC 9(02).
001600     05  RARC-RUN-DD           PIC 9(02).
001610
001620*****************************************************************
001630* ONE REPORT LINE ON ITS WAY INTO THE ARCHIVE.  THE FIRST LINE
001640* OF EVERY REPORT IS ITS PAGE HEADER - 'RUN DATE: MM/DD/YYYY'
001650* AFTER THE CONTROL BYTE - AND THAT DATE KEYS THE WHOLE REPORT.
001660*****************************************************************
001670 01  RARC-WORK-REC.
001680     05  RARC-WORK-CTL         PIC X(01).
001690     05  RARC-WORK-TEXT        PIC X(80).
001700
001710 01  RARC-WORK-HEADER REDEFINES RARC-WORK-REC.
001720     05  FILLER                PIC X(01).
001730     05  RARC-WHD-LABEL        PIC X(10).
001740     05  RARC-WHD-MM           PIC X(02).
001750     05  FILLER                PIC X(01).
001760     05  RARC-WHD-DD           PIC X(02).
001770     05  FILLER                PIC X(01).
001780     05  RARC-WHD-YYYY         PIC X(04).
001790     05  FILLER                PIC X(60).
001800
001810 01  RARC-HDR-DATE-X.
001820     05  RARC-HDT-YYYY         PIC X(04).
001830     05  RARC-HDT-MM           PIC X(02).
001840     05  RARC-HDT-DD           PIC X(02).
001850
001860 01  RARC-HDR-DATE-N REDEFINES RARC-HDR-DATE-X
001870                               PIC 9(08).
001880
001890*****************************************************************
001900* DAY-SERIAL WORK FIELDS FOR THE RETENTION CUTOFF (SAME
001910* ROUTINES AS AUDRPT AND TRNDRPT)
001920*****************************************************************
001930 01  RARC-SER-DATE-X.
001940     05  RARC-SER-YYYY         PIC 9(04).
001950     05  RARC-SER-MM           PIC 9(02).
001960     05  RARC-SER-DD           PIC 9(02).
001970
001980   77 RARC-SER-A             PIC S9(08) COMP VALUE ZERO.
001990   77 RARC-SER-Y             PIC S9(08) COMP VALUE ZERO.
002000   77 RARC-SER-M             PIC S9(08) COMP VALUE ZERO.
002010   77 RARC-SER-WORK          PIC S9(08) COMP VALUE ZERO.
002020   77 RARC-SER-T1            PIC S9(08) COMP VALUE ZERO.
002030   77 RARC-SER-T2            PIC S9(08) COMP VALUE ZERO.
002040   77 RARC-SER-T3            PIC S9(08) COMP VALUE ZERO.
002050   77 RARC-SER-T4            PIC S9(08) COMP VALUE ZERO.
002060   77 RARC-CUT-SERIAL        PIC S9(08) COMP VALUE ZERO.
002070
002080*****************************************************************
002090* REPORT LINES
002100*****************************************************************
002110 01  RARC-RPT-HEADER-1.
002120     05  FILLER                PIC X(10) VALUE 'RUN DATE: '.
002130     05  RARC-HDR-MM           PIC 99.
002140     05  FILLER                PIC X(01) VALUE '/'.
002150     05  RARC-HDR-DD           PIC 99.
002160     05  FILLER                PIC X(01) VALUE '/'.
002170     05  RARC-HDR-YYYY         PIC 9999.
002180     05  FILLER                PIC X(27) VALUE SPACES.
002190     05  FILLER                PIC X(06) VALUE 'PAGE '.
002200     05  RARC-HDR-PAGE         PIC ZZ9.
002210
002220 01  RARC-RPT-HEADER-2.
002230     05  FILLER                PIC X(45)
002240            VALUE 'REPORT ARCHIVE CAPTURE AND PURGE'.
002250
002260 01  RARC-RPT-COLHDG.
002270     05  FILLER                PIC X(10) VALUE 'REPORT'.
002280     05  FILLER                PIC X(12) VALUE 'RUN DATE'.
002290     05  FILLER                PIC X(10) VALUE 'CAPTURED'.
002300     05  FILLER                PIC X(09) VALUE '    LINES'.
002310     05  FILLER                PIC X(04) VALUE SPACES.
002320     05  FILLER                PIC X(06) VALUE 'RESULT'.
002330
002340 01  RARC-RPT-DETAIL.
002350     05  RARC-DET-REPORT       PIC X(08).
002360     05  FILLER                PIC X(02) VALUE SPACES.
002370     05  RARC-DET-DATE         PIC X(10).
002380     05  FILLER                PIC X(02) VALUE SPACES.
002390     05  RARC-DET-TIME         PIC X(08).
002400     05  FILLER                PIC X(02) VALUE SPACES.
002410     05  RARC-DET-LINES        PIC Z,ZZZ,ZZ9.
002420     05  FILLER                PIC X(04) VALUE SPACES.
002430     05  RARC-DET-RESULT       PIC X(30).
002440
002450 01  RARC-RPT-COUNT-LINE.
002460     05  RARC-CNT-LABEL        PIC X(25).
002470     05  RARC-CNT-VALUE        PIC ZZZ,ZZZ,ZZ9.
002480
002490 01  RARC-RPT-TEXT-LINE.
002500     05  RARC-TXT-LABEL        PIC X(25).
002510     05  RARC-TXT-VALUE        PIC X(20).
002520
002530*****************************************************************
002540* DATE AND TIME, BROKEN OUT FOR PRINTING
002550*****************************************************************
002560 01  RARC-PRT-DATE-X.
002570     05  RARC-PDT-YYYY         PIC 9(04).
002580     05  RARC-PDT-MM           PIC 9(02).
002590     05  RARC-PDT-DD           PIC 9(02).
002600
002610 01  RARC-PRT-TIME-X.
002620     05  RARC-PTM-HH           PIC 9(02).
002630     05  RARC-PTM-MIN          PIC 9(02).
002640     05  RARC-PTM-SS           PIC 9(02).
002650     05  RARC-PTM-HS           PIC 9(02).
002660
002670   77 RARC-PRT-DATE          PIC X(10) VALUE SPACES.
002680   77 RARC-PRT-TIME          PIC X(08) VALUE SPACES.
002690
002700 LINKAGE SECTION.
002710 01  RARC-PARM.
002720     05  RARC-PARM-LEN         PIC S9(4) COMP.
002730     05  RARC-PARM-DATA        PIC X(80).
002740
002750 PROCEDURE DIVISION USING RARC-PARM.
002760
002770*****************************************************************
002780* 0000-MAINLINE
002790*****************************************************************
002800 0000-MAINLINE.
002810     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002820     PERFORM 2000-VALIDATE-PARM THRU 2000-EXIT.
002830     PERFORM 3000-CAPTURE-REPORTS THRU 3000-EXIT.
002840     PERFORM 4000-PURGE-ARCHIVE THRU 4000-EXIT.
002850     PERFORM 8000-TERMINATE THRU 8000-EXIT.
002860     GOBACK.
002870
002880*****************************************************************
002890* 1000-INITIALIZE - OPEN THE LISTING AND THE ARCHIVE.  ONE
002900* CAPTURE TIME IS TAKEN FOR THE WHOLE STEP, SO EVERY REPORT
002910* THIS STEP ARCHIVES CARRIES THE SAME ONE.  THE FIRST RUN EVER
002920* FINDS THE FRESHLY DEFINED CLUSTER EMPTY (STATUS 35) AND
002930* LOADS IT BEFORE OPENING IT FOR UPDATE, AS DSTMNT DOES.
002940*****************************************************************
002950 1000-INITIALIZE.
002960     ACCEPT RARC-RUN-DATE FROM DATE YYYYMMDD.
002970     ACCEPT RARC-CAPTURE-TIME FROM TIME.
002980     MOVE RARC-RUN-DATE TO RARC-RUN-DATE-X.
002990
003000     OPEN OUTPUT ARCRPT-FILE.
003010     IF RARC-ARCRPT-STATUS NOT = '00'
003020         DISPLAY 'RPTARC - ARCRPT OPEN FAILED, STATUS = '
003030             RARC-ARCRPT-STATUS
003040         MOVE 28 TO RARC-RC
003050         GO TO 9999-ABEND-EXIT
003060     END-IF.
003070
003080     OPEN I-O RPTARCH-FILE.
003090     IF RARC-RPTARCH-STATUS = '35'
003100         OPEN OUTPUT RPTARCH-FILE
003110         CLOSE RPTARCH-FILE
003120         OPEN I-O RPTARCH-FILE
003130     END-IF.
003140     IF RARC-RPTARCH-STATUS NOT = '00'
003150         DISPLAY 'RPTARC - RPTARCH OPEN FAILED, STATUS = '
003160             RARC-RPTARCH-STATUS
003170         MOVE 32 TO RARC-RC
003180         GO TO 9999-ABEND-EXIT
003190     END-IF.
003200     MOVE 'Y' TO RARC-ARCH-OPEN-SW.
003210
003220     PERFORM 7000-PRINT-HEADINGS THRU 7000-EXIT.
003230 1000-EXIT.
003240     EXIT.
003250
003260*****************************************************************
003270* 2000-VALIDATE-PARM - PICK UP THE RETENTION PERIOD (SEE
003280* RARC-PARM-WORK).  A PERIOD THAT IS NOT NUMERIC, OR IS ZERO,
003290* FAILS THE STEP BEFORE ANYTHING IS ARCHIVED OR PURGED.
003300*****************************************************************
003310 2000-VALIDATE-PARM.
003320     MOVE SPACES TO RARC-PARM-WORK.
003330     MOVE RARC-PARM-LEN TO RARC-PARM-USE.
003340     IF RARC-PARM-USE > 80
003350         MOVE 80 TO RARC-PARM-USE
003360     END-IF.
003370     IF RARC-PARM-USE > ZERO
003380         MOVE RARC-PARM-DATA(1:RARC-PARM-USE) TO RARC-PARM-WORK
003390     END-IF.
003400
003410     IF RARC-PWK-DAYS = SPACES
003420         GO TO 2000-EXIT
003430     END-IF.
003440     IF RARC-PWK-DAYS IS NOT NUMERIC
003450         DISPLAY 'RPTARC - RETENTION DAYS NOT NUMERIC: '
003460             RARC-PWK-DAYS
003470         MOVE 16 TO RARC-RC
003480         GO TO 9999-ABEND-EXIT
003490     END-IF.
003500     MOVE RARC-PWK-DAYS TO RARC-KEEP-DAYS.
003510     IF RARC-KEEP-DAYS = ZERO
003520         DISPLAY 'RPTARC - RETENTION DAYS MUST BE 001-999: '
003530             RARC-PWK-DAYS
003540         MOVE 16 TO RARC-RC
003550         GO TO 9999-ABEND-EXIT
003560     END-IF.
003570 2000-EXIT.
003580     EXIT.
003590
003600*****************************************************************
003610* 3000-CAPTURE-REPORTS - EVERY REPORT DATASET ALLOCATED TO THE
003620* STEP GOES INTO THE ARCHIVE.  A DD THE JOB DOES NOT CARRY (THE
003630* DAYTIME JOBS ONLY CARRY THEIR OWN REPORT) WILL NOT OPEN AND
003640* IS LISTED AS NOT PRESENT.
003650*****************************************************************
003660 3000-CAPTURE-REPORTS.
003670     PERFORM 3100-CAPTURE-RPTOUT THRU 3100-EXIT.
003680     PERFORM 3200-CAPTURE-TRIRPT THRU 3200-EXIT.
003690     PERFORM 3300-CAPTURE-BINRPT THRU 3300-EXIT.
003700     PERFORM 3400-CAPTURE-RNGRPT THRU 3400-EXIT.
003710 3000-EXIT.
003720     EXIT.
003730
003740*****************************************************************
003750* 3100 THRU 3400 - ONE PARAGRAPH PER REPORT FILE, AS IN RPTDST.
003760* EACH LINE READ IS HANDED TO 3810-STORE-LINE.
003770*****************************************************************
003780 3100-CAPTURE-RPTOUT.
003790     MOVE 'RPTOUT' TO RARC-CUR-REPORT.
003800     PERFORM 3800-START-REPORT THRU 3800-EXIT.
003810     OPEN INPUT RPTOUT-FILE.
003820     IF RARC-RPTOUT-STATUS NOT = '00'
003830         PERFORM 3900-END-REPORT THRU 3900-EXIT
003840         GO TO 3100-EXIT
003850     END-IF.
003860     MOVE 'Y' TO RARC-RPT-PRESENT-SW.
003870     PERFORM 3110-ONE-RPTOUT-LINE THRU 3110-EXIT
003880         UNTIL RARC-RPT-EOF.
003890     CLOSE RPTOUT-FILE.
003900     PERFORM 3900-END-REPORT THRU 3900-EXIT.
003910 3100-EXIT.
003920     EXIT.
003930
003940 3110-ONE-RPTOUT-LINE.
003950     READ RPTOUT-FILE
003960         AT END
003970             MOVE 'Y' TO RARC-RPT-EOF-SW
003980             GO TO 3110-EXIT
003990     END-READ.
004000     MOVE RPTOUT-RECORD TO RARC-WORK-REC.
004010     PERFORM 3810-STORE-LINE THRU 3810-EXIT.
004020 3110-EXIT.
004030     EXIT.
004040
004050 3200-CAPTURE-TRIRPT.
004060     MOVE 'TRIRPT' TO RARC-CUR-REPORT.
004070     PERFORM 3800-START-REPORT THRU 3800-EXIT.
004080     OPEN INPUT TRIRPT-FILE.
004090     IF RARC-TRIRPT-STATUS NOT = '00'
004100         PERFORM 3900-END-REPORT THRU 3900-EXIT
004110         GO TO 3200-EXIT
004120     END-IF.
004130     MOVE 'Y' TO RARC-RPT-PRESENT-SW.
004140     PERFORM 3210-ONE-TRIRPT-LINE THRU 3210-EXIT
004150         UNTIL RARC-RPT-EOF.
004160     CLOSE TRIRPT-FILE.
004170     PERFORM 3900-END-REPORT THRU 3900-EXIT.
004180 3200-EXIT.
004190     EXIT.
004200
004210 3210-ONE-TRIRPT-LINE.
004220     READ TRIRPT-FILE
004230         AT END
004240             MOVE 'Y' TO RARC-RPT-EOF-SW
004250             GO TO 3210-EXIT
004260     END-READ.
004270     MOVE TRIRPT-RECORD TO RARC-WORK-REC.
004280     PERFORM 3810-STORE-LINE THRU 3810-EXIT.
004290 3210-EXIT.
004300     EXIT.
004310
004320 3300-CAPTURE-BINRPT.
004330     MOVE 'BINRPT' TO RARC-CUR-REPORT.
004340     PERFORM 3800-START-REPORT THRU 3800-EXIT.
004350     OPEN INPUT BINRPT-FILE.
004360     IF RARC-BINRPT-STATUS NOT = '00'
004370         PERFORM 3900-END-REPORT THRU 3900-EXIT
004380         GO TO 3300-EXIT
004390     END-IF.
004400     MOVE 'Y' TO RARC-RPT-PRESENT-SW.
004410     PERFORM 3310-ONE-BINRPT-LINE THRU 3310-EXIT
004420         UNTIL RARC-RPT-EOF.
004430     CLOSE BINRPT-FILE.
004440     PERFORM 3900-END-REPORT THRU 3900-EXIT.
004450 3300-EXIT.
004460     EXIT.
004470
004480 3310-ONE-BINRPT-LINE.
004490     READ BINRPT-FILE
004500         AT END
004510             MOVE 'Y' TO RARC-RPT-EOF-SW
004520             GO TO 3310-EXIT
004530     END-READ.
004540     MOVE BINRPT-RECORD TO RARC-WORK-REC.
004550     PERFORM 3810-STORE-LINE THRU 3810-EXIT.
004560 3310-EXIT.
004570     EXIT.
004580
004590 3400-CAPTURE-RNGRPT.
004600     MOVE 'RNGRPT' TO RARC-CUR-REPORT.
004610     PERFORM 3800-START-REPORT THRU 3800-EXIT.
004620     OPEN INPUT RNGRPT-FILE.
004630     IF RARC-RNGRPT-STATUS NOT = '00'
004640         PERFORM 3900-END-REPORT THRU 3900-EXIT
004650         GO TO 3400-EXIT
004660     END-IF.
004670     MOVE 'Y' TO RARC-RPT-PRESENT-SW.
004680     PERFORM 3410-ONE-RNGRPT-LINE THRU 3410-EXIT
004690         UNTIL RARC-RPT-EOF.
004700     CLOSE RNGRPT-FILE.
004710     PERFORM 3900-END-REPORT THRU 3900-EXIT.
004720 3400-EXIT.
004730     EXIT.
004740
004750 3410-ONE-RNGRPT-LINE.
004760     READ RNGRPT-FILE
004770         AT END
004780             MOVE 'Y' TO RARC-RPT-EOF-SW
004790             GO TO 3410-EXIT
004800     END-READ.
004810     MOVE RNGRPT-RECORD TO RARC-WORK-REC.
004820     PERFORM 3810-STORE-LINE THRU 3810-EXIT.
004830 3410-EXIT.
004840     EXIT.
004850
004860*****************************************************************
004870* 3800-START-REPORT - RESET FOR THE NEXT REPORT.  THE RUN DATE
004880* DEFAULTS TO TODAY UNTIL THE REPORT'S HEADER SAYS OTHERWISE.
004890*****************************************************************
004900 3800-START-REPORT.
004910     MOVE ZERO TO RARC-LINE-NO.
004920     MOVE 'N' TO RARC-RPT-EOF-SW.
004930     MOVE 'N' TO RARC-RPT-PRESENT-SW.
004940     MOVE RARC-RUN-DATE TO RARC-RPT-DATE.
004950 3800-EXIT.
004960     EXIT.
004970
004980*****************************************************************
004990* 3810-STORE-LINE - ONE REPORT LINE INTO THE ARCHIVE.  THE KEY
005000* CARRIES THIS STEP'S CAPTURE TIME, SO A DUPLICATE CAN ONLY
005010* MEAN THE SAME REPORT WAS ALLOCATED TWICE TO ONE STEP - THAT
005020* FAILS THE STEP RATHER THAN MIX TWO REPORTS TOGETHER.
005030*****************************************************************
005040 3810-STORE-LINE.
005050     ADD 1 TO RARC-LINE-NO.
005060     IF RARC-LINE-NO = 1
005070         PERFORM 3820-GET-HEADER-DATE THRU 3820-EXIT
005080     END-IF.
005090     MOVE RARC-CUR-REPORT   TO SAMP-RARC-REPORT.
005100     MOVE RARC-RPT-DATE     TO SAMP-RARC-RUN-DATE.
005110     MOVE RARC-CAPTURE-TIME TO SAMP-RARC-CAPTURE.
005120     MOVE RARC-LINE-NO      TO SAMP-RARC-LINE-NO.
005130     MOVE RARC-WORK-REC     TO SAMP-RARC-LINE.
005140     WRITE SAMP-RARC-RECORD
005150         INVALID KEY
005160             DISPLAY 'RPTARC - DUPLICATE ARCHIVE KEY '
005170                 SAMP-RARC-KEY ' STATUS = '
005180                 RARC-RPTARCH-STATUS
005190             MOVE 12 TO RARC-RC
005200             GO TO 9999-ABEND-EXIT
005210     END-WRITE.
005220 3810-EXIT.
005230     EXIT.
005240
005250*****************************************************************
005260* 3820-GET-HEADER-DATE - 'RUN DATE: MM/DD/YYYY' ON THE FIRST
005270* LINE BECOMES THE REPORT'S RUN DATE.  A REPORT WITHOUT ONE
005280* (OR WITH ONE THAT IS NOT A DATE) FILES UNDER TODAY.
005290*****************************************************************
005300 3820-GET-HEADER-DATE.
005310     IF RARC-WHD-LABEL NOT = 'RUN DATE: '
005320         GO TO 3820-EXIT
005330     END-IF.
005340     MOVE RARC-WHD-YYYY TO RARC-HDT-YYYY.
005350     MOVE RARC-WHD-MM   TO RARC-HDT-MM.
005360     MOVE RARC-WHD-DD   TO RARC-HDT-DD.
005370     IF RARC-HDR-DATE-X IS NUMERIC
005380         MOVE RARC-HDR-DATE-N TO RARC-RPT-DATE
005390     END-IF.
005400 3820-EXIT.
005410     EXIT.
005420
005430*****************************************************************
005440* 3900-END-REPORT - ONE LISTING LINE PER REPORT: ARCHIVED, WITH
005450* ITS RUN DATE, CAPTURE TIME AND LINE COUNT; EMPTY; OR NOT
005460* PRESENT IN THIS STEP.
005470*****************************************************************
005480 3900-END-REPORT.
005490     MOVE SPACES TO RARC-RPT-DETAIL.
005500     MOVE RARC-CUR-REPORT TO RARC-DET-REPORT.
005510     IF RARC-RPT-ABSENT
005520         MOVE 'NOT PRESENT IN THIS STEP' TO RARC-DET-RESULT
005530     ELSE
005540         IF RARC-LINE-NO = ZERO
005550             MOVE 'EMPTY - NOTHING ARCHIVED'
005560                 TO RARC-DET-RESULT
005570         ELSE
005580             MOVE RARC-RPT-DATE TO RARC-PRT-DATE-X
005590             PERFORM 7200-FORMAT-DATE THRU 7200-EXIT
005600             MOVE RARC-PRT-DATE TO RARC-DET-DATE
005610             MOVE RARC-CAPTURE-TIME TO RARC-PRT-TIME-X
005620             PERFORM 7300-FORMAT-TIME THRU 7300-EXIT
005630             MOVE RARC-PRT-TIME TO RARC-DET-TIME
005640             MOVE RARC-LINE-NO TO RARC-DET-LINES
005650             MOVE 'ARCHIVED' TO RARC-DET-RESULT
005660             ADD 1 TO RARC-CAPT-COUNT
005670             ADD RARC-LINE-NO TO RARC-CAPT-LINES
005680         END-IF
005690     END-IF.
005700     WRITE ARCRPT-RECORD FROM RARC-RPT-DETAIL
005710         AFTER ADVANCING 1 LINE.
005720 3900-EXIT.
005730     EXIT.
005740
005750*****************************************************************
005760* 4000-PURGE-ARCHIVE - WITH A RETENTION PERIOD ON THE PARM,
005770* DELETE EVERY ARCHIVED LINE WHOSE RUN DATE IS MORE THAN THAT
005780* MANY DAYS BEFORE TODAY.  THE KEY IS REPORT FIRST, SO THE
005790* PURGE WALKS THE WHOLE CLUSTER.
005800*****************************************************************
005810 4000-PURGE-ARCHIVE.
005820     IF RARC-KEEP-DAYS = ZERO
005830         GO TO 4000-EXIT
005840     END-IF.
005850     MOVE RARC-RUN-DATE-X TO RARC-SER-DATE-X.
005860     PERFORM 4800-DATE-TO-SERIAL THRU 4800-EXIT.
005870     COMPUTE RARC-CUT-SERIAL = RARC-SER-WORK - RARC-KEEP-DAYS.
005880     PERFORM 4810-SERIAL-TO-DATE THRU 4810-EXIT.
005890     MOVE RARC-SER-DATE-X TO RARC-CUTOFF-DATE.
005900
005910     MOVE LOW-VALUES TO SAMP-RARC-KEY.
005920     START RPTARCH-FILE KEY NOT LESS THAN SAMP-RARC-KEY
005930         INVALID KEY
005940             MOVE 'Y' TO RARC-PURGE-DONE-SW
005950     END-START.
005960     PERFORM 4100-PURGE-ONE-ROW THRU 4100-EXIT
005970         UNTIL RARC-PURGE-DONE.
005980 4000-EXIT.
005990     EXIT.
006000
006010 4100-PURGE-ONE-ROW.
006020     READ RPTARCH-FILE NEXT RECORD
006030         AT END
006040             MOVE 'Y' TO RARC-PURGE-DONE-SW
006050             GO TO 4100-EXIT
006060     END-READ.
006070     IF SAMP-RARC-RUN-DATE NOT < RARC-CUTOFF-DATE
006080         GO TO 4100-EXIT
006090     END-IF.
006100     DELETE RPTARCH-FILE RECORD
006110         INVALID KEY
006120             DISPLAY 'RPTARC - ARCHIVE DELETE FAILED '
006130                 SAMP-RARC-KEY ' STATUS = '
006140                 RARC-RPTARCH-STATUS
006150             MOVE 12 TO RARC-RC
006160             GO TO 9999-ABEND-EXIT
006170     END-DELETE.
006180     ADD 1 TO RARC-PURGE-LINES.
006190     IF SAMP-RARC-KEY(1:24) NOT = RARC-LAST-PURGED
006200         MOVE SAMP-RARC-KEY(1:24) TO RARC-LAST-PURGED
006210         ADD 1 TO RARC-PURGE-COUNT
006220     END-IF.
006230 4100-EXIT.
006240     EXIT.
006250
006260*****************************************************************
006270* 4800-DATE-TO-SERIAL - FLIEGEL-VAN FLANDERN DAY SERIAL OF THE
006280* YYYYMMDD DATE IN RARC-SER-DATE-X, RETURNED IN RARC-SER-WORK.
006290* EVERY DIVISION IS A SEPARATE DIVIDE SO EACH TERM TRUNCATES
006300* BEFORE IT IS USED.
006310*****************************************************************
006320 4800-DATE-TO-SERIAL.
006330     COMPUTE RARC-SER-A = (14 - RARC-SER-MM) / 12.
006340     COMPUTE RARC-SER-Y = RARC-SER-YYYY + 4800 - RARC-SER-A.
006350     COMPUTE RARC-SER-M = RARC-SER-MM + 12 * RARC-SER-A - 3.
006360     COMPUTE RARC-SER-T1 = 153 * RARC-SER-M + 2.
006370     DIVIDE RARC-SER-T1 BY 5 GIVING RARC-SER-T1.
006380     DIVIDE RARC-SER-Y BY 4 GIVING RARC-SER-T2.
006390     DIVIDE RARC-SER-Y BY 100 GIVING RARC-SER-T3.
006400     DIVIDE RARC-SER-Y BY 400 GIVING RARC-SER-T4.
006410     COMPUTE RARC-SER-WORK =
006420         RARC-SER-DD
006430         + RARC-SER-T1
006440         + 365 * RARC-SER-Y
006450         + RARC-SER-T2
006460         - RARC-SER-T3
006470         + RARC-SER-T4
006480         - 32045.
006490 4800-EXIT.
006500     EXIT.
006510
006520*****************************************************************
006530* 4810-SERIAL-TO-DATE - INVERSE OF 4800: THE DAY SERIAL IN
006540* RARC-CUT-SERIAL BACK INTO YYYY/MM/DD IN RARC-SER-DATE-X.
006550*****************************************************************
006560 4810-SERIAL-TO-DATE.
006570     COMPUTE RARC-SER-A = RARC-CUT-SERIAL + 32044.
006580     COMPUTE RARC-SER-WORK = 4 * RARC-SER-A + 3.
006590     DIVIDE RARC-SER-WORK BY 146097 GIVING RARC-SER-T1.
006600     COMPUTE RARC-SER-WORK = 146097 * RARC-SER-T1.
006610     DIVIDE RARC-SER-WORK BY 4 GIVING RARC-SER-WORK.
006620     COMPUTE RARC-SER-T2 = RARC-SER-A - RARC-SER-WORK.
006630     COMPUTE RARC-SER-WORK = 4 * RARC-SER-T2 + 3.
006640     DIVIDE RARC-SER-WORK BY 1461 GIVING RARC-SER-T3.
006650     COMPUTE RARC-SER-WORK = 1461 * RARC-SER-T3.
006660     DIVIDE RARC-SER-WORK BY 4 GIVING RARC-SER-WORK.
006670     COMPUTE RARC-SER-T4 = RARC-SER-T2 - RARC-SER-WORK.
006680     COMPUTE RARC-SER-WORK = 5 * RARC-SER-T4 + 2.
006690     DIVIDE RARC-SER-WORK BY 153 GIVING RARC-SER-M.
006700     COMPUTE RARC-SER-WORK = 153 * RARC-SER-M + 2.
006710     DIVIDE RARC-SER-WORK BY 5 GIVING RARC-SER-WORK.
006720     COMPUTE RARC-SER-DD =
006730         RARC-SER-T4 - RARC-SER-WORK + 1.
006740     DIVIDE RARC-SER-M BY 10 GIVING RARC-SER-WORK.
006750     COMPUTE RARC-SER-MM =
006760         RARC-SER-M + 3 - 12 * RARC-SER-WORK.
006770     COMPUTE RARC-SER-YYYY =
006780         100 * RARC-SER-T1 + RARC-SER-T3 - 4800
006790         + RARC-SER-WORK.
006800 4810-EXIT.
006810     EXIT.
006820
006830*****************************************************************
006840* 7000-PRINT-HEADINGS - THE LISTING IS ONE PAGE: FOUR REPORT
006850* LINES AND THE TOTALS.
006860*****************************************************************
006870 7000-PRINT-HEADINGS.
006880     MOVE RARC-RUN-MM   TO RARC-HDR-MM.
006890     MOVE RARC-RUN-DD   TO RARC-HDR-DD.
006900     MOVE RARC-RUN-YYYY TO RARC-HDR-YYYY.
006910     MOVE 1             TO RARC-HDR-PAGE.
006920     WRITE ARCRPT-RECORD FROM RARC-RPT-HEADER-1
006930         AFTER ADVANCING PAGE.
006940     WRITE ARCRPT-RECORD FROM RARC-RPT-HEADER-2
006950         AFTER ADVANCING 2 LINES.
006960     WRITE ARCRPT-RECORD FROM RARC-RPT-COLHDG
006970         AFTER ADVANCING 2 LINES.
006980 7000-EXIT.
006990     EXIT.
007000
007010 7200-FORMAT-DATE.
007020     MOVE SPACES TO RARC-PRT-DATE.
007030     STRING RARC-PDT-MM '/' RARC-PDT-DD '/' RARC-PDT-YYYY
007040         DELIMITED BY SIZE INTO RARC-PRT-DATE.
007050 7200-EXIT.
007060     EXIT.
007070
007080 7300-FORMAT-TIME.
007090     MOVE SPACES TO RARC-PRT-TIME.
007100     STRING RARC-PTM-HH ':' RARC-PTM-MIN ':' RARC-PTM-SS
007110         DELIMITED BY SIZE INTO RARC-PRT-TIME.
007120 7300-EXIT.
007130     EXIT.
007140
007150*****************************************************************
007160* 8000-TERMINATE - RETENTION AND TOTALS, THEN CLOSE UP.  A STEP
007170* THAT FOUND NO REPORT TO ARCHIVE ENDS RC=4 - THE REPORT STEP
007180* AHEAD OF IT PRODUCED NOTHING.
007190*****************************************************************
007200 8000-TERMINATE.
007210     IF RARC-KEEP-DAYS = ZERO
007220         MOVE 'RETENTION DAYS:          ' TO RARC-TXT-LABEL
007230         MOVE 'NONE - NO PURGE'           TO RARC-TXT-VALUE
007240         WRITE ARCRPT-RECORD FROM RARC-RPT-TEXT-LINE
007250             AFTER ADVANCING 2 LINES
007260     ELSE
007270         MOVE 'RETENTION DAYS:          ' TO RARC-CNT-LABEL
007280         MOVE RARC-KEEP-DAYS TO RARC-CNT-VALUE
007290         WRITE ARCRPT-RECORD FROM RARC-RPT-COUNT-LINE
007300             AFTER ADVANCING 2 LINES
007310         MOVE RARC-CUTOFF-DATE TO RARC-PRT-DATE-X
007320         PERFORM 7200-FORMAT-DATE THRU 7200-EXIT
007330         MOVE 'PURGED RUN DATES BEFORE: ' TO RARC-TXT-LABEL
007340         MOVE RARC-PRT-DATE               TO RARC-TXT-VALUE
007350         WRITE ARCRPT-RECORD FROM RARC-RPT-TEXT-LINE
007360             AFTER ADVANCING 1 LINE
007370     END-IF.
007380
007390     MOVE 'REPORTS ARCHIVED:        ' TO RARC-CNT-LABEL.
007400     MOVE RARC-CAPT-COUNT TO RARC-CNT-VALUE.
007410     WRITE ARCRPT-RECORD FROM RARC-RPT-COUNT-LINE
007420         AFTER ADVANCING 2 LINES.
007430     MOVE 'LINES ARCHIVED:          ' TO RARC-CNT-LABEL.
007440     MOVE RARC-CAPT-LINES TO RARC-CNT-VALUE.
007450     WRITE ARCRPT-RECORD FROM RARC-RPT-COUNT-LINE
007460         AFTER ADVANCING 1 LINE.
007470     MOVE 'REPORTS PURGED:          ' TO RARC-CNT-LABEL.
007480     MOVE RARC-PURGE-COUNT TO RARC-CNT-VALUE.
007490     WRITE ARCRPT-RECORD FROM RARC-RPT-COUNT-LINE
007500         AFTER ADVANCING 1 LINE.
007510     MOVE 'LINES PURGED:            ' TO RARC-CNT-LABEL.
007520     MOVE RARC-PURGE-LINES TO RARC-CNT-VALUE.
007530     WRITE ARCRPT-RECORD FROM RARC-RPT-COUNT-LINE
007540         AFTER ADVANCING 1 LINE.
007550
007560     IF RARC-CAPT-COUNT = ZERO AND RARC-RC = ZERO
007570         MOVE 04 TO RARC-RC
007580     END-IF.
007590
007600     CLOSE RPTARCH-FILE.
007610     CLOSE ARCRPT-FILE.
007620     MOVE RARC-RC TO RETURN-CODE.
007630 8000-EXIT.
007640     EXIT.
007650
007660*****************************************************************
007670* 9999-ABEND-EXIT
007680*****************************************************************
007690 9999-ABEND-EXIT.
007700     IF RARC-RC = ZERO
007710         MOVE 16 TO RARC-RC
007720     END-IF.
007730     IF RARC-ARCH-FILE-OPEN
007740         CLOSE RPTARCH-FILE
007750     END-IF.
007760     IF RARC-ARCRPT-STATUS = '00'
007770         CLOSE ARCRPT-FILE
007780     END-IF.
007790     MOVE RARC-RC TO RETURN-CODE.
007800     GOBACK.
