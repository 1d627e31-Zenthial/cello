000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.    CTLUNLD.
000120 AUTHOR.        R HALVERSEN.
000130 INSTALLATION.  DATA CENTER APPLICATIONS.
000140 DATE-WRITTEN.  10/15/2026.
000150 DATE-COMPILED.
000160
000170*****************************************************************
000180* MODIFICATION HISTORY
000190* ----------------------------------------------------------------
000200* DATE       INIT  DESCRIPTION
000210* 10/15/2026  RH   ORIGINAL VERSION.  NIGHTLY UNLOAD OF THE
000220*                  CONTROL CLUSTERS THAT ARE THEIR OWN SYSTEM OF
000230*                  RECORD - REQMAST, CALNDR, DISTLST, OPTIONS AND
000240*                  RUNCTL - INTO ONE BACKUP GENERATION (SEE
000250*                  SAMPBKUP) WITH A MANIFEST OF EACH CLUSTER'S
000260*                  RECORD COUNT AND HASH, AND A LISTING OF THE
000270*                  MANIFEST.  FACTIDX AND CMBIDX ARE NOT HERE -
000280*                  FACTRCV AND COMBLD REBUILD THOSE.  CTLRSTR
000290*                  RELOADS FROM THE GENERATION.  A CLUSTER WITH
000300*                  NOTHING IN IT IS BACKED UP AS EMPTY AND THE
000310*                  STEP ENDS RC=4 SO SOMEONE LOOKS.
000320*****************************************************************
000330
000340 ENVIRONMENT DIVISION.
000350 CONFIGURATION SECTION.
000360 SOURCE-COMPUTER.  IBM-370.
000370 OBJECT-COMPUTER.  IBM-370.
000380
000390 INPUT-OUTPUT SECTION.
000400 FILE-CONTROL.
000410     SELECT REQMAST-FILE   ASSIGN TO REQMAST
000420            ORGANIZATION IS INDEXED
000430            ACCESS MODE  IS SEQUENTIAL
000440            RECORD KEY   IS SAMP-REQM-ID
000450            FILE STATUS  IS CUNL-REQMAST-STATUS.
000460
000470     SELECT CALENDAR-FILE  ASSIGN TO CALENDAR
000480            ORGANIZATION IS INDEXED
000490            ACCESS MODE  IS SEQUENTIAL
000500            RECORD KEY   IS SAMP-CAL-DATE
000510            FILE STATUS  IS CUNL-CALENDAR-STATUS.
000520
000530     SELECT DISTLIST-FILE  ASSIGN TO DISTLIST
000540            ORGANIZATION IS INDEXED
000550            ACCESS MODE  IS SEQUENTIAL
000560            RECORD KEY   IS SAMP-DST-KEY
000570            FILE STATUS  IS CUNL-DISTLIST-STATUS.
000580
000590     SELECT OPTFILE-FILE   ASSIGN TO OPTFILE
000600            ORGANIZATION IS RELATIVE
000610            ACCESS MODE  IS SEQUENTIAL
000620            RELATIVE KEY IS CUNL-OPT-RELKEY
000630            FILE STATUS  IS CUNL-OPTFILE-STATUS.
000640
000650     SELECT RUNCTL-FILE    ASSIGN TO RUNCTL
000660            ORGANIZATION IS RELATIVE
000670            ACCESS MODE  IS SEQUENTIAL
000680            RELATIVE KEY IS CUNL-RUNC-RELKEY
000690            FILE STATUS  IS CUNL-RUNCTL-STATUS.
000700
000710     SELECT BKUPOUT-FILE   ASSIGN TO BKUPOUT
000720            ORGANIZATION IS SEQUENTIAL
000730            FILE STATUS  IS CUNL-BKUPOUT-STATUS.
000740
000750     SELECT UNLRPT-FILE    ASSIGN TO UNLRPT
000760            ORGANIZATION IS SEQUENTIAL
000770            FILE STATUS  IS CUNL-UNLRPT-STATUS.
000771
000772     SELECT MSGLOG-FILE    ASSIGN TO MSGLOG
000773            ORGANIZATION IS SEQUENTIAL
000774            FILE STATUS  IS SAMP-MLOG-STATUS.
000780
000790 DATA DIVISION.
000800 FILE SECTION.
000810 FD  REQMAST-FILE
000820     RECORDING MODE IS F.
000830     COPY SAMPREQM.
000840
000850 FD  CALENDAR-FILE
000860     RECORDING MODE IS F.
000870     COPY SAMPCAL.
000880
000890 FD  DISTLIST-FILE
000900     RECORDING MODE IS F.
000910     COPY SAMPDST.
000920
000930 FD  OPTFILE-FILE
000940     RECORDING MODE IS F.
000950     COPY SAMPOPT.
000960
000970 FD  RUNCTL-FILE
000980     RECORDING MODE IS F.
000990     COPY SAMPRUNC.
001000
001010 FD  BKUPOUT-FILE
001020     RECORDING MODE IS F.
001030     COPY SAMPBKUP.
001040
001050 FD  UNLRPT-FILE
001060     RECORDING MODE IS F.
001070 01  UNLRPT-RECORD             PIC X(80).
001071
001072 FD  MSGLOG-FILE
001073     RECORDING MODE IS F.
001074     COPY SAMPMLOG.
001080
001090 WORKING-STORAGE SECTION.
001100
001110*****************************************************************
001120* FILE STATUS AND SWITCHES
001130*****************************************************************
001140   77 CUNL-REQMAST-STATUS    PIC X(02) VALUE SPACES.
001150   77 CUNL-CALENDAR-STATUS   PIC X(02) VALUE SPACES.
001160   77 CUNL-DISTLIST-STATUS   PIC X(02) VALUE SPACES.
001170   77 CUNL-OPTFILE-STATUS    PIC X(02) VALUE SPACES.
001180   77 CUNL-RUNCTL-STATUS     PIC X(02) VALUE SPACES.
001190   77 CUNL-BKUPOUT-STATUS    PIC X(02) VALUE SPACES.
001200   77 CUNL-UNLRPT-STATUS     PIC X(02) VALUE SPACES.
001210   77 CUNL-IO-STATUS         PIC X(02) VALUE SPACES.
001220
001230   77 CUNL-CLU-EOF-SW        PIC X(01) VALUE 'N'.
001240       88 CUNL-CLU-EOF              VALUE 'Y'.
001250       88 CUNL-CLU-MORE             VALUE 'N'.
001260
001270   77 CUNL-CLU-OPEN-SW       PIC X(01) VALUE 'N'.
001280       88 CUNL-CLU-OPEN             VALUE 'Y'.
001290
001300   77 CUNL-OPT-RELKEY        PIC 9(04) COMP VALUE ZERO.
001310   77 CUNL-RUNC-RELKEY       PIC 9(04) COMP VALUE ZERO.
001320
001330   77 CUNL-RC                PIC 9(04) VALUE ZERO.
001340
001350*****************************************************************
001360* THE CLUSTERS, IN THE ORDER THEY GO ON THE BACKUP, BY THE LAST
001370* QUALIFIER OF THEIR DATASET NAMES (CTLRSTR'S PARM NAMES THEM
001380* THE SAME WAY) AND THE DD EACH IS READ THROUGH.
001390*****************************************************************
001400 01  CUNL-CLUSTER-LIST.
001410     05  FILLER                PIC X(16) VALUE 'REQMAST REQMAST'.
001420     05  FILLER                PIC X(16) VALUE 'CALNDR  CALENDAR'.
001430     05  FILLER                PIC X(16) VALUE 'DISTLST DISTLIST'.
001440     05  FILLER                PIC X(16) VALUE 'OPTIONS OPTFILE'.
001450     05  FILLER                PIC X(16) VALUE 'RUNCTL  RUNCTL'.
001460 01  CUNL-CLUSTER-LIST-R REDEFINES CUNL-CLUSTER-LIST.
001470     05  CUNL-CLU-ENTRY        OCCURS 5 TIMES.
001480         10  CUNL-CLU-NAME       PIC X(08).
001490         10  CUNL-CLU-DD         PIC X(08).
001500
001510   77 CUNL-CLU-MAX           PIC 9(03) COMP VALUE 5.
001520   77 CUNL-CLU-SUB           PIC 9(03) COMP VALUE ZERO.
001530
001540*****************************************************************
001550* WHAT EACH CLUSTER GAVE UP - THE MANIFEST.
001560*****************************************************************
001570 01  CUNL-RESULT-TABLE.
001580     05  CUNL-RES-ENTRY        OCCURS 5 TIMES.
001590         10  CUNL-RES-COUNT      PIC 9(09) COMP-3.
001600         10  CUNL-RES-HASH       PIC 9(15) COMP-3.
001610         10  CUNL-RES-STATE      PIC X(08).
001620
001630*****************************************************************
001640* HASH WORK.  EACH BYTE OF THE RECORD IS DROPPED INTO THE LOW
001650* BYTE OF A HALFWORD WHOSE HIGH BYTE IS ALWAYS ZERO, WHICH GIVES
001660* ITS VALUE (0-255) AS A NUMBER WITHOUT ANY TABLE LOOKUP.
001670*****************************************************************
001680 01  CUNL-REC-AREA             PIC X(57).
001690   77 CUNL-REC-RELKEY        PIC 9(08) VALUE ZERO.
001700
001710 01  CUNL-HASH-HALF.
001720     05  CUNL-HASH-HI          PIC X(01) VALUE LOW-VALUE.
001730     05  CUNL-HASH-LO          PIC X(01) VALUE LOW-VALUE.
001740 01  CUNL-HASH-HALF-N REDEFINES CUNL-HASH-HALF
001750                               PIC 9(04) COMP.
001760
001770   77 CUNL-BYTE-SUB          PIC 9(03) COMP VALUE ZERO.
001780   77 CUNL-REC-LEN           PIC 9(03) COMP VALUE 57.
001790   77 CUNL-REC-HASH          PIC 9(09) COMP-3 VALUE ZERO.
001800   77 CUNL-HASH-WORK         PIC 9(17) COMP-3 VALUE ZERO.
001810
001820*****************************************************************
001830* RUN FIELDS
001840*****************************************************************
001850   77 CUNL-RUN-DATE          PIC 9(08) VALUE ZERO.
001860   77 CUNL-RUN-TIME          PIC 9(08) VALUE ZERO.
001870   77 CUNL-TOTAL-COUNT       PIC 9(09) COMP-3 VALUE ZERO.
001880   77 CUNL-EMPTY-COUNT       PIC 9(03) COMP VALUE ZERO.
001890
001900 01  CUNL-RUN-DATE-X.
001910     05  CUNL-RUN-YYYY         PIC 9(04).
001920     05  CUNL-RUN-MM           PIC 9(02).
001930     05  CUNL-RUN-DD           PIC 9(02).
001940
001950 01  CUNL-RUN-TIME-X.
001960     05  CUNL-RUN-HH           PIC 9(02).
001970     05  CUNL-RUN-MIN          PIC 9(02).
001980     05  CUNL-RUN-SS           PIC 9(02).
001990     05  FILLER                PIC 9(02).
002000
002010*****************************************************************
002020* REPORT LINES
002030*****************************************************************
002040 01  CUNL-RPT-HEADER-1.
002050     05  FILLER                PIC X(10) VALUE 'RUN DATE: '.
002060     05  CUNL-HDR-MM           PIC 99.
002070     05  FILLER                PIC X(01) VALUE '/'.
002080     05  CUNL-HDR-DD           PIC 99.
002090     05  FILLER                PIC X(01) VALUE '/'.
002100     05  CUNL-HDR-YYYY         PIC 9999.
002110     05  FILLER                PIC X(47) VALUE SPACES.
002120     05  FILLER                PIC X(06) VALUE 'PAGE '.
002130     05  CUNL-HDR-PAGE         PIC ZZ9.
002140
002150 01  CUNL-RPT-HEADER-2.
002160     05  FILLER                PIC X(31)
002170            VALUE 'CONTROL-CLUSTER BACKUP MANIFEST'.
002180
002190 01  CUNL-RPT-HEADER-3.
002200     05  FILLER                PIC X(13) VALUE 'BACKUP TAKEN '.
002210     05  CUNL-HDR-TAKEN-MM     PIC 99.
002220     05  FILLER                PIC X(01) VALUE '/'.
002230     05  CUNL-HDR-TAKEN-DD     PIC 99.
002240     05  FILLER                PIC X(01) VALUE '/'.
002250     05  CUNL-HDR-TAKEN-YYYY   PIC 9999.
002260     05  FILLER                PIC X(01) VALUE SPACES.
002270     05  CUNL-HDR-TAKEN-HH     PIC 99.
002280     05  FILLER                PIC X(01) VALUE ':'.
002290     05  CUNL-HDR-TAKEN-MIN    PIC 99.
002300     05  FILLER                PIC X(01) VALUE ':'.
002310     05  CUNL-HDR-TAKEN-SS     PIC 99.
002320
002330 01  CUNL-RPT-COLHDG.
002340     05  FILLER                PIC X(10) VALUE 'CLUSTER'.
002350     05  FILLER                PIC X(10) VALUE 'DD'.
002360     05  FILLER                PIC X(10) VALUE 'STATE'.
002370     05  FILLER                PIC X(11) VALUE '    RECORDS'.
002380     05  FILLER                PIC X(19) VALUE
002390         '               HASH'.
002400
002410 01  CUNL-RPT-DETAIL.
002420     05  CUNL-DET-CLUSTER      PIC X(08).
002430     05  FILLER                PIC X(02) VALUE SPACES.
002440     05  CUNL-DET-DD           PIC X(08).
002450     05  FILLER                PIC X(02) VALUE SPACES.
002460     05  CUNL-DET-STATE        PIC X(08).
002470     05  FILLER                PIC X(02) VALUE SPACES.
002480     05  CUNL-DET-COUNT        PIC ZZZZZZZZ9.
002490     05  FILLER                PIC X(04) VALUE SPACES.
002500     05  CUNL-DET-HASH         PIC 9(15).
002510
002520 01  CUNL-RPT-TOTAL.
002530     05  FILLER                PIC X(30) VALUE
002540         'TOTAL RECORDS BACKED UP'.
002550     05  CUNL-TOT-COUNT        PIC ZZZZZZZZ9.
002560
002570 01  CUNL-RPT-EMPTY-NOTE.
002580     05  FILLER                PIC X(46) VALUE
002590         '*** AT LEAST ONE CLUSTER WAS EMPTY - CHECK ITS'.
002600     05  FILLER                PIC X(22) VALUE
002610         ' MAINTENANCE JOB ***'.
002620
002621     COPY SAMPMSG.
002622
002623 LINKAGE SECTION.
002624     COPY SAMPTIOT.
002625
002630 PROCEDURE DIVISION.
002640
002650*****************************************************************
002660* 0000-MAINLINE
002670*****************************************************************
002680 0000-MAINLINE.
002690     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002700     MOVE ZERO TO CUNL-CLU-SUB.
002710     PERFORM 3000-UNLOAD-CLUSTER THRU 3000-EXIT
002720         UNTIL CUNL-CLU-SUB >= CUNL-CLU-MAX.
002730     MOVE ZERO TO CUNL-CLU-SUB.
002740     PERFORM 5000-WRITE-MANIFEST THRU 5000-EXIT
002750         UNTIL CUNL-CLU-SUB >= CUNL-CLU-MAX.
002760     IF CUNL-EMPTY-COUNT > ZERO
002770         MOVE 04 TO CUNL-RC
002780     END-IF.
002790     PERFORM 8000-TERMINATE THRU 8000-EXIT.
002800     GOBACK.
002810
002820*****************************************************************
002830* 1000-INITIALIZE - OPEN THE BACKUP AND THE LISTING AND WRITE
002840* THE HEADER ROW.  ONE DATE AND TIME STAMPS THE WHOLE BACKUP.
002850*****************************************************************
002860 1000-INITIALIZE.
002861     MOVE 'CTLUNLD' TO SAMP-MSG-PGM.
002870     ACCEPT CUNL-RUN-DATE FROM DATE YYYYMMDD.
002880     ACCEPT CUNL-RUN-TIME FROM TIME.
002890     MOVE CUNL-RUN-DATE TO CUNL-RUN-DATE-X.
002900     MOVE CUNL-RUN-TIME TO CUNL-RUN-TIME-X.
002910
002920     OPEN OUTPUT BKUPOUT-FILE.
002930     IF CUNL-BKUPOUT-STATUS NOT = '00'
002940         MOVE SAMP-MSG-BKUPOUT-OPEN TO SAMP-MSG-ENTRY
002950         MOVE CUNL-BKUPOUT-STATUS   TO SAMP-MSG-DATA
002951         PERFORM 9800-ISSUE-MESSAGE THRU 9800-EXIT
002960         MOVE 28 TO CUNL-RC
002970         GO TO 9999-ABEND-EXIT
002980     END-IF.
002990
003000     OPEN OUTPUT UNLRPT-FILE.
003010     IF CUNL-UNLRPT-STATUS NOT = '00'
003020         MOVE SAMP-MSG-REPORT-OPEN TO SAMP-MSG-ENTRY
003030         MOVE CUNL-UNLRPT-STATUS   TO SAMP-MSG-DATA
003031         PERFORM 9800-ISSUE-MESSAGE THRU 9800-EXIT
003040         MOVE 28 TO CUNL-RC
003050         GO TO 9999-ABEND-EXIT
003060     END-IF.
003070
003080     MOVE SPACES         TO SAMP-BKUP-RECORD.
003090     MOVE 'H'            TO SAMP-BKUP-TYPE.
003100     MOVE '*HEADER*'     TO SAMP-BKUP-CLUSTER.
003110     MOVE ZERO           TO SAMP-BKUP-RELKEY.
003120     MOVE CUNL-RUN-DATE  TO SAMP-BKUP-HDR-DATE.
003130     MOVE CUNL-RUN-TIME  TO SAMP-BKUP-HDR-TIME.
003140     MOVE CUNL-CLU-MAX   TO SAMP-BKUP-HDR-COUNT.
003150     PERFORM 7000-WRITE-BACKUP THRU 7000-EXIT.
003160 1000-EXIT.
003170     EXIT.
003180
003190*****************************************************************
003200* 3000-UNLOAD-CLUSTER - COPY EVERY RECORD OF THE NEXT CLUSTER TO
003210* THE BACKUP, COUNTING AND HASHING AS IT GOES.  A CLUSTER THAT
003220* HAS NEVER BEEN LOADED WILL NOT OPEN FOR INPUT (STATUS 35) AND
003230* IS BACKED UP AS EMPTY; ANY OTHER OPEN FAILURE STOPS THE STEP,
003240* SINCE A BACKUP MISSING A CLUSTER IS NO BACKUP.
003250*****************************************************************
003260 3000-UNLOAD-CLUSTER.
003270     ADD 1 TO CUNL-CLU-SUB.
003280     MOVE ZERO     TO CUNL-RES-COUNT (CUNL-CLU-SUB).
003290     MOVE ZERO     TO CUNL-RES-HASH (CUNL-CLU-SUB).
003300     MOVE 'LOADED' TO CUNL-RES-STATE (CUNL-CLU-SUB).
003310     PERFORM 3100-OPEN-CLUSTER THRU 3100-EXIT.
003320     IF CUNL-IO-STATUS = '35'
003330         MOVE 'EMPTY' TO CUNL-RES-STATE (CUNL-CLU-SUB)
003340         ADD 1 TO CUNL-EMPTY-COUNT
003350         GO TO 3000-EXIT
003360     END-IF.
003370     IF CUNL-IO-STATUS NOT = '00'
003380         PERFORM 9700-CLUSTER-OPEN-FAILED THRU 9700-EXIT
003400         MOVE 28 TO CUNL-RC
003410         GO TO 9999-ABEND-EXIT
003420     END-IF.
003430     MOVE 'Y' TO CUNL-CLU-OPEN-SW.
003440
003450     MOVE 'N' TO CUNL-CLU-EOF-SW.
003460     PERFORM 3200-READ-CLUSTER THRU 3200-EXIT.
003470     PERFORM 3300-UNLOAD-ONE-RECORD THRU 3300-EXIT
003480         UNTIL CUNL-CLU-EOF.
003490     PERFORM 3400-CLOSE-CLUSTER THRU 3400-EXIT.
003500     MOVE 'N' TO CUNL-CLU-OPEN-SW.
003510     IF CUNL-RES-COUNT (CUNL-CLU-SUB) = ZERO
003520         MOVE 'EMPTY' TO CUNL-RES-STATE (CUNL-CLU-SUB)
003530         ADD 1 TO CUNL-EMPTY-COUNT
003540     END-IF.
003550 3000-EXIT.
003560     EXIT.
003570
003580 3100-OPEN-CLUSTER.
003590     EVALUATE CUNL-CLU-SUB
003600         WHEN 1
003610             OPEN INPUT REQMAST-FILE
003620             MOVE CUNL-REQMAST-STATUS TO CUNL-IO-STATUS
003630         WHEN 2
003640             OPEN INPUT CALENDAR-FILE
003650             MOVE CUNL-CALENDAR-STATUS TO CUNL-IO-STATUS
003660         WHEN 3
003670             OPEN INPUT DISTLIST-FILE
003680             MOVE CUNL-DISTLIST-STATUS TO CUNL-IO-STATUS
003690         WHEN 4
003700             OPEN INPUT OPTFILE-FILE
003710             MOVE CUNL-OPTFILE-STATUS TO CUNL-IO-STATUS
003720         WHEN 5
003730             OPEN INPUT RUNCTL-FILE
003740             MOVE CUNL-RUNCTL-STATUS TO CUNL-IO-STATUS
003750     END-EVALUATE.
003760 3100-EXIT.
003770     EXIT.
003780
003790*****************************************************************
003800* 3200-READ-CLUSTER - NEXT RECORD OF THE CURRENT CLUSTER INTO
003810* CUNL-REC-AREA, WITH ITS RELATIVE RECORD NUMBER FOR AN RRDS.
003820*****************************************************************
003830 3200-READ-CLUSTER.
003840     MOVE SPACES TO CUNL-REC-AREA.
003850     MOVE ZERO   TO CUNL-REC-RELKEY.
003860     EVALUATE CUNL-CLU-SUB
003870         WHEN 1
003880             READ REQMAST-FILE NEXT RECORD
003890                 AT END
003900                     MOVE 'Y' TO CUNL-CLU-EOF-SW
003910             END-READ
003920             MOVE CUNL-REQMAST-STATUS TO CUNL-IO-STATUS
003930             MOVE SAMP-REQM-RECORD TO CUNL-REC-AREA
003940         WHEN 2
003950             READ CALENDAR-FILE NEXT RECORD
003960                 AT END
003970                     MOVE 'Y' TO CUNL-CLU-EOF-SW
003980             END-READ
003990             MOVE CUNL-CALENDAR-STATUS TO CUNL-IO-STATUS
004000             MOVE SAMP-CAL-RECORD TO CUNL-REC-AREA
004010         WHEN 3
004020             READ DISTLIST-FILE NEXT RECORD
004030                 AT END
004040                     MOVE 'Y' TO CUNL-CLU-EOF-SW
004050             END-READ
004060             MOVE CUNL-DISTLIST-STATUS TO CUNL-IO-STATUS
004070             MOVE SAMP-DST-RECORD TO CUNL-REC-AREA
004080         WHEN 4
004090             READ OPTFILE-FILE NEXT RECORD
004100                 AT END
004110                     MOVE 'Y' TO CUNL-CLU-EOF-SW
004120             END-READ
004130             MOVE CUNL-OPTFILE-STATUS TO CUNL-IO-STATUS
004140             MOVE SAMP-OPT-RECORD TO CUNL-REC-AREA
004150             MOVE CUNL-OPT-RELKEY TO CUNL-REC-RELKEY
004160         WHEN 5
004170             READ RUNCTL-FILE NEXT RECORD
004180                 AT END
004190                     MOVE 'Y' TO CUNL-CLU-EOF-SW
004200             END-READ
004210             MOVE CUNL-RUNCTL-STATUS TO CUNL-IO-STATUS
004220             MOVE SAMP-RUNC-RECORD TO CUNL-REC-AREA
004230             MOVE CUNL-RUNC-RELKEY TO CUNL-REC-RELKEY
004240     END-EVALUATE.
004250     IF CUNL-CLU-EOF
004260         GO TO 3200-EXIT
004270     END-IF.
004280     IF CUNL-IO-STATUS NOT = '00'
004290         DISPLAY 'CTLUNLD - ' CUNL-CLU-DD (CUNL-CLU-SUB)
004300             ' READ FAILED, STATUS = ' CUNL-IO-STATUS
004301         MOVE SAMP-MSG-CLUSTER-IO TO SAMP-MSG-ENTRY
004302         MOVE CUNL-IO-STATUS      TO SAMP-MSG-DATA
004303         PERFORM 9800-ISSUE-MESSAGE THRU 9800-EXIT
004310         MOVE 24 TO CUNL-RC
004320         GO TO 9999-ABEND-EXIT
004330     END-IF.
004340 3200-EXIT.
004350     EXIT.
004360
004370*****************************************************************
004380* 3300-UNLOAD-ONE-RECORD - HASH THE RECORD, WRITE ITS DATA ROW,
004390* AND READ THE NEXT.
004400*****************************************************************
004410 3300-UNLOAD-ONE-RECORD.
004420     PERFORM 3500-HASH-RECORD THRU 3500-EXIT.
004430     ADD 1 TO CUNL-RES-COUNT (CUNL-CLU-SUB).
004440     COMPUTE CUNL-HASH-WORK =
004450         CUNL-RES-HASH (CUNL-CLU-SUB) + CUNL-REC-HASH.
004460     MOVE CUNL-HASH-WORK TO CUNL-RES-HASH (CUNL-CLU-SUB).
004470
004480     MOVE 'D'                        TO SAMP-BKUP-TYPE.
004490     MOVE CUNL-CLU-NAME (CUNL-CLU-SUB) TO SAMP-BKUP-CLUSTER.
004500     MOVE CUNL-REC-RELKEY            TO SAMP-BKUP-RELKEY.
004510     MOVE CUNL-REC-AREA              TO SAMP-BKUP-DATA.
004520     PERFORM 7000-WRITE-BACKUP THRU 7000-EXIT.
004530     ADD 1 TO CUNL-TOTAL-COUNT.
004540
004550     PERFORM 3200-READ-CLUSTER THRU 3200-EXIT.
004560 3300-EXIT.
004570     EXIT.
004580
004590 3400-CLOSE-CLUSTER.
004600     EVALUATE CUNL-CLU-SUB
004610         WHEN 1
004620             CLOSE REQMAST-FILE
004630         WHEN 2
004640             CLOSE CALENDAR-FILE
004650         WHEN 3
004660             CLOSE DISTLIST-FILE
004670         WHEN 4
004680             CLOSE OPTFILE-FILE
004690         WHEN 5
004700             CLOSE RUNCTL-FILE
004710     END-EVALUATE.
004720 3400-EXIT.
004730     EXIT.
004740
004750*****************************************************************
004760* 3500-HASH-RECORD - EACH BYTE'S VALUE TIMES ITS POSITION, PLUS
004770* THE RELATIVE RECORD NUMBER (SEE SAMPBKUP).  CTLRSTR WORKS THE
004780* SAME SUM WHEN IT CHECKS A GENERATION AND A RELOAD.
004790*****************************************************************
004800 3500-HASH-RECORD.
004810     MOVE CUNL-REC-RELKEY TO CUNL-REC-HASH.
004820     MOVE ZERO TO CUNL-BYTE-SUB.
004830     PERFORM 3510-HASH-ONE-BYTE THRU 3510-EXIT
004840         UNTIL CUNL-BYTE-SUB >= CUNL-REC-LEN.
004850 3500-EXIT.
004860     EXIT.
004870
004880 3510-HASH-ONE-BYTE.
004890     ADD 1 TO CUNL-BYTE-SUB.
004900     MOVE CUNL-REC-AREA (CUNL-BYTE-SUB:1) TO CUNL-HASH-LO.
004910     COMPUTE CUNL-REC-HASH = CUNL-REC-HASH
004920         + CUNL-BYTE-SUB * CUNL-HASH-HALF-N.
004930 3510-EXIT.
004940     EXIT.
004950
004960*****************************************************************
004970* 5000-WRITE-MANIFEST - ONE MANIFEST ROW PER CLUSTER AFTER ALL
004980* THE DATA ROWS, AND ITS LINE ON THE LISTING.
004990*****************************************************************
005000 5000-WRITE-MANIFEST.
005010     ADD 1 TO CUNL-CLU-SUB.
005020     MOVE SPACES                        TO SAMP-BKUP-RECORD.
005030     MOVE 'M'                           TO SAMP-BKUP-TYPE.
005040     MOVE CUNL-CLU-NAME (CUNL-CLU-SUB)  TO SAMP-BKUP-CLUSTER.
005050     MOVE ZERO                          TO SAMP-BKUP-RELKEY.
005060     MOVE CUNL-RES-COUNT (CUNL-CLU-SUB) TO SAMP-BKUP-MAN-COUNT.
005070     MOVE CUNL-RES-HASH (CUNL-CLU-SUB)  TO SAMP-BKUP-MAN-HASH.
005080     MOVE CUNL-RES-STATE (CUNL-CLU-SUB) TO SAMP-BKUP-MAN-STATE.
005090     PERFORM 7000-WRITE-BACKUP THRU 7000-EXIT.
005100 5000-EXIT.
005110     EXIT.
005120
005130 7000-WRITE-BACKUP.
005140     WRITE SAMP-BKUP-RECORD.
005150     IF CUNL-BKUPOUT-STATUS NOT = '00'
005160         MOVE SAMP-MSG-BKUPOUT-WRITE TO SAMP-MSG-ENTRY
005170         MOVE CUNL-BKUPOUT-STATUS    TO SAMP-MSG-DATA
005171         PERFORM 9800-ISSUE-MESSAGE THRU 9800-EXIT
005180         MOVE 24 TO CUNL-RC
005190         GO TO 9999-ABEND-EXIT
005200     END-IF.
005210 7000-EXIT.
005220     EXIT.
005230
005240*****************************************************************
005250* 8000-TERMINATE - THE MANIFEST LISTING, THEN CLOSE UP.
005260*****************************************************************
005270 8000-TERMINATE.
005271     MOVE 1             TO CUNL-HDR-PAGE.
005280     MOVE CUNL-RUN-MM   TO CUNL-HDR-MM.
005290     MOVE CUNL-RUN-DD   TO CUNL-HDR-DD.
005300     MOVE CUNL-RUN-YYYY TO CUNL-HDR-YYYY.
005310     MOVE CUNL-RUN-MM   TO CUNL-HDR-TAKEN-MM.
005320     MOVE CUNL-RUN-DD   TO CUNL-HDR-TAKEN-DD.
005330     MOVE CUNL-RUN-YYYY TO CUNL-HDR-TAKEN-YYYY.
005340     MOVE CUNL-RUN-HH   TO CUNL-HDR-TAKEN-HH.
005350     MOVE CUNL-RUN-MIN  TO CUNL-HDR-TAKEN-MIN.
005360     MOVE CUNL-RUN-SS   TO CUNL-HDR-TAKEN-SS.
005370     WRITE UNLRPT-RECORD FROM CUNL-RPT-HEADER-1
005380         AFTER ADVANCING PAGE.
005390     WRITE UNLRPT-RECORD FROM CUNL-RPT-HEADER-2
005400         AFTER ADVANCING 2 LINES.
005410     WRITE UNLRPT-RECORD FROM CUNL-RPT-HEADER-3
005420         AFTER ADVANCING 1 LINE.
005430     WRITE UNLRPT-RECORD FROM CUNL-RPT-COLHDG
005440         AFTER ADVANCING 2 LINES.
005450     MOVE ZERO TO CUNL-CLU-SUB.
005460     PERFORM 8100-LIST-ONE-CLUSTER THRU 8100-EXIT
005470         UNTIL CUNL-CLU-SUB >= CUNL-CLU-MAX.
005480     MOVE CUNL-TOTAL-COUNT TO CUNL-TOT-COUNT.
005490     WRITE UNLRPT-RECORD FROM CUNL-RPT-TOTAL
005500         AFTER ADVANCING 2 LINES.
005510     IF CUNL-EMPTY-COUNT > ZERO
005520         WRITE UNLRPT-RECORD FROM CUNL-RPT-EMPTY-NOTE
005530             AFTER ADVANCING 2 LINES
005540     END-IF.
005550
005560     CLOSE BKUPOUT-FILE.
005570     CLOSE UNLRPT-FILE.
005571     IF SAMP-MLOG-FILE-OPEN
005572         CLOSE MSGLOG-FILE
005573     END-IF.
005580     MOVE CUNL-RC TO RETURN-CODE.
005590 8000-EXIT.
005600     EXIT.
005610
005620 8100-LIST-ONE-CLUSTER.
005630     ADD 1 TO CUNL-CLU-SUB.
005640     MOVE CUNL-CLU-NAME (CUNL-CLU-SUB)  TO CUNL-DET-CLUSTER.
005650     MOVE CUNL-CLU-DD (CUNL-CLU-SUB)    TO CUNL-DET-DD.
005660     MOVE CUNL-RES-STATE (CUNL-CLU-SUB) TO CUNL-DET-STATE.
005670     MOVE CUNL-RES-COUNT (CUNL-CLU-SUB) TO CUNL-DET-COUNT.
005680     MOVE CUNL-RES-HASH (CUNL-CLU-SUB)  TO CUNL-DET-HASH.
005690     WRITE UNLRPT-RECORD FROM CUNL-RPT-DETAIL
005700         AFTER ADVANCING 1 LINE.
005710 8100-EXIT.
005720     EXIT.
005730
005740*****************************************************************
005750* 9700-CLUSTER-OPEN-FAILED - THE CLUSTER'S OWN OPEN-FAILED
005760* MESSAGE, WITH THE STATUS.
005770*****************************************************************
005780 9700-CLUSTER-OPEN-FAILED.
005790     EVALUATE CUNL-CLU-SUB
005800         WHEN 1
005810             MOVE SAMP-MSG-REQMAST-OPEN  TO SAMP-MSG-ENTRY
005820         WHEN 2
005830             MOVE SAMP-MSG-CALENDAR-OPEN TO SAMP-MSG-ENTRY
005840         WHEN 3
005850             MOVE SAMP-MSG-DISTLIST-OPEN TO SAMP-MSG-ENTRY
005860         WHEN 4
005870             MOVE SAMP-MSG-OPTIONS-OPEN  TO SAMP-MSG-ENTRY
005880         WHEN 5
005890             MOVE SAMP-MSG-RUNCTL-OPEN   TO SAMP-MSG-ENTRY
005900     END-EVALUATE.
005910     MOVE CUNL-IO-STATUS TO SAMP-MSG-DATA.
005920     PERFORM 9800-ISSUE-MESSAGE THRU 9800-EXIT.
005930 9700-EXIT.
005940     EXIT.
005950
005960*****************************************************************
005970* 9800-ISSUE-MESSAGE - ISSUE THE CATALOG MESSAGE IN
005980* SAMP-MSG-ENTRY WITH THE DATA IN SAMP-MSG-DATA (SEE SAMPMSG).
005990*****************************************************************
006000 9800-ISSUE-MESSAGE.
006010     MOVE SAMP-MSG-ENT-ID   TO SAMP-MSG-ID.
006020     MOVE SAMP-MSG-ENT-TEXT TO SAMP-MSG-TEXT.
006030     DISPLAY SAMP-MSG-LINE.
006040     IF SAMP-MSG-ID(7:1) = 'S'
006050         DISPLAY SAMP-MSG-LINE UPON CONSOLE
006060     END-IF.
006070     PERFORM 9810-LOG-MESSAGE THRU 9810-EXIT.
006080     MOVE SPACES TO SAMP-MSG-DATA.
006090 9800-EXIT.
006100     EXIT.
006110
006120*****************************************************************
006130* 9810-LOG-MESSAGE - APPEND THE MESSAGE JUST ISSUED TO THE
006140* OPERATOR MESSAGE LOG (SAMPMLOG) WITH THE DATE AND TIME, THE JOB
006150* AND STEP, AND THE VARIABLE DATA, FOR MSGRPT.  THE LOG IS OPENED
006160* BY THE FIRST MESSAGE; IF IT CANNOT BE, OR A WRITE FAILS, THE
006170* STEP CARRIES ON UNLOGGED.
006180*****************************************************************
006190 9810-LOG-MESSAGE.
006200     IF SAMP-MLOG-UNUSABLE
006210         GO TO 9810-EXIT
006220     END-IF.
006230     IF SAMP-MLOG-FILE-CLOSED
006240         PERFORM 9820-OPEN-MESSAGE-LOG THRU 9820-EXIT
006250         IF SAMP-MLOG-UNUSABLE
006260             GO TO 9810-EXIT
006270         END-IF
006280     END-IF.
006290     ACCEPT SAMP-MLOG-DATE FROM DATE YYYYMMDD.
006300     ACCEPT SAMP-MLOG-TIME FROM TIME.
006310     MOVE SAMP-MLOG-JOB-NAME  TO SAMP-MLOG-JOB.
006320     MOVE SAMP-MLOG-STEP-NAME TO SAMP-MLOG-STEP.
006330     MOVE SAMP-MSG-PGM        TO SAMP-MLOG-PROGRAM.
006340     MOVE SAMP-MSG-ID         TO SAMP-MLOG-MSGID.
006350     MOVE SAMP-MSG-ID(7:1)    TO SAMP-MLOG-SEVERITY.
006360     MOVE SAMP-MSG-TEXT       TO SAMP-MLOG-TEXT.
006370     MOVE SAMP-MSG-DATA       TO SAMP-MLOG-DATA.
006380     WRITE SAMP-MLOG-RECORD.
006390     IF SAMP-MLOG-STATUS NOT = '00'
006400         DISPLAY 'CTLUNLD - MSGLOG WRITE FAILED, STATUS = '
006410                 SAMP-MLOG-STATUS ' - MESSAGES NOT LOGGED'
006420         CLOSE MSGLOG-FILE
006430         MOVE 'X' TO SAMP-MLOG-OPEN-SW
006440     END-IF.
006450 9810-EXIT.
006460     EXIT.
006470
006480*****************************************************************
006490* 9820-OPEN-MESSAGE-LOG - OPEN THE LOG FOR APPEND (THE FIRST RUN
006500* AGAINST A NEW DATASET CREATES IT) AND PICK UP THE JOB AND STEP
006510* NAMES FROM THE TIOT: PSATOLD AT THE FOOT OF THE PSA LOCATES THE
006520* TCB, AND TCBTIO IN THE TCB LOCATES THE TIOT.
006530*****************************************************************
006540 9820-OPEN-MESSAGE-LOG.
006550     OPEN EXTEND MSGLOG-FILE.
006560     IF SAMP-MLOG-STATUS = '35'
006570         CLOSE MSGLOG-FILE
006580         OPEN OUTPUT MSGLOG-FILE
006590     END-IF.
006600     IF SAMP-MLOG-STATUS NOT = '00'
006610         DISPLAY 'CTLUNLD - MSGLOG OPEN FAILED, STATUS = '
006620                 SAMP-MLOG-STATUS ' - MESSAGES NOT LOGGED'
006630         MOVE 'X' TO SAMP-MLOG-OPEN-SW
006640         GO TO 9820-EXIT
006650     END-IF.
006660     MOVE 'Y' TO SAMP-MLOG-OPEN-SW.
006670     SET ADDRESS OF SAMP-TIOT-PSA  TO NULL.
006680     SET ADDRESS OF SAMP-TIOT-TCB  TO SAMP-TIOT-PSATOLD.
006690     SET ADDRESS OF SAMP-TIOT-TIOT TO SAMP-TIOT-TCBTIO.
006700     MOVE SAMP-TIOT-JOB-NAME  TO SAMP-MLOG-JOB-NAME.
006710     MOVE SAMP-TIOT-STEP-NAME TO SAMP-MLOG-STEP-NAME.
006720 9820-EXIT.
006730     EXIT.
006740
006750*****************************************************************
006760* 9999-ABEND-EXIT - A PARTIAL BACKUP IS CLOSED AS IT STANDS.  ITS
006770* MANIFEST IS NEVER WRITTEN, SO CTLRSTR WILL REFUSE TO LOAD IT.
006780*****************************************************************
006790 9999-ABEND-EXIT.
006800     IF CUNL-RC = ZERO
006810         MOVE 16 TO CUNL-RC
006820     END-IF.
006830     IF CUNL-CLU-OPEN
006840         PERFORM 3400-CLOSE-CLUSTER THRU 3400-EXIT
006850     END-IF.
006860     IF CUNL-BKUPOUT-STATUS = '00'
006870         CLOSE BKUPOUT-FILE
006880     END-IF.
006890     IF CUNL-UNLRPT-STATUS = '00'
006900         CLOSE UNLRPT-FILE
006910     END-IF.
006920     IF SAMP-MLOG-FILE-OPEN
006930         CLOSE MSGLOG-FILE
006940     END-IF.
006950     MOVE CUNL-RC TO RETURN-CODE.
006960     GOBACK.
