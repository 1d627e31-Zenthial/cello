000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.    CTLRSTR.
000120 AUTHOR.        R HALVERSEN.
000130 INSTALLATION.  DATA CENTER APPLICATIONS.
000140 DATE-WRITTEN.  10/15/2026.
000150 DATE-COMPILED.
000160
000170*****************************************************************
000180* MODIFICATION HISTORY
000190* ----------------------------------------------------------------
000200* DATE       INIT  DESCRIPTION
000210* 10/15/2026  RH   ORIGINAL VERSION.  RELOADS ONE CONTROL CLUSTER
000220*                  OR ALL OF THEM FROM A GENERATION OF THE
000230*                  CTLUNLD BACKUP (SEE SAMPBKUP).  THE GENERATION
000240*                  IS FIRST CHECKED AGAINST ITS OWN MANIFEST AND
000250*                  NOTHING IS TOUCHED UNLESS IT AGREES.  EACH
000260*                  CLUSTER IS THEN CLEARED, RELOADED, AND READ
000270*                  BACK, AND ITS COUNT AND HASH COMPARED WITH THE
000280*                  MANIFEST.  ONE AUDIT ROW PER CLUSTER (SEE
000290*                  SAMPRSTA) SAYS WHO RESTORED WHAT FROM WHICH
000300*                  GENERATION AND WHETHER IT VERIFIED.
000310*****************************************************************
000320
000330 ENVIRONMENT DIVISION.
000340 CONFIGURATION SECTION.
000350 SOURCE-COMPUTER.  IBM-370.
000360 OBJECT-COMPUTER.  IBM-370.
000370
000380 INPUT-OUTPUT SECTION.
000390 FILE-CONTROL.
000400     SELECT REQMAST-FILE   ASSIGN TO REQMAST
000410            ORGANIZATION IS INDEXED
000420            ACCESS MODE  IS DYNAMIC
000430            RECORD KEY   IS SAMP-REQM-ID
000440            FILE STATUS  IS CRST-REQMAST-STATUS.
000450
000460     SELECT CALENDAR-FILE  ASSIGN TO CALENDAR
000470            ORGANIZATION IS INDEXED
000480            ACCESS MODE  IS DYNAMIC
000490            RECORD KEY   IS SAMP-CAL-DATE
000500            FILE STATUS  IS CRST-CALENDAR-STATUS.
000510
000520     SELECT DISTLIST-FILE  ASSIGN TO DISTLIST
000530            ORGANIZATION IS INDEXED
000540            ACCESS MODE  IS DYNAMIC
000550            RECORD KEY   IS SAMP-DST-KEY
000560            FILE STATUS  IS CRST-DISTLIST-STATUS.
000570
000580     SELECT OPTFILE-FILE   ASSIGN TO OPTFILE
000590            ORGANIZATION IS RELATIVE
000600            ACCESS MODE  IS DYNAMIC
000610            RELATIVE KEY IS CRST-OPT-RELKEY
000620            FILE STATUS  IS CRST-OPTFILE-STATUS.
000630
000640     SELECT RUNCTL-FILE    ASSIGN TO RUNCTL
000650            ORGANIZATION IS RELATIVE
000660            ACCESS MODE  IS DYNAMIC
000670            RELATIVE KEY IS CRST-RUNC-RELKEY
000680            FILE STATUS  IS CRST-RUNCTL-STATUS.
000690
000700     SELECT BKUPIN-FILE    ASSIGN TO BKUPIN
000710            ORGANIZATION IS SEQUENTIAL
000720            FILE STATUS  IS CRST-BKUPIN-STATUS.
000730
000740     SELECT RSTAUDIT-FILE  ASSIGN TO RSTAUDIT
000750            ORGANIZATION IS SEQUENTIAL
000760            FILE STATUS  IS CRST-RSTAUDIT-STATUS.
000770
000780     SELECT RSTRPT-FILE    ASSIGN TO RSTRPT
000790            ORGANIZATION IS SEQUENTIAL
000800            FILE STATUS  IS CRST-RSTRPT-STATUS.
000801
000802     SELECT MSGLOG-FILE    ASSIGN TO MSGLOG
000803            ORGANIZATION IS SEQUENTIAL
000804            FILE STATUS  IS SAMP-MLOG-STATUS.
000810
000820 DATA DIVISION.
000830 FILE SECTION.
000840 FD  REQMAST-FILE
000850     RECORDING MODE IS F.
000860     COPY SAMPREQM.
000870
000880 FD  CALENDAR-FILE
000890     RECORDING MODE IS F.
000900     COPY SAMPCAL.
000910
000920 FD  DISTLIST-FILE
000930     RECORDING MODE IS F.
000940     COPY SAMPDST.
000950
000960 FD  OPTFILE-FILE
000970     RECORDING MODE IS F.
000980     COPY SAMPOPT.
000990
001000 FD  RUNCTL-FILE
001010     RECORDING MODE IS F.
001020     COPY SAMPRUNC.
001030
001040 FD  BKUPIN-FILE
001050     RECORDING MODE IS F.
001060     COPY SAMPBKUP.
001070
001080 FD  RSTAUDIT-FILE
001090     RECORDING MODE IS F.
001100     COPY SAMPRSTA.
001110
001120 FD  RSTRPT-FILE
001130     RECORDING MODE IS F.
001140 01  RSTRPT-RECORD             PIC X(80).
001141
001142 FD  MSGLOG-FILE
001143     RECORDING MODE IS F.
001144     COPY SAMPMLOG.
001150
001160 WORKING-STORAGE SECTION.
001170
001180*****************************************************************
001190* FILE STATUS AND SWITCHES
001200*****************************************************************
001210   77 CRST-REQMAST-STATUS    PIC X(02) VALUE SPACES.
001220   77 CRST-CALENDAR-STATUS   PIC X(02) VALUE SPACES.
001230   77 CRST-DISTLIST-STATUS   PIC X(02) VALUE SPACES.
001240   77 CRST-OPTFILE-STATUS    PIC X(02) VALUE SPACES.
001250   77 CRST-RUNCTL-STATUS     PIC X(02) VALUE SPACES.
001260   77 CRST-BKUPIN-STATUS     PIC X(02) VALUE SPACES.
001270   77 CRST-RSTAUDIT-STATUS   PIC X(02) VALUE SPACES.
001280   77 CRST-RSTRPT-STATUS     PIC X(02) VALUE SPACES.
001290   77 CRST-IO-STATUS         PIC X(02) VALUE SPACES.
001300
001310   77 CRST-BKUP-EOF-SW       PIC X(01) VALUE 'N'.
001320       88 CRST-BKUP-EOF             VALUE 'Y'.
001330       88 CRST-BKUP-MORE            VALUE 'N'.
001340
001350   77 CRST-CLU-EOF-SW        PIC X(01) VALUE 'N'.
001360       88 CRST-CLU-EOF              VALUE 'Y'.
001370       88 CRST-CLU-MORE             VALUE 'N'.
001380
001390   77 CRST-CLU-OPEN-SW       PIC X(01) VALUE 'N'.
001400       88 CRST-CLU-OPEN             VALUE 'Y'.
001410
001420   77 CRST-BKUP-OPEN-SW      PIC X(01) VALUE 'N'.
001430       88 CRST-BKUP-OPEN            VALUE 'Y'.
001440
001450   77 CRST-HDR-SW            PIC X(01) VALUE 'N'.
001460       88 CRST-HDR-FOUND            VALUE 'Y'.
001470
001480   77 CRST-GEN-SW            PIC X(01) VALUE 'Y'.
001490       88 CRST-GEN-GOOD             VALUE 'Y'.
001500       88 CRST-GEN-BAD              VALUE 'N'.
001510
001520   77 CRST-RELOAD-SW         PIC X(01) VALUE 'N'.
001530       88 CRST-RELOAD-STARTED       VALUE 'Y'.
001531
001532   77 CRST-ABEND-SW          PIC X(01) VALUE 'N'.
001533       88 CRST-IN-ABEND             VALUE 'Y'.
001540
001550   77 CRST-OPT-RELKEY        PIC 9(04) COMP VALUE ZERO.
001560   77 CRST-RUNC-RELKEY       PIC 9(04) COMP VALUE ZERO.
001570
001580   77 CRST-RC                PIC 9(04) VALUE ZERO.
001590
001600*****************************************************************
001610* PARM - COLS 1-8 THE OPERATOR ID (REQUIRED), COLS 9-16 THE
001620* CLUSTER TO RESTORE OR ALL, COLS 17-24 THE GENERATION AS CODED
001630* ON THE BKUPIN DD, FOR THE AUDIT ROW (BLANK MEANS (0)).
001635* AN OPERATOR ID OF ALL '?' IS THE JOB'S PLACEHOLDER, NOT AN ID.
001640*****************************************************************
001650   77 CRST-OPERATOR          PIC X(08) VALUE SPACES.
001655       88 CRST-NO-OPERATOR          VALUE SPACES '????????'.
001660   77 CRST-SELECTION         PIC X(08) VALUE SPACES.
001670       88 CRST-SELECT-ALL           VALUE 'ALL'.
001680   77 CRST-GENERATION        PIC X(08) VALUE SPACES.
001681 01  CRST-PARM-WORK.
001682     05  CRST-PWK-OPERATOR     PIC X(08).
001683     05  CRST-PWK-SELECTION    PIC X(08).
001684     05  CRST-PWK-GENERATION   PIC X(08).
001685     05  FILLER                PIC X(56).
001686   77 CRST-PARM-USE          PIC S9(4) COMP VALUE ZERO.
001690
001700*****************************************************************
001710* THE CLUSTERS, IN THE ORDER CTLUNLD PUTS THEM ON THE BACKUP, BY
001720* THE LAST QUALIFIER OF THEIR DATASET NAMES AND THEIR DDS.
001730*****************************************************************
001740 01  CRST-CLUSTER-LIST.
001750     05  FILLER                PIC X(16) VALUE 'REQMAST REQMAST'.
001760     05  FILLER                PIC X(16) VALUE 'CALNDR  CALENDAR'.
001770     05  FILLER                PIC X(16) VALUE 'DISTLST DISTLIST'.
001780     05  FILLER                PIC X(16) VALUE 'OPTIONS OPTFILE'.
001790     05  FILLER                PIC X(16) VALUE 'RUNCTL  RUNCTL'.
001800 01  CRST-CLUSTER-LIST-R REDEFINES CRST-CLUSTER-LIST.
001810     05  CRST-CLU-ENTRY        OCCURS 5 TIMES.
001820         10  CRST-CLU-NAME       PIC X(08).
001830         10  CRST-CLU-DD         PIC X(08).
001840
001850   77 CRST-CLU-MAX           PIC 9(03) COMP VALUE 5.
001860   77 CRST-CLU-SUB           PIC 9(03) COMP VALUE ZERO.
001870   77 CRST-ROW-SUB           PIC 9(03) COMP VALUE ZERO.
001880   77 CRST-SEL-COUNT         PIC 9(03) COMP VALUE ZERO.
001890
001900*****************************************************************
001910* PER CLUSTER - WHETHER IT IS BEING RESTORED, WHAT THE MANIFEST
001920* SAYS, WHAT THE DATA ROWS ON THE GENERATION ADD UP TO, HOW MANY
001930* RECORDS THE RELOAD REPLACED, AND WHAT THE CLUSTER HELD WHEN
001940* READ BACK.
001950*****************************************************************
001960 01  CRST-CLUSTER-TABLE.
001970     05  CRST-TAB-ENTRY        OCCURS 5 TIMES.
001980         10  CRST-TAB-SELECTED   PIC X(01).
001990             88  CRST-TAB-CHOSEN     VALUE 'Y'.
002000         10  CRST-TAB-MAN-SW     PIC X(01).
002010             88  CRST-TAB-MAN-FOUND  VALUE 'Y'.
002020         10  CRST-TAB-MAN-COUNT  PIC 9(09) COMP-3.
002030         10  CRST-TAB-MAN-HASH   PIC 9(15) COMP-3.
002040         10  CRST-TAB-MAN-STATE  PIC X(08).
002050         10  CRST-TAB-BKP-COUNT  PIC 9(09) COMP-3.
002060         10  CRST-TAB-BKP-HASH   PIC 9(15) COMP-3.
002070         10  CRST-TAB-CLR-COUNT  PIC 9(09) COMP-3.
002080         10  CRST-TAB-LOAD-COUNT PIC 9(09) COMP-3.
002090         10  CRST-TAB-LOAD-HASH  PIC 9(15) COMP-3.
002100         10  CRST-TAB-RESULT     PIC X(08).
002110
002120*****************************************************************
002130* HASH WORK - THE SAME SUM CTLUNLD WORKS (SEE SAMPBKUP).
002140*****************************************************************
002150 01  CRST-REC-AREA             PIC X(57).
002160   77 CRST-REC-RELKEY        PIC 9(08) VALUE ZERO.
002170
002180 01  CRST-HASH-HALF.
002190     05  CRST-HASH-HI          PIC X(01) VALUE LOW-VALUE.
002200     05  CRST-HASH-LO          PIC X(01) VALUE LOW-VALUE.
002210 01  CRST-HASH-HALF-N REDEFINES CRST-HASH-HALF
002220                               PIC 9(04) COMP.
002230
002240   77 CRST-BYTE-SUB          PIC 9(03) COMP VALUE ZERO.
002250   77 CRST-REC-LEN           PIC 9(03) COMP VALUE 57.
002260   77 CRST-REC-HASH          PIC 9(09) COMP-3 VALUE ZERO.
002270   77 CRST-HASH-WORK         PIC 9(17) COMP-3 VALUE ZERO.
002280
002290*****************************************************************
002300* RUN FIELDS
002310*****************************************************************
002320   77 CRST-RUN-DATE          PIC 9(08) VALUE ZERO.
002330   77 CRST-RUN-TIME          PIC 9(08) VALUE ZERO.
002340   77 CRST-BKUP-DATE         PIC 9(08) VALUE ZERO.
002350   77 CRST-BKUP-TIME         PIC 9(08) VALUE ZERO.
002360   77 CRST-CLR-TOTAL         PIC 9(09) COMP-3 VALUE ZERO.
002370   77 CRST-MISMATCH-COUNT    PIC 9(03) COMP VALUE ZERO.
002380
002390 01  CRST-RUN-DATE-X.
002400     05  CRST-RUN-YYYY         PIC 9(04).
002410     05  CRST-RUN-MM           PIC 9(02).
002420     05  CRST-RUN-DD           PIC 9(02).
002430
002440 01  CRST-BKUP-DATE-X.
002450     05  CRST-BKUP-YYYY        PIC 9(04).
002460     05  CRST-BKUP-MM          PIC 9(02).
002470     05  CRST-BKUP-DD          PIC 9(02).
002480
002490 01  CRST-BKUP-TIME-X.
002500     05  CRST-BKUP-HH          PIC 9(02).
002510     05  CRST-BKUP-MIN         PIC 9(02).
002520     05  CRST-BKUP-SS          PIC 9(02).
002530     05  FILLER                PIC 9(02).
002540
002550*****************************************************************
002560* REPORT LINES
002570*****************************************************************
002580 01  CRST-RPT-HEADER-1.
002590     05  FILLER                PIC X(10) VALUE 'RUN DATE: '.
002600     05  CRST-HDR-MM           PIC 99.
002610     05  FILLER                PIC X(01) VALUE '/'.
002620     05  CRST-HDR-DD           PIC 99.
002630     05  FILLER                PIC X(01) VALUE '/'.
002640     05  CRST-HDR-YYYY         PIC 9999.
002650     05  FILLER                PIC X(47) VALUE SPACES.
002660     05  FILLER                PIC X(06) VALUE 'PAGE '.
002670     05  CRST-HDR-PAGE         PIC ZZ9.
002680
002690 01  CRST-RPT-HEADER-2.
002700     05  FILLER                PIC X(23)
002710            VALUE 'CONTROL-CLUSTER RESTORE'.
002720
002730 01  CRST-RPT-HEADER-3.
002740     05  FILLER                PIC X(11) VALUE 'GENERATION '.
002750     05  CRST-HDR-GEN          PIC X(08).
002760     05  FILLER                PIC X(08) VALUE '  TAKEN '.
002770     05  CRST-HDR-TAKEN-MM     PIC 99.
002780     05  FILLER                PIC X(01) VALUE '/'.
002790     05  CRST-HDR-TAKEN-DD     PIC 99.
002800     05  FILLER                PIC X(01) VALUE '/'.
002810     05  CRST-HDR-TAKEN-YYYY   PIC 9999.
002820     05  FILLER                PIC X(01) VALUE SPACES.
002830     05  CRST-HDR-TAKEN-HH     PIC 99.
002840     05  FILLER                PIC X(01) VALUE ':'.
002850     05  CRST-HDR-TAKEN-MIN    PIC 99.
002860     05  FILLER                PIC X(01) VALUE ':'.
002870     05  CRST-HDR-TAKEN-SS     PIC 99.
002880     05  FILLER                PIC X(14) VALUE '  RESTORED BY '.
002890     05  CRST-HDR-OPERATOR     PIC X(08).
002900
002910 01  CRST-RPT-COLHDG-1.
002920     05  FILLER                PIC X(10) VALUE SPACES.
002930     05  FILLER                PIC X(27) VALUE
002940         '--------- MANIFEST --------'.
002950     05  FILLER                PIC X(01) VALUE SPACES.
002960     05  FILLER                PIC X(27) VALUE
002970         '---------- FOUND ----------'.
002980
002990 01  CRST-RPT-COLHDG-2.
003000     05  FILLER                PIC X(10) VALUE 'CLUSTER'.
003010     05  FILLER                PIC X(11) VALUE '    RECORDS'.
003020     05  FILLER                PIC X(16) VALUE
003030         '            HASH'.
003040     05  FILLER                PIC X(12) VALUE '     RECORDS'.
003050     05  FILLER                PIC X(16) VALUE
003060         '            HASH'.
003070     05  FILLER                PIC X(10) VALUE '  RESULT'.
003080
003090 01  CRST-RPT-DETAIL.
003100     05  CRST-DET-CLUSTER      PIC X(08).
003110     05  FILLER                PIC X(02) VALUE SPACES.
003120     05  CRST-DET-MAN-COUNT    PIC ZZZZZZZZZZ9.
003130     05  FILLER                PIC X(01) VALUE SPACES.
003140     05  CRST-DET-MAN-HASH     PIC 9(15).
003150     05  FILLER                PIC X(01) VALUE SPACES.
003160     05  CRST-DET-FND-COUNT    PIC ZZZZZZZZZZ9.
003170     05  FILLER                PIC X(01) VALUE SPACES.
003180     05  CRST-DET-FND-HASH     PIC 9(15).
003190     05  FILLER                PIC X(02) VALUE SPACES.
003200     05  CRST-DET-RESULT       PIC X(08).
003210
003220 01  CRST-RPT-REFUSED-NOTE.
003230     05  FILLER                PIC X(45) VALUE
003240         '*** RESTORE REFUSED - THE GENERATION DOES NOT'.
003250     05  FILLER                PIC X(30) VALUE
003260         ' AGREE WITH ITS MANIFEST ***'.
003270
003280 01  CRST-RPT-REFUSED-NOTE-2.
003290     05  FILLER                PIC X(44) VALUE
003300         'FOUND IS WHAT THE GENERATION HOLDS.  NOTHING'.
003310     05  FILLER                PIC X(14) VALUE
003320         ' WAS RELOADED.'.
003330
003340 01  CRST-RPT-NO-HEADER-NOTE.
003350     05  FILLER                PIC X(44) VALUE
003360         '*** RESTORE REFUSED - BKUPIN DOES NOT START '.
003370     05  FILLER                PIC X(30) VALUE
003380         'WITH A CTLUNLD HEADER ROW ***'.
003390
003400 01  CRST-RPT-FOUND-NOTE.
003410     05  FILLER                PIC X(46) VALUE
003420         'FOUND IS WHAT EACH CLUSTER HELD WHEN READ BACK'.
003430     05  FILLER                PIC X(17) VALUE
003440         ' AFTER THE RELOAD'.
003450
003460 01  CRST-RPT-CLEARED.
003470     05  FILLER                PIC X(40) VALUE
003480         'RECORDS CLEARED BEFORE THE RELOAD'.
003490     05  CRST-CLR-TOT          PIC ZZZZZZZZ9.
003500
003510 01  CRST-RPT-MISMATCH-NOTE.
003520     05  FILLER                PIC X(44) VALUE
003530         '*** AT LEAST ONE CLUSTER DID NOT VERIFY - DO'.
003540     05  FILLER                PIC X(28) VALUE
003550         ' NOT RUN THE CYCLE ON IT ***'.
003560
003561     COPY SAMPMSG.
003562
003570 LINKAGE SECTION.
003580 01  CRST-PARM.
003590     05  CRST-PARM-LEN         PIC S9(4) COMP.
003600     05  CRST-PARM-DATA        PIC X(80).
003601     COPY SAMPTIOT.
003610
003620 PROCEDURE DIVISION USING CRST-PARM.
003630
003640*****************************************************************
003650* 0000-MAINLINE
003660*****************************************************************
003670 0000-MAINLINE.
003680     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003690     PERFORM 3000-CHECK-GENERATION THRU 3000-EXIT.
003700     IF CRST-GEN-BAD
003710         PERFORM 3500-REFUSE-RESTORE THRU 3500-EXIT
003720         PERFORM 8000-TERMINATE THRU 8000-EXIT
003730         GOBACK
003740     END-IF.
003750     MOVE 'Y' TO CRST-RELOAD-SW.
003760     MOVE ZERO TO CRST-CLU-SUB.
003770     PERFORM 4000-RELOAD-CLUSTER THRU 4000-EXIT
003780         UNTIL CRST-CLU-SUB >= CRST-CLU-MAX.
003790     MOVE ZERO TO CRST-CLU-SUB.
003800     PERFORM 5000-VERIFY-CLUSTER THRU 5000-EXIT
003810         UNTIL CRST-CLU-SUB >= CRST-CLU-MAX.
003820     IF CRST-MISMATCH-COUNT > ZERO
003830         MOVE 08 TO CRST-RC
003840     END-IF.
003850     PERFORM 8000-TERMINATE THRU 8000-EXIT.
003860     GOBACK.
003870
003880*****************************************************************
003890* 1000-INITIALIZE - TAKE THE PARM, MARK THE CLUSTERS TO BE
003900* RESTORED, AND OPEN THE AUDIT FILE AND THE LISTING.  NOTHING
003910* IS RESTORED WITHOUT AN OPERATOR ID FOR THE AUDIT ROW.
003920*****************************************************************
003930 1000-INITIALIZE.
003931     MOVE 'CTLRSTR' TO SAMP-MSG-PGM.
003940     ACCEPT CRST-RUN-DATE FROM DATE YYYYMMDD.
003950     ACCEPT CRST-RUN-TIME FROM TIME.
003960     MOVE CRST-RUN-DATE TO CRST-RUN-DATE-X.
003970
003971     MOVE SPACES TO CRST-PARM-WORK.
003972     MOVE CRST-PARM-LEN TO CRST-PARM-USE.
003973     IF CRST-PARM-USE > 80
003974         MOVE 80 TO CRST-PARM-USE
003975     END-IF.
003976     IF CRST-PARM-USE > ZERO
003977         MOVE CRST-PARM-DATA(1:CRST-PARM-USE) TO CRST-PARM-WORK
003978     END-IF.
003979     MOVE CRST-PWK-OPERATOR   TO CRST-OPERATOR.
00397A     MOVE CRST-PWK-SELECTION  TO CRST-SELECTION.
00397B     MOVE CRST-PWK-GENERATION TO CRST-GENERATION.
004030     IF CRST-GENERATION = SPACES
004040         MOVE '(0)' TO CRST-GENERATION
004050     END-IF.
004060     IF CRST-NO-OPERATOR
004070         DISPLAY 'CTLRSTR - NOTHING RESTORED, THE OPERATOR ID '
004080             'MUST BE IN PARM COLS 1-8'
004081         MOVE SAMP-MSG-NO-PARM TO SAMP-MSG-ENTRY
004082         MOVE 'OPERATOR'       TO SAMP-MSG-DATA
004083         PERFORM 9800-ISSUE-MESSAGE THRU 9800-EXIT
004090         MOVE 16 TO CRST-RC
004100         GO TO 9999-ABEND-EXIT
004110     END-IF.
004120
004130     MOVE ZERO TO CRST-CLU-SUB.
004140     PERFORM 1100-MARK-CLUSTER THRU 1100-EXIT
004150         UNTIL CRST-CLU-SUB >= CRST-CLU-MAX.
004160     IF CRST-SEL-COUNT = ZERO
004170         DISPLAY 'CTLRSTR - NOTHING RESTORED, PARM COLS 9-16 '
004180             'MUST BE ALL OR ONE OF REQMAST CALNDR DISTLST '
004190             'OPTIONS RUNCTL, NOT "' CRST-SELECTION '"'
004191         MOVE SAMP-MSG-NO-PARM TO SAMP-MSG-ENTRY
004192         MOVE CRST-SELECTION   TO SAMP-MSG-DATA
004193         PERFORM 9800-ISSUE-MESSAGE THRU 9800-EXIT
004200         MOVE 16 TO CRST-RC
004210         GO TO 9999-ABEND-EXIT
004220     END-IF.
004230
004240     OPEN EXTEND RSTAUDIT-FILE.
004250     IF CRST-RSTAUDIT-STATUS = '35'
004260         CLOSE RSTAUDIT-FILE
004270         OPEN OUTPUT RSTAUDIT-FILE
004280     END-IF.
004290     IF CRST-RSTAUDIT-STATUS NOT = '00'
004300         MOVE SAMP-MSG-RSTAUDIT-OPEN TO SAMP-MSG-ENTRY
004310         MOVE CRST-RSTAUDIT-STATUS   TO SAMP-MSG-DATA
004311         PERFORM 9800-ISSUE-MESSAGE THRU 9800-EXIT
004320         MOVE 28 TO CRST-RC
004330         GO TO 9999-ABEND-EXIT
004340     END-IF.
004350
004360     OPEN OUTPUT RSTRPT-FILE.
004370     IF CRST-RSTRPT-STATUS NOT = '00'
004380         MOVE SAMP-MSG-REPORT-OPEN TO SAMP-MSG-ENTRY
004390         MOVE CRST-RSTRPT-STATUS   TO SAMP-MSG-DATA
004391         PERFORM 9800-ISSUE-MESSAGE THRU 9800-EXIT
004400         MOVE 28 TO CRST-RC
004410         GO TO 9999-ABEND-EXIT
004420     END-IF.
004430 1000-EXIT.
004440     EXIT.
004450
004460 1100-MARK-CLUSTER.
004470     ADD 1 TO CRST-CLU-SUB.
004480     INITIALIZE CRST-TAB-ENTRY (CRST-CLU-SUB).
004490     MOVE 'N' TO CRST-TAB-SELECTED (CRST-CLU-SUB).
004500     MOVE 'N' TO CRST-TAB-MAN-SW (CRST-CLU-SUB).
004510     IF CRST-SELECT-ALL
004520        OR CRST-SELECTION = CRST-CLU-NAME (CRST-CLU-SUB)
004530         MOVE 'Y' TO CRST-TAB-SELECTED (CRST-CLU-SUB)
004540         ADD 1 TO CRST-SEL-COUNT
004550     END-IF.
004560 1100-EXIT.
004570     EXIT.
004580
004590*****************************************************************
004600* 3000-CHECK-GENERATION - READ THE WHOLE GENERATION ONCE BEFORE
004610* ANYTHING IS TOUCHED.  IT MUST START WITH CTLUNLD'S HEADER ROW,
004620* AND FOR EVERY CLUSTER BEING RESTORED THE DATA ROWS MUST ADD
004630* UP TO THE COUNT AND HASH ON ITS MANIFEST ROW.  A GENERATION
004640* CTLUNLD DID NOT FINISH HAS NO MANIFEST AND FAILS HERE.
004650*****************************************************************
004660 3000-CHECK-GENERATION.
004670     PERFORM 3100-OPEN-BACKUP THRU 3100-EXIT.
004680     PERFORM 3200-READ-BACKUP THRU 3200-EXIT.
004690     IF CRST-BKUP-MORE
004700        AND SAMP-BKUP-HEADER
004710         MOVE 'Y' TO CRST-HDR-SW
004720         MOVE SAMP-BKUP-HDR-DATE TO CRST-BKUP-DATE
004730         MOVE SAMP-BKUP-HDR-TIME TO CRST-BKUP-TIME
004740         PERFORM 3200-READ-BACKUP THRU 3200-EXIT
004750     ELSE
004760         MOVE 'N' TO CRST-GEN-SW
004770         DISPLAY 'CTLRSTR - BKUPIN DOES NOT START WITH A '
004780             'CTLUNLD HEADER ROW'
004790         GO TO 3000-CLOSE
004800     END-IF.
004810     PERFORM 3300-CHECK-ONE-ROW THRU 3300-EXIT
004820         UNTIL CRST-BKUP-EOF.
004830     MOVE ZERO TO CRST-CLU-SUB.
004840     PERFORM 3400-JUDGE-CLUSTER THRU 3400-EXIT
004850         UNTIL CRST-CLU-SUB >= CRST-CLU-MAX.
004860 3000-CLOSE.
004870     CLOSE BKUPIN-FILE.
004880     MOVE 'N' TO CRST-BKUP-OPEN-SW.
004890 3000-EXIT.
004900     EXIT.
004910
004920 3100-OPEN-BACKUP.
004930     OPEN INPUT BKUPIN-FILE.
004940     IF CRST-BKUPIN-STATUS NOT = '00'
004950         MOVE SAMP-MSG-BKUPIN-OPEN TO SAMP-MSG-ENTRY
004960         MOVE CRST-BKUPIN-STATUS   TO SAMP-MSG-DATA
004961         PERFORM 9800-ISSUE-MESSAGE THRU 9800-EXIT
004970         MOVE 28 TO CRST-RC
004980         GO TO 9999-ABEND-EXIT
004990     END-IF.
005000     MOVE 'Y' TO CRST-BKUP-OPEN-SW.
005010     MOVE 'N' TO CRST-BKUP-EOF-SW.
005020 3100-EXIT.
005030     EXIT.
005040
005050 3200-READ-BACKUP.
005060     READ BKUPIN-FILE
005070         AT END
005080             MOVE 'Y' TO CRST-BKUP-EOF-SW
005090     END-READ.
005100     IF CRST-BKUP-EOF
005110         GO TO 3200-EXIT
005120     END-IF.
005130     IF CRST-BKUPIN-STATUS NOT = '00'
005140         MOVE SAMP-MSG-BKUPIN-READ TO SAMP-MSG-ENTRY
005150         MOVE CRST-BKUPIN-STATUS   TO SAMP-MSG-DATA
005151         PERFORM 9800-ISSUE-MESSAGE THRU 9800-EXIT
005160         MOVE 24 TO CRST-RC
005170         GO TO 9999-ABEND-EXIT
005180     END-IF.
005190 3200-EXIT.
005200     EXIT.
005210
005220*****************************************************************
005230* 3300-CHECK-ONE-ROW - A DATA ROW IS HASHED INTO ITS CLUSTER'S
005240* RUNNING SUM; A MANIFEST ROW IS KEPT FOR THE COMPARISON.  A ROW
005250* FOR A CLUSTER NOT IN THE LIST MEANS THE DATASET IS NOT WHAT IT
005260* CLAIMS TO BE.
005270*****************************************************************
005280 3300-CHECK-ONE-ROW.
005290     PERFORM 3310-FIND-ROW-CLUSTER THRU 3310-EXIT.
005300     IF CRST-ROW-SUB = ZERO
005310         DISPLAY 'CTLRSTR - BKUPIN ROW FOR UNKNOWN CLUSTER "'
005320             SAMP-BKUP-CLUSTER '"'
005330         MOVE 'N' TO CRST-GEN-SW
005340         GO TO 3300-READ
005350     END-IF.
005360     IF SAMP-BKUP-DATA-ROW
005370         MOVE SAMP-BKUP-DATA   TO CRST-REC-AREA
005380         MOVE SAMP-BKUP-RELKEY TO CRST-REC-RELKEY
005390         PERFORM 6500-HASH-RECORD THRU 6500-EXIT
005400         ADD 1 TO CRST-TAB-BKP-COUNT (CRST-ROW-SUB)
005410         COMPUTE CRST-HASH-WORK =
005420             CRST-TAB-BKP-HASH (CRST-ROW-SUB) + CRST-REC-HASH
005430         MOVE CRST-HASH-WORK TO CRST-TAB-BKP-HASH (CRST-ROW-SUB)
005440         GO TO 3300-READ
005450     END-IF.
005460     IF SAMP-BKUP-MANIFEST
005470         MOVE 'Y' TO CRST-TAB-MAN-SW (CRST-ROW-SUB)
005480         MOVE SAMP-BKUP-MAN-COUNT
005490                            TO CRST-TAB-MAN-COUNT (CRST-ROW-SUB)
005500         MOVE SAMP-BKUP-MAN-HASH
005510                            TO CRST-TAB-MAN-HASH (CRST-ROW-SUB)
005520         MOVE SAMP-BKUP-MAN-STATE
005530                            TO CRST-TAB-MAN-STATE (CRST-ROW-SUB)
005540     END-IF.
005550 3300-READ.
005560     PERFORM 3200-READ-BACKUP THRU 3200-EXIT.
005570 3300-EXIT.
005580     EXIT.
005590
005600 3310-FIND-ROW-CLUSTER.
005610     MOVE ZERO TO CRST-ROW-SUB.
005620     MOVE ZERO TO CRST-CLU-SUB.
005630     PERFORM 3320-MATCH-ROW-CLUSTER THRU 3320-EXIT
005640         UNTIL CRST-CLU-SUB >= CRST-CLU-MAX
005650            OR CRST-ROW-SUB > ZERO.
005660 3310-EXIT.
005670     EXIT.
005680
005690 3320-MATCH-ROW-CLUSTER.
005700     ADD 1 TO CRST-CLU-SUB.
005710     IF SAMP-BKUP-CLUSTER = CRST-CLU-NAME (CRST-CLU-SUB)
005720         MOVE CRST-CLU-SUB TO CRST-ROW-SUB
005730     END-IF.
005740 3320-EXIT.
005750     EXIT.
005760
005770*****************************************************************
005780* 3400-JUDGE-CLUSTER - A CLUSTER BEING RESTORED MUST HAVE ITS
005790* MANIFEST ROW, AND ITS DATA ROWS MUST AGREE WITH IT.  ANY ONE
005800* FAILING REFUSES THE WHOLE RESTORE - HALF OF AN ALL RESTORE
005810* WOULD LEAVE THE CLUSTERS OUT OF STEP WITH EACH OTHER.
005820*****************************************************************
005830 3400-JUDGE-CLUSTER.
005840     ADD 1 TO CRST-CLU-SUB.
005850     IF NOT CRST-TAB-CHOSEN (CRST-CLU-SUB)
005860         GO TO 3400-EXIT
005870     END-IF.
005880     MOVE 'OK' TO CRST-TAB-RESULT (CRST-CLU-SUB).
005890     IF NOT CRST-TAB-MAN-FOUND (CRST-CLU-SUB)
005900         DISPLAY 'CTLRSTR - BKUPIN HAS NO MANIFEST ROW FOR '
005910             CRST-CLU-NAME (CRST-CLU-SUB)
005920         MOVE 'NO MANIF' TO CRST-TAB-RESULT (CRST-CLU-SUB)
005930         MOVE 'N' TO CRST-GEN-SW
005940         GO TO 3400-EXIT
005950     END-IF.
005960     IF CRST-TAB-BKP-COUNT (CRST-CLU-SUB)
005970            NOT = CRST-TAB-MAN-COUNT (CRST-CLU-SUB)
005980        OR CRST-TAB-BKP-HASH (CRST-CLU-SUB)
005990            NOT = CRST-TAB-MAN-HASH (CRST-CLU-SUB)
006000         DISPLAY 'CTLRSTR - BKUPIN ROWS FOR '
006010             CRST-CLU-NAME (CRST-CLU-SUB)
006020             ' DO NOT AGREE WITH THE MANIFEST'
006030         MOVE 'DAMAGED' TO CRST-TAB-RESULT (CRST-CLU-SUB)
006040         MOVE 'N' TO CRST-GEN-SW
006050     END-IF.
006060 3400-EXIT.
006070     EXIT.
006080
006090*****************************************************************
006100* 3500-REFUSE-RESTORE - LIST WHAT WAS FOUND AND LOG THE REFUSED
006110* ATTEMPT FOR EACH CLUSTER ASKED FOR.  NO CLUSTER WAS OPENED.
006120*****************************************************************
006130 3500-REFUSE-RESTORE.
006140     MOVE 12 TO CRST-RC.
006141     MOVE SAMP-MSG-RSTR-REFUSED TO SAMP-MSG-ENTRY.
006142     MOVE CRST-GENERATION       TO SAMP-MSG-DATA.
006143     PERFORM 9800-ISSUE-MESSAGE THRU 9800-EXIT.
006150     PERFORM 8600-PRINT-HEADINGS THRU 8600-EXIT.
006160     IF NOT CRST-HDR-FOUND
006170         WRITE RSTRPT-RECORD FROM CRST-RPT-NO-HEADER-NOTE
006180             AFTER ADVANCING 2 LINES
006190         MOVE ZERO TO CRST-CLU-SUB
006200         PERFORM 3520-AUDIT-NO-HEADER THRU 3520-EXIT
006210             UNTIL CRST-CLU-SUB >= CRST-CLU-MAX
006220     ELSE
006230         MOVE ZERO TO CRST-CLU-SUB
006240         PERFORM 3510-REFUSE-ONE-CLUSTER THRU 3510-EXIT
006250             UNTIL CRST-CLU-SUB >= CRST-CLU-MAX
006260         WRITE RSTRPT-RECORD FROM CRST-RPT-REFUSED-NOTE
006270             AFTER ADVANCING 2 LINES
006280         WRITE RSTRPT-RECORD FROM CRST-RPT-REFUSED-NOTE-2
006290             AFTER ADVANCING 1 LINE
006300     END-IF.
006310 3500-EXIT.
006320     EXIT.
006330
006340 3510-REFUSE-ONE-CLUSTER.
006350     ADD 1 TO CRST-CLU-SUB.
006360     IF NOT CRST-TAB-CHOSEN (CRST-CLU-SUB)
006370         GO TO 3510-EXIT
006380     END-IF.
006390     MOVE CRST-CLU-NAME (CRST-CLU-SUB)     TO CRST-DET-CLUSTER.
006400     MOVE CRST-TAB-MAN-COUNT (CRST-CLU-SUB) TO CRST-DET-MAN-COUNT.
006410     MOVE CRST-TAB-MAN-HASH (CRST-CLU-SUB)  TO CRST-DET-MAN-HASH.
006420     MOVE CRST-TAB-BKP-COUNT (CRST-CLU-SUB) TO CRST-DET-FND-COUNT.
006430     MOVE CRST-TAB-BKP-HASH (CRST-CLU-SUB)  TO CRST-DET-FND-HASH.
006440     MOVE CRST-TAB-RESULT (CRST-CLU-SUB)    TO CRST-DET-RESULT.
006450     WRITE RSTRPT-RECORD FROM CRST-RPT-DETAIL
006460         AFTER ADVANCING 1 LINE.
006470
006480     MOVE CRST-TAB-BKP-COUNT (CRST-CLU-SUB)
006490                                     TO SAMP-RSTA-LOAD-COUNT.
006500     MOVE CRST-TAB-BKP-HASH (CRST-CLU-SUB)
006510                                     TO SAMP-RSTA-LOAD-HASH.
006520     MOVE 'REFUSED' TO SAMP-RSTA-RESULT.
006530     PERFORM 7000-WRITE-AUDIT THRU 7000-EXIT.
006540 3510-EXIT.
006550     EXIT.
006560
006570 3520-AUDIT-NO-HEADER.
006580     ADD 1 TO CRST-CLU-SUB.
006590     IF NOT CRST-TAB-CHOSEN (CRST-CLU-SUB)
006600         GO TO 3520-EXIT
006610     END-IF.
006620     MOVE ZERO      TO SAMP-RSTA-LOAD-COUNT.
006630     MOVE ZERO      TO SAMP-RSTA-LOAD-HASH.
006640     MOVE 'REFUSED' TO SAMP-RSTA-RESULT.
006650     PERFORM 7000-WRITE-AUDIT THRU 7000-EXIT.
006660 3520-EXIT.
006670     EXIT.
006680
006690*****************************************************************
006700* 4000-RELOAD-CLUSTER - CLEAR THE NEXT CLUSTER BEING RESTORED
006710* AND WRITE BACK EVERY DATA ROW THE GENERATION HOLDS FOR IT.  A
006720* CLUSTER THAT DOES NOT EXIST YET IS CREATED, AS CALMNT DOES.
006730* THE RRDS RECORDS GO BACK TO THE SLOTS THEY CAME FROM.
006740*****************************************************************
006750 4000-RELOAD-CLUSTER.
006760     ADD 1 TO CRST-CLU-SUB.
006770     IF NOT CRST-TAB-CHOSEN (CRST-CLU-SUB)
006780         GO TO 4000-EXIT
006790     END-IF.
006800     PERFORM 4100-OPEN-FOR-RELOAD THRU 4100-EXIT.
006810     IF CRST-IO-STATUS = '35'
006820         PERFORM 4110-CREATE-CLUSTER THRU 4110-EXIT
006830         PERFORM 4900-CLOSE-CLUSTER THRU 4900-EXIT
006840         PERFORM 4100-OPEN-FOR-RELOAD THRU 4100-EXIT
006850     END-IF.
006860     IF CRST-IO-STATUS NOT = '00'
006870         PERFORM 9700-CLUSTER-OPEN-FAILED THRU 9700-EXIT
006890         MOVE 32 TO CRST-RC
006900         GO TO 9999-ABEND-EXIT
006910     END-IF.
006920     MOVE 'Y' TO CRST-CLU-OPEN-SW.
006930
006940     MOVE 'N' TO CRST-CLU-EOF-SW.
006950     PERFORM 6000-READ-CLUSTER THRU 6000-EXIT.
006960     PERFORM 4200-CLEAR-ONE-RECORD THRU 4200-EXIT
006970         UNTIL CRST-CLU-EOF.
006980
006990     PERFORM 3100-OPEN-BACKUP THRU 3100-EXIT.
007000     PERFORM 3200-READ-BACKUP THRU 3200-EXIT.
007010     PERFORM 4300-LOAD-ONE-ROW THRU 4300-EXIT
007020         UNTIL CRST-BKUP-EOF.
007030     CLOSE BKUPIN-FILE.
007040     MOVE 'N' TO CRST-BKUP-OPEN-SW.
007050
007060     PERFORM 4900-CLOSE-CLUSTER THRU 4900-EXIT.
007070     MOVE 'N' TO CRST-CLU-OPEN-SW.
007080 4000-EXIT.
007090     EXIT.
007100
007110 4100-OPEN-FOR-RELOAD.
007120     EVALUATE CRST-CLU-SUB
007130         WHEN 1
007140             OPEN I-O REQMAST-FILE
007150             MOVE CRST-REQMAST-STATUS TO CRST-IO-STATUS
007160         WHEN 2
007170             OPEN I-O CALENDAR-FILE
007180             MOVE CRST-CALENDAR-STATUS TO CRST-IO-STATUS
007190         WHEN 3
007200             OPEN I-O DISTLIST-FILE
007210             MOVE CRST-DISTLIST-STATUS TO CRST-IO-STATUS
007220         WHEN 4
007230             OPEN I-O OPTFILE-FILE
007240             MOVE CRST-OPTFILE-STATUS TO CRST-IO-STATUS
007250         WHEN 5
007260             OPEN I-O RUNCTL-FILE
007270             MOVE CRST-RUNCTL-STATUS TO CRST-IO-STATUS
007280     END-EVALUATE.
007290 4100-EXIT.
007300     EXIT.
007310
007320 4110-CREATE-CLUSTER.
007330     EVALUATE CRST-CLU-SUB
007340         WHEN 1
007350             OPEN OUTPUT REQMAST-FILE
007360         WHEN 2
007370             OPEN OUTPUT CALENDAR-FILE
007380         WHEN 3
007390             OPEN OUTPUT DISTLIST-FILE
007400         WHEN 4
007410             OPEN OUTPUT OPTFILE-FILE
007420         WHEN 5
007430             OPEN OUTPUT RUNCTL-FILE
007440     END-EVALUATE.
007450 4110-EXIT.
007460     EXIT.
007470
007480*****************************************************************
007490* 4200-CLEAR-ONE-RECORD - DELETE THE RECORD JUST READ AND READ
007500* THE NEXT.  THE CLUSTER ENDS UP HOLDING ONLY WHAT THE
007510* GENERATION HELD, NOT THAT PLUS WHATEVER WAS ADDED SINCE.
007520*****************************************************************
007530 4200-CLEAR-ONE-RECORD.
007540     EVALUATE CRST-CLU-SUB
007550         WHEN 1
007560             DELETE REQMAST-FILE RECORD
007570                 INVALID KEY
007580                     CONTINUE
007590             END-DELETE
007600             MOVE CRST-REQMAST-STATUS TO CRST-IO-STATUS
007610         WHEN 2
007620             DELETE CALENDAR-FILE RECORD
007630                 INVALID KEY
007640                     CONTINUE
007650             END-DELETE
007660             MOVE CRST-CALENDAR-STATUS TO CRST-IO-STATUS
007670         WHEN 3
007680             DELETE DISTLIST-FILE RECORD
007690                 INVALID KEY
007700                     CONTINUE
007710             END-DELETE
007720             MOVE CRST-DISTLIST-STATUS TO CRST-IO-STATUS
007730         WHEN 4
007740             DELETE OPTFILE-FILE RECORD
007750                 INVALID KEY
007760                     CONTINUE
007770             END-DELETE
007780             MOVE CRST-OPTFILE-STATUS TO CRST-IO-STATUS
007790         WHEN 5
007800             DELETE RUNCTL-FILE RECORD
007810                 INVALID KEY
007820                     CONTINUE
007830             END-DELETE
007840             MOVE CRST-RUNCTL-STATUS TO CRST-IO-STATUS
007850     END-EVALUATE.
007860     IF CRST-IO-STATUS NOT = '00'
007870         DISPLAY 'CTLRSTR - ' CRST-CLU-DD (CRST-CLU-SUB)
007880             ' DELETE FAILED, STATUS = ' CRST-IO-STATUS
007881         MOVE SAMP-MSG-CLUSTER-IO TO SAMP-MSG-ENTRY
007882         MOVE CRST-IO-STATUS      TO SAMP-MSG-DATA
007883         PERFORM 9800-ISSUE-MESSAGE THRU 9800-EXIT
007890         MOVE 32 TO CRST-RC
007900         GO TO 9999-ABEND-EXIT
007910     END-IF.
007920     ADD 1 TO CRST-TAB-CLR-COUNT (CRST-CLU-SUB).
007930     ADD 1 TO CRST-CLR-TOTAL.
007940     PERFORM 6000-READ-CLUSTER THRU 6000-EXIT.
007950 4200-EXIT.
007960     EXIT.
007970
007980*****************************************************************
007990* 4300-LOAD-ONE-ROW - WRITE A DATA ROW BELONGING TO THE CLUSTER
008000* BEING RELOADED; EVERY OTHER ROW IS PASSED OVER.
008010*****************************************************************
008020 4300-LOAD-ONE-ROW.
008030     IF NOT SAMP-BKUP-DATA-ROW
008040        OR SAMP-BKUP-CLUSTER NOT = CRST-CLU-NAME (CRST-CLU-SUB)
008050         GO TO 4300-READ
008060     END-IF.
008070     EVALUATE CRST-CLU-SUB
008080         WHEN 1
008090             MOVE SAMP-BKUP-DATA TO SAMP-REQM-RECORD
008100             WRITE SAMP-REQM-RECORD
008110                 INVALID KEY
008120                     CONTINUE
008130             END-WRITE
008140             MOVE CRST-REQMAST-STATUS TO CRST-IO-STATUS
008150         WHEN 2
008160             MOVE SAMP-BKUP-DATA TO SAMP-CAL-RECORD
008170             WRITE SAMP-CAL-RECORD
008180                 INVALID KEY
008190                     CONTINUE
008200             END-WRITE
008210             MOVE CRST-CALENDAR-STATUS TO CRST-IO-STATUS
008220         WHEN 3
008230             MOVE SAMP-BKUP-DATA TO SAMP-DST-RECORD
008240             WRITE SAMP-DST-RECORD
008250                 INVALID KEY
008260                     CONTINUE
008270             END-WRITE
008280             MOVE CRST-DISTLIST-STATUS TO CRST-IO-STATUS
008290         WHEN 4
008300             MOVE SAMP-BKUP-DATA   TO SAMP-OPT-RECORD
008310             MOVE SAMP-BKUP-RELKEY TO CRST-OPT-RELKEY
008320             WRITE SAMP-OPT-RECORD
008330                 INVALID KEY
008340                     CONTINUE
008350             END-WRITE
008360             MOVE CRST-OPTFILE-STATUS TO CRST-IO-STATUS
008370         WHEN 5
008380             MOVE SAMP-BKUP-DATA   TO SAMP-RUNC-RECORD
008390             MOVE SAMP-BKUP-RELKEY TO CRST-RUNC-RELKEY
008400             WRITE SAMP-RUNC-RECORD
008410                 INVALID KEY
008420                     CONTINUE
008430             END-WRITE
008440             MOVE CRST-RUNCTL-STATUS TO CRST-IO-STATUS
008450     END-EVALUATE.
008460     IF CRST-IO-STATUS NOT = '00'
008470         DISPLAY 'CTLRSTR - ' CRST-CLU-DD (CRST-CLU-SUB)
008480             ' WRITE FAILED, STATUS = ' CRST-IO-STATUS
008481         MOVE SAMP-MSG-CLUSTER-IO TO SAMP-MSG-ENTRY
008482         MOVE CRST-IO-STATUS      TO SAMP-MSG-DATA
008483         PERFORM 9800-ISSUE-MESSAGE THRU 9800-EXIT
008490         MOVE 32 TO CRST-RC
008500         GO TO 9999-ABEND-EXIT
008510     END-IF.
008520 4300-READ.
008530     PERFORM 3200-READ-BACKUP THRU 3200-EXIT.
008540 4300-EXIT.
008550     EXIT.
008560
008570 4900-CLOSE-CLUSTER.
008580     EVALUATE CRST-CLU-SUB
008590         WHEN 1
008600             CLOSE REQMAST-FILE
008610         WHEN 2
008620             CLOSE CALENDAR-FILE
008630         WHEN 3
008640             CLOSE DISTLIST-FILE
008650         WHEN 4
008660             CLOSE OPTFILE-FILE
008670         WHEN 5
008680             CLOSE RUNCTL-FILE
008690     END-EVALUATE.
008700 4900-EXIT.
008710     EXIT.
008720
008730*****************************************************************
008740* 5000-VERIFY-CLUSTER - READ THE RELOADED CLUSTER BACK, COUNT
008750* AND HASH IT THE WAY CTLUNLD DID, AND HOLD IT AGAINST THE
008760* MANIFEST.  ONE AUDIT ROW EITHER WAY.
008770*****************************************************************
008780 5000-VERIFY-CLUSTER.
008790     ADD 1 TO CRST-CLU-SUB.
008800     IF NOT CRST-TAB-CHOSEN (CRST-CLU-SUB)
008810         GO TO 5000-EXIT
008820     END-IF.
008830     PERFORM 5100-OPEN-FOR-VERIFY THRU 5100-EXIT.
008840     IF CRST-IO-STATUS NOT = '00'
008850         PERFORM 9700-CLUSTER-OPEN-FAILED THRU 9700-EXIT
008870         MOVE 28 TO CRST-RC
008880         GO TO 9999-ABEND-EXIT
008890     END-IF.
008900     MOVE 'Y' TO CRST-CLU-OPEN-SW.
008910
008920     MOVE 'N' TO CRST-CLU-EOF-SW.
008930     PERFORM 6000-READ-CLUSTER THRU 6000-EXIT.
008940     PERFORM 5200-VERIFY-ONE-RECORD THRU 5200-EXIT
008950         UNTIL CRST-CLU-EOF.
008960     PERFORM 4900-CLOSE-CLUSTER THRU 4900-EXIT.
008970     MOVE 'N' TO CRST-CLU-OPEN-SW.
008980
008990     IF CRST-TAB-LOAD-COUNT (CRST-CLU-SUB)
009000            = CRST-TAB-MAN-COUNT (CRST-CLU-SUB)
009010        AND CRST-TAB-LOAD-HASH (CRST-CLU-SUB)
009020            = CRST-TAB-MAN-HASH (CRST-CLU-SUB)
009030         MOVE 'VERIFIED' TO CRST-TAB-RESULT (CRST-CLU-SUB)
009040     ELSE
009050         MOVE 'MISMATCH' TO CRST-TAB-RESULT (CRST-CLU-SUB)
009060         ADD 1 TO CRST-MISMATCH-COUNT
009070         MOVE SAMP-MSG-RSTR-UNVERIFIED     TO SAMP-MSG-ENTRY
009080         MOVE CRST-CLU-NAME (CRST-CLU-SUB) TO SAMP-MSG-DATA
009081         PERFORM 9800-ISSUE-MESSAGE THRU 9800-EXIT
009090     END-IF.
009100
009110     MOVE CRST-TAB-LOAD-COUNT (CRST-CLU-SUB)
009120                                     TO SAMP-RSTA-LOAD-COUNT.
009130     MOVE CRST-TAB-LOAD-HASH (CRST-CLU-SUB)
009140                                     TO SAMP-RSTA-LOAD-HASH.
009150     MOVE CRST-TAB-RESULT (CRST-CLU-SUB) TO SAMP-RSTA-RESULT.
009160     PERFORM 7000-WRITE-AUDIT THRU 7000-EXIT.
009170 5000-EXIT.
009180     EXIT.
009190
009200 5100-OPEN-FOR-VERIFY.
009210     EVALUATE CRST-CLU-SUB
009220         WHEN 1
009230             OPEN INPUT REQMAST-FILE
009240             MOVE CRST-REQMAST-STATUS TO CRST-IO-STATUS
009250         WHEN 2
009260             OPEN INPUT CALENDAR-FILE
009270             MOVE CRST-CALENDAR-STATUS TO CRST-IO-STATUS
009280         WHEN 3
009290             OPEN INPUT DISTLIST-FILE
009300             MOVE CRST-DISTLIST-STATUS TO CRST-IO-STATUS
009310         WHEN 4
009320             OPEN INPUT OPTFILE-FILE
009330             MOVE CRST-OPTFILE-STATUS TO CRST-IO-STATUS
009340         WHEN 5
009350             OPEN INPUT RUNCTL-FILE
009360             MOVE CRST-RUNCTL-STATUS TO CRST-IO-STATUS
009370     END-EVALUATE.
009380 5100-EXIT.
009390     EXIT.
009400
009410 5200-VERIFY-ONE-RECORD.
009420     PERFORM 6500-HASH-RECORD THRU 6500-EXIT.
009430     ADD 1 TO CRST-TAB-LOAD-COUNT (CRST-CLU-SUB).
009440     COMPUTE CRST-HASH-WORK =
009450         CRST-TAB-LOAD-HASH (CRST-CLU-SUB) + CRST-REC-HASH.
009460     MOVE CRST-HASH-WORK TO CRST-TAB-LOAD-HASH (CRST-CLU-SUB).
009470     PERFORM 6000-READ-CLUSTER THRU 6000-EXIT.
009480 5200-EXIT.
009490     EXIT.
009500
009510*****************************************************************
009520* 6000-READ-CLUSTER - NEXT RECORD OF THE CURRENT CLUSTER INTO
009530* CRST-REC-AREA, WITH ITS RELATIVE RECORD NUMBER FOR AN RRDS.
009540*****************************************************************
009550 6000-READ-CLUSTER.
009560     MOVE SPACES TO CRST-REC-AREA.
009570     MOVE ZERO   TO CRST-REC-RELKEY.
009580     EVALUATE CRST-CLU-SUB
009590         WHEN 1
009600             READ REQMAST-FILE NEXT RECORD
009610                 AT END
009620                     MOVE 'Y' TO CRST-CLU-EOF-SW
009630             END-READ
009640             MOVE CRST-REQMAST-STATUS TO CRST-IO-STATUS
009650             MOVE SAMP-REQM-RECORD TO CRST-REC-AREA
009660         WHEN 2
009670             READ CALENDAR-FILE NEXT RECORD
009680                 AT END
009690                     MOVE 'Y' TO CRST-CLU-EOF-SW
009700             END-READ
009710             MOVE CRST-CALENDAR-STATUS TO CRST-IO-STATUS
009720             MOVE SAMP-CAL-RECORD TO CRST-REC-AREA
009730         WHEN 3
009740             READ DISTLIST-FILE NEXT RECORD
009750                 AT END
009760                     MOVE 'Y' TO CRST-CLU-EOF-SW
009770             END-READ
009780             MOVE CRST-DISTLIST-STATUS TO CRST-IO-STATUS
009790             MOVE SAMP-DST-RECORD TO CRST-REC-AREA
009800         WHEN 4
009810             READ OPTFILE-FILE NEXT RECORD
009820                 AT END
009830                     MOVE 'Y' TO CRST-CLU-EOF-SW
009840             END-READ
009850             MOVE CRST-OPTFILE-STATUS TO CRST-IO-STATUS
009860             MOVE SAMP-OPT-RECORD TO CRST-REC-AREA
009870             MOVE CRST-OPT-RELKEY TO CRST-REC-RELKEY
009880         WHEN 5
009890             READ RUNCTL-FILE NEXT RECORD
009900                 AT END
009910                     MOVE 'Y' TO CRST-CLU-EOF-SW
009920             END-READ
009930             MOVE CRST-RUNCTL-STATUS TO CRST-IO-STATUS
009940             MOVE SAMP-RUNC-RECORD TO CRST-REC-AREA
009950             MOVE CRST-RUNC-RELKEY TO CRST-REC-RELKEY
009960     END-EVALUATE.
009970     IF CRST-CLU-EOF
009980         GO TO 6000-EXIT
009990     END-IF.
010000     IF CRST-IO-STATUS NOT = '00'
010010         DISPLAY 'CTLRSTR - ' CRST-CLU-DD (CRST-CLU-SUB)
010020             ' READ FAILED, STATUS = ' CRST-IO-STATUS
010021         MOVE SAMP-MSG-CLUSTER-IO TO SAMP-MSG-ENTRY
010022         MOVE CRST-IO-STATUS      TO SAMP-MSG-DATA
010023         PERFORM 9800-ISSUE-MESSAGE THRU 9800-EXIT
010030         MOVE 24 TO CRST-RC
010040         GO TO 9999-ABEND-EXIT
010050     END-IF.
010060 6000-EXIT.
010070     EXIT.
010080
010090*****************************************************************
010100* 6500-HASH-RECORD - EACH BYTE'S VALUE TIMES ITS POSITION, PLUS
010110* THE RELATIVE RECORD NUMBER, EXACTLY AS CTLUNLD 3500-HASH-RECORD.
010120*****************************************************************
010130 6500-HASH-RECORD.
010140     MOVE CRST-REC-RELKEY TO CRST-REC-HASH.
010150     MOVE ZERO TO CRST-BYTE-SUB.
010160     PERFORM 6510-HASH-ONE-BYTE THRU 6510-EXIT
010170         UNTIL CRST-BYTE-SUB >= CRST-REC-LEN.
010180 6500-EXIT.
010190     EXIT.
010200
010210 6510-HASH-ONE-BYTE.
010220     ADD 1 TO CRST-BYTE-SUB.
010230     MOVE CRST-REC-AREA (CRST-BYTE-SUB:1) TO CRST-HASH-LO.
010240     COMPUTE CRST-REC-HASH = CRST-REC-HASH
010250         + CRST-BYTE-SUB * CRST-HASH-HALF-N.
010260 6510-EXIT.
010270     EXIT.
010280
010290*****************************************************************
010300* 7000-WRITE-AUDIT - ONE SAMPRSTA ROW FOR THE CURRENT CLUSTER.
010310* THE CALLER HAS SET THE LOAD COUNT, HASH AND RESULT.  A WRITE
010311* FAILURE WHILE 9999 IS LOGGING FAILED ROWS GOES BACK THROUGH
010312* 9999, WHICH SEES IT IS ALREADY ABENDING AND ONLY CLOSES UP;
010313* THE RETURN CODE OF THE ORIGINAL FAILURE STANDS.
010320*****************************************************************
010330 7000-WRITE-AUDIT.
010340     MOVE CRST-RUN-DATE                   TO SAMP-RSTA-DATE.
010350     MOVE CRST-RUN-TIME                   TO SAMP-RSTA-TIME.
010360     MOVE CRST-OPERATOR                   TO SAMP-RSTA-USER.
010370     MOVE CRST-CLU-NAME (CRST-CLU-SUB)    TO SAMP-RSTA-CLUSTER.
010380     MOVE CRST-GENERATION              TO SAMP-RSTA-GENERATION.
010390     MOVE CRST-BKUP-DATE                TO SAMP-RSTA-BKUP-DATE.
010400     MOVE CRST-BKUP-TIME                TO SAMP-RSTA-BKUP-TIME.
010410     MOVE CRST-TAB-MAN-COUNT (CRST-CLU-SUB)
010420                                       TO SAMP-RSTA-EXP-COUNT.
010430     MOVE CRST-TAB-MAN-HASH (CRST-CLU-SUB)
010440                                       TO SAMP-RSTA-EXP-HASH.
010450     WRITE SAMP-RSTA-RECORD.
010460     IF CRST-RSTAUDIT-STATUS NOT = '00'
010470         MOVE SAMP-MSG-RSTAUDIT-WRITE TO SAMP-MSG-ENTRY
010480         MOVE CRST-RSTAUDIT-STATUS    TO SAMP-MSG-DATA
010481         PERFORM 9800-ISSUE-MESSAGE THRU 9800-EXIT
010482         IF NOT CRST-IN-ABEND
010490             MOVE 24 TO CRST-RC
010491         END-IF
010500         GO TO 9999-ABEND-EXIT
010510     END-IF.
010520 7000-EXIT.
010530     EXIT.
010540
010550*****************************************************************
010560* 8000-TERMINATE - AFTER A RELOAD, THE VERIFICATION LISTING;
010570* THEN CLOSE UP.
010580*****************************************************************
010590 8000-TERMINATE.
010600     IF CRST-RELOAD-STARTED
010610         PERFORM 8600-PRINT-HEADINGS THRU 8600-EXIT
010620         MOVE ZERO TO CRST-CLU-SUB
010630         PERFORM 8100-LIST-ONE-CLUSTER THRU 8100-EXIT
010640             UNTIL CRST-CLU-SUB >= CRST-CLU-MAX
010650         WRITE RSTRPT-RECORD FROM CRST-RPT-FOUND-NOTE
010660             AFTER ADVANCING 2 LINES
010670         MOVE CRST-CLR-TOTAL TO CRST-CLR-TOT
010680         WRITE RSTRPT-RECORD FROM CRST-RPT-CLEARED
010690             AFTER ADVANCING 1 LINE
010700         IF CRST-MISMATCH-COUNT > ZERO
010710             WRITE RSTRPT-RECORD FROM CRST-RPT-MISMATCH-NOTE
010720                 AFTER ADVANCING 2 LINES
010730         END-IF
010740     END-IF.
010750
010760     CLOSE RSTAUDIT-FILE.
010770     CLOSE RSTRPT-FILE.
010771     IF SAMP-MLOG-FILE-OPEN
010772         CLOSE MSGLOG-FILE
010773     END-IF.
010780     MOVE CRST-RC TO RETURN-CODE.
010790 8000-EXIT.
010800     EXIT.
010810
010820 8100-LIST-ONE-CLUSTER.
010830     ADD 1 TO CRST-CLU-SUB.
010840     IF NOT CRST-TAB-CHOSEN (CRST-CLU-SUB)
010850         GO TO 8100-EXIT
010860     END-IF.
010870     MOVE CRST-CLU-NAME (CRST-CLU-SUB)      TO CRST-DET-CLUSTER.
010880     MOVE CRST-TAB-MAN-COUNT (CRST-CLU-SUB) TO CRST-DET-MAN-COUNT.
010890     MOVE CRST-TAB-MAN-HASH (CRST-CLU-SUB)  TO CRST-DET-MAN-HASH.
010900     MOVE CRST-TAB-LOAD-COUNT (CRST-CLU-SUB)
010910                                     TO CRST-DET-FND-COUNT.
010920     MOVE CRST-TAB-LOAD-HASH (CRST-CLU-SUB) TO CRST-DET-FND-HASH.
010930     MOVE CRST-TAB-RESULT (CRST-CLU-SUB)    TO CRST-DET-RESULT.
010940     WRITE RSTRPT-RECORD FROM CRST-RPT-DETAIL
010950         AFTER ADVANCING 1 LINE.
010960 8100-EXIT.
010970     EXIT.
010980
010990 8600-PRINT-HEADINGS.
011000     MOVE 1                 TO CRST-HDR-PAGE.
011010     MOVE CRST-RUN-MM       TO CRST-HDR-MM.
011020     MOVE CRST-RUN-DD       TO CRST-HDR-DD.
011030     MOVE CRST-RUN-YYYY     TO CRST-HDR-YYYY.
011040     MOVE CRST-GENERATION   TO CRST-HDR-GEN.
011050     MOVE CRST-BKUP-DATE    TO CRST-BKUP-DATE-X.
011060     MOVE CRST-BKUP-TIME    TO CRST-BKUP-TIME-X.
011070     MOVE CRST-BKUP-MM      TO CRST-HDR-TAKEN-MM.
011080     MOVE CRST-BKUP-DD      TO CRST-HDR-TAKEN-DD.
011090     MOVE CRST-BKUP-YYYY    TO CRST-HDR-TAKEN-YYYY.
011100     MOVE CRST-BKUP-HH      TO CRST-HDR-TAKEN-HH.
011110     MOVE CRST-BKUP-MIN     TO CRST-HDR-TAKEN-MIN.
011120     MOVE CRST-BKUP-SS      TO CRST-HDR-TAKEN-SS.
011130     MOVE CRST-OPERATOR     TO CRST-HDR-OPERATOR.
011140     WRITE RSTRPT-RECORD FROM CRST-RPT-HEADER-1
011150         AFTER ADVANCING PAGE.
011160     WRITE RSTRPT-RECORD FROM CRST-RPT-HEADER-2
011170         AFTER ADVANCING 2 LINES.
011180     WRITE RSTRPT-RECORD FROM CRST-RPT-HEADER-3
011190         AFTER ADVANCING 1 LINE.
011200     WRITE RSTRPT-RECORD FROM CRST-RPT-COLHDG-1
011210         AFTER ADVANCING 2 LINES.
011220     WRITE RSTRPT-RECORD FROM CRST-RPT-COLHDG-2
011230         AFTER ADVANCING 1 LINE.
011240 8600-EXIT.
011250     EXIT.
011260
011270*****************************************************************
011280* 9700-CLUSTER-OPEN-FAILED - THE CLUSTER'S OWN OPEN-FAILED
011290* MESSAGE, WITH THE STATUS.
011300*****************************************************************
011310 9700-CLUSTER-OPEN-FAILED.
011320     EVALUATE CRST-CLU-SUB
011330         WHEN 1
011340             MOVE SAMP-MSG-REQMAST-OPEN  TO SAMP-MSG-ENTRY
011350         WHEN 2
011360             MOVE SAMP-MSG-CALENDAR-OPEN TO SAMP-MSG-ENTRY
011370         WHEN 3
011380             MOVE SAMP-MSG-DISTLIST-OPEN TO SAMP-MSG-ENTRY
011390         WHEN 4
011400             MOVE SAMP-MSG-OPTIONS-OPEN  TO SAMP-MSG-ENTRY
011410         WHEN 5
011420             MOVE SAMP-MSG-RUNCTL-OPEN   TO SAMP-MSG-ENTRY
011430     END-EVALUATE.
011440     MOVE CRST-IO-STATUS TO SAMP-MSG-DATA.
011450     PERFORM 9800-ISSUE-MESSAGE THRU 9800-EXIT.
011460 9700-EXIT.
011470     EXIT.
011480
011490*****************************************************************
011500* 9800-ISSUE-MESSAGE - ISSUE THE CATALOG MESSAGE IN
011510* SAMP-MSG-ENTRY WITH THE DATA IN SAMP-MSG-DATA (SEE SAMPMSG).
011520*****************************************************************
011530 9800-ISSUE-MESSAGE.
011540     MOVE SAMP-MSG-ENT-ID   TO SAMP-MSG-ID.
011550     MOVE SAMP-MSG-ENT-TEXT TO SAMP-MSG-TEXT.
011560     DISPLAY SAMP-MSG-LINE.
011570     IF SAMP-MSG-ID(7:1) = 'S'
011580         DISPLAY SAMP-MSG-LINE UPON CONSOLE
011590     END-IF.
011600     PERFORM 9810-LOG-MESSAGE THRU 9810-EXIT.
011610     MOVE SPACES TO SAMP-MSG-DATA.
011620 9800-EXIT.
011630     EXIT.
011640
011650*****************************************************************
011660* 9810-LOG-MESSAGE - APPEND THE MESSAGE JUST ISSUED TO THE
011670* OPERATOR MESSAGE LOG (SAMPMLOG) WITH THE DATE AND TIME, THE JOB
011680* AND STEP, AND THE VARIABLE DATA, FOR MSGRPT.  THE LOG IS OPENED
011690* BY THE FIRST MESSAGE; IF IT CANNOT BE, OR A WRITE FAILS, THE
011700* STEP CARRIES ON UNLOGGED.
011710*****************************************************************
011720 9810-LOG-MESSAGE.
011730     IF SAMP-MLOG-UNUSABLE
011740         GO TO 9810-EXIT
011750     END-IF.
011760     IF SAMP-MLOG-FILE-CLOSED
011770         PERFORM 9820-OPEN-MESSAGE-LOG THRU 9820-EXIT
011780         IF SAMP-MLOG-UNUSABLE
011790             GO TO 9810-EXIT
011800         END-IF
011810     END-IF.
011820     ACCEPT SAMP-MLOG-DATE FROM DATE YYYYMMDD.
011830     ACCEPT SAMP-MLOG-TIME FROM TIME.
011840     MOVE SAMP-MLOG-JOB-NAME  TO SAMP-MLOG-JOB.
011850     MOVE SAMP-MLOG-STEP-NAME TO SAMP-MLOG-STEP.
011860     MOVE SAMP-MSG-PGM        TO SAMP-MLOG-PROGRAM.
011870     MOVE SAMP-MSG-ID         TO SAMP-MLOG-MSGID.
011880     MOVE SAMP-MSG-ID(7:1)    TO SAMP-MLOG-SEVERITY.
011890     MOVE SAMP-MSG-TEXT       TO SAMP-MLOG-TEXT.
011900     MOVE SAMP-MSG-DATA       TO SAMP-MLOG-DATA.
011910     WRITE SAMP-MLOG-RECORD.
011920     IF SAMP-MLOG-STATUS NOT = '00'
011930         DISPLAY 'CTLRSTR - MSGLOG WRITE FAILED, STATUS = '
011940                 SAMP-MLOG-STATUS ' - MESSAGES NOT LOGGED'
011950         CLOSE MSGLOG-FILE
011960         MOVE 'X' TO SAMP-MLOG-OPEN-SW
011970     END-IF.
011980 9810-EXIT.
011990     EXIT.
012000
012010*****************************************************************
012020* 9820-OPEN-MESSAGE-LOG - OPEN THE LOG FOR APPEND (THE FIRST RUN
012030* AGAINST A NEW DATASET CREATES IT) AND PICK UP THE JOB AND STEP
012040* NAMES FROM THE TIOT: PSATOLD AT THE FOOT OF THE PSA LOCATES THE
012050* TCB, AND TCBTIO IN THE TCB LOCATES THE TIOT.
012060*****************************************************************
012070 9820-OPEN-MESSAGE-LOG.
012080     OPEN EXTEND MSGLOG-FILE.
012090     IF SAMP-MLOG-STATUS = '35'
012100         CLOSE MSGLOG-FILE
012110         OPEN OUTPUT MSGLOG-FILE
012120     END-IF.
012130     IF SAMP-MLOG-STATUS NOT = '00'
012140         DISPLAY 'CTLRSTR - MSGLOG OPEN FAILED, STATUS = '
012150                 SAMP-MLOG-STATUS ' - MESSAGES NOT LOGGED'
012160         MOVE 'X' TO SAMP-MLOG-OPEN-SW
012170         GO TO 9820-EXIT
012180     END-IF.
012190     MOVE 'Y' TO SAMP-MLOG-OPEN-SW.
012200     SET ADDRESS OF SAMP-TIOT-PSA  TO NULL.
012210     SET ADDRESS OF SAMP-TIOT-TCB  TO SAMP-TIOT-PSATOLD.
012220     SET ADDRESS OF SAMP-TIOT-TIOT TO SAMP-TIOT-TCBTIO.
012230     MOVE SAMP-TIOT-JOB-NAME  TO SAMP-MLOG-JOB-NAME.
012240     MOVE SAMP-TIOT-STEP-NAME TO SAMP-MLOG-STEP-NAME.
012250 9820-EXIT.
012260     EXIT.
012270
012280*****************************************************************
012290* 9900-AUDIT-FAILED - A FAILED ROW FOR A CLUSTER ASKED FOR THAT
012300* HAS NO VERIFIED OR MISMATCH ROW YET, WITH WHATEVER WAS READ
012310* BACK FROM IT BY THEN.
012320*****************************************************************
012330 9900-AUDIT-FAILED.
012340     ADD 1 TO CRST-CLU-SUB.
012350     IF NOT CRST-TAB-CHOSEN (CRST-CLU-SUB)
012360        OR CRST-TAB-RESULT (CRST-CLU-SUB) = 'VERIFIED'
012370        OR CRST-TAB-RESULT (CRST-CLU-SUB) = 'MISMATCH'
012380         GO TO 9900-EXIT
012390     END-IF.
012400     MOVE 'FAILED' TO CRST-TAB-RESULT (CRST-CLU-SUB).
012410     MOVE CRST-TAB-LOAD-COUNT (CRST-CLU-SUB)
012420                                     TO SAMP-RSTA-LOAD-COUNT.
012430     MOVE CRST-TAB-LOAD-HASH (CRST-CLU-SUB)
012440                                     TO SAMP-RSTA-LOAD-HASH.
012450     MOVE 'FAILED' TO SAMP-RSTA-RESULT.
012460     PERFORM 7000-WRITE-AUDIT THRU 7000-EXIT.
012470 9900-EXIT.
012480     EXIT.
012490
012500*****************************************************************
012510* 9999-ABEND-EXIT - A FAILURE DURING THE RELOAD LEAVES THE
012520* CLUSTER IT WAS ON PART-LOADED; SAY SO, SO THE RESTORE IS RUN
012530* AGAIN BEFORE THE CYCLE, AND LOG A FAILED AUDIT ROW FOR EVERY
012540* CLUSTER ASKED FOR THAT HAS NOT ALREADY BEEN VERIFIED.  ENTERED
012550* A SECOND TIME (AN AUDIT WRITE FAILED WHILE LOGGING THOSE ROWS),
012560* IT ONLY CLOSES UP.
012570*****************************************************************
012580 9999-ABEND-EXIT.
012590     IF CRST-IN-ABEND
012600         GO TO 9999-CLOSE
012610     END-IF.
012620     MOVE 'Y' TO CRST-ABEND-SW.
012630     IF CRST-RC = ZERO
012640         MOVE 16 TO CRST-RC
012650     END-IF.
012660     IF CRST-CLU-OPEN
012670         PERFORM 4900-CLOSE-CLUSTER THRU 4900-EXIT
012680     END-IF.
012690     IF CRST-RELOAD-STARTED
012700         MOVE SAMP-MSG-RSTR-INCOMPLETE     TO SAMP-MSG-ENTRY
012710         MOVE CRST-CLU-NAME (CRST-CLU-SUB) TO SAMP-MSG-DATA
012720         PERFORM 9800-ISSUE-MESSAGE THRU 9800-EXIT
012730         IF CRST-RSTAUDIT-STATUS = '00'
012740             MOVE ZERO TO CRST-CLU-SUB
012750             PERFORM 9900-AUDIT-FAILED THRU 9900-EXIT
012760                 UNTIL CRST-CLU-SUB >= CRST-CLU-MAX
012770         END-IF
012780     END-IF.
012790 9999-CLOSE.
012800     IF CRST-BKUP-OPEN
012810         CLOSE BKUPIN-FILE
012820     END-IF.
012830     IF CRST-RSTAUDIT-STATUS = '00'
012840         CLOSE RSTAUDIT-FILE
012850     END-IF.
012860     IF CRST-RSTRPT-STATUS = '00'
012870         CLOSE RSTRPT-FILE
012880     END-IF.
012890     IF SAMP-MLOG-FILE-OPEN
012900         CLOSE MSGLOG-FILE
012910     END-IF.
012920     MOVE CRST-RC TO RETURN-CODE.
012930     GOBACK.
