000320*                  MISSING CARD FILE IS A LIST-ONLY RUN.  A
000330*                  REJECTED CARD ENDS THE STEP RC=4 WITHOUT
000340*                  STOPPING THE OTHER CARDS.
000341* 10/15/2026  RH   EVERY CHANGE APPLIED IS JOURNALED TO JRNLOUT
000342*                  (SEE SAMPJRNL) - BEFORE AND AFTER IMAGE OF THE
000343*                  LIST ROW, THE CARD, AND THE OPERATOR ID, WHICH
000344*                  NOW RIDES IN EXEC PARM COLS 1-8.  CARDS WITH
000345*                  NO OPERATOR ID IN THE PARM ARE NOT APPLIED
000346*                  (RC=8, LISTING STILL PRINTED).  ADD AND
000347*                  DELETE NOW READ THE ROW FIRST SO THE JOURNAL
000348*                  CARRIES THE ROW REPLACED OR REMOVED.
000349* 10/15/2026  RH   EVERY MESSAGE ISSUED THROUGH 9800 IS ALSO
00034A*                  APPENDED TO THE OPERATOR MESSAGE LOG (MSGLOG,
00034B*                  SEE SAMPMLOG) FOR MSGRPT.
00034C* 10/15/2026  RH   THE OPERATOR ID IS TAKEN ONLY AS FAR AS THE
00034D*                  PARM RUNS (BLANK BEYOND IT), AND AN ID OF ALL
00034E*                  '?' - THE PLACEHOLDER THE JOB IS SHIPPED WITH -
00034F*                  IS TREATED AS NO OPERATOR ID.
000350*****************************************************************
000360
000370 ENVIRONMENT DIVISION.
000540     SELECT DSTRPT-FILE    ASSIGN TO DSTRPT
000550            ORGANIZATION IS SEQUENTIAL
000560            FILE STATUS  IS DSTM-DSTRPT-STATUS.
000561
000562     SELECT JRNLOUT-FILE   ASSIGN TO JRNLOUT
000563            ORGANIZATION IS SEQUENTIAL
000564            FILE STATUS  IS DSTM-JRNLOUT-STATUS.
000565     SELECT MSGLOG-FILE    ASSIGN TO MSGLOG
000566            ORGANIZATION IS SEQUENTIAL
000567            FILE STATUS  IS SAMP-MLOG-STATUS.
000570
000580 DATA DIVISION.
000590 FILE SECTION.
000750 FD  DSTRPT-FILE
000760     RECORDING MODE IS F.
000770 01  DSTRPT-RECORD             PIC X(80).
000771
000772 FD  JRNLOUT-FILE
000773     RECORDING MODE IS F.
000774     COPY SAMPJRNL.
000775
000776 FD  MSGLOG-FILE
000777     RECORDING MODE IS F.
000778     COPY SAMPMLOG.
000780
000790 WORKING-STORAGE SECTION.
000800
000840   77 DSTM-DSTCARD-STATUS    PIC X(02) VALUE SPACES.
000850   77 DSTM-DISTLIST-STATUS   PIC X(02) VALUE SPACES.
000860   77 DSTM-DSTRPT-STATUS     PIC X(02) VALUE SPACES.
000861   77 DSTM-JRNLOUT-STATUS    PIC X(02) VALUE SPACES.
000870
000880   77 DSTM-CARD-EOF-SW       PIC X(01) VALUE 'N'.
000890       88 DSTM-CARD-EOF             VALUE 'Y'.
001000   77 DSTM-LIST-DONE-SW      PIC X(01) VALUE 'N'.
001010       88 DSTM-LIST-DONE            VALUE 'Y'.
001020       88 DSTM-LIST-MORE            VALUE 'N'.
001021
001022   77 DSTM-ON-FILE-SW        PIC X(01) VALUE 'N'.
001023       88 DSTM-ROW-ON-FILE          VALUE 'Y'.
001024       88 DSTM-ROW-NEW              VALUE 'N'.
001030
001040*****************************************************************
001050* COUNTERS AND WORK FIELDS
001130   77 DSTM-LIST-COUNT        PIC 9(05) COMP-3 VALUE ZERO.
001140
001150   77 DSTM-RUN-DATE          PIC 9(08) VALUE ZERO.
001151   77 DSTM-NOW-TIME          PIC 9(08) VALUE ZERO.
001152   77 DSTM-OPERATOR          PIC X(08) VALUE SPACES.
0011A1      88 DSTM-NO-OPERATOR          VALUE SPACES '????????'.
0011A2   77 DSTM-PARM-USE          PIC S9(4) COMP VALUE ZERO.
001153
001154*****************************************************************
001155* JOURNAL WORK - THE LIST ROW AS IT STOOD BEFORE THE CARD AND
001156* THE ACTION CODE FOR THE JOURNAL ROW (SEE SAMPJRNL).
001157*****************************************************************
001158 01  DSTM-BEFORE-IMAGE         PIC X(52) VALUE SPACES.
001159   77 DSTM-JRNL-ACTION       PIC X(01) VALUE SPACE.
001160
001170 01  DSTM-RUN-DATE-X.
001180     05  DSTM-RUN-YYYY         PIC 9(04).
001730
001732     COPY SAMPMSG.
001734
001735 LINKAGE SECTION.
001736 01  DSTM-PARM.
001737     05  DSTM-PARM-LEN         PIC S9(4) COMP.
001738     05  DSTM-PARM-DATA        PIC X(80).
001739
00173A     COPY SAMPTIOT.
00173B
001740 PROCEDURE DIVISION USING DSTM-PARM.
001750
001760*****************************************************************
001770* 0000-MAINLINE
001810     PERFORM 3000-APPLY-CARDS THRU 3000-EXIT.
001820     PERFORM 5000-LIST-DISTLIST THRU 5000-EXIT.
001830     PERFORM 8000-TERMINATE THRU 8000-EXIT.
001831     IF SAMP-MLOG-FILE-OPEN
001832         CLOSE MSGLOG-FILE
001833     END-IF.
001840     GOBACK.
001850
001860*****************************************************************
001870* 1000-INITIALIZE - OPEN THE CARD FILE, THE DISTRIBUTION LIST,
001880* THE JOURNAL, AND THE LISTING.  A MISSING CARD FILE IS A
001890* LIST-ONLY RUN, NOT AN ERROR.  THE LIST CLUSTER IS CREATED FRESH
001900* THE FIRST TIME A RUN FINDS NO DATASET, THE SAME WAY SAMPLE
001901* CREATES FACTIDX.  THE OPERATOR ID COMES FROM PARM COLS 1-8.
001910*****************************************************************
001920 1000-INITIALIZE.
001930     ACCEPT DSTM-RUN-DATE FROM DATE YYYYMMDD.
001940     MOVE DSTM-RUN-DATE TO DSTM-RUN-DATE-X.
001942     MOVE 'DSTMNT' TO SAMP-MSG-PGM.
001943     MOVE SPACES TO DSTM-OPERATOR.
001944     MOVE DSTM-PARM-LEN TO DSTM-PARM-USE.
001945     IF DSTM-PARM-USE > 8
001946         MOVE 8 TO DSTM-PARM-USE
001947     END-IF.
001948     IF DSTM-PARM-USE > ZERO
001949         MOVE DSTM-PARM-DATA(1:DSTM-PARM-USE) TO DSTM-OPERATOR
00194A     END-IF.
001950
001960     OPEN OUTPUT DSTRPT-FILE.
001970     IF DSTM-DSTRPT-STATUS NOT = '00'
002140         GO TO 9999-ABEND-EXIT
002150     END-IF.
002160     MOVE 'Y' TO DSTM-LIST-OPEN-SW.
002161
002162     OPEN EXTEND JRNLOUT-FILE.
002163     IF DSTM-JRNLOUT-STATUS = '35'
002164         CLOSE JRNLOUT-FILE
002165         OPEN OUTPUT JRNLOUT-FILE
002166     END-IF.
002167     IF DSTM-JRNLOUT-STATUS NOT = '00'
002168         MOVE SAMP-MSG-JOURNAL-OPEN TO SAMP-MSG-ENTRY
002169         MOVE DSTM-JRNLOUT-STATUS   TO SAMP-MSG-DATA
00216A         PERFORM 9800-ISSUE-MESSAGE THRU 9800-EXIT
00216B         MOVE 28 TO DSTM-RC
00216C         GO TO 9999-ABEND-EXIT
00216D     END-IF.
002170
002180     OPEN INPUT DSTCARD-FILE.
002190     IF DSTM-DSTCARD-STATUS = '35'
002240
002250*****************************************************************
002260* 3000-APPLY-CARDS - ONE PASS DOWN THE TRANSACTION CARDS, ONE
002270* ACTION LINE PER CARD.  NO CHANGE GOES ON WITHOUT AN OPERATOR
002271* ID FOR THE JOURNAL.
002280*****************************************************************
002290 3000-APPLY-CARDS.
002300     IF DSTM-CARDS-MISSING
002310         GO TO 3000-EXIT
002320     END-IF.
002321     IF DSTM-NO-OPERATOR
002322         DISPLAY 'DSTMNT - CARDS NOT APPLIED, THE OPERATOR ID '
002323             'MUST BE IN PARM COLS 1-8'
002324         MOVE 08 TO DSTM-RC
002325         CLOSE DSTCARD-FILE
002326         GO TO 3000-EXIT
002327     END-IF.
002330     PERFORM 3200-READ-CARD THRU 3200-EXIT.
002340     PERFORM 3100-APPLY-ONE-CARD THRU 3100-EXIT
002350         UNTIL DSTM-CARD-EOF.
002970     END-IF.
002980     MOVE DSTM-CARD-RECIPIENT TO SAMP-DST-RECIPIENT.
002990     MOVE DSTM-CARD-REPORT    TO SAMP-DST-REPORT.
002991     MOVE SPACES              TO DSTM-BEFORE-IMAGE.
002992     READ DISTLIST-FILE
002993         INVALID KEY
002994             MOVE 'N' TO DSTM-ON-FILE-SW
002995         NOT INVALID KEY
002996             MOVE 'Y' TO DSTM-ON-FILE-SW
002997             MOVE SAMP-DST-RECORD TO DSTM-BEFORE-IMAGE
002998     END-READ.
002999     MOVE DSTM-CARD-RECIPIENT TO SAMP-DST-RECIPIENT.
00299A     MOVE DSTM-CARD-REPORT    TO SAMP-DST-REPORT.
003000     MOVE DSTM-CARD-DEPT      TO SAMP-DST-DEPT.
003010     MOVE DSTM-WORK-COPIES    TO SAMP-DST-COPIES.
003020     MOVE DSTM-CARD-DELIVERY  TO SAMP-DST-DELIVERY.
003021     IF DSTM-ROW-ON-FILE
003022         REWRITE SAMP-DST-RECORD
003023         MOVE 'REPLACED                ' TO DSTM-ACT-TEXT
003024         MOVE 'R' TO DSTM-JRNL-ACTION
003025         ADD 1 TO DSTM-REPL-COUNT
003026     ELSE
003027         WRITE SAMP-DST-RECORD
003028         MOVE 'ADDED                   ' TO DSTM-ACT-TEXT
003029         MOVE 'A' TO DSTM-JRNL-ACTION
00302A         ADD 1 TO DSTM-ADD-COUNT
00302B     END-IF.
003120     PERFORM 4200-PRINT-ACTION THRU 4200-EXIT.
003121     MOVE SAMP-DST-RECORD     TO SAMP-JRNL-AFTER.
003122     PERFORM 4300-WRITE-JOURNAL THRU 4300-EXIT.
003130 3300-EXIT.
003140     EXIT.
003150
003160*****************************************************************
003170* 3400-DELETE-ROW - DROP THE RECIPIENT/REPORT PAIR FROM THE
003180* LIST.  THE ROW IS READ FIRST SO THE JOURNAL CARRIES WHAT WAS
003181* REMOVED.
003190*****************************************************************
003200 3400-DELETE-ROW.
003210     MOVE DSTM-CARD-RECIPIENT TO SAMP-DST-RECIPIENT.
003220     MOVE DSTM-CARD-REPORT    TO SAMP-DST-REPORT.
003221     READ DISTLIST-FILE
003222         INVALID KEY
003223             MOVE 'REJECTED - NOT ON FILE  ' TO DSTM-ACT-TEXT
003224             PERFORM 4200-PRINT-ACTION THRU 4200-EXIT
003225             ADD 1 TO DSTM-REJ-COUNT
003226             GO TO 3400-EXIT
003227     END-READ.
003228     MOVE SAMP-DST-RECORD TO DSTM-BEFORE-IMAGE.
003230     DELETE DISTLIST-FILE
003240         INVALID KEY
003250             MOVE 'REJECTED - NOT ON FILE  ' TO DSTM-ACT-TEXT
003300     MOVE 'DELETED                 ' TO DSTM-ACT-TEXT.
003310     PERFORM 4200-PRINT-ACTION THRU 4200-EXIT.
003320     ADD 1 TO DSTM-DEL-COUNT.
003321     MOVE 'D'    TO DSTM-JRNL-ACTION.
003322     MOVE SPACES TO SAMP-JRNL-AFTER.
003323     PERFORM 4300-WRITE-JOURNAL THRU 4300-EXIT.
003330 3400-EXIT.
003340     EXIT.
003350
004100     ADD 1 TO DSTM-LINE-COUNT.
004110 4200-EXIT.
004120     EXIT.
004121
004122*****************************************************************
004123* 4300-WRITE-JOURNAL - ONE JOURNAL ROW FOR THE CHANGE JUST
004124* APPLIED: THE ROW BEFORE (SPACES FOR AN ADD), THE ROW AFTER
004125* (SPACES FOR A DELETE, SET BY THE CALLER), THE CARD, AND WHO
004126* SUBMITTED IT.
004127*****************************************************************
004128 4300-WRITE-JOURNAL.
004129     ACCEPT DSTM-NOW-TIME FROM TIME.
00412A     MOVE DSTM-RUN-DATE     TO SAMP-JRNL-DATE.
00412B     MOVE DSTM-NOW-TIME     TO SAMP-JRNL-TIME.
00412C     MOVE 'DSTMNT'          TO SAMP-JRNL-PROGRAM.
00412D     MOVE 'DISTLST'         TO SAMP-JRNL-FILE.
00412E     MOVE DSTM-OPERATOR     TO SAMP-JRNL-OPERATOR.
00412F     MOVE DSTM-JRNL-ACTION  TO SAMP-JRNL-ACTION.
00412G     MOVE DSTM-BEFORE-IMAGE TO SAMP-JRNL-BEFORE.
00412H     MOVE DSTM-CARD-RECORD  TO SAMP-JRNL-CARD.
00412I     MOVE DSTM-CARD-RECIPIENT TO SAMP-JRNL-KEY(1:20).
00412J     MOVE DSTM-CARD-REPORT    TO SAMP-JRNL-KEY(21:8).
00412K     WRITE SAMP-JRNL-RECORD.
00412L 4300-EXIT.
00412M     EXIT.
004130
004140*****************************************************************
004150* 8000-TERMINATE - SUMMARY COUNTS, CLOSE UP, AND SET THE STEP
004490
004500     CLOSE DISTLIST-FILE.
004510     CLOSE DSTRPT-FILE.
004511     CLOSE JRNLOUT-FILE.
004520     MOVE DSTM-RC TO RETURN-CODE.
004530 8000-EXIT.
004540     EXIT.
00450A     IF SAMP-MSG-ID(7:1) = 'S'
00450B         DISPLAY SAMP-MSG-LINE UPON CONSOLE
00450C     END-IF.
00450D     PERFORM 9810-LOG-MESSAGE THRU 9810-EXIT.
00450E     MOVE SPACES TO SAMP-MSG-DATA.
00450F 9800-EXIT.
00450G     EXIT.
0045A1
0045A2*****************************************************************
0045A3* 9810-LOG-MESSAGE - APPEND THE MESSAGE JUST ISSUED TO THE
0045A4* OPERATOR MESSAGE LOG (SAMPMLOG) WITH THE DATE AND TIME, THE JOB
0045A5* AND STEP, AND THE VARIABLE DATA, FOR MSGRPT.  THE LOG IS OPENED
0045A6* BY THE FIRST MESSAGE; IF IT CANNOT BE, OR A WRITE FAILS, THE
0045A7* STEP CARRIES ON UNLOGGED.
0045A8*****************************************************************
0045A9 9810-LOG-MESSAGE.
0045AA     IF SAMP-MLOG-UNUSABLE
0045AB         GO TO 9810-EXIT
0045AC     END-IF.
0045AD     IF SAMP-MLOG-FILE-CLOSED
0045AE         PERFORM 9820-OPEN-MESSAGE-LOG THRU 9820-EXIT
0045AF         IF SAMP-MLOG-UNUSABLE
0045AG             GO TO 9810-EXIT
0045AH         END-IF
0045AI     END-IF.
0045AJ     ACCEPT SAMP-MLOG-DATE FROM DATE YYYYMMDD.
0045AK     ACCEPT SAMP-MLOG-TIME FROM TIME.
0045AL     MOVE SAMP-MLOG-JOB-NAME  TO SAMP-MLOG-JOB.
0045AM     MOVE SAMP-MLOG-STEP-NAME TO SAMP-MLOG-STEP.
0045AN     MOVE SAMP-MSG-PGM        TO SAMP-MLOG-PROGRAM.
0045AP     MOVE SAMP-MSG-ID         TO SAMP-MLOG-MSGID.
0045AQ     MOVE SAMP-MSG-ID(7:1)    TO SAMP-MLOG-SEVERITY.
0045AR     MOVE SAMP-MSG-TEXT       TO SAMP-MLOG-TEXT.
0045AS     MOVE SAMP-MSG-DATA       TO SAMP-MLOG-DATA.
0045AT     WRITE SAMP-MLOG-RECORD.
0045AU     IF SAMP-MLOG-STATUS NOT = '00'
0045AV         DISPLAY 'DSTMNT - MSGLOG WRITE FAILED, STATUS = '
0045AW                 SAMP-MLOG-STATUS ' - MESSAGES NOT LOGGED'
0045AX         CLOSE MSGLOG-FILE
0045AY         MOVE 'X' TO SAMP-MLOG-OPEN-SW
0045AZ     END-IF.
0045B1 9810-EXIT.
0045B2     EXIT.
0045B3
0045B4*****************************************************************
0045B5* 9820-OPEN-MESSAGE-LOG - OPEN THE LOG FOR APPEND (THE FIRST RUN
0045B6* AGAINST A NEW DATASET CREATES IT) AND PICK UP THE JOB AND STEP
0045B7* NAMES FROM THE TIOT: PSATOLD AT THE FOOT OF THE PSA LOCATES THE
0045B8* TCB, AND TCBTIO IN THE TCB LOCATES THE TIOT.
0045B9*****************************************************************
0045BA 9820-OPEN-MESSAGE-LOG.
0045BB     OPEN EXTEND MSGLOG-FILE.
0045BC     IF SAMP-MLOG-STATUS = '35'
0045BD         CLOSE MSGLOG-FILE
0045BE         OPEN OUTPUT MSGLOG-FILE
0045BF     END-IF.
0045BG     IF SAMP-MLOG-STATUS NOT = '00'
0045BH         DISPLAY 'DSTMNT - MSGLOG OPEN FAILED, STATUS = '
0045BI                 SAMP-MLOG-STATUS ' - MESSAGES NOT LOGGED'
0045BJ         MOVE 'X' TO SAMP-MLOG-OPEN-SW
0045BK         GO TO 9820-EXIT
0045BL     END-IF.
0045BM     MOVE 'Y' TO SAMP-MLOG-OPEN-SW.
0045BN     SET ADDRESS OF SAMP-TIOT-PSA  TO NULL.
0045BP     SET ADDRESS OF SAMP-TIOT-TCB  TO SAMP-TIOT-PSATOLD.
0045BQ     SET ADDRESS OF SAMP-TIOT-TIOT TO SAMP-TIOT-TCBTIO.
0045BR     MOVE SAMP-TIOT-JOB-NAME  TO SAMP-MLOG-JOB-NAME.
0045BS     MOVE SAMP-TIOT-STEP-NAME TO SAMP-MLOG-STEP-NAME.
0045BT 9820-EXIT.
0045BU     EXIT.
004560*****************************************************************
004570* 9999-ABEND-EXIT
004580*****************************************************************
004660     IF DSTM-LIST-FILE-OPEN
004670         CLOSE DISTLIST-FILE
004680     END-IF.
004681     IF DSTM-JRNLOUT-STATUS = '00'
004682         CLOSE JRNLOUT-FILE
004683     END-IF.
004690     IF DSTM-DSTRPT-STATUS = '00'
004700         CLOSE DSTRPT-FILE
004710     END-IF.
004711     IF SAMP-MLOG-FILE-OPEN
004712         CLOSE MSGLOG-FILE
004713     END-IF.
004720     MOVE DSTM-RC TO RETURN-CODE.
004730     GOBACK.
