000300*                  REASON.  A MISSING CARD FILE IS A LIST-ONLY
000310*                  RUN.  A REJECTED CARD ENDS THE STEP RC=4
000320*                  WITHOUT STOPPING THE OTHER CARDS.
000321* 10/15/2026  RH   EVERY CHANGE APPLIED IS JOURNALED TO JRNLOUT
000322*                  (SEE SAMPJRNL) - BEFORE AND AFTER IMAGE OF THE
000323*                  CALENDAR ROW, THE CARD, AND THE OPERATOR ID,
000324*                  WHICH NOW RIDES IN EXEC PARM COLS 1-8.  CARDS
000325*                  WITH NO OPERATOR ID IN THE PARM ARE NOT
000326*                  APPLIED (RC=8, LISTING STILL PRINTED).  ADD
000327*                  AND DELETE NOW READ THE DATE FIRST SO THE
000328*                  JOURNAL CARRIES THE ROW REPLACED OR REMOVED.
000329* 10/15/2026  RH   EVERY MESSAGE ISSUED THROUGH 9800 IS ALSO
00032A*                  APPENDED TO THE OPERATOR MESSAGE LOG (MSGLOG,
00032B*                  SEE SAMPMLOG) FOR MSGRPT.
00032C* 10/15/2026  RH   THE OPERATOR ID IS TAKEN ONLY AS FAR AS THE
00032D*                  PARM RUNS (BLANK BEYOND IT), AND AN ID OF ALL
00032E*                  '?' - THE PLACEHOLDER THE JOB IS SHIPPED WITH -
00032F*                  IS TREATED AS NO OPERATOR ID.
000330*****************************************************************
000340
000350 ENVIRONMENT DIVISION.
000520     SELECT CALRPT-FILE    ASSIGN TO CALRPT
000530            ORGANIZATION IS SEQUENTIAL
000540            FILE STATUS  IS CALM-CALRPT-STATUS.
000541
000542     SELECT JRNLOUT-FILE   ASSIGN TO JRNLOUT
000543            ORGANIZATION IS SEQUENTIAL
000544            FILE STATUS  IS CALM-JRNLOUT-STATUS.
000545     SELECT MSGLOG-FILE    ASSIGN TO MSGLOG
000546            ORGANIZATION IS SEQUENTIAL
000547            FILE STATUS  IS SAMP-MLOG-STATUS.
000550
000560 DATA DIVISION.
000570 FILE SECTION.
000710 FD  CALRPT-FILE
000720     RECORDING MODE IS F.
000730 01  CALRPT-RECORD             PIC X(80).
000731
000732 FD  JRNLOUT-FILE
000733     RECORDING MODE IS F.
000734     COPY SAMPJRNL.
000735
000736 FD  MSGLOG-FILE
000737     RECORDING MODE IS F.
000738     COPY SAMPMLOG.
000740
000750 WORKING-STORAGE SECTION.
000760
000800   77 CALM-CALCARD-STATUS    PIC X(02) VALUE SPACES.
000810   77 CALM-CALENDAR-STATUS   PIC X(02) VALUE SPACES.
000820   77 CALM-CALRPT-STATUS     PIC X(02) VALUE SPACES.
000821   77 CALM-JRNLOUT-STATUS    PIC X(02) VALUE SPACES.
000830
000840   77 CALM-CARD-EOF-SW       PIC X(01) VALUE 'N'.
000850       88 CALM-CARD-EOF             VALUE 'Y'.
000960   77 CALM-LIST-DONE-SW      PIC X(01) VALUE 'N'.
000970       88 CALM-LIST-DONE            VALUE 'Y'.
000980       88 CALM-LIST-MORE            VALUE 'N'.
000981
000982   77 CALM-ON-FILE-SW        PIC X(01) VALUE 'N'.
000983       88 CALM-DATE-ON-FILE         VALUE 'Y'.
000984       88 CALM-DATE-NEW             VALUE 'N'.
000990
001000*****************************************************************
001010* COUNTERS AND WORK FIELDS
001090   77 CALM-LIST-COUNT        PIC 9(05) COMP-3 VALUE ZERO.
001100
001110   77 CALM-RUN-DATE          PIC 9(08) VALUE ZERO.
001111   77 CALM-NOW-TIME          PIC 9(08) VALUE ZERO.
001112   77 CALM-OPERATOR          PIC X(08) VALUE SPACES.
0011A1      88 CALM-NO-OPERATOR          VALUE SPACES '????????'.
0011A2   77 CALM-PARM-USE          PIC S9(4) COMP VALUE ZERO.
001113
001114*****************************************************************
001115* JOURNAL WORK - THE CALENDAR ROW AS IT STOOD BEFORE THE CARD
001116* AND THE ACTION CODE FOR THE JOURNAL ROW (SEE SAMPJRNL).
001117*****************************************************************
001118 01  CALM-BEFORE-IMAGE         PIC X(39) VALUE SPACES.
001119   77 CALM-JRNL-ACTION       PIC X(01) VALUE SPACE.
001120
001130 01  CALM-RUN-DATE-X.
001140     05  CALM-RUN-YYYY         PIC 9(04).
001700
001702     COPY SAMPMSG.
001704
001705 LINKAGE SECTION.
001706 01  CALM-PARM.
001707     05  CALM-PARM-LEN         PIC S9(4) COMP.
001708     05  CALM-PARM-DATA        PIC X(80).
001709
00170A     COPY SAMPTIOT.
00170B
001710 PROCEDURE DIVISION USING CALM-PARM.
001720
001730*****************************************************************
001740* 0000-MAINLINE
001780     PERFORM 3000-APPLY-CARDS THRU 3000-EXIT.
001790     PERFORM 5000-LIST-CALENDAR THRU 5000-EXIT.
001800     PERFORM 8000-TERMINATE THRU 8000-EXIT.
001801     IF SAMP-MLOG-FILE-OPEN
001802         CLOSE MSGLOG-FILE
001803     END-IF.
001810     GOBACK.
001820
001830*****************************************************************
001840* 1000-INITIALIZE - OPEN THE CARD FILE, THE CALENDAR, THE
001850* JOURNAL, AND THE LISTING.  A MISSING CARD FILE IS A LIST-ONLY
001860* RUN, NOT AN ERROR.  THE CALENDAR IS CREATED FRESH THE FIRST
001870* TIME A RUN FINDS NO DATASET, THE SAME WAY SAMPLE CREATES
001871* FACTIDX.  THE OPERATOR ID COMES FROM PARM COLS 1-8.
001880*****************************************************************
001890 1000-INITIALIZE.
001900     ACCEPT CALM-RUN-DATE FROM DATE YYYYMMDD.
001910     MOVE CALM-RUN-DATE TO CALM-RUN-DATE-X.
001912     MOVE 'CALMNT' TO SAMP-MSG-PGM.
001913     MOVE SPACES TO CALM-OPERATOR.
001914     MOVE CALM-PARM-LEN TO CALM-PARM-USE.
001915     IF CALM-PARM-USE > 8
001916         MOVE 8 TO CALM-PARM-USE
001917     END-IF.
001918     IF CALM-PARM-USE > ZERO
001919         MOVE CALM-PARM-DATA(1:CALM-PARM-USE) TO CALM-OPERATOR
00191A     END-IF.
001920
001930     OPEN OUTPUT CALRPT-FILE.
001940     IF CALM-CALRPT-STATUS NOT = '00'
002110         GO TO 9999-ABEND-EXIT
002120     END-IF.
002130     MOVE 'Y' TO CALM-CAL-OPEN-SW.
002131
002132     OPEN EXTEND JRNLOUT-FILE.
002133     IF CALM-JRNLOUT-STATUS = '35'
002134         CLOSE JRNLOUT-FILE
002135         OPEN OUTPUT JRNLOUT-FILE
002136     END-IF.
002137     IF CALM-JRNLOUT-STATUS NOT = '00'
002138         MOVE SAMP-MSG-JOURNAL-OPEN TO SAMP-MSG-ENTRY
002139         MOVE CALM-JRNLOUT-STATUS   TO SAMP-MSG-DATA
00213A         PERFORM 9800-ISSUE-MESSAGE THRU 9800-EXIT
00213B         MOVE 28 TO CALM-RC
00213C         GO TO 9999-ABEND-EXIT
00213D     END-IF.
002140
002150     OPEN INPUT CALCARD-FILE.
002160     IF CALM-CALCARD-STATUS = '35'
002210
002220*****************************************************************
002230* 3000-APPLY-CARDS - ONE PASS DOWN THE TRANSACTION CARDS, ONE
002240* ACTION LINE PER CARD.  NO CHANGE GOES ON WITHOUT AN OPERATOR
002241* ID FOR THE JOURNAL.
002250*****************************************************************
002260 3000-APPLY-CARDS.
002270     IF CALM-CARDS-MISSING
002280         GO TO 3000-EXIT
002290     END-IF.
002291     IF CALM-NO-OPERATOR
002292         DISPLAY 'CALMNT - CARDS NOT APPLIED, THE OPERATOR ID '
002293             'MUST BE IN PARM COLS 1-8'
002294         MOVE 08 TO CALM-RC
002295         CLOSE CALCARD-FILE
002296         GO TO 3000-EXIT
002297     END-IF.
002300     PERFORM 3200-READ-CARD THRU 3200-EXIT.
002310     PERFORM 3100-APPLY-ONE-CARD THRU 3100-EXIT
002320         UNTIL CALM-CARD-EOF.
002840         GO TO 3300-EXIT
002850     END-IF.
002860     MOVE CALM-CARD-DATE   TO SAMP-CAL-DATE.
002861     MOVE SPACES           TO CALM-BEFORE-IMAGE.
002862     READ CALENDAR-FILE
002863         INVALID KEY
002864             MOVE 'N' TO CALM-ON-FILE-SW
002865         NOT INVALID KEY
002866             MOVE 'Y' TO CALM-ON-FILE-SW
002867             MOVE SAMP-CAL-RECORD TO CALM-BEFORE-IMAGE
002868     END-READ.
002869     MOVE CALM-CARD-DATE   TO SAMP-CAL-DATE.
002870     MOVE CALM-CARD-TYPE   TO SAMP-CAL-TYPE.
002880     MOVE CALM-CARD-REASON TO SAMP-CAL-REASON.
002881     IF CALM-DATE-ON-FILE
002882         REWRITE SAMP-CAL-RECORD
002883         MOVE 'REPLACED                ' TO CALM-ACT-TEXT
002884         MOVE 'R' TO CALM-JRNL-ACTION
002885         ADD 1 TO CALM-REPL-COUNT
002886     ELSE
002887         WRITE SAMP-CAL-RECORD
002888         MOVE 'ADDED                   ' TO CALM-ACT-TEXT
002889         MOVE 'A' TO CALM-JRNL-ACTION
00288A         ADD 1 TO CALM-ADD-COUNT
00288B     END-IF.
002980     MOVE CALM-CARD-DATE   TO CALM-ACT-DATE.
002990     MOVE CALM-CARD-REASON TO CALM-ACT-REASON.
003000     PERFORM 4200-PRINT-ACTION THRU 4200-EXIT.
003001     MOVE SAMP-CAL-RECORD  TO SAMP-JRNL-AFTER.
003002     PERFORM 4300-WRITE-JOURNAL THRU 4300-EXIT.
003010 3300-EXIT.
003020     EXIT.
003030
003040*****************************************************************
003050* 3400-DELETE-DATE - REMOVE THE DATE FROM THE CALENDAR.  THE
003051* ROW IS READ FIRST SO THE JOURNAL CARRIES WHAT WAS REMOVED.
003060*****************************************************************
003070 3400-DELETE-DATE.
003080     IF CALM-CARD-DATE IS NOT NUMERIC
003140         GO TO 3400-EXIT
003150     END-IF.
003160     MOVE CALM-CARD-DATE TO SAMP-CAL-DATE.
003161     READ CALENDAR-FILE
003162         INVALID KEY
003163             MOVE 'REJECTED - NOT ON FILE  ' TO CALM-ACT-TEXT
003164             MOVE CALM-CARD-DATE   TO CALM-ACT-DATE
003165             MOVE CALM-CARD-REASON TO CALM-ACT-REASON
003166             PERFORM 4200-PRINT-ACTION THRU 4200-EXIT
003167             ADD 1 TO CALM-REJ-COUNT
003168             GO TO 3400-EXIT
003169     END-READ.
00316A     MOVE SAMP-CAL-RECORD TO CALM-BEFORE-IMAGE.
003170     DELETE CALENDAR-FILE
003180         INVALID KEY
003190             MOVE 'REJECTED - NOT ON FILE  ' TO CALM-ACT-TEXT
003280     MOVE CALM-CARD-REASON TO CALM-ACT-REASON.
003290     PERFORM 4200-PRINT-ACTION THRU 4200-EXIT.
003300     ADD 1 TO CALM-DEL-COUNT.
003301     MOVE 'D'    TO CALM-JRNL-ACTION.
003302     MOVE SPACES TO SAMP-JRNL-AFTER.
003303     PERFORM 4300-WRITE-JOURNAL THRU 4300-EXIT.
003310 3400-EXIT.
003320     EXIT.
003330
004060     ADD 1 TO CALM-LINE-COUNT.
004070 4200-EXIT.
004080     EXIT.
004081
004082*****************************************************************
004083* 4300-WRITE-JOURNAL - ONE JOURNAL ROW FOR THE CHANGE JUST
004084* APPLIED: THE ROW BEFORE (SPACES FOR AN ADD), THE ROW AFTER
004085* (SPACES FOR A DELETE, SET BY THE CALLER), THE CARD, AND WHO
004086* SUBMITTED IT.
004087*****************************************************************
004088 4300-WRITE-JOURNAL.
004089     ACCEPT CALM-NOW-TIME FROM TIME.
00408A     MOVE CALM-RUN-DATE     TO SAMP-JRNL-DATE.
00408B     MOVE CALM-NOW-TIME     TO SAMP-JRNL-TIME.
00408C     MOVE 'CALMNT'          TO SAMP-JRNL-PROGRAM.
00408D     MOVE 'CALNDR'          TO SAMP-JRNL-FILE.
00408E     MOVE CALM-OPERATOR     TO SAMP-JRNL-OPERATOR.
00408F     MOVE CALM-JRNL-ACTION  TO SAMP-JRNL-ACTION.
00408G     MOVE CALM-CARD-DATE    TO SAMP-JRNL-KEY.
00408H     MOVE CALM-BEFORE-IMAGE TO SAMP-JRNL-BEFORE.
00408I     MOVE CALM-CARD-RECORD  TO SAMP-JRNL-CARD.
00408J     WRITE SAMP-JRNL-RECORD.
00408K 4300-EXIT.
00408L     EXIT.
004090
004100*****************************************************************
004110* 8000-TERMINATE - SUMMARY COUNTS, CLOSE UP, AND SET THE STEP
004440     END-IF.
004450
004460     CLOSE CALENDAR-FILE.
004461     CLOSE JRNLOUT-FILE.
004470     CLOSE CALRPT-FILE.
004480     MOVE CALM-RC TO RETURN-CODE.
004490 8000-EXIT.
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
0045AV         DISPLAY 'CALMNT - MSGLOG WRITE FAILED, STATUS = '
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
0045BH         DISPLAY 'CALMNT - MSGLOG OPEN FAILED, STATUS = '
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
004520*****************************************************************
004530* 9999-ABEND-EXIT
004540*****************************************************************
004620     IF CALM-CAL-FILE-OPEN
004630         CLOSE CALENDAR-FILE
004640     END-IF.
004641     IF CALM-JRNLOUT-STATUS = '00'
004642         CLOSE JRNLOUT-FILE
004643     END-IF.
004650     IF CALM-CALRPT-STATUS = '00'
004660         CLOSE CALRPT-FILE
004670     END-IF.
004671     IF SAMP-MLOG-FILE-OPEN
004672         CLOSE MSGLOG-FILE
004673     END-IF.
004680     MOVE CALM-RC TO RETURN-CODE.
004690     GOBACK.
