000310*                  THE RUN DATE).  A MISSING CARD FILE IS A
000320*                  LIST-ONLY RUN.  A REJECTED CARD ENDS THE STEP
000330*                  RC=4 WITHOUT STOPPING THE OTHER CARDS.
000331* 10/15/2026  RH   EVERY CHANGE APPLIED IS JOURNALED TO JRNLOUT
000332*                  (SEE SAMPJRNL) - BEFORE AND AFTER IMAGE OF THE
000333*                  MASTER ROW, THE CARD, AND THE OPERATOR ID,
000334*                  WHICH NOW RIDES IN EXEC PARM COLS 1-8.  CARDS
000335*                  WITH NO OPERATOR ID IN THE PARM ARE NOT
000336*                  APPLIED (RC=8, LISTING STILL PRINTED).  AN ADD
000337*                  NOW READS THE ID FIRST SO A REPLACE CARRIES
000338*                  THE ROW IT REPLACED.
000339* 10/15/2026  RH   EVERY MESSAGE ISSUED THROUGH 9800 IS ALSO
00033A*                  APPENDED TO THE OPERATOR MESSAGE LOG (MSGLOG,
00033B*                  SEE SAMPMLOG) FOR MSGRPT.
00033C* 10/15/2026  RH   THE OPERATOR ID IS TAKEN ONLY AS FAR AS THE
00033D*                  PARM RUNS (BLANK BEYOND IT), AND AN ID OF ALL
00033E*                  '?' - THE PLACEHOLDER THE JOB IS SHIPPED WITH -
00033F*                  IS TREATED AS NO OPERATOR ID.
000340*****************************************************************
000350
000360 ENVIRONMENT DIVISION.
000530     SELECT MNTRPT-FILE    ASSIGN TO MNTRPT
000540            ORGANIZATION IS SEQUENTIAL
000550            FILE STATUS  IS RQMT-MNTRPT-STATUS.
000551
000552     SELECT JRNLOUT-FILE   ASSIGN TO JRNLOUT
000553            ORGANIZATION IS SEQUENTIAL
000554            FILE STATUS  IS RQMT-JRNLOUT-STATUS.
000555     SELECT MSGLOG-FILE    ASSIGN TO MSGLOG
000556            ORGANIZATION IS SEQUENTIAL
000557            FILE STATUS  IS SAMP-MLOG-STATUS.
000560
000570 DATA DIVISION.
000580 FILE SECTION.
000730 FD  MNTRPT-FILE
000740     RECORDING MODE IS F.
000750 01  MNTRPT-RECORD             PIC X(80).
000751
000752 FD  JRNLOUT-FILE
000753     RECORDING MODE IS F.
000754     COPY SAMPJRNL.
000755
000756 FD  MSGLOG-FILE
000757     RECORDING MODE IS F.
000758     COPY SAMPMLOG.
000760
000770 WORKING-STORAGE SECTION.
000780
000820   77 RQMT-MNTCARD-STATUS    PIC X(02) VALUE SPACES.
000830   77 RQMT-REQMAST-STATUS    PIC X(02) VALUE SPACES.
000840   77 RQMT-MNTRPT-STATUS     PIC X(02) VALUE SPACES.
000841   77 RQMT-JRNLOUT-STATUS    PIC X(02) VALUE SPACES.
000850
000860   77 RQMT-CARD-EOF-SW       PIC X(01) VALUE 'N'.
000870       88 RQMT-CARD-EOF             VALUE 'Y'.
000980   77 RQMT-LIST-DONE-SW      PIC X(01) VALUE 'N'.
000990       88 RQMT-LIST-DONE            VALUE 'Y'.
001000       88 RQMT-LIST-MORE            VALUE 'N'.
001001
001002   77 RQMT-ON-FILE-SW        PIC X(01) VALUE 'N'.
001003       88 RQMT-ID-ON-FILE           VALUE 'Y'.
001004       88 RQMT-ID-NEW               VALUE 'N'.
001010
001020*****************************************************************
001030* COUNTERS AND WORK FIELDS
001110   77 RQMT-LIST-COUNT        PIC 9(05) COMP-3 VALUE ZERO.
001120
001130   77 RQMT-RUN-DATE          PIC 9(08) VALUE ZERO.
001131   77 RQMT-NOW-TIME          PIC 9(08) VALUE ZERO.
001132   77 RQMT-OPERATOR          PIC X(08) VALUE SPACES.
0011A1      88 RQMT-NO-OPERATOR          VALUE SPACES '????????'.
0011A2   77 RQMT-PARM-USE          PIC S9(4) COMP VALUE ZERO.
001133
001134*****************************************************************
001135* JOURNAL WORK - THE MASTER ROW AS IT STOOD BEFORE THE CARD AND
001136* THE ACTION CODE FOR THE JOURNAL ROW (SEE SAMPJRNL).
001137*****************************************************************
001138 01  RQMT-BEFORE-IMAGE         PIC X(57) VALUE SPACES.
001139   77 RQMT-JRNL-ACTION       PIC X(01) VALUE SPACE.
001140
001150 01  RQMT-RUN-DATE-X.
001160     05  RQMT-RUN-YYYY         PIC 9(04).
001780
001790     COPY SAMPMSG.
001800
001801 LINKAGE SECTION.
001802 01  RQMT-PARM.
001803     05  RQMT-PARM-LEN         PIC S9(4) COMP.
001804     05  RQMT-PARM-DATA        PIC X(80).
001805
001806     COPY SAMPTIOT.
001807
001810 PROCEDURE DIVISION USING RQMT-PARM.
001820
001830*****************************************************************
001840* 0000-MAINLINE
001880     PERFORM 3000-APPLY-CARDS THRU 3000-EXIT.
001890     PERFORM 5000-LIST-MASTER THRU 5000-EXIT.
001900     PERFORM 8000-TERMINATE THRU 8000-EXIT.
001901     IF SAMP-MLOG-FILE-OPEN
001902         CLOSE MSGLOG-FILE
001903     END-IF.
001910     GOBACK.
001920
001930*****************************************************************
001940* 1000-INITIALIZE - OPEN THE CARD FILE, THE MASTER, THE
001950* JOURNAL, AND THE LISTING.  A MISSING CARD FILE IS A LIST-ONLY
001960* RUN, NOT AN ERROR.  REQMAST IS CREATED FRESH THE FIRST TIME A
001970* RUN FINDS NO DATASET, THE SAME WAY SAMPLE CREATES FACTIDX.
001971* THE OPERATOR ID COMES FROM PARM COLS 1-8.
001980*****************************************************************
001990 1000-INITIALIZE.
002000     ACCEPT RQMT-RUN-DATE FROM DATE YYYYMMDD.
002010     MOVE RQMT-RUN-DATE TO RQMT-RUN-DATE-X.
002020     MOVE 'REQMNT' TO SAMP-MSG-PGM.
002021     MOVE SPACES TO RQMT-OPERATOR.
002022     MOVE RQMT-PARM-LEN TO RQMT-PARM-USE.
002023     IF RQMT-PARM-USE > 8
002024         MOVE 8 TO RQMT-PARM-USE
002025     END-IF.
002026     IF RQMT-PARM-USE > ZERO
002027         MOVE RQMT-PARM-DATA(1:RQMT-PARM-USE) TO RQMT-OPERATOR
002028     END-IF.
002030
002040     OPEN OUTPUT MNTRPT-FILE.
002050     IF RQMT-MNTRPT-STATUS NOT = '00'
002240         GO TO 9999-ABEND-EXIT
002250     END-IF.
002260     MOVE 'Y' TO RQMT-MAST-OPEN-SW.
002261
002262     OPEN EXTEND JRNLOUT-FILE.
002263     IF RQMT-JRNLOUT-STATUS = '35'
002264         CLOSE JRNLOUT-FILE
002265         OPEN OUTPUT JRNLOUT-FILE
002266     END-IF.
002267     IF RQMT-JRNLOUT-STATUS NOT = '00'
002268         MOVE SAMP-MSG-JOURNAL-OPEN TO SAMP-MSG-ENTRY
002269         MOVE RQMT-JRNLOUT-STATUS   TO SAMP-MSG-DATA
00226A         PERFORM 9800-ISSUE-MESSAGE THRU 9800-EXIT
00226B         MOVE 28 TO RQMT-RC
00226C         GO TO 9999-ABEND-EXIT
00226D     END-IF.
002270
002280     OPEN INPUT MNTCARD-FILE.
002290     IF RQMT-MNTCARD-STATUS = '35'
002340
002350*****************************************************************
002360* 3000-APPLY-CARDS - ONE PASS DOWN THE TRANSACTION CARDS, ONE
002370* ACTION LINE PER CARD.  NO CHANGE GOES ON WITHOUT AN OPERATOR
002371* ID FOR THE JOURNAL.
002380*****************************************************************
002390 3000-APPLY-CARDS.
002400     IF RQMT-CARDS-MISSING
002410         GO TO 3000-EXIT
002420     END-IF.
002421     IF RQMT-NO-OPERATOR
002422         DISPLAY 'REQMNT - CARDS NOT APPLIED, THE OPERATOR ID '
002423             'MUST BE IN PARM COLS 1-8'
002424         MOVE 08 TO RQMT-RC
002425         CLOSE MNTCARD-FILE
002426         GO TO 3000-EXIT
002427     END-IF.
002430     PERFORM 3200-READ-CARD THRU 3200-EXIT.
002440     PERFORM 3100-APPLY-ONE-CARD THRU 3100-EXIT
002450         UNTIL RQMT-CARD-EOF.
002780* 3300-ADD-REQUESTER - ADD THE ID, OR REPLACE IT WHEN IT IS
002790* ALREADY ON FILE (RE-ADDING A DEACTIVATED ID REACTIVATES IT).
002800* A BLANK ID IS REJECTED; A BLANK OR NON-NUMERIC EFFECTIVE DATE
002810* DEFAULTS TO THE RUN DATE.  THE ID IS READ FIRST SO A REPLACE
002811* JOURNALS THE ROW IT REPLACED.
002820*****************************************************************
002830 3300-ADD-REQUESTER.
002840     IF RQMT-CARD-ID = SPACES
002890         ADD 1 TO RQMT-REJ-COUNT
002900         GO TO 3300-EXIT
002910     END-IF.
002911     MOVE RQMT-CARD-ID      TO SAMP-REQM-ID.
002912     MOVE SPACES            TO RQMT-BEFORE-IMAGE.
002913     READ REQMAST-FILE
002914         INVALID KEY
002915             MOVE 'N' TO RQMT-ON-FILE-SW
002916         NOT INVALID KEY
002917             MOVE 'Y' TO RQMT-ON-FILE-SW
002918             MOVE SAMP-REQM-RECORD TO RQMT-BEFORE-IMAGE
002919     END-READ.
002920     MOVE RQMT-CARD-ID      TO SAMP-REQM-ID.
002930     MOVE RQMT-CARD-DEPT    TO SAMP-REQM-DEPT.
002940     MOVE RQMT-CARD-CONTACT TO SAMP-REQM-CONTACT.
002980     ELSE
002990         MOVE RQMT-RUN-DATE      TO SAMP-REQM-EFF-DATE
003000     END-IF.
003001     IF RQMT-ID-ON-FILE
003002         REWRITE SAMP-REQM-RECORD
003003         MOVE 'REPLACED                ' TO RQMT-ACT-TEXT
003004         MOVE 'R' TO RQMT-JRNL-ACTION
003005         ADD 1 TO RQMT-REPL-COUNT
003006     ELSE
003007         WRITE SAMP-REQM-RECORD
003008         MOVE 'ADDED                   ' TO RQMT-ACT-TEXT
003009         MOVE 'A' TO RQMT-JRNL-ACTION
00300A         ADD 1 TO RQMT-ADD-COUNT
00300B     END-IF.
003100     MOVE RQMT-CARD-ID   TO RQMT-ACT-ID.
003110     MOVE RQMT-CARD-DEPT TO RQMT-ACT-DEPT.
003120     PERFORM 4200-PRINT-ACTION THRU 4200-EXIT.
003121     PERFORM 4300-WRITE-JOURNAL THRU 4300-EXIT.
003130 3300-EXIT.
003140     EXIT.
003150
003290             ADD 1 TO RQMT-REJ-COUNT
003300             GO TO 3400-EXIT
003310     END-READ.
003311     MOVE SAMP-REQM-RECORD TO RQMT-BEFORE-IMAGE.
003320     MOVE 'I' TO SAMP-REQM-STATUS.
003330     REWRITE SAMP-REQM-RECORD.
003340     MOVE 'DEACTIVATED             ' TO RQMT-ACT-TEXT.
003350     MOVE SAMP-REQM-ID   TO RQMT-ACT-ID.
003360     MOVE SAMP-REQM-DEPT TO RQMT-ACT-DEPT.
003370     PERFORM 4200-PRINT-ACTION THRU 4200-EXIT.
003371     MOVE 'I' TO RQMT-JRNL-ACTION.
003372     PERFORM 4300-WRITE-JOURNAL THRU 4300-EXIT.
003380     ADD 1 TO RQMT-DEAC-COUNT.
003390 3400-EXIT.
003400     EXIT.
004170     ADD 1 TO RQMT-LINE-COUNT.
004180 4200-EXIT.
004190     EXIT.
004191
004192*****************************************************************
004193* 4300-WRITE-JOURNAL - ONE JOURNAL ROW FOR THE CHANGE JUST
004194* APPLIED: THE ROW BEFORE (SPACES FOR AN ADD), THE ROW AS NOW
004195* ON THE MASTER, THE CARD, AND WHO SUBMITTED IT.
004196*****************************************************************
004197 4300-WRITE-JOURNAL.
004198     ACCEPT RQMT-NOW-TIME FROM TIME.
004199     MOVE RQMT-RUN-DATE     TO SAMP-JRNL-DATE.
00419A     MOVE RQMT-NOW-TIME     TO SAMP-JRNL-TIME.
00419B     MOVE 'REQMNT'          TO SAMP-JRNL-PROGRAM.
00419C     MOVE 'REQMAST'         TO SAMP-JRNL-FILE.
00419D     MOVE RQMT-OPERATOR     TO SAMP-JRNL-OPERATOR.
00419E     MOVE RQMT-JRNL-ACTION  TO SAMP-JRNL-ACTION.
00419F     MOVE SAMP-REQM-ID      TO SAMP-JRNL-KEY.
00419G     MOVE RQMT-BEFORE-IMAGE TO SAMP-JRNL-BEFORE.
00419H     MOVE SAMP-REQM-RECORD  TO SAMP-JRNL-AFTER.
00419I     MOVE RQMT-CARD-RECORD  TO SAMP-JRNL-CARD.
00419J     WRITE SAMP-JRNL-RECORD.
00419K 4300-EXIT.
00419L     EXIT.
004200
004210*****************************************************************
004220* 8000-TERMINATE - SUMMARY COUNTS, CLOSE UP, AND SET THE STEP
004550     END-IF.
004560
004570     CLOSE REQMAST-FILE.
004571     CLOSE JRNLOUT-FILE.
004580     CLOSE MNTRPT-FILE.
004590     MOVE RQMT-RC TO RETURN-CODE.
004600 8000-EXIT.
004730     IF SAMP-MSG-ID(7:1) = 'S'
004740         DISPLAY SAMP-MSG-LINE UPON CONSOLE
004750     END-IF.
004751     PERFORM 9810-LOG-MESSAGE THRU 9810-EXIT.
004760     MOVE SPACES TO SAMP-MSG-DATA.
004770 9800-EXIT.
004780     EXIT.
0047A1
0047A2*****************************************************************
0047A3* 9810-LOG-MESSAGE - APPEND THE MESSAGE JUST ISSUED TO THE
0047A4* OPERATOR MESSAGE LOG (SAMPMLOG) WITH THE DATE AND TIME, THE JOB
0047A5* AND STEP, AND THE VARIABLE DATA, FOR MSGRPT.  THE LOG IS OPENED
0047A6* BY THE FIRST MESSAGE; IF IT CANNOT BE, OR A WRITE FAILS, THE
0047A7* STEP CARRIES ON UNLOGGED.
0047A8*****************************************************************
0047A9 9810-LOG-MESSAGE.
0047AA     IF SAMP-MLOG-UNUSABLE
0047AB         GO TO 9810-EXIT
0047AC     END-IF.
0047AD     IF SAMP-MLOG-FILE-CLOSED
0047AE         PERFORM 9820-OPEN-MESSAGE-LOG THRU 9820-EXIT
0047AF         IF SAMP-MLOG-UNUSABLE
0047AG             GO TO 9810-EXIT
0047AH         END-IF
0047AI     END-IF.
0047AJ     ACCEPT SAMP-MLOG-DATE FROM DATE YYYYMMDD.
0047AK     ACCEPT SAMP-MLOG-TIME FROM TIME.
0047AL     MOVE SAMP-MLOG-JOB-NAME  TO SAMP-MLOG-JOB.
0047AM     MOVE SAMP-MLOG-STEP-NAME TO SAMP-MLOG-STEP.
0047AN     MOVE SAMP-MSG-PGM        TO SAMP-MLOG-PROGRAM.
0047AP     MOVE SAMP-MSG-ID         TO SAMP-MLOG-MSGID.
0047AQ     MOVE SAMP-MSG-ID(7:1)    TO SAMP-MLOG-SEVERITY.
0047AR     MOVE SAMP-MSG-TEXT       TO SAMP-MLOG-TEXT.
0047AS     MOVE SAMP-MSG-DATA       TO SAMP-MLOG-DATA.
0047AT     WRITE SAMP-MLOG-RECORD.
0047AU     IF SAMP-MLOG-STATUS NOT = '00'
0047AV         DISPLAY 'REQMNT - MSGLOG WRITE FAILED, STATUS = '
0047AW                 SAMP-MLOG-STATUS ' - MESSAGES NOT LOGGED'
0047AX         CLOSE MSGLOG-FILE
0047AY         MOVE 'X' TO SAMP-MLOG-OPEN-SW
0047AZ     END-IF.
0047B1 9810-EXIT.
0047B2     EXIT.
0047B3
0047B4*****************************************************************
0047B5* 9820-OPEN-MESSAGE-LOG - OPEN THE LOG FOR APPEND (THE FIRST RUN
0047B6* AGAINST A NEW DATASET CREATES IT) AND PICK UP THE JOB AND STEP
0047B7* NAMES FROM THE TIOT: PSATOLD AT THE FOOT OF THE PSA LOCATES THE
0047B8* TCB, AND TCBTIO IN THE TCB LOCATES THE TIOT.
0047B9*****************************************************************
0047BA 9820-OPEN-MESSAGE-LOG.
0047BB     OPEN EXTEND MSGLOG-FILE.
0047BC     IF SAMP-MLOG-STATUS = '35'
0047BD         CLOSE MSGLOG-FILE
0047BE         OPEN OUTPUT MSGLOG-FILE
0047BF     END-IF.
0047BG     IF SAMP-MLOG-STATUS NOT = '00'
0047BH         DISPLAY 'REQMNT - MSGLOG OPEN FAILED, STATUS = '
0047BI                 SAMP-MLOG-STATUS ' - MESSAGES NOT LOGGED'
0047BJ         MOVE 'X' TO SAMP-MLOG-OPEN-SW
0047BK         GO TO 9820-EXIT
0047BL     END-IF.
0047BM     MOVE 'Y' TO SAMP-MLOG-OPEN-SW.
0047BN     SET ADDRESS OF SAMP-TIOT-PSA  TO NULL.
0047BP     SET ADDRESS OF SAMP-TIOT-TCB  TO SAMP-TIOT-PSATOLD.
0047BQ     SET ADDRESS OF SAMP-TIOT-TIOT TO SAMP-TIOT-TCBTIO.
0047BR     MOVE SAMP-TIOT-JOB-NAME  TO SAMP-MLOG-JOB-NAME.
0047BS     MOVE SAMP-TIOT-STEP-NAME TO SAMP-MLOG-STEP-NAME.
0047BT 9820-EXIT.
0047BU     EXIT.
004790
004800*****************************************************************
004810* 9999-ABEND-EXIT
004900     IF RQMT-MAST-FILE-OPEN
004910         CLOSE REQMAST-FILE
004920     END-IF.
004921     IF RQMT-JRNLOUT-STATUS = '00'
004922         CLOSE JRNLOUT-FILE
004923     END-IF.
004930     IF RQMT-MNTRPT-STATUS = '00'
004940         CLOSE MNTRPT-FILE
004950     END-IF.
004951     IF SAMP-MLOG-FILE-OPEN
004952         CLOSE MSGLOG-FILE
004953     END-IF.
004960     MOVE RQMT-RC TO RETURN-CODE.
004970     GOBACK.
