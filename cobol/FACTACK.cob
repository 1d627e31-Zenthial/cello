000360*                  IS PAGED THE SAME MORNING.  BEFORE THE CUTOFF
000370*                  A MISSING ACK IS ONLY RC=4 - THE FILE MAY
000380*                  SIMPLY NOT HAVE ARRIVED YET.
000381* 10/15/2026  RH   A USABLE ACKNOWLEDGMENT'S LOADED COUNT AND HASH
000382*                  ARE POSTED TO THE CYCLE CONTROL-TOTALS LEDGER
000383*                  (CTLTOT, SEE SAMPCTOT) UNDER THE CYCLE DATE
000384*                  OFF RUNCTL, SO CTLBAL CAN CLOSE THE CHAIN FROM
000385*                  THE BUILD'S AUDIT ROW TO THE WAREHOUSE LOAD.
000386* 10/15/2026  RH   EVERY MESSAGE ISSUED THROUGH 9800 IS ALSO
000387*                  APPENDED TO THE OPERATOR MESSAGE LOG (MSGLOG,
000388*                  SEE SAMPMLOG) FOR MSGRPT.
000390*****************************************************************
000400
000410 ENVIRONMENT DIVISION.
000520     SELECT ACKIN-FILE     ASSIGN TO ACKIN
000530            ORGANIZATION IS SEQUENTIAL
000540            FILE STATUS  IS FACK-ACKIN-STATUS.
000541
000542     SELECT RUNCTL-FILE    ASSIGN TO RUNCTL
000543            ORGANIZATION IS RELATIVE
000544            ACCESS MODE  IS DYNAMIC
000545            RELATIVE KEY IS FACK-RUNC-RELKEY
000546            FILE STATUS  IS FACK-RUNCTL-STATUS.
000547
000548     SELECT CTLTOT-FILE    ASSIGN TO CTLTOT
000549            ORGANIZATION IS SEQUENTIAL
00054A            FILE STATUS  IS FACK-CTLTOT-STATUS.
00054B     SELECT MSGLOG-FILE    ASSIGN TO MSGLOG
00054C            ORGANIZATION IS SEQUENTIAL
00054D            FILE STATUS  IS SAMP-MLOG-STATUS.
000550
000560 DATA DIVISION.
000570 FILE SECTION.
000620 FD  ACKIN-FILE
000630     RECORDING MODE IS F.
000640 01  ACKIN-RECORD              PIC X(80).
000641
000642 FD  RUNCTL-FILE
000643     RECORDING MODE IS F.
000644     COPY SAMPRUNC.
000645
000646 FD  CTLTOT-FILE
000647     RECORDING MODE IS F.
000648     COPY SAMPCTOT.
000649
00064A FD  MSGLOG-FILE
00064B     RECORDING MODE IS F.
00064C     COPY SAMPMLOG.
000650
000660 WORKING-STORAGE SECTION.
000670
000700*****************************************************************
000710   77 FACK-XTRIN-STATUS      PIC X(02) VALUE SPACES.
000720   77 FACK-ACKIN-STATUS      PIC X(02) VALUE SPACES.
000721   77 FACK-RUNCTL-STATUS     PIC X(02) VALUE SPACES.
000722   77 FACK-CTLTOT-STATUS     PIC X(02) VALUE SPACES.
000723   77 FACK-RUNC-RELKEY       PIC 9(04) COMP VALUE 1.
000730
000740   77 FACK-XTR-EOF-SW        PIC X(01) VALUE 'N'.
000750       88 FACK-XTR-EOF              VALUE 'Y'.
001150     05  FILLER                PIC 9(04).
001160
001170   77 FACK-RC                PIC 9(04) VALUE ZERO.
001171   77 FACK-RUN-DATE          PIC 9(08) VALUE ZERO.
001172   77 FACK-CYCLE-DATE        PIC 9(08) VALUE ZERO.
001180
001190 01  FACK-SHIP-LINE.
001200     05  FILLER                PIC X(25)
001320 01  FACK-PARM.
001330     05  FACK-PARM-LEN         PIC S9(4) COMP.
001340     05  FACK-PARM-DATA        PIC X(80).
001341
001342     COPY SAMPTIOT.
001350
001360 PROCEDURE DIVISION USING FACK-PARM.
001370
001440     PERFORM 4000-READ-ACK THRU 4000-EXIT.
001450     PERFORM 5000-RECONCILE THRU 5000-EXIT.
001460     PERFORM 8000-TERMINATE THRU 8000-EXIT.
001461     IF SAMP-MLOG-FILE-OPEN
001462         CLOSE MSGLOG-FILE
001463     END-IF.
001470     GOBACK.
001480
001490*****************************************************************
001540*****************************************************************
001550 1000-INITIALIZE.
001560     ACCEPT FACK-NOW-TIME FROM TIME.
001561     ACCEPT FACK-RUN-DATE FROM DATE YYYYMMDD.
001570     MOVE FACK-NOW-TIME TO FACK-NOW-TIME-X.
001580     MOVE 'FACTACK' TO SAMP-MSG-PGM.
001590
001760         MOVE 28 TO FACK-RC
001770         GO TO 9999-ABEND-EXIT
001780     END-IF.
001781
001782     OPEN EXTEND CTLTOT-FILE.
001783     IF FACK-CTLTOT-STATUS = '35'
001784         CLOSE CTLTOT-FILE
001785         OPEN OUTPUT CTLTOT-FILE
001786     END-IF.
001787     IF FACK-CTLTOT-STATUS NOT = '00'
001788         MOVE SAMP-MSG-CTLTOT-OPEN TO SAMP-MSG-ENTRY
001789         MOVE FACK-CTLTOT-STATUS   TO SAMP-MSG-DATA
00178A         PERFORM 9800-ISSUE-MESSAGE THRU 9800-EXIT
00178B         MOVE 28 TO FACK-RC
00178C         GO TO 9999-ABEND-EXIT
00178D     END-IF.
00178E     PERFORM 1700-GET-CYCLE-DATE THRU 1700-EXIT.
001790 1000-EXIT.
001800     EXIT.
001801
001802*****************************************************************
001803* 1700-GET-CYCLE-DATE - THE LEDGER IS KEYED ON THE CYCLE DATE
001804* ON RUNCTL: THE LAST CYCLE SAMPJOB RAN, WHOSE TABLE FXTRJOB
001805* SHIPPED AND THE WAREHOUSE IS ACKNOWLEDGING.  NO RUN-CONTROL
001806* RECORD FALLS BACK TO THE RUN DATE.
001807*****************************************************************
001808 1700-GET-CYCLE-DATE.
001809     MOVE FACK-RUN-DATE TO FACK-CYCLE-DATE.
00180A     OPEN INPUT RUNCTL-FILE.
00180B     IF FACK-RUNCTL-STATUS NOT = '00'
00180C         DISPLAY 'FACTACK - RUNCTL NOT AVAILABLE, STATUS = '
00180D             FACK-RUNCTL-STATUS ' - TOTALS POSTED UNDER RUN DATE'
00180E         GO TO 1700-EXIT
00180F     END-IF.
00180G     MOVE 1 TO FACK-RUNC-RELKEY.
00180H     READ RUNCTL-FILE
00180I         INVALID KEY
00180J             CLOSE RUNCTL-FILE
00180K             GO TO 1700-EXIT
00180L     END-READ.
00180M     MOVE SAMP-RUNC-CYCLE-DATE TO FACK-CYCLE-DATE.
00180N     CLOSE RUNCTL-FILE.
00180P 1700-EXIT.
00180Q     EXIT.
001810
001820*****************************************************************
001830* 3000-SCAN-EXTRACT - WALK THE SHIPPED XTROUT, KEEPING THE RUN
003030* 8000-TERMINATE
003040*****************************************************************
003050 8000-TERMINATE.
003051     IF FACK-ACK-FOUND
003052         PERFORM 8700-POST-TOTALS THRU 8700-EXIT
003053     END-IF.
003054     CLOSE CTLTOT-FILE.
003060     MOVE FACK-RC TO RETURN-CODE.
003070 8000-EXIT.
003080     EXIT.
003081
003082*****************************************************************
003083* 8700-POST-TOTALS - THE WAREHOUSE'S LINE ON THE CONTROL-TOTALS
003084* LEDGER: WHAT THE ACKNOWLEDGMENT SAYS WAS LOADED, MATCHED OR
003085* NOT.  NO USABLE ACK MEANS NO POSTING, AND CTLBAL REPORTS THE
003086* LOAD LINK AS NOT POSTED.
003087*****************************************************************
003088 8700-POST-TOTALS.
003089     ACCEPT FACK-NOW-TIME FROM TIME.
00308A     MOVE FACK-CYCLE-DATE      TO SAMP-CTOT-CYCLE-DATE.
00308B     MOVE 'FACK01'             TO SAMP-CTOT-STEP.
00308C     MOVE 'FACTACK'            TO SAMP-CTOT-PROGRAM.
00308D     MOVE 'ACKLOAD'            TO SAMP-CTOT-TOTAL-ID.
00308E     MOVE ZERO                 TO SAMP-CTOT-N.
00308F     MOVE FACK-ACK-COUNT       TO SAMP-CTOT-COUNT.
00308G     MOVE FACK-ACK-HASH        TO SAMP-CTOT-HASH.
00308H     MOVE FACK-RUN-DATE        TO SAMP-CTOT-POST-DATE.
00308I     MOVE FACK-NOW-TIME        TO SAMP-CTOT-POST-TIME.
00308J     WRITE SAMP-CTOT-RECORD.
00308K 8700-EXIT.
00308L     EXIT.
003090
003100*****************************************************************
003110* 9800-ISSUE-MESSAGE - WRITE THE NUMBERED MESSAGE BUILT IN
003200     IF SAMP-MSG-ID(7:1) = 'S'
003210         DISPLAY SAMP-MSG-LINE UPON CONSOLE
003220     END-IF.
003221     PERFORM 9810-LOG-MESSAGE THRU 9810-EXIT.
003230     MOVE SPACES TO SAMP-MSG-DATA.
003240 9800-EXIT.
003250     EXIT.
0032A1
0032A2*****************************************************************
0032A3* 9810-LOG-MESSAGE - APPEND THE MESSAGE JUST ISSUED TO THE
0032A4* OPERATOR MESSAGE LOG (SAMPMLOG) WITH THE DATE AND TIME, THE JOB
0032A5* AND STEP, AND THE VARIABLE DATA, FOR MSGRPT.  THE LOG IS OPENED
0032A6* BY THE FIRST MESSAGE; IF IT CANNOT BE, OR A WRITE FAILS, THE
0032A7* STEP CARRIES ON UNLOGGED.
0032A8*****************************************************************
0032A9 9810-LOG-MESSAGE.
0032AA     IF SAMP-MLOG-UNUSABLE
0032AB         GO TO 9810-EXIT
0032AC     END-IF.
0032AD     IF SAMP-MLOG-FILE-CLOSED
0032AE         PERFORM 9820-OPEN-MESSAGE-LOG THRU 9820-EXIT
0032AF         IF SAMP-MLOG-UNUSABLE
0032AG             GO TO 9810-EXIT
0032AH         END-IF
0032AI     END-IF.
0032AJ     ACCEPT SAMP-MLOG-DATE FROM DATE YYYYMMDD.
0032AK     ACCEPT SAMP-MLOG-TIME FROM TIME.
0032AL     MOVE SAMP-MLOG-JOB-NAME  TO SAMP-MLOG-JOB.
0032AM     MOVE SAMP-MLOG-STEP-NAME TO SAMP-MLOG-STEP.
0032AN     MOVE SAMP-MSG-PGM        TO SAMP-MLOG-PROGRAM.
0032AP     MOVE SAMP-MSG-ID         TO SAMP-MLOG-MSGID.
0032AQ     MOVE SAMP-MSG-ID(7:1)    TO SAMP-MLOG-SEVERITY.
0032AR     MOVE SAMP-MSG-TEXT       TO SAMP-MLOG-TEXT.
0032AS     MOVE SAMP-MSG-DATA       TO SAMP-MLOG-DATA.
0032AT     WRITE SAMP-MLOG-RECORD.
0032AU     IF SAMP-MLOG-STATUS NOT = '00'
0032AV         DISPLAY 'FACTACK - MSGLOG WRITE FAILED, STATUS = '
0032AW                 SAMP-MLOG-STATUS ' - MESSAGES NOT LOGGED'
0032AX         CLOSE MSGLOG-FILE
0032AY         MOVE 'X' TO SAMP-MLOG-OPEN-SW
0032AZ     END-IF.
0032B1 9810-EXIT.
0032B2     EXIT.
0032B3
0032B4*****************************************************************
0032B5* 9820-OPEN-MESSAGE-LOG - OPEN THE LOG FOR APPEND (THE FIRST RUN
0032B6* AGAINST A NEW DATASET CREATES IT) AND PICK UP THE JOB AND STEP
0032B7* NAMES FROM THE TIOT: PSATOLD AT THE FOOT OF THE PSA LOCATES THE
0032B8* TCB, AND TCBTIO IN THE TCB LOCATES THE TIOT.
0032B9*****************************************************************
0032BA 9820-OPEN-MESSAGE-LOG.
0032BB     OPEN EXTEND MSGLOG-FILE.
0032BC     IF SAMP-MLOG-STATUS = '35'
0032BD         CLOSE MSGLOG-FILE
0032BE         OPEN OUTPUT MSGLOG-FILE
0032BF     END-IF.
0032BG     IF SAMP-MLOG-STATUS NOT = '00'
0032BH         DISPLAY 'FACTACK - MSGLOG OPEN FAILED, STATUS = '
0032BI                 SAMP-MLOG-STATUS ' - MESSAGES NOT LOGGED'
0032BJ         MOVE 'X' TO SAMP-MLOG-OPEN-SW
0032BK         GO TO 9820-EXIT
0032BL     END-IF.
0032BM     MOVE 'Y' TO SAMP-MLOG-OPEN-SW.
0032BN     SET ADDRESS OF SAMP-TIOT-PSA  TO NULL.
0032BP     SET ADDRESS OF SAMP-TIOT-TCB  TO SAMP-TIOT-PSATOLD.
0032BQ     SET ADDRESS OF SAMP-TIOT-TIOT TO SAMP-TIOT-TCBTIO.
0032BR     MOVE SAMP-TIOT-JOB-NAME  TO SAMP-MLOG-JOB-NAME.
0032BS     MOVE SAMP-TIOT-STEP-NAME TO SAMP-MLOG-STEP-NAME.
0032BT 9820-EXIT.
0032BU     EXIT.
003260
003270*****************************************************************
003280* 9999-ABEND-EXIT
003370     IF FACK-ACK-FILE-OPEN
003380         CLOSE ACKIN-FILE
003390     END-IF.
003391     IF FACK-CTLTOT-STATUS = '00'
003392         CLOSE CTLTOT-FILE
003393     END-IF.
003394     IF SAMP-MLOG-FILE-OPEN
003395         CLOSE MSGLOG-FILE
003396     END-IF.
003400     MOVE FACK-RC TO RETURN-CODE.
003410     GOBACK.
