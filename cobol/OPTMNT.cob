000300*                  APPENDS AN AUDIT ROW TO AUDITOUT SAYING WHO
000310*                  CHANGED WHAT AND WHEN.  A MISSING CARD FILE IS
000320*                  A LIST-ONLY RUN.
000321* 10/15/2026  RH   EVERY MESSAGE ISSUED THROUGH 9800 IS ALSO
000322*                  APPENDED TO THE OPERATOR MESSAGE LOG (MSGLOG,
000323*                  SEE SAMPMLOG) FOR MSGRPT.
000330*****************************************************************
000340
000350 ENVIRONMENT DIVISION.
000560     SELECT OPTRPT-FILE    ASSIGN TO OPTRPT
000570            ORGANIZATION IS SEQUENTIAL
000580            FILE STATUS  IS OPTM-OPTRPT-STATUS.
000581     SELECT MSGLOG-FILE    ASSIGN TO MSGLOG
000582            ORGANIZATION IS SEQUENTIAL
000583            FILE STATUS  IS SAMP-MLOG-STATUS.
000590
000600 DATA DIVISION.
000610 FILE SECTION.
000790 FD  OPTRPT-FILE
000800     RECORDING MODE IS F.
000810 01  OPTRPT-RECORD             PIC X(80).
000811
000812 FD  MSGLOG-FILE
000813     RECORDING MODE IS F.
000814     COPY SAMPMLOG.
000820
000830 WORKING-STORAGE SECTION.
000840
001580     05  OPTM-UPD-DD           PIC 9(02).
001590
001600     COPY SAMPMSG.
001601
001602 LINKAGE SECTION.
001603     COPY SAMPTIOT.
001610
001620 PROCEDURE DIVISION.
001630
001710         PERFORM 4000-APPLY-UPDATE THRU 4000-EXIT
001720     END-IF.
001730     PERFORM 8000-TERMINATE THRU 8000-EXIT.
001731     IF SAMP-MLOG-FILE-OPEN
001732         CLOSE MSGLOG-FILE
001733     END-IF.
001740     GOBACK.
001750
001760*****************************************************************
004160     IF SAMP-MSG-ID(7:1) = 'S'
004170         DISPLAY SAMP-MSG-LINE UPON CONSOLE
004180     END-IF.
004181     PERFORM 9810-LOG-MESSAGE THRU 9810-EXIT.
004190     MOVE SPACES TO SAMP-MSG-DATA.
004200 9800-EXIT.
004210     EXIT.
0042A1
0042A2*****************************************************************
0042A3* 9810-LOG-MESSAGE - APPEND THE MESSAGE JUST ISSUED TO THE
0042A4* OPERATOR MESSAGE LOG (SAMPMLOG) WITH THE DATE AND TIME, THE JOB
0042A5* AND STEP, AND THE VARIABLE DATA, FOR MSGRPT.  THE LOG IS OPENED
0042A6* BY THE FIRST MESSAGE; IF IT CANNOT BE, OR A WRITE FAILS, THE
0042A7* STEP CARRIES ON UNLOGGED.
0042A8*****************************************************************
0042A9 9810-LOG-MESSAGE.
0042AA     IF SAMP-MLOG-UNUSABLE
0042AB         GO TO 9810-EXIT
0042AC     END-IF.
0042AD     IF SAMP-MLOG-FILE-CLOSED
0042AE         PERFORM 9820-OPEN-MESSAGE-LOG THRU 9820-EXIT
0042AF         IF SAMP-MLOG-UNUSABLE
0042AG             GO TO 9810-EXIT
0042AH         END-IF
0042AI     END-IF.
0042AJ     ACCEPT SAMP-MLOG-DATE FROM DATE YYYYMMDD.
0042AK     ACCEPT SAMP-MLOG-TIME FROM TIME.
0042AL     MOVE SAMP-MLOG-JOB-NAME  TO SAMP-MLOG-JOB.
0042AM     MOVE SAMP-MLOG-STEP-NAME TO SAMP-MLOG-STEP.
0042AN     MOVE SAMP-MSG-PGM        TO SAMP-MLOG-PROGRAM.
0042AP     MOVE SAMP-MSG-ID         TO SAMP-MLOG-MSGID.
0042AQ     MOVE SAMP-MSG-ID(7:1)    TO SAMP-MLOG-SEVERITY.
0042AR     MOVE SAMP-MSG-TEXT       TO SAMP-MLOG-TEXT.
0042AS     MOVE SAMP-MSG-DATA       TO SAMP-MLOG-DATA.
0042AT     WRITE SAMP-MLOG-RECORD.
0042AU     IF SAMP-MLOG-STATUS NOT = '00'
0042AV         DISPLAY 'OPTMNT - MSGLOG WRITE FAILED, STATUS = '
0042AW                 SAMP-MLOG-STATUS ' - MESSAGES NOT LOGGED'
0042AX         CLOSE MSGLOG-FILE
0042AY         MOVE 'X' TO SAMP-MLOG-OPEN-SW
0042AZ     END-IF.
0042B1 9810-EXIT.
0042B2     EXIT.
0042B3
0042B4*****************************************************************
0042B5* 9820-OPEN-MESSAGE-LOG - OPEN THE LOG FOR APPEND (THE FIRST RUN
0042B6* AGAINST A NEW DATASET CREATES IT) AND PICK UP THE JOB AND STEP
0042B7* NAMES FROM THE TIOT: PSATOLD AT THE FOOT OF THE PSA LOCATES THE
0042B8* TCB, AND TCBTIO IN THE TCB LOCATES THE TIOT.
0042B9*****************************************************************
0042BA 9820-OPEN-MESSAGE-LOG.
0042BB     OPEN EXTEND MSGLOG-FILE.
0042BC     IF SAMP-MLOG-STATUS = '35'
0042BD         CLOSE MSGLOG-FILE
0042BE         OPEN OUTPUT MSGLOG-FILE
0042BF     END-IF.
0042BG     IF SAMP-MLOG-STATUS NOT = '00'
0042BH         DISPLAY 'OPTMNT - MSGLOG OPEN FAILED, STATUS = '
0042BI                 SAMP-MLOG-STATUS ' - MESSAGES NOT LOGGED'
0042BJ         MOVE 'X' TO SAMP-MLOG-OPEN-SW
0042BK         GO TO 9820-EXIT
0042BL     END-IF.
0042BM     MOVE 'Y' TO SAMP-MLOG-OPEN-SW.
0042BN     SET ADDRESS OF SAMP-TIOT-PSA  TO NULL.
0042BP     SET ADDRESS OF SAMP-TIOT-TCB  TO SAMP-TIOT-PSATOLD.
0042BQ     SET ADDRESS OF SAMP-TIOT-TIOT TO SAMP-TIOT-TCBTIO.
0042BR     MOVE SAMP-TIOT-JOB-NAME  TO SAMP-MLOG-JOB-NAME.
0042BS     MOVE SAMP-TIOT-STEP-NAME TO SAMP-MLOG-STEP-NAME.
0042BT 9820-EXIT.
0042BU     EXIT.
004220
004230*****************************************************************
004240* 9999-ABEND-EXIT
004360     IF OPTM-OPTRPT-STATUS = '00'
004370         CLOSE OPTRPT-FILE
004380     END-IF.
004381     IF SAMP-MLOG-FILE-OPEN
004382         CLOSE MSGLOG-FILE
004383     END-IF.
004390     MOVE OPTM-RC TO RETURN-CODE.
004400     GOBACK.
