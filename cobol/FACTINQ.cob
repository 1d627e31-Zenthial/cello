00025D*                  BILL THE TABLE SERVICE BACK BY DEPARTMENT.
00025E*                  THE SUBMITTER ID RIDES IN PARM COLS 3-10;
00025F*                  BLANK BILLS TO UNKNOWN.
00025G* 10/15/2026  RH   EVERY MESSAGE ISSUED THROUGH 9800 IS ALSO
00025H*                  APPENDED TO THE OPERATOR MESSAGE LOG (MSGLOG,
00025I*                  SEE SAMPMLOG) FOR MSGRPT.
000260*****************************************************************
000270
000280 ENVIRONMENT DIVISION.
000394     SELECT USAGEDS-FILE   ASSIGN TO USAGEDS
000396            ORGANIZATION IS SEQUENTIAL
000398            FILE STATUS  IS FINQ-USAGEDS-STATUS.
000399     SELECT MSGLOG-FILE    ASSIGN TO MSGLOG
00039A            ORGANIZATION IS SEQUENTIAL
00039B            FILE STATUS  IS SAMP-MLOG-STATUS.
000400
000410 DATA DIVISION.
000420 FILE SECTION.
000454 FD  USAGEDS-FILE
000456     RECORDING MODE IS F.
000458     COPY SAMPUSG.
000459
00045A FD  MSGLOG-FILE
00045B     RECORDING MODE IS F.
00045C     COPY SAMPMLOG.
000460
000470 WORKING-STORAGE SECTION.
000480
000890 01  FINQ-PARM.
000900     05  FINQ-PARM-LEN         PIC S9(4) COMP.
000910     05  FINQ-PARM-DATA        PIC X(80).
000911
000912     COPY SAMPTIOT.
000920
000930 PROCEDURE DIVISION USING FINQ-PARM.
000940
001030     END-IF.
001040     PERFORM 3000-LOOKUP THRU 3000-EXIT.
001050     PERFORM 8000-TERMINATE THRU 8000-EXIT.
001051     IF SAMP-MLOG-FILE-OPEN
001052         CLOSE MSGLOG-FILE
001053     END-IF.
001060     GOBACK.
001070
001080*****************************************************************
002282     IF SAMP-MSG-ID(7:1) = 'S'
002283         DISPLAY SAMP-MSG-LINE UPON CONSOLE
002284     END-IF.
002285     PERFORM 9810-LOG-MESSAGE THRU 9810-EXIT.
002286     MOVE SPACES TO SAMP-MSG-DATA.
002287 9800-EXIT.
002288     EXIT.
0022A1
0022A2*****************************************************************
0022A3* 9810-LOG-MESSAGE - APPEND THE MESSAGE JUST ISSUED TO THE
0022A4* OPERATOR MESSAGE LOG (SAMPMLOG) WITH THE DATE AND TIME, THE JOB
0022A5* AND STEP, AND THE VARIABLE DATA, FOR MSGRPT.  THE LOG IS OPENED
0022A6* BY THE FIRST MESSAGE; IF IT CANNOT BE, OR A WRITE FAILS, THE
0022A7* STEP CARRIES ON UNLOGGED.
0022A8*****************************************************************
0022A9 9810-LOG-MESSAGE.
0022AA     IF SAMP-MLOG-UNUSABLE
0022AB         GO TO 9810-EXIT
0022AC     END-IF.
0022AD     IF SAMP-MLOG-FILE-CLOSED
0022AE         PERFORM 9820-OPEN-MESSAGE-LOG THRU 9820-EXIT
0022AF         IF SAMP-MLOG-UNUSABLE
0022AG             GO TO 9810-EXIT
0022AH         END-IF
0022AI     END-IF.
0022AJ     ACCEPT SAMP-MLOG-DATE FROM DATE YYYYMMDD.
0022AK     ACCEPT SAMP-MLOG-TIME FROM TIME.
0022AL     MOVE SAMP-MLOG-JOB-NAME  TO SAMP-MLOG-JOB.
0022AM     MOVE SAMP-MLOG-STEP-NAME TO SAMP-MLOG-STEP.
0022AN     MOVE SAMP-MSG-PGM        TO SAMP-MLOG-PROGRAM.
0022AP     MOVE SAMP-MSG-ID         TO SAMP-MLOG-MSGID.
0022AQ     MOVE SAMP-MSG-ID(7:1)    TO SAMP-MLOG-SEVERITY.
0022AR     MOVE SAMP-MSG-TEXT       TO SAMP-MLOG-TEXT.
0022AS     MOVE SAMP-MSG-DATA       TO SAMP-MLOG-DATA.
0022AT     WRITE SAMP-MLOG-RECORD.
0022AU     IF SAMP-MLOG-STATUS NOT = '00'
0022AV         DISPLAY 'FACTINQ - MSGLOG WRITE FAILED, STATUS = '
0022AW                 SAMP-MLOG-STATUS ' - MESSAGES NOT LOGGED'
0022AX         CLOSE MSGLOG-FILE
0022AY         MOVE 'X' TO SAMP-MLOG-OPEN-SW
0022AZ     END-IF.
0022B1 9810-EXIT.
0022B2     EXIT.
0022B3
0022B4*****************************************************************
0022B5* 9820-OPEN-MESSAGE-LOG - OPEN THE LOG FOR APPEND (THE FIRST RUN
0022B6* AGAINST A NEW DATASET CREATES IT) AND PICK UP THE JOB AND STEP
0022B7* NAMES FROM THE TIOT: PSATOLD AT THE FOOT OF THE PSA LOCATES THE
0022B8* TCB, AND TCBTIO IN THE TCB LOCATES THE TIOT.
0022B9*****************************************************************
0022BA 9820-OPEN-MESSAGE-LOG.
0022BB     OPEN EXTEND MSGLOG-FILE.
0022BC     IF SAMP-MLOG-STATUS = '35'
0022BD         CLOSE MSGLOG-FILE
0022BE         OPEN OUTPUT MSGLOG-FILE
0022BF     END-IF.
0022BG     IF SAMP-MLOG-STATUS NOT = '00'
0022BH         DISPLAY 'FACTINQ - MSGLOG OPEN FAILED, STATUS = '
0022BI                 SAMP-MLOG-STATUS ' - MESSAGES NOT LOGGED'
0022BJ         MOVE 'X' TO SAMP-MLOG-OPEN-SW
0022BK         GO TO 9820-EXIT
0022BL     END-IF.
0022BM     MOVE 'Y' TO SAMP-MLOG-OPEN-SW.
0022BN     SET ADDRESS OF SAMP-TIOT-PSA  TO NULL.
0022BP     SET ADDRESS OF SAMP-TIOT-TCB  TO SAMP-TIOT-PSATOLD.
0022BQ     SET ADDRESS OF SAMP-TIOT-TIOT TO SAMP-TIOT-TCBTIO.
0022BR     MOVE SAMP-TIOT-JOB-NAME  TO SAMP-MLOG-JOB-NAME.
0022BS     MOVE SAMP-TIOT-STEP-NAME TO SAMP-MLOG-STEP-NAME.
0022BT 9820-EXIT.
0022BU     EXIT.
002289
002290*****************************************************************
002291* 9999-ABEND-EXIT
002292*****************************************************************
002372     IF FINQ-USAGE-FILE-OPEN
002374         CLOSE USAGEDS-FILE
002376     END-IF.
002377     IF SAMP-MLOG-FILE-OPEN
002378         CLOSE MSGLOG-FILE
002379     END-IF.
002380     MOVE FINQ-RC TO RETURN-CODE.
002390     GOBACK.
