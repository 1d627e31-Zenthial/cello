00027I*                  STATUS DATASET (STEPLOG) SO THE MORNING
00027J*                  CYCSTAT PAGE SEES WHAT COMB01 ACTUALLY DID
00027K*                  AFTER THE SYSOUT PURGES.
00027L* 10/15/2026  RH   EVERY MESSAGE ISSUED THROUGH 9800 IS ALSO
00027M*                  APPENDED TO THE OPERATOR MESSAGE LOG (MSGLOG,
00027N*                  SEE SAMPMLOG) FOR MSGRPT.
000280*****************************************************************
000290
000300 ENVIRONMENT DIVISION.
00041B     SELECT STEPLOG-FILE   ASSIGN TO STEPLOG
00041C            ORGANIZATION IS SEQUENTIAL
00041D            FILE STATUS  IS COMB-STEPLOG-STATUS.
00041E     SELECT MSGLOG-FILE    ASSIGN TO MSGLOG
00041F            ORGANIZATION IS SEQUENTIAL
00041G            FILE STATUS  IS SAMP-MLOG-STATUS.
000420
000430 DATA DIVISION.
000440 FILE SECTION.
00047B FD  STEPLOG-FILE
00047C     RECORDING MODE IS F.
00047D     COPY SAMPSTEP.
00047E
00047F FD  MSGLOG-FILE
00047G     RECORDING MODE IS F.
00047H     COPY SAMPMLOG.
000480
000490 WORKING-STORAGE SECTION.
000500
000910 01  COMB-PARM.
000920     05  COMB-PARM-LEN         PIC S9(4) COMP.
000930     05  COMB-PARM-DATA        PIC X(80).
000931
000932     COPY SAMPTIOT.
000940
000950 PROCEDURE DIVISION USING COMB-PARM.
000960
001050     END-IF.
001060     PERFORM 3000-COMPUTE THRU 3000-EXIT.
001070     PERFORM 8000-TERMINATE THRU 8000-EXIT.
001071     IF SAMP-MLOG-FILE-OPEN
001072         CLOSE MSGLOG-FILE
001073     END-IF.
001080     GOBACK.
001090
001100*****************************************************************
002332     IF SAMP-MSG-ID(7:1) = 'S'
002333         DISPLAY SAMP-MSG-LINE UPON CONSOLE
002334     END-IF.
002335     PERFORM 9810-LOG-MESSAGE THRU 9810-EXIT.
002336     MOVE SPACES TO SAMP-MSG-DATA.
002337 9800-EXIT.
002338     EXIT.
0023A1
0023A2*****************************************************************
0023A3* 9810-LOG-MESSAGE - APPEND THE MESSAGE JUST ISSUED TO THE
0023A4* OPERATOR MESSAGE LOG (SAMPMLOG) WITH THE DATE AND TIME, THE JOB
0023A5* AND STEP, AND THE VARIABLE DATA, FOR MSGRPT.  THE LOG IS OPENED
0023A6* BY THE FIRST MESSAGE; IF IT CANNOT BE, OR A WRITE FAILS, THE
0023A7* STEP CARRIES ON UNLOGGED.
0023A8*****************************************************************
0023A9 9810-LOG-MESSAGE.
0023AA     IF SAMP-MLOG-UNUSABLE
0023AB         GO TO 9810-EXIT
0023AC     END-IF.
0023AD     IF SAMP-MLOG-FILE-CLOSED
0023AE         PERFORM 9820-OPEN-MESSAGE-LOG THRU 9820-EXIT
0023AF         IF SAMP-MLOG-UNUSABLE
0023AG             GO TO 9810-EXIT
0023AH         END-IF
0023AI     END-IF.
0023AJ     ACCEPT SAMP-MLOG-DATE FROM DATE YYYYMMDD.
0023AK     ACCEPT SAMP-MLOG-TIME FROM TIME.
0023AL     MOVE SAMP-MLOG-JOB-NAME  TO SAMP-MLOG-JOB.
0023AM     MOVE SAMP-MLOG-STEP-NAME TO SAMP-MLOG-STEP.
0023AN     MOVE SAMP-MSG-PGM        TO SAMP-MLOG-PROGRAM.
0023AP     MOVE SAMP-MSG-ID         TO SAMP-MLOG-MSGID.
0023AQ     MOVE SAMP-MSG-ID(7:1)    TO SAMP-MLOG-SEVERITY.
0023AR     MOVE SAMP-MSG-TEXT       TO SAMP-MLOG-TEXT.
0023AS     MOVE SAMP-MSG-DATA       TO SAMP-MLOG-DATA.
0023AT     WRITE SAMP-MLOG-RECORD.
0023AU     IF SAMP-MLOG-STATUS NOT = '00'
0023AV         DISPLAY 'COMBO - MSGLOG WRITE FAILED, STATUS = '
0023AW                 SAMP-MLOG-STATUS ' - MESSAGES NOT LOGGED'
0023AX         CLOSE MSGLOG-FILE
0023AY         MOVE 'X' TO SAMP-MLOG-OPEN-SW
0023AZ     END-IF.
0023B1 9810-EXIT.
0023B2     EXIT.
0023B3
0023B4*****************************************************************
0023B5* 9820-OPEN-MESSAGE-LOG - OPEN THE LOG FOR APPEND (THE FIRST RUN
0023B6* AGAINST A NEW DATASET CREATES IT) AND PICK UP THE JOB AND STEP
0023B7* NAMES FROM THE TIOT: PSATOLD AT THE FOOT OF THE PSA LOCATES THE
0023B8* TCB, AND TCBTIO IN THE TCB LOCATES THE TIOT.
0023B9*****************************************************************
0023BA 9820-OPEN-MESSAGE-LOG.
0023BB     OPEN EXTEND MSGLOG-FILE.
0023BC     IF SAMP-MLOG-STATUS = '35'
0023BD         CLOSE MSGLOG-FILE
0023BE         OPEN OUTPUT MSGLOG-FILE
0023BF     END-IF.
0023BG     IF SAMP-MLOG-STATUS NOT = '00'
0023BH         DISPLAY 'COMBO - MSGLOG OPEN FAILED, STATUS = '
0023BI                 SAMP-MLOG-STATUS ' - MESSAGES NOT LOGGED'
0023BJ         MOVE 'X' TO SAMP-MLOG-OPEN-SW
0023BK         GO TO 9820-EXIT
0023BL     END-IF.
0023BM     MOVE 'Y' TO SAMP-MLOG-OPEN-SW.
0023BN     SET ADDRESS OF SAMP-TIOT-PSA  TO NULL.
0023BP     SET ADDRESS OF SAMP-TIOT-TCB  TO SAMP-TIOT-PSATOLD.
0023BQ     SET ADDRESS OF SAMP-TIOT-TIOT TO SAMP-TIOT-TCBTIO.
0023BR     MOVE SAMP-TIOT-JOB-NAME  TO SAMP-MLOG-JOB-NAME.
0023BS     MOVE SAMP-TIOT-STEP-NAME TO SAMP-MLOG-STEP-NAME.
0023BT 9820-EXIT.
0023BU     EXIT.
002339
002340*****************************************************************
002341* 9999-ABEND-EXIT
002342*****************************************************************
00242B         PERFORM 8900-WRITE-STEP THRU 8900-EXIT
00242C         CLOSE STEPLOG-FILE
00242D     END-IF.
00242E     IF SAMP-MLOG-FILE-OPEN
00242F         CLOSE MSGLOG-FILE
00242G     END-IF.
002430     MOVE COMB-RC TO RETURN-CODE.
002440     GOBACK.
