000360*                  FRCVJOB THEN RE-RUNS COMBLD SO CMBIDX IS
000370*                  RELOADED FROM THE RECOVERED TABLE THE SAME
000380*                  WAY.
000381* 10/15/2026  RH   EVERY MESSAGE ISSUED THROUGH 9800 IS ALSO
000382*                  APPENDED TO THE OPERATOR MESSAGE LOG (MSGLOG,
000383*                  SEE SAMPMLOG) FOR MSGRPT.
000390*****************************************************************
000400
000410 ENVIRONMENT DIVISION.
000580            ACCESS MODE  IS SEQUENTIAL
000590            RECORD KEY   IS SAMP-FACTIDX-KEY
000600            FILE STATUS  IS FRCV-FACTIDX-STATUS.
000601     SELECT MSGLOG-FILE    ASSIGN TO MSGLOG
000602            ORGANIZATION IS SEQUENTIAL
000603            FILE STATUS  IS SAMP-MLOG-STATUS.
000610
000620 DATA DIVISION.
000630 FILE SECTION.
000720 FD  FACTIDX-FILE
000730     RECORDING MODE IS F.
000740     COPY SAMPFIDX.
000741
000742 FD  MSGLOG-FILE
000743     RECORDING MODE IS F.
000744     COPY SAMPMLOG.
000750
000760 WORKING-STORAGE SECTION.
000770
001200     05  FRCV-DSP-HIGH         PIC ZZZ,ZZ9.
001210
001220     COPY SAMPMSG.
001221
001222 LINKAGE SECTION.
001223     COPY SAMPTIOT.
001230
001240 PROCEDURE DIVISION.
001250
001320     PERFORM 3000-RELOAD-TABLE THRU 3000-EXIT.
001330     PERFORM 5000-CERTIFY THRU 5000-EXIT.
001340     PERFORM 8000-TERMINATE THRU 8000-EXIT.
001341     IF SAMP-MLOG-FILE-OPEN
001342         CLOSE MSGLOG-FILE
001343     END-IF.
001350     GOBACK.
001360
001370*****************************************************************
003080     IF SAMP-MSG-ID(7:1) = 'S'
003090         DISPLAY SAMP-MSG-LINE UPON CONSOLE
003100     END-IF.
003101     PERFORM 9810-LOG-MESSAGE THRU 9810-EXIT.
003110     MOVE SPACES TO SAMP-MSG-DATA.
003120 9800-EXIT.
003130     EXIT.
0031A1
0031A2*****************************************************************
0031A3* 9810-LOG-MESSAGE - APPEND THE MESSAGE JUST ISSUED TO THE
0031A4* OPERATOR MESSAGE LOG (SAMPMLOG) WITH THE DATE AND TIME, THE JOB
0031A5* AND STEP, AND THE VARIABLE DATA, FOR MSGRPT.  THE LOG IS OPENED
0031A6* BY THE FIRST MESSAGE; IF IT CANNOT BE, OR A WRITE FAILS, THE
0031A7* STEP CARRIES ON UNLOGGED.
0031A8*****************************************************************
0031A9 9810-LOG-MESSAGE.
0031AA     IF SAMP-MLOG-UNUSABLE
0031AB         GO TO 9810-EXIT
0031AC     END-IF.
0031AD     IF SAMP-MLOG-FILE-CLOSED
0031AE         PERFORM 9820-OPEN-MESSAGE-LOG THRU 9820-EXIT
0031AF         IF SAMP-MLOG-UNUSABLE
0031AG             GO TO 9810-EXIT
0031AH         END-IF
0031AI     END-IF.
0031AJ     ACCEPT SAMP-MLOG-DATE FROM DATE YYYYMMDD.
0031AK     ACCEPT SAMP-MLOG-TIME FROM TIME.
0031AL     MOVE SAMP-MLOG-JOB-NAME  TO SAMP-MLOG-JOB.
0031AM     MOVE SAMP-MLOG-STEP-NAME TO SAMP-MLOG-STEP.
0031AN     MOVE SAMP-MSG-PGM        TO SAMP-MLOG-PROGRAM.
0031AP     MOVE SAMP-MSG-ID         TO SAMP-MLOG-MSGID.
0031AQ     MOVE SAMP-MSG-ID(7:1)    TO SAMP-MLOG-SEVERITY.
0031AR     MOVE SAMP-MSG-TEXT       TO SAMP-MLOG-TEXT.
0031AS     MOVE SAMP-MSG-DATA       TO SAMP-MLOG-DATA.
0031AT     WRITE SAMP-MLOG-RECORD.
0031AU     IF SAMP-MLOG-STATUS NOT = '00'
0031AV         DISPLAY 'FACTRCV - MSGLOG WRITE FAILED, STATUS = '
0031AW                 SAMP-MLOG-STATUS ' - MESSAGES NOT LOGGED'
0031AX         CLOSE MSGLOG-FILE
0031AY         MOVE 'X' TO SAMP-MLOG-OPEN-SW
0031AZ     END-IF.
0031B1 9810-EXIT.
0031B2     EXIT.
0031B3
0031B4*****************************************************************
0031B5* 9820-OPEN-MESSAGE-LOG - OPEN THE LOG FOR APPEND (THE FIRST RUN
0031B6* AGAINST A NEW DATASET CREATES IT) AND PICK UP THE JOB AND STEP
0031B7* NAMES FROM THE TIOT: PSATOLD AT THE FOOT OF THE PSA LOCATES THE
0031B8* TCB, AND TCBTIO IN THE TCB LOCATES THE TIOT.
0031B9*****************************************************************
0031BA 9820-OPEN-MESSAGE-LOG.
0031BB     OPEN EXTEND MSGLOG-FILE.
0031BC     IF SAMP-MLOG-STATUS = '35'
0031BD         CLOSE MSGLOG-FILE
0031BE         OPEN OUTPUT MSGLOG-FILE
0031BF     END-IF.
0031BG     IF SAMP-MLOG-STATUS NOT = '00'
0031BH         DISPLAY 'FACTRCV - MSGLOG OPEN FAILED, STATUS = '
0031BI                 SAMP-MLOG-STATUS ' - MESSAGES NOT LOGGED'
0031BJ         MOVE 'X' TO SAMP-MLOG-OPEN-SW
0031BK         GO TO 9820-EXIT
0031BL     END-IF.
0031BM     MOVE 'Y' TO SAMP-MLOG-OPEN-SW.
0031BN     SET ADDRESS OF SAMP-TIOT-PSA  TO NULL.
0031BP     SET ADDRESS OF SAMP-TIOT-TCB  TO SAMP-TIOT-PSATOLD.
0031BQ     SET ADDRESS OF SAMP-TIOT-TIOT TO SAMP-TIOT-TCBTIO.
0031BR     MOVE SAMP-TIOT-JOB-NAME  TO SAMP-MLOG-JOB-NAME.
0031BS     MOVE SAMP-TIOT-STEP-NAME TO SAMP-MLOG-STEP-NAME.
0031BT 9820-EXIT.
0031BU     EXIT.
003140
003150*****************************************************************
003160* 9999-ABEND-EXIT
003280     IF FRCV-TABLE-FILE-OPEN
003290         CLOSE FACTIDX-FILE
003300     END-IF.
003301     IF SAMP-MLOG-FILE-OPEN
003302         CLOSE MSGLOG-FILE
003303     END-IF.
003310     MOVE FRCV-RC TO RETURN-CODE.
003320     GOBACK.
