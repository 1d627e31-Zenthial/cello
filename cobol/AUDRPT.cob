00031J*                  LONGER LITTERS THE REPORT WITH FALSE NO-RUN
00031K*                  FLAGS.  A MISSING CALENDAR CLUSTER KEEPS
00031L*                  THE OLD EVERY-NIGHT BEHAVIOR.
00031W* 10/15/2026  RH   EVERY MESSAGE ISSUED THROUGH 9800 IS ALSO
00031X*                  APPENDED TO THE OPERATOR MESSAGE LOG (MSGLOG,
00031Y*                  SEE SAMPMLOG) FOR MSGRPT.
000320*****************************************************************
000330
000340 ENVIRONMENT DIVISION.
00055C            ACCESS MODE  IS DYNAMIC
00055D            RELATIVE KEY IS ARPT-OPT-RELKEY
00055E            FILE STATUS  IS ARPT-OPTFILE-STATUS.
00055F     SELECT MSGLOG-FILE    ASSIGN TO MSGLOG
00055G            ORGANIZATION IS SEQUENTIAL
00055H            FILE STATUS  IS SAMP-MLOG-STATUS.
000560
000570 DATA DIVISION.
000580 FILE SECTION.
000738 FD  OPTFILE-FILE
000739     RECORDING MODE IS F.
00073A     COPY SAMPOPT.
00073B
00073C FD  MSGLOG-FILE
00073D     RECORDING MODE IS F.
00073E     COPY SAMPMLOG.
000740
000750 WORKING-STORAGE SECTION.
000760
002080 01  ARPT-PARM.
002090     05  ARPT-PARM-LEN         PIC S9(4) COMP.
002100     05  ARPT-PARM-DATA        PIC X(80).
002101
002102     COPY SAMPTIOT.
002110
002120 PROCEDURE DIVISION USING ARPT-PARM.
002130
002190     PERFORM 2000-VALIDATE-PARM THRU 2000-EXIT.
002200     PERFORM 3000-PROCESS-AUDIT THRU 3000-EXIT.
002210     PERFORM 8000-TERMINATE THRU 8000-EXIT.
002211     IF SAMP-MLOG-FILE-OPEN
002212         CLOSE MSGLOG-FILE
002213     END-IF.
002220     GOBACK.
002230
002240*****************************************************************
00530A     IF SAMP-MSG-ID(7:1) = 'S'
00530B         DISPLAY SAMP-MSG-LINE UPON CONSOLE
00530C     END-IF.
00530D     PERFORM 9810-LOG-MESSAGE THRU 9810-EXIT.
00530E     MOVE SPACES TO SAMP-MSG-DATA.
00530F 9800-EXIT.
00530G     EXIT.
0053A1
0053A2*****************************************************************
0053A3* 9810-LOG-MESSAGE - APPEND THE MESSAGE JUST ISSUED TO THE
0053A4* OPERATOR MESSAGE LOG (SAMPMLOG) WITH THE DATE AND TIME, THE JOB
0053A5* AND STEP, AND THE VARIABLE DATA, FOR MSGRPT.  THE LOG IS OPENED
0053A6* BY THE FIRST MESSAGE; IF IT CANNOT BE, OR A WRITE FAILS, THE
0053A7* STEP CARRIES ON UNLOGGED.
0053A8*****************************************************************
0053A9 9810-LOG-MESSAGE.
0053AA     IF SAMP-MLOG-UNUSABLE
0053AB         GO TO 9810-EXIT
0053AC     END-IF.
0053AD     IF SAMP-MLOG-FILE-CLOSED
0053AE         PERFORM 9820-OPEN-MESSAGE-LOG THRU 9820-EXIT
0053AF         IF SAMP-MLOG-UNUSABLE
0053AG             GO TO 9810-EXIT
0053AH         END-IF
0053AI     END-IF.
0053AJ     ACCEPT SAMP-MLOG-DATE FROM DATE YYYYMMDD.
0053AK     ACCEPT SAMP-MLOG-TIME FROM TIME.
0053AL     MOVE SAMP-MLOG-JOB-NAME  TO SAMP-MLOG-JOB.
0053AM     MOVE SAMP-MLOG-STEP-NAME TO SAMP-MLOG-STEP.
0053AN     MOVE SAMP-MSG-PGM        TO SAMP-MLOG-PROGRAM.
0053AP     MOVE SAMP-MSG-ID         TO SAMP-MLOG-MSGID.
0053AQ     MOVE SAMP-MSG-ID(7:1)    TO SAMP-MLOG-SEVERITY.
0053AR     MOVE SAMP-MSG-TEXT       TO SAMP-MLOG-TEXT.
0053AS     MOVE SAMP-MSG-DATA       TO SAMP-MLOG-DATA.
0053AT     WRITE SAMP-MLOG-RECORD.
0053AU     IF SAMP-MLOG-STATUS NOT = '00'
0053AV         DISPLAY 'AUDRPT - MSGLOG WRITE FAILED, STATUS = '
0053AW                 SAMP-MLOG-STATUS ' - MESSAGES NOT LOGGED'
0053AX         CLOSE MSGLOG-FILE
0053AY         MOVE 'X' TO SAMP-MLOG-OPEN-SW
0053AZ     END-IF.
0053B1 9810-EXIT.
0053B2     EXIT.
0053B3
0053B4*****************************************************************
0053B5* 9820-OPEN-MESSAGE-LOG - OPEN THE LOG FOR APPEND (THE FIRST RUN
0053B6* AGAINST A NEW DATASET CREATES IT) AND PICK UP THE JOB AND STEP
0053B7* NAMES FROM THE TIOT: PSATOLD AT THE FOOT OF THE PSA LOCATES THE
0053B8* TCB, AND TCBTIO IN THE TCB LOCATES THE TIOT.
0053B9*****************************************************************
0053BA 9820-OPEN-MESSAGE-LOG.
0053BB     OPEN EXTEND MSGLOG-FILE.
0053BC     IF SAMP-MLOG-STATUS = '35'
0053BD         CLOSE MSGLOG-FILE
0053BE         OPEN OUTPUT MSGLOG-FILE
0053BF     END-IF.
0053BG     IF SAMP-MLOG-STATUS NOT = '00'
0053BH         DISPLAY 'AUDRPT - MSGLOG OPEN FAILED, STATUS = '
0053BI                 SAMP-MLOG-STATUS ' - MESSAGES NOT LOGGED'
0053BJ         MOVE 'X' TO SAMP-MLOG-OPEN-SW
0053BK         GO TO 9820-EXIT
0053BL     END-IF.
0053BM     MOVE 'Y' TO SAMP-MLOG-OPEN-SW.
0053BN     SET ADDRESS OF SAMP-TIOT-PSA  TO NULL.
0053BP     SET ADDRESS OF SAMP-TIOT-TCB  TO SAMP-TIOT-PSATOLD.
0053BQ     SET ADDRESS OF SAMP-TIOT-TIOT TO SAMP-TIOT-TCBTIO.
0053BR     MOVE SAMP-TIOT-JOB-NAME  TO SAMP-MLOG-JOB-NAME.
0053BS     MOVE SAMP-TIOT-STEP-NAME TO SAMP-MLOG-STEP-NAME.
0053BT 9820-EXIT.
0053BU     EXIT.
005360
005370*****************************************************************
005380* 9999-ABEND-EXIT
005552     IF ARPT-CAL-FILE-OPEN
005554         CLOSE CALENDAR-FILE
005556     END-IF.
005557     IF SAMP-MLOG-FILE-OPEN
005558         CLOSE MSGLOG-FILE
005559     END-IF.
005560     MOVE ARPT-RC TO RETURN-CODE.
005570     GOBACK.
