00029D*                  EACH VALUE RANGE-CHECKED WITH A CELNNNX
00029E*                  MESSAGE, SO THE LIMITS MATCH SAMPLE'S
00029F*                  WITHOUT A RECOMPILE.
00029G* 10/15/2026  RH   EVERY MESSAGE ISSUED THROUGH 9800 IS ALSO
00029H*                  APPENDED TO THE OPERATOR MESSAGE LOG (MSGLOG,
00029I*                  SEE SAMPMLOG) FOR MSGRPT.
000300*****************************************************************
000310
000320 ENVIRONMENT DIVISION.
00047D            ACCESS MODE  IS DYNAMIC
00047E            RELATIVE KEY IS FRNG-OPT-RELKEY
00047F            FILE STATUS  IS FRNG-OPTFILE-STATUS.
00047G     SELECT MSGLOG-FILE    ASSIGN TO MSGLOG
00047H            ORGANIZATION IS SEQUENTIAL
00047I            FILE STATUS  IS SAMP-MLOG-STATUS.
000480
000490 DATA DIVISION.
000500 FILE SECTION.
00057B FD  OPTFILE-FILE
00057C     RECORDING MODE IS F.
00057D     COPY SAMPOPT.
00057E
00057F FD  MSGLOG-FILE
00057G     RECORDING MODE IS F.
00057H     COPY SAMPMLOG.
000580
000590 WORKING-STORAGE SECTION.
000600
001490 01  FRNG-PARM.
001500     05  FRNG-PARM-LEN         PIC S9(4) COMP.
001510     05  FRNG-PARM-DATA        PIC X(80).
001511
001512     COPY SAMPTIOT.
001520
001530 PROCEDURE DIVISION USING FRNG-PARM.
001540
001630     END-IF.
001640     PERFORM 3000-BROWSE-RANGE THRU 3000-EXIT.
001650     PERFORM 8000-TERMINATE THRU 8000-EXIT.
001651     IF SAMP-MLOG-FILE-OPEN
001652         CLOSE MSGLOG-FILE
001653     END-IF.
001660     GOBACK.
001670
001680*****************************************************************
003650     IF SAMP-MSG-ID(7:1) = 'S'
003660         DISPLAY SAMP-MSG-LINE UPON CONSOLE
003670     END-IF.
003671     PERFORM 9810-LOG-MESSAGE THRU 9810-EXIT.
003680     MOVE SPACES TO SAMP-MSG-DATA.
003690 9800-EXIT.
003700     EXIT.
0037A1
0037A2*****************************************************************
0037A3* 9810-LOG-MESSAGE - APPEND THE MESSAGE JUST ISSUED TO THE
0037A4* OPERATOR MESSAGE LOG (SAMPMLOG) WITH THE DATE AND TIME, THE JOB
0037A5* AND STEP, AND THE VARIABLE DATA, FOR MSGRPT.  THE LOG IS OPENED
0037A6* BY THE FIRST MESSAGE; IF IT CANNOT BE, OR A WRITE FAILS, THE
0037A7* STEP CARRIES ON UNLOGGED.
0037A8*****************************************************************
0037A9 9810-LOG-MESSAGE.
0037AA     IF SAMP-MLOG-UNUSABLE
0037AB         GO TO 9810-EXIT
0037AC     END-IF.
0037AD     IF SAMP-MLOG-FILE-CLOSED
0037AE         PERFORM 9820-OPEN-MESSAGE-LOG THRU 9820-EXIT
0037AF         IF SAMP-MLOG-UNUSABLE
0037AG             GO TO 9810-EXIT
0037AH         END-IF
0037AI     END-IF.
0037AJ     ACCEPT SAMP-MLOG-DATE FROM DATE YYYYMMDD.
0037AK     ACCEPT SAMP-MLOG-TIME FROM TIME.
0037AL     MOVE SAMP-MLOG-JOB-NAME  TO SAMP-MLOG-JOB.
0037AM     MOVE SAMP-MLOG-STEP-NAME TO SAMP-MLOG-STEP.
0037AN     MOVE SAMP-MSG-PGM        TO SAMP-MLOG-PROGRAM.
0037AP     MOVE SAMP-MSG-ID         TO SAMP-MLOG-MSGID.
0037AQ     MOVE SAMP-MSG-ID(7:1)    TO SAMP-MLOG-SEVERITY.
0037AR     MOVE SAMP-MSG-TEXT       TO SAMP-MLOG-TEXT.
0037AS     MOVE SAMP-MSG-DATA       TO SAMP-MLOG-DATA.
0037AT     WRITE SAMP-MLOG-RECORD.
0037AU     IF SAMP-MLOG-STATUS NOT = '00'
0037AV         DISPLAY 'FACTRNG - MSGLOG WRITE FAILED, STATUS = '
0037AW                 SAMP-MLOG-STATUS ' - MESSAGES NOT LOGGED'
0037AX         CLOSE MSGLOG-FILE
0037AY         MOVE 'X' TO SAMP-MLOG-OPEN-SW
0037AZ     END-IF.
0037B1 9810-EXIT.
0037B2     EXIT.
0037B3
0037B4*****************************************************************
0037B5* 9820-OPEN-MESSAGE-LOG - OPEN THE LOG FOR APPEND (THE FIRST RUN
0037B6* AGAINST A NEW DATASET CREATES IT) AND PICK UP THE JOB AND STEP
0037B7* NAMES FROM THE TIOT: PSATOLD AT THE FOOT OF THE PSA LOCATES THE
0037B8* TCB, AND TCBTIO IN THE TCB LOCATES THE TIOT.
0037B9*****************************************************************
0037BA 9820-OPEN-MESSAGE-LOG.
0037BB     OPEN EXTEND MSGLOG-FILE.
0037BC     IF SAMP-MLOG-STATUS = '35'
0037BD         CLOSE MSGLOG-FILE
0037BE         OPEN OUTPUT MSGLOG-FILE
0037BF     END-IF.
0037BG     IF SAMP-MLOG-STATUS NOT = '00'
0037BH         DISPLAY 'FACTRNG - MSGLOG OPEN FAILED, STATUS = '
0037BI                 SAMP-MLOG-STATUS ' - MESSAGES NOT LOGGED'
0037BJ         MOVE 'X' TO SAMP-MLOG-OPEN-SW
0037BK         GO TO 9820-EXIT
0037BL     END-IF.
0037BM     MOVE 'Y' TO SAMP-MLOG-OPEN-SW.
0037BN     SET ADDRESS OF SAMP-TIOT-PSA  TO NULL.
0037BP     SET ADDRESS OF SAMP-TIOT-TCB  TO SAMP-TIOT-PSATOLD.
0037BQ     SET ADDRESS OF SAMP-TIOT-TIOT TO SAMP-TIOT-TCBTIO.
0037BR     MOVE SAMP-TIOT-JOB-NAME  TO SAMP-MLOG-JOB-NAME.
0037BS     MOVE SAMP-TIOT-STEP-NAME TO SAMP-MLOG-STEP-NAME.
0037BT 9820-EXIT.
0037BU     EXIT.
003710
003720*****************************************************************
003730* 9999-ABEND-EXIT
003842     IF FRNG-USAGE-FILE-OPEN
003844         CLOSE USAGEDS-FILE
003846     END-IF.
003847     IF SAMP-MLOG-FILE-OPEN
003848         CLOSE MSGLOG-FILE
003849     END-IF.
003850     MOVE FRNG-RC TO RETURN-CODE.
003860     GOBACK.
