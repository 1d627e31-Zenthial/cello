000360*                  10-17 THE FUNCTION; NO FUNCTION MEANS DISPLAY
000370*                  ONLY.  NOBODY HAND-DELETES A VSAM CLUSTER TO
000380*                  UNSTICK THE GATE AGAIN.
000381* 10/15/2026  RH   EVERY MESSAGE ISSUED THROUGH 9800 IS ALSO
000382*                  APPENDED TO THE OPERATOR MESSAGE LOG (MSGLOG,
000383*                  SEE SAMPMLOG) FOR MSGRPT.
000390*****************************************************************
000400
000410 ENVIRONMENT DIVISION.
000600     SELECT AUDITOUT-FILE  ASSIGN TO AUDITOUT
000610            ORGANIZATION IS SEQUENTIAL
000620            FILE STATUS  IS CTLU-AUDITOUT-STATUS.
000621     SELECT MSGLOG-FILE    ASSIGN TO MSGLOG
000622            ORGANIZATION IS SEQUENTIAL
000623            FILE STATUS  IS SAMP-MLOG-STATUS.
000630
000640 DATA DIVISION.
000650 FILE SECTION.
000740 FD  AUDITOUT-FILE
000750     RECORDING MODE IS F.
000760     COPY SAMPAUD.
000761
000762 FD  MSGLOG-FILE
000763     RECORDING MODE IS F.
000764     COPY SAMPMLOG.
000770
000780 WORKING-STORAGE SECTION.
000790
001700 01  CTLU-PARM.
001710     05  CTLU-PARM-LEN         PIC S9(4) COMP.
001720     05  CTLU-PARM-DATA        PIC X(80).
001721
001722     COPY SAMPTIOT.
001730
001740 PROCEDURE DIVISION USING CTLU-PARM.
001750
001910             MOVE 08 TO CTLU-RC
001920     END-EVALUATE.
001930     PERFORM 8000-TERMINATE THRU 8000-EXIT.
001931     IF SAMP-MLOG-FILE-OPEN
001932         CLOSE MSGLOG-FILE
001933     END-IF.
001940     GOBACK.
001950
001960*****************************************************************
004220     IF SAMP-MSG-ID(7:1) = 'S'
004230         DISPLAY SAMP-MSG-LINE UPON CONSOLE
004240     END-IF.
004241     PERFORM 9810-LOG-MESSAGE THRU 9810-EXIT.
004250     MOVE SPACES TO SAMP-MSG-DATA.
004260 9800-EXIT.
004270     EXIT.
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
0042AV         DISPLAY 'CTLUTIL - MSGLOG WRITE FAILED, STATUS = '
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
0042BH         DISPLAY 'CTLUTIL - MSGLOG OPEN FAILED, STATUS = '
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
004280
004290*****************************************************************
004300* 9999-ABEND-EXIT
004420     IF CTLU-AUDITOUT-STATUS = '00'
004430         CLOSE AUDITOUT-FILE
004440     END-IF.
004441     IF SAMP-MLOG-FILE-OPEN
004442         CLOSE MSGLOG-FILE
004443     END-IF.
004450     MOVE CTLU-RC TO RETURN-CODE.
004460     GOBACK.
