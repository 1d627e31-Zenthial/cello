000296*                  (STEPLOG) SO THE VERIFY VERDICT PERSISTS FOR
000298*                  THE MORNING CYCSTAT PAGE INSTEAD OF PURGING
000299*                  WITH THE SYSOUT.
00029A* 10/15/2026  RH   POSTS WHAT IT ACTUALLY READ BACK - FACTOUT AND
00029B*                  FACTIDX ROW COUNTS AND VALUE HASHES - TO THE
00029C*                  CYCLE CONTROL-TOTALS LEDGER (CTLTOT, SEE
00029D*                  SAMPCTOT) UNDER THE CYCLE DATE OFF RUNCTL, FOR
00029E*                  CTLBAL TO PROVE AGAINST THE BUILD'S AUDIT ROW.
000300*****************************************************************
000310
000320 ENVIRONMENT DIVISION.
000514     SELECT STEPLOG-FILE   ASSIGN TO STEPLOG
000516            ORGANIZATION IS SEQUENTIAL
000518            FILE STATUS  IS FVER-STEPLOG-STATUS.
000519
00051A     SELECT RUNCTL-FILE    ASSIGN TO RUNCTL
00051B            ORGANIZATION IS RELATIVE
00051C            ACCESS MODE  IS DYNAMIC
00051D            RELATIVE KEY IS FVER-RUNC-RELKEY
00051E            FILE STATUS  IS FVER-RUNCTL-STATUS.
00051F
00051G     SELECT CTLTOT-FILE    ASSIGN TO CTLTOT
00051H            ORGANIZATION IS SEQUENTIAL
00051I            FILE STATUS  IS FVER-CTLTOT-STATUS.
000520
000530 DATA DIVISION.
000540 FILE SECTION.
000654 FD  STEPLOG-FILE
000656     RECORDING MODE IS F.
000658     COPY SAMPSTEP.
000659
00065A FD  RUNCTL-FILE
00065B     RECORDING MODE IS F.
00065C     COPY SAMPRUNC.
00065D
00065E FD  CTLTOT-FILE
00065F     RECORDING MODE IS F.
00065G     COPY SAMPCTOT.
000660
000670 WORKING-STORAGE SECTION.
000680
000730   77 FVER-FACTIDX-STATUS    PIC X(02) VALUE SPACES.
000740   77 FVER-VERIRPT-STATUS    PIC X(02) VALUE SPACES.
000742   77 FVER-STEPLOG-STATUS    PIC X(02) VALUE SPACES.
000743   77 FVER-RUNCTL-STATUS     PIC X(02) VALUE SPACES.
000744   77 FVER-CTLTOT-STATUS     PIC X(02) VALUE SPACES.
000745   77 FVER-RUNC-RELKEY       PIC 9(04) COMP VALUE 1.
000750
000760   77 FVER-FOUT-EOF-SW       PIC X(01) VALUE 'N'.
000770       88 FVER-FOUT-EOF             VALUE 'Y'.
000950   77 FVER-RUN-DATE          PIC 9(08) VALUE ZERO.
000952   77 FVER-STEP-START-TIME   PIC 9(08) VALUE ZERO.
000954   77 FVER-STEP-END-TIME     PIC 9(08) VALUE ZERO.
000955   77 FVER-CYCLE-DATE        PIC 9(08) VALUE ZERO.
000956
000957*****************************************************************
000958* VALUE HASHES FOR THE CONTROL-TOTALS LEDGER - THE LOW 15
000959* DIGITS OF EACH VALUE SUMMED AND KEPT TO 15 DIGITS, AS ON
00095A* FACTXTR'S TRAILER
00095B*****************************************************************
00095C   77 FVER-FOUT-HASH         PIC 9(15) VALUE ZERO.
00095D   77 FVER-FIDX-HASH         PIC 9(15) VALUE ZERO.
00095E   77 FVER-HASH-WIDE         PIC 9(16) VALUE ZERO.
00095F   77 FVER-HASH-QUOT         PIC 9(01) VALUE ZERO.
00095G   77 FVER-HASH-MODULUS      PIC 9(16) VALUE 1000000000000000.
00095H
00095I 01  FVER-HASH-FACT            PIC 9(30) VALUE ZERO.
00095J 01  FVER-HASH-FACT-R REDEFINES FVER-HASH-FACT.
00095K     05  FVER-HASH-HIGH        PIC 9(15).
00095L     05  FVER-HASH-LOW         PIC 9(15).
000960
000970 01  FVER-RUN-DATE-X.
000980     05  FVER-RUN-YYYY         PIC 9(04).
00155C         GO TO 9999-ABEND-EXIT
00155D     END-IF.
00155E     MOVE 'Y' TO FVER-STEP-OPEN-SW.
00155F
00155G     OPEN EXTEND CTLTOT-FILE.
00155H     IF FVER-CTLTOT-STATUS = '35'
00155I         CLOSE CTLTOT-FILE
00155J         OPEN OUTPUT CTLTOT-FILE
00155K     END-IF.
00155L     IF FVER-CTLTOT-STATUS NOT = '00'
00155M         DISPLAY 'FACTVERI - CTLTOT OPEN FAILED, STATUS = '
00155N             FVER-CTLTOT-STATUS
00155P         MOVE 40 TO FVER-RC
00155Q         GO TO 9999-ABEND-EXIT
00155R     END-IF.
00155S     PERFORM 1700-GET-CYCLE-DATE THRU 1700-EXIT.
001560
001570     OPEN INPUT FACTOUT-FILE.
001580     IF FVER-FACTOUT-STATUS NOT = '00'
001790     END-IF.
001800 1000-EXIT.
001810     EXIT.
001811
001812*****************************************************************
001813* 1700-GET-CYCLE-DATE - THE LEDGER IS KEYED ON THE CYCLE DATE
001814* SAMP01 STAMPED ON RUNCTL, NOT TODAY'S DATE, SO A VERIFY THAT
001815* RUNS PAST MIDNIGHT STILL POSTS UNDER THE NIGHT THAT BUILT THE
001816* TABLE.  NO RUN-CONTROL RECORD FALLS BACK TO THE RUN DATE.
001817*****************************************************************
001818 1700-GET-CYCLE-DATE.
001819     MOVE FVER-RUN-DATE TO FVER-CYCLE-DATE.
00181A     OPEN INPUT RUNCTL-FILE.
00181B     IF FVER-RUNCTL-STATUS NOT = '00'
00181C         DISPLAY 'FACTVERI - RUNCTL NOT AVAILABLE, STATUS = '
00181D             FVER-RUNCTL-STATUS ' - TOTALS POSTED UNDER RUN DATE'
00181E         GO TO 1700-EXIT
00181F     END-IF.
00181G     MOVE 1 TO FVER-RUNC-RELKEY.
00181H     READ RUNCTL-FILE
00181I         INVALID KEY
00181J             CLOSE RUNCTL-FILE
00181K             GO TO 1700-EXIT
00181L     END-READ.
00181M     MOVE SAMP-RUNC-CYCLE-DATE TO FVER-CYCLE-DATE.
00181N     CLOSE RUNCTL-FILE.
00181P 1700-EXIT.
00181Q     EXIT.
001820
001830*****************************************************************
001840* 3000-VERIFY-TABLE - WALK FACTOUT AND FACTIDX SIDE BY SIDE,
002750             MOVE 'Y' TO FVER-FOUT-EOF-SW
002760         NOT AT END
002770             ADD 1 TO FVER-FOUT-COUNT
002771             MOVE SAMP-FACTOUT-FACT TO FVER-HASH-FACT
002772             COMPUTE FVER-HASH-WIDE =
002773                 FVER-FOUT-HASH + FVER-HASH-LOW
002774             DIVIDE FVER-HASH-WIDE BY FVER-HASH-MODULUS
002775                 GIVING FVER-HASH-QUOT
002776                 REMAINDER FVER-FOUT-HASH
002780     END-READ.
002790 3200-EXIT.
002800     EXIT.
002850             MOVE 'Y' TO FVER-FIDX-EOF-SW
002860         NOT AT END
002870             ADD 1 TO FVER-FIDX-COUNT
002871             MOVE SAMP-FACTIDX-VALUE TO FVER-HASH-FACT
002872             COMPUTE FVER-HASH-WIDE =
002873                 FVER-FIDX-HASH + FVER-HASH-LOW
002874             DIVIDE FVER-HASH-WIDE BY FVER-HASH-MODULUS
002875                 GIVING FVER-HASH-QUOT
002876                 REMAINDER FVER-FIDX-HASH
002880     END-READ.
002890 3300-EXIT.
002900     EXIT.
003630         AFTER ADVANCING 2 LINES.
003640     DISPLAY 'FACTVERI - ' FVER-VERDICT-TEXT.
003650
003652     PERFORM 8700-POST-TOTALS THRU 8700-EXIT.
003653     PERFORM 8900-WRITE-STEP THRU 8900-EXIT.
003660     CLOSE FACTOUT-FILE.
003670     CLOSE FACTIDX-FILE.
003680     CLOSE VERIRPT-FILE.
003682     CLOSE STEPLOG-FILE.
003683     CLOSE CTLTOT-FILE.
003690     MOVE FVER-RC TO RETURN-CODE.
003700 8000-EXIT.
003710     EXIT.
00371H     WRITE SAMP-STEP-RECORD.
00371I 8900-EXIT.
00371J     EXIT.
0037A1
0037A2*****************************************************************
0037A3* 8700-POST-TOTALS - WHAT WAS ACTUALLY READ BACK, ONE LEDGER ROW
0037A4* PER DATASET: FACTOUT AND FACTIDX ROW COUNTS AND VALUE HASHES.
0037A5* POSTED EVEN WHEN VERIFICATION FAILED - THE LEDGER RECORDS WHAT
0037A6* IS THERE, AND CTLBAL SAYS WHICH LINK IT BREAKS.
0037A7*****************************************************************
0037A8 8700-POST-TOTALS.
0037A9     ACCEPT FVER-STEP-END-TIME FROM TIME.
0037AA     MOVE FVER-CYCLE-DATE      TO SAMP-CTOT-CYCLE-DATE.
0037AB     MOVE 'FACTVER'            TO SAMP-CTOT-STEP.
0037AC     MOVE 'FACTVERI'           TO SAMP-CTOT-PROGRAM.
0037AD     MOVE FVER-RUN-DATE        TO SAMP-CTOT-POST-DATE.
0037AE     MOVE FVER-STEP-END-TIME   TO SAMP-CTOT-POST-TIME.
0037AF     MOVE 'FACTOUT'            TO SAMP-CTOT-TOTAL-ID.
0037AG     MOVE ZERO                 TO SAMP-CTOT-N.
0037AH     MOVE FVER-FOUT-COUNT      TO SAMP-CTOT-COUNT.
0037AI     MOVE FVER-FOUT-HASH       TO SAMP-CTOT-HASH.
0037AJ     WRITE SAMP-CTOT-RECORD.
0037AK     MOVE 'FACTIDX'            TO SAMP-CTOT-TOTAL-ID.
0037AL     MOVE FVER-FIDX-COUNT      TO SAMP-CTOT-COUNT.
0037AM     MOVE FVER-FIDX-HASH       TO SAMP-CTOT-HASH.
0037AN     WRITE SAMP-CTOT-RECORD.
0037AP 8700-EXIT.
0037AQ     EXIT.
003720
003730*****************************************************************
003740* 9999-ABEND-EXIT
003854         PERFORM 8900-WRITE-STEP THRU 8900-EXIT
003856         CLOSE STEPLOG-FILE
003858     END-IF.
003859     IF FVER-CTLTOT-STATUS = '00'
00385A         CLOSE CTLTOT-FILE
00385B     END-IF.
003860     MOVE FVER-RC TO RETURN-CODE.
003870     GOBACK.
