000316*                  NOTHING) IDENTIFIES THE SHIPPED TABLE JUST
000318*                  AS WELL AS A COMPLETE ROW, SO THE HEADER
000319*                  NOW TAKES EITHER.
00031A* 10/15/2026  RH   THE TRAILER'S DETAIL COUNT AND HASH, WITH N
00031B*                  OFF THE HEADER, ARE ALSO POSTED TO THE CYCLE
00031C*                  CONTROL-TOTALS LEDGER (CTLTOT, SEE SAMPCTOT)
00031D*                  UNDER THE CYCLE DATE OFF RUNCTL - THE NIGHT
00031E*                  THAT BUILT THE GENERATION BEING SHIPPED - FOR
00031F*                  CTLBAL TO PROVE AGAINST THE BUILD'S AUDIT ROW
00031G*                  AND THE WAREHOUSE ACKNOWLEDGMENT.
000320*****************************************************************
000330
000340 ENVIRONMENT DIVISION.
000490     SELECT XTROUT-FILE    ASSIGN TO XTROUT
000500            ORGANIZATION IS SEQUENTIAL
000510            FILE STATUS  IS FXTR-XTROUT-STATUS.
000511
000512     SELECT RUNCTL-FILE    ASSIGN TO RUNCTL
000513            ORGANIZATION IS RELATIVE
000514            ACCESS MODE  IS DYNAMIC
000515            RELATIVE KEY IS FXTR-RUNC-RELKEY
000516            FILE STATUS  IS FXTR-RUNCTL-STATUS.
000517
000518     SELECT CTLTOT-FILE    ASSIGN TO CTLTOT
000519            ORGANIZATION IS SEQUENTIAL
00051A            FILE STATUS  IS FXTR-CTLTOT-STATUS.
000520
000530 DATA DIVISION.
000540 FILE SECTION.
000630 FD  XTROUT-FILE
000640     RECORDING MODE IS F.
000650 01  XTROUT-RECORD             PIC X(80).
000651
000652 FD  RUNCTL-FILE
000653     RECORDING MODE IS F.
000654     COPY SAMPRUNC.
000655
000656 FD  CTLTOT-FILE
000657     RECORDING MODE IS F.
000658     COPY SAMPCTOT.
000660
000670 WORKING-STORAGE SECTION.
000680
000720   77 FXTR-AUDITIN-STATUS    PIC X(02) VALUE SPACES.
000730   77 FXTR-FACTOUT-STATUS    PIC X(02) VALUE SPACES.
000740   77 FXTR-XTROUT-STATUS     PIC X(02) VALUE SPACES.
000741   77 FXTR-RUNCTL-STATUS     PIC X(02) VALUE SPACES.
000742   77 FXTR-CTLTOT-STATUS     PIC X(02) VALUE SPACES.
000743   77 FXTR-RUNC-RELKEY       PIC 9(04) COMP VALUE 1.
000750
000760   77 FXTR-AUD-EOF-SW        PIC X(01) VALUE 'N'.
000770       88 FXTR-AUD-EOF              VALUE 'Y'.
000910   77 FXTR-HDR-RUN-DATE      PIC 9(08) VALUE ZERO.
000920   77 FXTR-HDR-RUN-TIME      PIC 9(08) VALUE ZERO.
000930   77 FXTR-HDR-N             PIC 9(02) VALUE ZERO.
000931
000932*****************************************************************
000933* CONTROL-TOTALS LEDGER KEY AND POSTING STAMP
000934*****************************************************************
000935   77 FXTR-RUN-DATE          PIC 9(08) VALUE ZERO.
000936   77 FXTR-RUN-TIME          PIC 9(08) VALUE ZERO.
000937   77 FXTR-CYCLE-DATE        PIC 9(08) VALUE ZERO.
000940
000950*****************************************************************
000960* COUNT AND HASH TOTAL FOR THE TRAILER.  THE HASH IS THE SUM
001470* 1000-INITIALIZE
001480*****************************************************************
001490 1000-INITIALIZE.
001491     ACCEPT FXTR-RUN-DATE FROM DATE YYYYMMDD.
001492
001500     OPEN INPUT AUDITIN-FILE.
001510     IF FXTR-AUDITIN-STATUS NOT = '00'
001520         DISPLAY 'FACTXTR - AUDITIN OPEN FAILED, STATUS = '
001700         MOVE 28 TO FXTR-RC
001710         GO TO 9999-ABEND-EXIT
001720     END-IF.
001721
001722     OPEN EXTEND CTLTOT-FILE.
001723     IF FXTR-CTLTOT-STATUS = '35'
001724         CLOSE CTLTOT-FILE
001725         OPEN OUTPUT CTLTOT-FILE
001726     END-IF.
001727     IF FXTR-CTLTOT-STATUS NOT = '00'
001728         DISPLAY 'FACTXTR - CTLTOT OPEN FAILED, STATUS = '
001729             FXTR-CTLTOT-STATUS
00172A         MOVE 28 TO FXTR-RC
00172B         GO TO 9999-ABEND-EXIT
00172C     END-IF.
00172D     PERFORM 1700-GET-CYCLE-DATE THRU 1700-EXIT.
001730 1000-EXIT.
001740     EXIT.
001741
001742*****************************************************************
001743* 1700-GET-CYCLE-DATE - THE LEDGER IS KEYED ON THE CYCLE DATE
001744* ON RUNCTL: THE LAST CYCLE SAMPJOB RAN, WHICH CUT THE FACTOUT
001745* GENERATION THIS MORNING'S EXTRACT SHIPS.  NO RUN-CONTROL
001746* RECORD FALLS BACK TO THE RUN DATE.
001747*****************************************************************
001748 1700-GET-CYCLE-DATE.
001749     MOVE FXTR-RUN-DATE TO FXTR-CYCLE-DATE.
00174A     OPEN INPUT RUNCTL-FILE.
00174B     IF FXTR-RUNCTL-STATUS NOT = '00'
00174C         DISPLAY 'FACTXTR - RUNCTL NOT AVAILABLE, STATUS = '
00174D             FXTR-RUNCTL-STATUS ' - TOTALS POSTED UNDER RUN DATE'
00174E         GO TO 1700-EXIT
00174F     END-IF.
00174G     MOVE 1 TO FXTR-RUNC-RELKEY.
00174H     READ RUNCTL-FILE
00174I         INVALID KEY
00174J             CLOSE RUNCTL-FILE
00174K             GO TO 1700-EXIT
00174L     END-READ.
00174M     MOVE SAMP-RUNC-CYCLE-DATE TO FXTR-CYCLE-DATE.
00174N     CLOSE RUNCTL-FILE.
00174P 1700-EXIT.
00174Q     EXIT.
001750
001760*****************************************************************
001770* 2000-FIND-RUN-AUDIT - WALK THE AUDIT FILE AND KEEP THE LAST
002680*****************************************************************
002690 8000-TERMINATE.
002700     DISPLAY 'FACTXTR - DETAILS WRITTEN: ' FXTR-DETAIL-COUNT.
002701     PERFORM 8700-POST-TOTALS THRU 8700-EXIT.
002710     CLOSE AUDITIN-FILE.
002720     CLOSE FACTOUT-FILE.
002730     CLOSE XTROUT-FILE.
002731     CLOSE CTLTOT-FILE.
002740     MOVE FXTR-RC TO RETURN-CODE.
002750 8000-EXIT.
002760     EXIT.
002761
002762*****************************************************************
002763* 8700-POST-TOTALS - THE SHIPMENT'S LINE ON THE CONTROL-TOTALS
002764* LEDGER: THE TRAILER'S DETAIL COUNT AND HASH, AND N OFF THE
002765* HEADER.
002766*****************************************************************
002767 8700-POST-TOTALS.
002768     ACCEPT FXTR-RUN-TIME FROM TIME.
002769     MOVE FXTR-CYCLE-DATE      TO SAMP-CTOT-CYCLE-DATE.
00276A     MOVE 'FXTR01'             TO SAMP-CTOT-STEP.
00276B     MOVE 'FACTXTR'            TO SAMP-CTOT-PROGRAM.
00276C     MOVE 'XTROUT'             TO SAMP-CTOT-TOTAL-ID.
00276D     MOVE FXTR-HDR-N           TO SAMP-CTOT-N.
00276E     MOVE FXTR-DETAIL-COUNT    TO SAMP-CTOT-COUNT.
00276F     MOVE FXTR-HASH-TOTAL      TO SAMP-CTOT-HASH.
00276G     MOVE FXTR-RUN-DATE        TO SAMP-CTOT-POST-DATE.
00276H     MOVE FXTR-RUN-TIME        TO SAMP-CTOT-POST-TIME.
00276I     WRITE SAMP-CTOT-RECORD.
00276J 8700-EXIT.
00276K     EXIT.
002770
002780*****************************************************************
002790* 9999-ABEND-EXIT
002910     IF FXTR-XTROUT-STATUS = '00'
002920         CLOSE XTROUT-FILE
002930     END-IF.
002931     IF FXTR-CTLTOT-STATUS = '00'
002932         CLOSE CTLTOT-FILE
002933     END-IF.
002940     MOVE FXTR-RC TO RETURN-CODE.
002950     GOBACK.
