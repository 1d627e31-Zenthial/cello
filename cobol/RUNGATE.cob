00031F*                  THE O OVERRIDE BYTE.  A MISSING CALENDAR
00031G*                  CLUSTER SKIPS THE CHECK, SO THE GATE STILL
00031H*                  WORKS AT SITES THAT HAVE NOT LOADED ONE.
00031I* 10/15/2026  RH   A CONTROL RECORD LEFT STARTED WITH NO END
00031J*                  TIME IS NOW TREATED AS AN INTERRUPTED CYCLE
00031K*                  AND PASSES THE GATE (AND THE CALENDAR CHECK)
00031L*                  WITHOUT THE RESTART BYTE - SAMPLE WORKS OUT
00031M*                  THE RESUME FOR ITSELF - SO A RESTART IS A
00031N*                  PLAIN RESUBMISSION OF THE JOB.
00031P* 10/15/2026  RH   AN INTERRUPTED CYCLE IS RESUMED ONLY WHEN ITS
00031Q*                  DATE IS TONIGHT OR THE PREVIOUS PROCESSING DAY
00031R*                  (NO SCHEDULED NIGHT BETWEEN).  AN OLDER ONE IS
00031S*                  REPORTED AS STALE AND THE NIGHT IS GATED AND
00031T*                  RUN AS A FRESH CYCLE, CALENDAR CHECK INCLUDED.
000320*****************************************************************
000330
000340 ENVIRONMENT DIVISION.
00071E   77 RGAT-OVERRIDE-SW       PIC X(01) VALUE 'N'.
00071F       88 RGAT-CAL-OVERRIDE         VALUE 'Y'.
00071G       88 RGAT-NO-OVERRIDE          VALUE 'N'.
00071H
00071I   77 RGAT-INTERRUPT-SW      PIC X(01) VALUE 'N'.
00071J       88 RGAT-CYCLE-INTERRUPTED    VALUE 'Y'.
00071K       88 RGAT-CYCLE-CLEAN          VALUE 'N'.
000718
000720   77 RGAT-RUNC-RELKEY       PIC 9(04) COMP VALUE 1.
000730   77 RGAT-RC                PIC 9(04) VALUE ZERO.
000740   77 RGAT-RUN-DATE          PIC 9(08) VALUE ZERO.
000742   77 RGAT-STEP-START-TIME   PIC 9(08) VALUE ZERO.
000744   77 RGAT-STEP-END-TIME     PIC 9(08) VALUE ZERO.
000745
000746   77 RGAT-RUN-SERIAL        PIC 9(08) VALUE ZERO.
000747   77 RGAT-CYCLE-SERIAL      PIC 9(08) VALUE ZERO.
000748   77 RGAT-GAP-SERIAL        PIC 9(08) VALUE ZERO.
000749   77 RGAT-GAP-MISSED        PIC 9(05) VALUE ZERO.
00074A
00074B 01  RGAT-SER-DATE-X.
00074C     05  RGAT-SER-YYYY         PIC 9(04).
00074D     05  RGAT-SER-MM           PIC 9(02).
00074E     05  RGAT-SER-DD           PIC 9(02).
00074F
00074G   77 RGAT-SER-A             PIC S9(08) COMP VALUE ZERO.
00074H   77 RGAT-SER-Y             PIC S9(08) COMP VALUE ZERO.
00074I   77 RGAT-SER-M             PIC S9(08) COMP VALUE ZERO.
00074J   77 RGAT-SER-WORK          PIC S9(08) COMP VALUE ZERO.
00074K   77 RGAT-SER-T1            PIC S9(08) COMP VALUE ZERO.
00074L   77 RGAT-SER-T2            PIC S9(08) COMP VALUE ZERO.
00074M   77 RGAT-SER-T3            PIC S9(08) COMP VALUE ZERO.
00074N   77 RGAT-SER-T4            PIC S9(08) COMP VALUE ZERO.
000750
000760 LINKAGE SECTION.
000770 01  RGAT-PARM.
000850*****************************************************************
000860 0000-MAINLINE.
000870     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
000871     IF RGAT-CYCLE-CLEAN
000872         PERFORM 2000-CHECK-CALENDAR THRU 2000-EXIT
000873     END-IF.
000880     IF RGAT-RC = ZERO
000882         PERFORM 3000-CHECK-CYCLE THRU 3000-EXIT
000884     END-IF.
000950* THE RUN-CONTROL DATASET AND THE PROCESSING CALENDAR.  A
000960* MISSING DATASET OR AN EMPTY ONE IS THE FIRST-EVER RUN AND
000962* PASSES THE GATE; A MISSING CALENDAR JUST SKIPS THE
000964* SCHEDULED-DATE CHECK.  A RECORD LEFT STARTED WITH NO END
000965* TIME MARKS AN INTERRUPTED CYCLE, WHICH 1500 THEN CHECKS IS
000966* RECENT ENOUGH TO RESUME.
000970*****************************************************************
000980 1000-INITIALIZE.
000990     ACCEPT RGAT-RUN-DATE FROM DATE YYYYMMDD.
001250         NOT INVALID KEY
001260             MOVE 'Y' TO RGAT-CTL-EXISTS-SW
001270     END-READ.
001272     IF RGAT-CTL-EXISTS
001274             AND SAMP-RUNC-STATUS = 'STARTED   '
001276             AND SAMP-RUNC-END-TIME = ZERO
001278         MOVE 'Y' TO RGAT-INTERRUPT-SW
001279     END-IF.
00127A     IF RGAT-CYCLE-INTERRUPTED
00127B         PERFORM 1500-CHECK-RESUME THRU 1500-EXIT
00127C     END-IF.
001280 1000-EXIT.
001290     EXIT.
001300
0013A1*****************************************************************
0013A2* 1500-CHECK-RESUME - AN INTERRUPTED CYCLE IS RESUMED ONLY WHEN
0013A3* ITS DATE IS TONIGHT OR THE PREVIOUS PROCESSING DAY, THAT IS,
0013A4* WHEN NO SCHEDULED NIGHT FALLS BETWEEN IT AND TONIGHT.  EACH
0013A5* NIGHT BETWEEN IS CHECKED AGAINST THE CALENDAR THE WAY AUDRPT
0013A6* CHECKS A GAP - HOLIDAY AND SKIP NIGHTS ARE PASSED OVER; A
0013A7* SCHEDULED NIGHT, A NIGHT NOT ON THE CALENDAR, OR ANY NIGHT
0013A8* WHEN THERE IS NO CALENDAR MAKES THE RECORD STALE.  A STALE
0013A9* RECORD IS REPORTED AND DROPPED: THE NIGHT GOES THROUGH THE
0013AA* CALENDAR CHECK AND THE GATE AS A FRESH CYCLE, AND SAMPLE
0013AB* MAKES THE SAME CHECK AND STARTS TONIGHT'S CYCLE CLEAN.  A
0013AC* RESUMED CYCLE SKIPS THE CALENDAR CHECK - IT WAS ADMITTED ON
0013AD* ITS OWN DATE, AND A RESUME THAT SPILLS PAST MIDNIGHT ONTO A
0013AE* HOLIDAY STILL HAS TO FINISH IT.
0013AF*****************************************************************
0013AG 1500-CHECK-RESUME.
0013AH     IF SAMP-RUNC-CYCLE-DATE = RGAT-RUN-DATE
0013AI         GO TO 1500-RESUME
0013AJ     END-IF.
0013AK
0013AL     MOVE RGAT-RUN-DATE TO RGAT-SER-DATE-X.
0013AM     PERFORM 1510-DATE-TO-SERIAL THRU 1510-EXIT.
0013AN     MOVE RGAT-SER-WORK TO RGAT-RUN-SERIAL.
0013AP     MOVE SAMP-RUNC-CYCLE-DATE TO RGAT-SER-DATE-X.
0013AQ     PERFORM 1510-DATE-TO-SERIAL THRU 1510-EXIT.
0013AR     MOVE RGAT-SER-WORK TO RGAT-CYCLE-SERIAL.
0013AS
0013AT     MOVE ZERO TO RGAT-GAP-MISSED.
0013AU     IF RGAT-CYCLE-SERIAL < RGAT-RUN-SERIAL
0013AV         COMPUTE RGAT-GAP-SERIAL = RGAT-CYCLE-SERIAL + 1
0013AW         PERFORM 1530-CHECK-ONE-NIGHT THRU 1530-EXIT
0013AX             UNTIL RGAT-GAP-SERIAL >= RGAT-RUN-SERIAL
0013AY                OR RGAT-GAP-MISSED > ZERO
0013AZ     ELSE
0013B1         MOVE 1 TO RGAT-GAP-MISSED
0013B2     END-IF.
0013B3     IF RGAT-GAP-MISSED = ZERO
0013B4         GO TO 1500-RESUME
0013B5     END-IF.
0013B6
0013B7     MOVE 'N' TO RGAT-INTERRUPT-SW.
0013B8     DISPLAY 'RUNGATE - WARNING - STALE CYCLE '
0013B9         SAMP-RUNC-CYCLE-DATE ' LEFT STARTED, NOT RESUMED'.
0013BA     DISPLAY 'RUNGATE - WARNING - TONIGHT IS GATED AS A FRESH '
0013BB         'CYCLE'.
0013BC     GO TO 1500-EXIT.
0013BD
0013BE 1500-RESUME.
0013BF     DISPLAY 'RUNGATE - INTERRUPTED CYCLE ON FILE, '
0013BG         'SCHEDULED-DATE CHECK SKIPPED'.
0013BH 1500-EXIT.
0013BI     EXIT.
0013BJ
0013BK*****************************************************************
0013BL* 1510-DATE-TO-SERIAL - FLIEGEL-VAN FLANDERN DAY NUMBER FROM A
0013BM* YYYYMMDD DATE IN RGAT-SER-DATE-X, RETURNED IN RGAT-SER-WORK.
0013BN* EACH DIVISION IS A SEPARATE DIVIDE INTO AN INTEGER FIELD SO
0013BP* EVERY TERM TRUNCATES BEFORE THE FINAL SUM (SEE AUDRPT 3310).
0013BQ*****************************************************************
0013BR 1510-DATE-TO-SERIAL.
0013BS     COMPUTE RGAT-SER-A = (14 - RGAT-SER-MM) / 12.
0013BT     COMPUTE RGAT-SER-Y = RGAT-SER-YYYY + 4800 - RGAT-SER-A.
0013BU     COMPUTE RGAT-SER-M = RGAT-SER-MM + 12 * RGAT-SER-A - 3.
0013BV     COMPUTE RGAT-SER-T1 = 153 * RGAT-SER-M + 2.
0013BW     DIVIDE RGAT-SER-T1 BY 5 GIVING RGAT-SER-T1.
0013BX     DIVIDE RGAT-SER-Y BY 4 GIVING RGAT-SER-T2.
0013BY     DIVIDE RGAT-SER-Y BY 100 GIVING RGAT-SER-T3.
0013BZ     DIVIDE RGAT-SER-Y BY 400 GIVING RGAT-SER-T4.
0013C1     COMPUTE RGAT-SER-WORK =
0013C2         RGAT-SER-DD
0013C3         + RGAT-SER-T1
0013C4         + 365 * RGAT-SER-Y
0013C5         + RGAT-SER-T2
0013C6         - RGAT-SER-T3
0013C7         + RGAT-SER-T4
0013C8         - 32045.
0013C9 1510-EXIT.
0013CA     EXIT.
0013CB
0013CC*****************************************************************
0013CD* 1520-SERIAL-TO-DATE - INVERSE OF 1510: TURN THE DAY SERIAL IN
0013CE* RGAT-GAP-SERIAL BACK INTO YYYY/MM/DD IN RGAT-SER-DATE-X.
0013CF*****************************************************************
0013CG 1520-SERIAL-TO-DATE.
0013CH     COMPUTE RGAT-SER-A = RGAT-GAP-SERIAL + 32044.
0013CI     COMPUTE RGAT-SER-WORK = 4 * RGAT-SER-A + 3.
0013CJ     DIVIDE RGAT-SER-WORK BY 146097 GIVING RGAT-SER-T1.
0013CK     COMPUTE RGAT-SER-WORK = 146097 * RGAT-SER-T1.
0013CL     DIVIDE RGAT-SER-WORK BY 4 GIVING RGAT-SER-WORK.
0013CM     COMPUTE RGAT-SER-T2 = RGAT-SER-A - RGAT-SER-WORK.
0013CN     COMPUTE RGAT-SER-WORK = 4 * RGAT-SER-T2 + 3.
0013CP     DIVIDE RGAT-SER-WORK BY 1461 GIVING RGAT-SER-T3.
0013CQ     COMPUTE RGAT-SER-WORK = 1461 * RGAT-SER-T3.
0013CR     DIVIDE RGAT-SER-WORK BY 4 GIVING RGAT-SER-WORK.
0013CS     COMPUTE RGAT-SER-T4 = RGAT-SER-T2 - RGAT-SER-WORK.
0013CT     COMPUTE RGAT-SER-WORK = 5 * RGAT-SER-T4 + 2.
0013CU     DIVIDE RGAT-SER-WORK BY 153 GIVING RGAT-SER-M.
0013CV     COMPUTE RGAT-SER-WORK = 153 * RGAT-SER-M + 2.
0013CW     DIVIDE RGAT-SER-WORK BY 5 GIVING RGAT-SER-WORK.
0013CX     COMPUTE RGAT-SER-DD =
0013CY         RGAT-SER-T4 - RGAT-SER-WORK + 1.
0013CZ     DIVIDE RGAT-SER-M BY 10 GIVING RGAT-SER-WORK.
0013D1     COMPUTE RGAT-SER-MM =
0013D2         RGAT-SER-M + 3 - 12 * RGAT-SER-WORK.
0013D3     COMPUTE RGAT-SER-YYYY =
0013D4         100 * RGAT-SER-T1 + RGAT-SER-T3 - 4800
0013D5         + RGAT-SER-WORK.
0013D6 1520-EXIT.
0013D7     EXIT.
0013D8
0013D9*****************************************************************
0013DA* 1530-CHECK-ONE-NIGHT - ONE NIGHT BETWEEN THE INTERRUPTED
0013DB* CYCLE AND TONIGHT AGAINST THE CALENDAR.  HOLIDAY AND SKIP
0013DC* NIGHTS ARE PASSED OVER; ANY OTHER NIGHT WAS A PROCESSING
0013DD* NIGHT, SO THE INTERRUPTED CYCLE IS TOO OLD TO RESUME.
0013DE*****************************************************************
0013DF 1530-CHECK-ONE-NIGHT.
0013DG     IF RGAT-CAL-FILE-CLOSED
0013DH         ADD 1 TO RGAT-GAP-MISSED
0013DI         GO TO 1530-NEXT
0013DJ     END-IF.
0013DK     PERFORM 1520-SERIAL-TO-DATE THRU 1520-EXIT.
0013DL     COMPUTE SAMP-CAL-DATE =
0013DM         RGAT-SER-YYYY * 10000 + RGAT-SER-MM * 100
0013DN         + RGAT-SER-DD.
0013DP     READ CALENDAR-FILE
0013DQ         INVALID KEY
0013DR             ADD 1 TO RGAT-GAP-MISSED
0013DS             GO TO 1530-NEXT
0013DT     END-READ.
0013DU     IF NOT SAMP-CAL-HOLIDAY AND NOT SAMP-CAL-SKIP
0013DV         ADD 1 TO RGAT-GAP-MISSED
0013DW     END-IF.
0013DX 1530-NEXT.
0013DY     ADD 1 TO RGAT-GAP-SERIAL.
0013DZ 1530-EXIT.
0013E1     EXIT.
001292*****************************************************************
001293* 2000-CHECK-CALENDAR - TONIGHT'S DATE AGAINST THE PROCESSING
001294* CALENDAR.  A DATE MARKED SCHEDULED PASSES; A HOLIDAY, A
001295* SKIP, OR A DATE NOT ON THE CALENDAR AT ALL FAILS THE
001296* SUBMISSION RC=8 - A SCHEDULER MISTAKE ON A NIGHT THE CLOSE
001297* DID NOT HAPPEN STOPS HERE - UNLESS THE PARM'S OVERRIDE BYTE
001298* (COL 5 = O) SAYS TO RUN ANYWAY.  NOT RUN FOR A RESUMED CYCLE.
001299*****************************************************************
00129A 2000-CHECK-CALENDAR.
00129B     IF RGAT-CAL-FILE-CLOSED
001320* 3000-CHECK-CYCLE - THE GATE ITSELF.  TONIGHT'S DATE AGAINST
001330* THE CONTROL RECORD:
001340*   NO RECORD, OR AN OLDER CYCLE DATE      - PASS
001342*   STARTED, NO END TIME, CYCLE TONIGHT    - PASS (INTERRUPTED,
001344*     OR THE PREVIOUS PROCESSING DAY         SAMPLE RESUMES IT)
001346*   STARTED, NO END TIME, ANY OLDER CYCLE  - PASS (STALE - A
001348*                                            FRESH CYCLE, WARNED)
001350*   TONIGHT, COMPLETE, NO RESTART REQUEST  - FAIL (DUPLICATE)
001360*   TONIGHT, ANY OTHER STATUS, NO RESTART  - FAIL
001380*   TONIGHT, ANY STATUS, RESTART REQUESTED - PASS
001382* JES HOLDS A SECOND SAMPJOB UNTIL THE FIRST ONE ENDS (SAME JOB
001384* NAME), SO A STARTED RECORD WITH NO END TIME SEEN HERE CAN
001386* ONLY BE A RUN THAT DIED BEFORE IT FINISHED, NEVER ONE STILL
001388* IN FLIGHT.
001390*****************************************************************
001400 3000-CHECK-CYCLE.
001410     IF RGAT-CTL-MISSING
001460     DISPLAY 'RUNGATE - CONTROL: CYCLE ' SAMP-RUNC-CYCLE-DATE
001470         ' STATUS ' SAMP-RUNC-STATUS.
001480
001482     IF RGAT-CYCLE-INTERRUPTED
001484         DISPLAY 'RUNGATE - CYCLE INTERRUPTED (NO END TIME), '
001486             'GATE PASSED - SAMPLE RESUMES FROM ITS CHECKPOINT'
001488         GO TO 3000-EXIT
001489     END-IF.
00148A
001490     IF SAMP-RUNC-CYCLE-DATE NOT = RGAT-RUN-DATE
001500         DISPLAY 'RUNGATE - PRIOR CYCLE ON FILE, GATE PASSED'
001510         GO TO 3000-EXIT
001600         DISPLAY 'RUNGATE - CYCLE ALREADY COMPLETE TONIGHT, '
001610             'DUPLICATE SUBMISSION STOPPED'
001620     ELSE
001630         DISPLAY 'RUNGATE - CYCLE STATUS NOT RECOGNIZED, '
001640             'SUBMISSION STOPPED - USE THE RESTART '
001650             'BYTE TO OVERRIDE'
001660     END-IF.
001670     MOVE 08 TO RGAT-RC.
