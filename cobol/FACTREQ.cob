000520*                  CARRIES THE FUNCTION AND BOTH OPERANDS SO
000530*                  THE ANSWER IS SELF-DESCRIBING (RSPFILE GREW
000540*                  FROM 80 TO 85 BYTES).
000541* 10/15/2026  RH   REJECTED REQUESTS ARE NO LONGER FORGOTTEN
000542*                  ONCE THE RESPONSE GOES BACK - EACH ONE IS
000543*                  APPENDED TO THE SUSPENSE FILE (SUSPOUT,
000544*                  SAMPSUSP) WITH ITS ORIGINAL REQFILE IMAGE,
000545*                  THE REJECT REASON AND THE FIRST-REJECT DATE.
000546*                  PARM RECYCLE RETRIES THE WHOLE SUSPENSE FILE
000547*                  (SUSPIN) AGAINST TODAY'S REQMAST AND TABLES:
000548*                  WHAT NOW PASSES IS ANSWERED, WHAT STILL FAILS
000549*                  IS KEPT WITH ITS REASON AND TRY COUNT
00054A*                  UPDATED.  REQFILE IS NOW READ INTO WORKING
00054B*                  STORAGE SO A RECYCLED IMAGE GOES DOWN THE
00054C*                  SAME EDIT AND ROUTING PATH AS A NEW REQUEST.
00054D* 10/15/2026  RH   REQFILE IS NOW A CONTROLLED BATCH - A HEADER
00054E*                  (REQUESTER, BATCH ID, BATCH DATE) AND A
00054F*                  TRAILER (REQUEST COUNT AND N/R HASH), SEE
00054G*                  SAMPFREQ.  THE WHOLE FILE IS BALANCED AGAINST
00054H*                  ITS TRAILER BEFORE ANY REQUEST IS ANSWERED,
00054I*                  AND A BATCH OUT OF BALANCE, TRUNCATED, OR
00054J*                  ALREADY ANSWERED ONCE (THE NEW BATCH
00054K*                  REGISTER, BATCHREG/SAMPBREG) IS REFUSED WHOLE
00054L*                  WITH THE REASON AND THE STEP ENDS RC=8.  A
00054M*                  BATCH-CONTROL REPORT (BCTLRPT) IS PRINTED
00054N*                  EVERY RUN.
000550*****************************************************************
000560
000570 ENVIRONMENT DIVISION.
000940     SELECT USAGEDS-FILE   ASSIGN TO USAGEDS
000950            ORGANIZATION IS SEQUENTIAL
000960            FILE STATUS  IS FREQ-USAGEDS-STATUS.
000961
000962     SELECT SUSPIN-FILE    ASSIGN TO SUSPIN
000963            ORGANIZATION IS SEQUENTIAL
000964            FILE STATUS  IS FREQ-SUSPIN-STATUS.
000965
000966     SELECT SUSPOUT-FILE   ASSIGN TO SUSPOUT
000967            ORGANIZATION IS SEQUENTIAL
000968            FILE STATUS  IS FREQ-SUSPOUT-STATUS.
000969
00096A     SELECT BATCHREG-FILE  ASSIGN TO BATCHREG
00096B            ORGANIZATION IS INDEXED
00096C            ACCESS MODE  IS RANDOM
00096D            RECORD KEY   IS SAMP-BREG-KEY
00096E            FILE STATUS  IS FREQ-BATCHREG-STATUS.
00096F
00096G     SELECT BCTLRPT-FILE   ASSIGN TO BCTLRPT
00096H            ORGANIZATION IS SEQUENTIAL
00096I            FILE STATUS  IS FREQ-BCTLRPT-STATUS.
000970
000980 DATA DIVISION.
000990 FILE SECTION.
001000 FD  REQFILE-FILE
001010     RECORDING MODE IS F.
001020 01  REQFILE-RECORD            PIC X(80).
001030
001040 FD  FACTIDX-FILE
001050     RECORDING MODE IS F.
001250     RECORDING MODE IS F.
001260     COPY SAMPUSG.
001270
001271 FD  SUSPIN-FILE
001272     RECORDING MODE IS F.
001273 01  SUSPIN-RECORD             PIC X(120).
001274
001275 FD  SUSPOUT-FILE
001276     RECORDING MODE IS F.
001277 01  SUSPOUT-RECORD            PIC X(120).
001278
001279 FD  BATCHREG-FILE
00127A     RECORDING MODE IS F.
00127B     COPY SAMPBREG.
00127C
00127D FD  BCTLRPT-FILE
00127E     RECORDING MODE IS F.
00127F 01  BCTLRPT-RECORD            PIC X(80).
00127G
001280 WORKING-STORAGE SECTION.
001290
001300*****************************************************************
001370   77 FREQ-RSPFILE-STATUS    PIC X(02) VALUE SPACES.
001380   77 FREQ-SUMRPT-STATUS     PIC X(02) VALUE SPACES.
001390   77 FREQ-USAGEDS-STATUS    PIC X(02) VALUE SPACES.
001391   77 FREQ-SUSPIN-STATUS     PIC X(02) VALUE SPACES.
001392   77 FREQ-SUSPOUT-STATUS    PIC X(02) VALUE SPACES.
001393   77 FREQ-BATCHREG-STATUS   PIC X(02) VALUE SPACES.
001394   77 FREQ-BCTLRPT-STATUS    PIC X(02) VALUE SPACES.
001400
001410   77 FREQ-REQ-EOF-SW        PIC X(01) VALUE 'N'.
001420       88 FREQ-REQ-EOF              VALUE 'Y'.
001690   77 FREQ-USG-FOUND-SW      PIC X(01) VALUE 'N'.
001700       88 FREQ-USG-SLOT-FOUND       VALUE 'Y'.
001710       88 FREQ-USG-SLOT-MISSING     VALUE 'N'.
001711
001712   77 FREQ-RECYCLE-SW        PIC X(01) VALUE 'N'.
001713       88 FREQ-RECYCLE-RUN          VALUE 'Y'.
001714       88 FREQ-NORMAL-RUN           VALUE 'N'.
001715
001716   77 FREQ-SOURCE-SW         PIC X(01) VALUE 'R'.
001717       88 FREQ-FROM-REQFILE         VALUE 'R'.
001718       88 FREQ-FROM-SUSPENSE        VALUE 'S'.
001719
00171A   77 FREQ-SUSP-EOF-SW       PIC X(01) VALUE 'N'.
00171B       88 FREQ-SUSP-EOF             VALUE 'Y'.
00171C       88 FREQ-SUSP-MORE            VALUE 'N'.
00171D
00171E   77 FREQ-SUSPIN-OPEN-SW    PIC X(01) VALUE 'N'.
00171F       88 FREQ-SUSPIN-FILE-OPEN     VALUE 'Y'.
00171G       88 FREQ-SUSPIN-FILE-CLOSED   VALUE 'N'.
00171H
00171I   77 FREQ-SUSPOUT-OPEN-SW   PIC X(01) VALUE 'N'.
00171J       88 FREQ-SUSPOUT-FILE-OPEN    VALUE 'Y'.
00171K       88 FREQ-SUSPOUT-FILE-CLOSED  VALUE 'N'.
0017A1
0017A2   77 FREQ-BREG-OPEN-SW      PIC X(01) VALUE 'N'.
0017A3       88 FREQ-BREG-FILE-OPEN       VALUE 'Y'.
0017A4       88 FREQ-BREG-FILE-CLOSED     VALUE 'N'.
0017A5
0017A6   77 FREQ-BATCH-SW          PIC X(01) VALUE 'N'.
0017A7       88 FREQ-BATCH-ACCEPTED       VALUE 'A'.
0017A8       88 FREQ-BATCH-REFUSED        VALUE 'R'.
0017A9       88 FREQ-BATCH-NONE           VALUE 'N'.
0017AA
0017AB   77 FREQ-TRL-SEEN-SW       PIC X(01) VALUE 'N'.
0017AC       88 FREQ-TRL-SEEN             VALUE 'Y'.
0017AD
0017AE   77 FREQ-RESEND-SW         PIC X(01) VALUE 'N'.
0017AF       88 FREQ-BATCH-RESENT         VALUE 'Y'.
001720
001730*****************************************************************
001740* COUNTERS AND WORK FIELDS
001860   77 FREQ-CMB-COUNT         PIC 9(05) COMP-3 VALUE ZERO.
001870   77 FREQ-REJ-COUNT         PIC 9(05) COMP-3 VALUE ZERO.
001880   77 FREQ-AUTH-COUNT        PIC 9(05) COMP-3 VALUE ZERO.
001881   77 FREQ-SUSP-COUNT        PIC 9(05) COMP-3 VALUE ZERO.
001882   77 FREQ-RCY-READ-COUNT    PIC 9(05) COMP-3 VALUE ZERO.
001883   77 FREQ-RCY-ANS-COUNT     PIC 9(05) COMP-3 VALUE ZERO.
001884   77 FREQ-RCY-KEPT-COUNT    PIC 9(05) COMP-3 VALUE ZERO.
0018A1
0018A2*****************************************************************
0018A3* BATCH CONTROL.  THE HEADER AND TRAILER OFF REQFILE, WHAT THE
0018A4* FIRST PASS ACTUALLY COUNTED AND HASHED BETWEEN THEM, AND WHY
0018A5* THE BATCH WAS REFUSED (THE FIRST PROBLEM FOUND).
0018A6*****************************************************************
0018A7   77 FREQ-BAT-REQUESTER     PIC X(08) VALUE SPACES.
0018A8   77 FREQ-BAT-ID            PIC X(12) VALUE SPACES.
0018A9   77 FREQ-BAT-DATE          PIC X(08) VALUE SPACES.
0018AA   77 FREQ-BAT-TRL-COUNT     PIC X(07) VALUE SPACES.
0018AB   77 FREQ-BAT-TRL-HASH      PIC X(15) VALUE SPACES.
0018AC   77 FREQ-BAT-RECORDS       PIC 9(07) VALUE ZERO.
0018AD   77 FREQ-BAT-COUNT         PIC 9(07) VALUE ZERO.
0018AE   77 FREQ-BAT-HASH          PIC 9(15) VALUE ZERO.
0018AF   77 FREQ-BAT-TRL-COUNT-N   PIC 9(07) VALUE ZERO.
0018AG   77 FREQ-BAT-TRL-HASH-N    PIC 9(15) VALUE ZERO.
0018AH   77 FREQ-BAT-N             PIC 9(02) VALUE ZERO.
0018AI   77 FREQ-BAT-R             PIC 9(02) VALUE ZERO.
0018AJ   77 FREQ-BAT-ANSWERED      PIC 9(07) VALUE ZERO.
0018AK   77 FREQ-BAT-REASON        PIC X(40) VALUE SPACES.
0018AL   77 FREQ-NEW-REASON        PIC X(40) VALUE SPACES.
0018AM   77 FREQ-RUN-TIME          PIC 9(08) VALUE ZERO.
001885
001886*****************************************************************
001887* REQUEST AND SUSPENSE RECORD AREAS.  REQFILE IS READ INTO THE
001888* REQUEST AREA RATHER THAN USED IN THE BUFFER SO A RECYCLED
001889* SUSPENSE IMAGE CAN BE DROPPED INTO THE SAME PLACE AND ANSWERED
00188A* BY THE SAME PARAGRAPHS.
00188B*****************************************************************
00188C     COPY SAMPFREQ.
00188D
00188E     COPY SAMPSUSP.
001890
001900*****************************************************************
001910* PER-REQUESTER USAGE TALLY.  ONE SLOT PER DISTINCT REQUESTER
002270 01  FREQ-RPT-COUNT-LINE.
002280     05  FREQ-CNT-LABEL        PIC X(25).
002290     05  FREQ-CNT-VALUE        PIC ZZ,ZZ9.
002291
002292 01  FREQ-RPT-MODE-LINE.
002293     05  FILLER                PIC X(40)
002294            VALUE 'SUSPENSE RECYCLE RUN'.
0022A1
0022A2*****************************************************************
0022A3* BATCH-CONTROL REPORT LINES
0022A4*****************************************************************
0022A5 01  FREQ-BCR-HEADER-1.
0022A6     05  FILLER                PIC X(10) VALUE 'RUN DATE: '.
0022A7     05  FREQ-BCR-MM           PIC 99.
0022A8     05  FILLER                PIC X(01) VALUE '/'.
0022A9     05  FREQ-BCR-DD           PIC 99.
0022AA     05  FILLER                PIC X(01) VALUE '/'.
0022AB     05  FREQ-BCR-YYYY         PIC 9999.
0022AC     05  FILLER                PIC X(47) VALUE SPACES.
0022AD     05  FILLER                PIC X(08) VALUE 'PAGE   1'.
0022AE
0022AF 01  FREQ-BCR-HEADER-2.
0022AG     05  FILLER                PIC X(40)
0022AH            VALUE 'REQFILE BATCH CONTROL'.
0022AI
0022AJ 01  FREQ-BCR-TEXT-LINE.
0022AK     05  FREQ-BCR-LABEL        PIC X(22).
0022AL     05  FREQ-BCR-TEXT         PIC X(58).
0022AM
0022AN 01  FREQ-BCR-COLHDG.
0022AP     05  FILLER                PIC X(22) VALUE SPACES.
0022AQ     05  FILLER                PIC X(15) VALUE '        TRAILER'.
0022AR     05  FILLER                PIC X(03) VALUE SPACES.
0022AS     05  FILLER                PIC X(15) VALUE '       RECEIVED'.
0022AT
0022AU 01  FREQ-BCR-BALANCE-LINE.
0022AV     05  FREQ-BCB-LABEL        PIC X(22).
0022AW     05  FREQ-BCB-TRAILER      PIC X(15).
0022AX     05  FILLER                PIC X(03) VALUE SPACES.
0022AY     05  FREQ-BCB-RECEIVED     PIC Z(14)9.
0022AZ     05  FILLER                PIC X(03) VALUE SPACES.
0022B1     05  FREQ-BCB-FLAG         PIC X(12).
0022B2
0022B3 01  FREQ-BCR-EDIT-NUM         PIC Z(14)9.
0022B4 01  FREQ-BCR-EDIT-COUNT       PIC Z(06)9.
0022B5
0022B6 01  FREQ-BCR-PRIOR-LINE.
0022B7     05  FILLER                PIC X(22)
0022B8            VALUE 'FIRST ANSWERED'.
0022B9     05  FREQ-BCP-MM           PIC 99.
0022BA     05  FILLER                PIC X(01) VALUE '/'.
0022BB     05  FREQ-BCP-DD           PIC 99.
0022BC     05  FILLER                PIC X(01) VALUE '/'.
0022BD     05  FREQ-BCP-YYYY         PIC 9999.
0022BE     05  FILLER                PIC X(04) VALUE ' AT '.
0022BF     05  FREQ-BCP-HH           PIC 99.
0022BG     05  FILLER                PIC X(01) VALUE ':'.
0022BH     05  FREQ-BCP-MIN          PIC 99.
0022BI     05  FILLER                PIC X(02) VALUE ', '.
0022BJ     05  FREQ-BCP-COUNT        PIC Z(06)9.
0022BK     05  FILLER                PIC X(09) VALUE ' REQUESTS'.
0022BL
0022BM 01  FREQ-PRIOR-DATE-X.
0022BN     05  FREQ-PRIOR-YYYY       PIC 9(04).
0022BP     05  FREQ-PRIOR-MM         PIC 9(02).
0022BQ     05  FREQ-PRIOR-DD         PIC 9(02).
0022BR
0022BS 01  FREQ-PRIOR-TIME-X.
0022BT     05  FREQ-PRIOR-HH         PIC 9(02).
0022BU     05  FREQ-PRIOR-MIN        PIC 9(02).
0022BV     05  FILLER                PIC 9(04).
002300
002301 LINKAGE SECTION.
002302 01  FREQ-PARM.
002303     05  FREQ-PARM-LEN         PIC S9(4) COMP.
002304     05  FREQ-PARM-DATA        PIC X(80).
002305
002310 PROCEDURE DIVISION USING FREQ-PARM.
002320
002330*****************************************************************
002340* 0000-MAINLINE
002350*****************************************************************
002360 0000-MAINLINE.
002370     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002371     PERFORM 2000-CHECK-BATCH THRU 2000-EXIT.
002380     PERFORM 3000-PROCESS-REQUESTS THRU 3000-EXIT.
002390     PERFORM 8000-TERMINATE THRU 8000-EXIT.
002400     GOBACK.
002470* THE REQUESTER MASTER IS DIFFERENT: WITHOUT IT NO REQUEST CAN
002480* BE AUTHORIZED, SO A MISSING OR UNOPENABLE REQMAST FAILS THE
002490* STEP INSTEAD OF WAVING EVERY REQUESTER THROUGH.
002491* THE SUSPENSE FILE IS APPENDED TO ON AN ORDINARY RUN.  A
002492* RECYCLE RUN READS THE WHOLE FILE FROM SUSPIN AND WRITES WHAT
002493* IS STILL UNANSWERED TO A FRESH SUSPOUT THAT THE JOB COPIES
002494* BACK OVER IT; NO SUSPENSE DATASET YET MEANS NOTHING TO RETRY.
002495* THE BATCH REGISTER IS CREATED FRESH THE FIRST TIME A RUN FINDS
002496* NO DATASET, THE SAME WAY CALMNT CREATES THE CALENDAR.
002500*****************************************************************
002510 1000-INITIALIZE.
002520     ACCEPT FREQ-RUN-DATE FROM DATE YYYYMMDD.
002530     MOVE FREQ-RUN-DATE TO FREQ-RUN-DATE-X.
002531     ACCEPT FREQ-RUN-TIME FROM TIME.
002532
002533     IF FREQ-PARM-LEN > 6
002534         IF FREQ-PARM-DATA (1:7) = 'RECYCLE'
002535             MOVE 'Y' TO FREQ-RECYCLE-SW
002536         END-IF
002537     END-IF.
002540
002550     OPEN INPUT REQFILE-FILE.
002560     IF FREQ-REQFILE-STATUS NOT = '00'
003250             MOVE 'Y' TO FREQ-CMB-OPEN-SW
003260         END-IF
003270     END-IF.
003271
003272     IF FREQ-RECYCLE-RUN
003273         OPEN INPUT SUSPIN-FILE
003274         IF FREQ-SUSPIN-STATUS = '35'
003275             DISPLAY 'FACTREQ - NO SUSPENSE FILE, NOTHING TO '
003276                 'RECYCLE'
003277             MOVE 'Y' TO FREQ-SUSP-EOF-SW
003278         ELSE
003279             IF FREQ-SUSPIN-STATUS NOT = '00'
00327A                 DISPLAY 'FACTREQ - SUSPIN OPEN FAILED, STATUS = '
00327B                     FREQ-SUSPIN-STATUS
00327C                 MOVE 28 TO FREQ-RC
00327D                 GO TO 9999-ABEND-EXIT
00327E             ELSE
00327F                 MOVE 'Y' TO FREQ-SUSPIN-OPEN-SW
00327G             END-IF
00327H         END-IF
00327I         OPEN OUTPUT SUSPOUT-FILE
00327J     ELSE
00327K         OPEN EXTEND SUSPOUT-FILE
00327L         IF FREQ-SUSPOUT-STATUS = '35'
00327M             CLOSE SUSPOUT-FILE
00327N             OPEN OUTPUT SUSPOUT-FILE
00327P         END-IF
00327Q     END-IF.
00327R     IF FREQ-SUSPOUT-STATUS NOT = '00'
00327S         DISPLAY 'FACTREQ - SUSPOUT OPEN FAILED, STATUS = '
00327T             FREQ-SUSPOUT-STATUS
00327U         MOVE 28 TO FREQ-RC
00327V         GO TO 9999-ABEND-EXIT
00327W     END-IF.
00327X     MOVE 'Y' TO FREQ-SUSPOUT-OPEN-SW.
0032A1
0032A2     OPEN I-O BATCHREG-FILE.
0032A3     IF FREQ-BATCHREG-STATUS = '35'
0032A4         OPEN OUTPUT BATCHREG-FILE
0032A5         CLOSE BATCHREG-FILE
0032A6         OPEN I-O BATCHREG-FILE
0032A7     END-IF.
0032A8     IF FREQ-BATCHREG-STATUS NOT = '00'
0032A9         DISPLAY 'FACTREQ - BATCHREG OPEN FAILED, STATUS = '
0032AA             FREQ-BATCHREG-STATUS
0032AB         MOVE 24 TO FREQ-RC
0032AC         GO TO 9999-ABEND-EXIT
0032AD     END-IF.
0032AE     MOVE 'Y' TO FREQ-BREG-OPEN-SW.
0032AF
0032AG     OPEN OUTPUT BCTLRPT-FILE.
0032AH     IF FREQ-BCTLRPT-STATUS NOT = '00'
0032AI         DISPLAY 'FACTREQ - BCTLRPT OPEN FAILED, STATUS = '
0032AJ             FREQ-BCTLRPT-STATUS
0032AK         MOVE 28 TO FREQ-RC
0032AL         GO TO 9999-ABEND-EXIT
0032AM     END-IF.
003280 1000-EXIT.
003290     EXIT.
003300
0033A1*****************************************************************
0033A2* 2000-CHECK-BATCH - READ THE WHOLE REQUEST FILE ONCE BEFORE
0033A3* ANYTHING IS ANSWERED.  IT MUST BE ONE BATCH - HEADER FIRST,
0033A4* TRAILER LAST - AND THE REQUESTS BETWEEN MUST ADD UP TO THE
0033A5* TRAILER'S COUNT AND N/R HASH; A TRANSMISSION CUT SHORT HAS NO
0033A6* TRAILER.  A BALANCED BATCH IS THEN LOOKED UP ON THE BATCH
0033A7* REGISTER SO A RESEND IS NOT ANSWERED TWICE.  ANY PROBLEM
0033A8* REFUSES THE BATCH WHOLE.  A RECYCLE RUN'S EMPTY (DUMMY)
0033A9* REQUEST FILE IS NO BATCH AT ALL, NOT A BAD ONE.  THE FILE IS
0033AA* THEN REOPENED FOR THE ANSWERING PASS.
0033AB*****************************************************************
0033AC 2000-CHECK-BATCH.
0033AD     PERFORM 2100-READ-BATCH-RECORD THRU 2100-EXIT.
0033AE     IF FREQ-REQ-EOF
0033AF         IF FREQ-RECYCLE-RUN
0033AG             MOVE 'N' TO FREQ-BATCH-SW
0033AH         ELSE
0033AI             MOVE 'REQFILE IS EMPTY - NO BATCH HEADER'
0033AJ                 TO FREQ-NEW-REASON
0033AK             PERFORM 2800-REFUSE-BATCH THRU 2800-EXIT
0033AL         END-IF
0033AM         GO TO 2000-REOPEN
0033AN     END-IF.
0033AP     IF NOT SAMP-FREQ-BATCH-HEADER
0033AQ         MOVE 'FIRST RECORD IS NOT A BATCH HEADER'
0033AR             TO FREQ-NEW-REASON
0033AS         PERFORM 2800-REFUSE-BATCH THRU 2800-EXIT
0033AT     ELSE
0033AU         MOVE SAMP-FREQ-HDR-REQUESTER  TO FREQ-BAT-REQUESTER
0033AV         MOVE SAMP-FREQ-HDR-BATCH-ID   TO FREQ-BAT-ID
0033AW         MOVE SAMP-FREQ-HDR-BATCH-DATE TO FREQ-BAT-DATE
0033AX         IF FREQ-BAT-REQUESTER = SPACES
0033AY            OR FREQ-BAT-ID = SPACES
0033AZ            OR FREQ-BAT-DATE IS NOT NUMERIC
0033B1             MOVE 'BATCH HEADER INCOMPLETE'
0033B2                 TO FREQ-NEW-REASON
0033B3             PERFORM 2800-REFUSE-BATCH THRU 2800-EXIT
0033B4         END-IF
0033B5         PERFORM 2100-READ-BATCH-RECORD THRU 2100-EXIT
0033B6     END-IF.
0033B7     PERFORM 2200-TALLY-BATCH-RECORD THRU 2200-EXIT
0033B8         UNTIL FREQ-REQ-EOF.
0033B9     PERFORM 2300-CHECK-TRAILER THRU 2300-EXIT.
0033BA     IF NOT FREQ-BATCH-REFUSED
0033BB         PERFORM 2400-CHECK-REGISTER THRU 2400-EXIT
0033BC     END-IF.
0033BD     IF NOT FREQ-BATCH-REFUSED
0033BE         MOVE 'A' TO FREQ-BATCH-SW
0033BF     END-IF.
0033BG 2000-REOPEN.
0033BH     IF FREQ-BATCH-REFUSED
0033BI         DISPLAY 'FACTREQ - BATCH ' FREQ-BAT-ID ' FROM '
0033BJ             FREQ-BAT-REQUESTER ' REFUSED - ' FREQ-BAT-REASON
0033BK     END-IF.
0033BL     CLOSE REQFILE-FILE.
0033BM     OPEN INPUT REQFILE-FILE.
0033BN     IF FREQ-REQFILE-STATUS NOT = '00'
0033BP         DISPLAY 'FACTREQ - REQFILE OPEN FAILED, STATUS = '
0033BQ             FREQ-REQFILE-STATUS
0033BR         MOVE 28 TO FREQ-RC
0033BS         GO TO 9999-ABEND-EXIT
0033BT     END-IF.
0033BU     MOVE 'N' TO FREQ-REQ-EOF-SW.
0033BV 2000-EXIT.
0033BW     EXIT.
0033BX
0033BY 2100-READ-BATCH-RECORD.
0033BZ     READ REQFILE-FILE INTO SAMP-FREQ-RECORD
0033C1         AT END
0033C2             MOVE 'Y' TO FREQ-REQ-EOF-SW
0033C3         NOT AT END
0033C4             ADD 1 TO FREQ-BAT-RECORDS
0033C5     END-READ.
0033C6 2100-EXIT.
0033C7     EXIT.
0033C8
0033C9*****************************************************************
0033CA* 2200-TALLY-BATCH-RECORD - COUNT AND HASH A REQUEST, OR TAKE
0033CB* THE TRAILER.  A SECOND HEADER MEANS TWO FILES WERE RUN
0033CC* TOGETHER; ANYTHING AFTER THE TRAILER MEANS THE SAME.
0033CD*****************************************************************
0033CE 2200-TALLY-BATCH-RECORD.
0033CF     IF SAMP-FREQ-BATCH-HEADER
0033CG         MOVE 'MORE THAN ONE BATCH HEADER ON REQFILE'
0033CH             TO FREQ-NEW-REASON
0033CI         PERFORM 2800-REFUSE-BATCH THRU 2800-EXIT
0033CJ         GO TO 2200-READ
0033CK     END-IF.
0033CL     IF FREQ-TRL-SEEN
0033CM         MOVE 'RECORDS FOLLOW THE BATCH TRAILER'
0033CN             TO FREQ-NEW-REASON
0033CP         PERFORM 2800-REFUSE-BATCH THRU 2800-EXIT
0033CQ         GO TO 2200-READ
0033CR     END-IF.
0033CS     IF SAMP-FREQ-BATCH-TRAILER
0033CT         MOVE 'Y' TO FREQ-TRL-SEEN-SW
0033CU         MOVE SAMP-FREQ-TRL-COUNT TO FREQ-BAT-TRL-COUNT
0033CV         MOVE SAMP-FREQ-TRL-HASH  TO FREQ-BAT-TRL-HASH
0033CW         GO TO 2200-READ
0033CX     END-IF.
0033CY     MOVE ZERO TO FREQ-BAT-N.
0033CZ     MOVE ZERO TO FREQ-BAT-R.
0033D1     IF SAMP-FREQ-I IS NUMERIC
0033D2         MOVE SAMP-FREQ-I TO FREQ-BAT-N
0033D3     END-IF.
0033D4     IF SAMP-FREQ-R IS NUMERIC
0033D5         MOVE SAMP-FREQ-R TO FREQ-BAT-R
0033D6     END-IF.
0033D7     ADD 1 TO FREQ-BAT-COUNT.
0033D8     COMPUTE FREQ-BAT-HASH = FREQ-BAT-HASH
0033D9         + FREQ-BAT-N * 100 + FREQ-BAT-R.
0033DA 2200-READ.
0033DB     PERFORM 2100-READ-BATCH-RECORD THRU 2100-EXIT.
0033DC 2200-EXIT.
0033DD     EXIT.
0033DE
0033DF*****************************************************************
0033DG* 2300-CHECK-TRAILER - THE TRAILER HAS TO BE THERE, NUMERIC, AND
0033DH* AGREE WITH WHAT WAS COUNTED.
0033DI*****************************************************************
0033DJ 2300-CHECK-TRAILER.
0033DK     IF NOT FREQ-TRL-SEEN
0033DL         MOVE 'NO BATCH TRAILER - FILE CUT SHORT?'
0033DM             TO FREQ-NEW-REASON
0033DN         PERFORM 2800-REFUSE-BATCH THRU 2800-EXIT
0033DP         GO TO 2300-EXIT
0033DQ     END-IF.
0033DR     IF FREQ-BAT-TRL-COUNT IS NOT NUMERIC
0033DS        OR FREQ-BAT-TRL-HASH IS NOT NUMERIC
0033DT         MOVE 'BATCH TRAILER NOT NUMERIC'
0033DU             TO FREQ-NEW-REASON
0033DV         PERFORM 2800-REFUSE-BATCH THRU 2800-EXIT
0033DW         GO TO 2300-EXIT
0033DX     END-IF.
0033DY     MOVE FREQ-BAT-TRL-COUNT TO FREQ-BAT-TRL-COUNT-N.
0033DZ     MOVE FREQ-BAT-TRL-HASH  TO FREQ-BAT-TRL-HASH-N.
0033E1     IF FREQ-BAT-COUNT NOT = FREQ-BAT-TRL-COUNT-N
0033E2         MOVE 'REQUEST COUNT DOES NOT MATCH TRAILER'
0033E3             TO FREQ-NEW-REASON
0033E4         PERFORM 2800-REFUSE-BATCH THRU 2800-EXIT
0033E5         GO TO 2300-EXIT
0033E6     END-IF.
0033E7     IF FREQ-BAT-HASH NOT = FREQ-BAT-TRL-HASH-N
0033E8         MOVE 'N/R HASH DOES NOT MATCH TRAILER'
0033E9             TO FREQ-NEW-REASON
0033EA         PERFORM 2800-REFUSE-BATCH THRU 2800-EXIT
0033EB     END-IF.
0033EC 2300-EXIT.
0033ED     EXIT.
0033EE
0033EF*****************************************************************
0033EG* 2400-CHECK-REGISTER - A BATCH ID THIS REQUESTER HAS ALREADY
0033EH* HAD ANSWERED IS A RESEND.  THE REGISTER ROW IS KEPT FOR THE
0033EI* REPORT, WHICH SAYS WHEN THE BATCH WAS FIRST ANSWERED.
0033EJ*****************************************************************
0033EK 2400-CHECK-REGISTER.
0033EL     MOVE FREQ-BAT-REQUESTER TO SAMP-BREG-REQUESTER.
0033EM     MOVE FREQ-BAT-ID        TO SAMP-BREG-BATCH-ID.
0033EN     READ BATCHREG-FILE
0033EP         INVALID KEY
0033EQ             CONTINUE
0033ER     END-READ.
0033ES     IF FREQ-BATCHREG-STATUS = '23'
0033ET         GO TO 2400-EXIT
0033EU     END-IF.
0033EV     IF FREQ-BATCHREG-STATUS NOT = '00'
0033EW         DISPLAY 'FACTREQ - BATCHREG READ FAILED, STATUS = '
0033EX             FREQ-BATCHREG-STATUS
0033EY         MOVE 24 TO FREQ-RC
0033EZ         GO TO 9999-ABEND-EXIT
0033F1     END-IF.
0033F2     MOVE 'Y' TO FREQ-RESEND-SW.
0033F3     MOVE 'BATCH ID ALREADY ANSWERED - RESEND'
0033F4         TO FREQ-NEW-REASON.
0033F5     PERFORM 2800-REFUSE-BATCH THRU 2800-EXIT.
0033F6 2400-EXIT.
0033F7     EXIT.
0033F8
0033F9*****************************************************************
0033FA* 2800-REFUSE-BATCH - MARK THE BATCH REFUSED.  THE FIRST REASON
0033FB* FOUND IS THE ONE REPORTED.
0033FC*****************************************************************
0033FD 2800-REFUSE-BATCH.
0033FE     IF NOT FREQ-BATCH-REFUSED
0033FF         MOVE 'R' TO FREQ-BATCH-SW
0033FG         MOVE FREQ-NEW-REASON TO FREQ-BAT-REASON
0033FH     END-IF.
0033FI 2800-EXIT.
0033FJ     EXIT.
0033FK
003310*****************************************************************
003320* 3000-PROCESS-REQUESTS - ONE PASS DOWN THE REQUEST FILE,
003330* ONE RESPONSE RECORD PER REQUEST RECORD.  A RECYCLE RUN WORKS
003331* THROUGH THE SUSPENSE FILE FIRST; ITS JOB NORMALLY SUPPLIES A
003332* DUMMY REQFILE, BUT ANY REAL REQUESTS GIVEN ARE ANSWERED TOO.
003333* A REFUSED BATCH HAS NONE OF ITS REQUESTS ANSWERED.
003340*****************************************************************
003350 3000-PROCESS-REQUESTS.
003351     IF FREQ-RECYCLE-RUN
003352         PERFORM 3500-RECYCLE-SUSPENSE THRU 3500-EXIT
003353     END-IF.
003354     MOVE 'R' TO FREQ-SOURCE-SW.
003355     IF NOT FREQ-BATCH-ACCEPTED
003356         GO TO 3000-EXIT
003357     END-IF.
003360     PERFORM 3200-READ-REQUEST THRU 3200-EXIT.
003370     PERFORM 3100-ANSWER-REQUEST THRU 3100-EXIT
003380         UNTIL FREQ-REQ-EOF.
003400     EXIT.
003410
003420*****************************************************************
003430* 3100-ANSWER-REQUEST - ANSWER THE REQUEST IN HAND AND READ THE
003431* NEXT ONE.
003432*****************************************************************
003433 3100-ANSWER-REQUEST.
003434     PERFORM 3110-ANSWER-ONE THRU 3110-EXIT.
003435     PERFORM 3200-READ-REQUEST THRU 3200-EXIT.
003436 3100-EXIT.
003437     EXIT.
003438
003439*****************************************************************
00343A* 3110-ANSWER-ONE - AUTHORIZE THE REQUESTER AGAINST THE
003440* MASTER, VALIDATE THE OPERANDS, ROUTE THE REQUEST TO THE
003450* RIGHT TABLE BY ITS FUNCTION CODE, AND WRITE THE RESPONSE
003460* RECORD.  A REJECTED REQUEST IS ALSO SUSPENDED.  A RECYCLED
003461* ITEM THAT STILL FAILS GETS NO SECOND REJECTED RESPONSE - THE
003462* REQUESTER HAD THAT THE FIRST TIME - IT IS JUST KEPT.
003470*****************************************************************
003471 3110-ANSWER-ONE.
003490     MOVE 'N' TO FREQ-REJECT-SW.
003500     MOVE SPACES TO SAMP-FRSP-REASON.
003510
003600     END-IF.
003610
003620     IF FREQ-REQ-REJECTED
003621         PERFORM 3190-SUSPEND-REQUEST THRU 3190-EXIT
003622         IF FREQ-FROM-SUSPENSE
003623             GO TO 3110-EXIT
003624         END-IF
003630         MOVE 'REJECTED' TO SAMP-FRSP-DISP
003640         MOVE ZERO TO SAMP-FRSP-I
003650         MOVE ZERO TO SAMP-FRSP-R
003670         ADD 1 TO FREQ-REJ-COUNT
003680     ELSE
003690         PERFORM 3170-TALLY-USAGE THRU 3170-EXIT
003691         IF FREQ-FROM-SUSPENSE
003692             MOVE 'ANSWERED ON RECYCLE' TO SAMP-FRSP-REASON
003693             ADD 1 TO FREQ-RCY-ANS-COUNT
003694         END-IF
003700     END-IF.
003710
003720     IF SAMP-FREQ-FUNC = SPACE
003770     MOVE SAMP-FREQ-REQUESTER TO SAMP-FRSP-REQUESTER.
003780     MOVE SAMP-FREQ-REQ-DATE  TO SAMP-FRSP-REQ-DATE.
003790     WRITE SAMP-FRSP-RECORD.
003791 3110-EXIT.
003820     EXIT.
003830
003840*****************************************************************
003920         INVALID KEY
003930             MOVE 'Y' TO FREQ-REJECT-SW
003940             MOVE 'REQUESTER UNKNOWN' TO SAMP-FRSP-REASON
003950             IF FREQ-FROM-REQFILE
003951                 ADD 1 TO FREQ-AUTH-COUNT
003952             END-IF
003960             GO TO 3150-EXIT
003970     END-READ.
003980     IF SAMP-REQM-INACTIVE
003990         MOVE 'Y' TO FREQ-REJECT-SW
004000         MOVE 'REQUESTER INACTIVE' TO SAMP-FRSP-REASON
004010         IF FREQ-FROM-REQFILE
004011             ADD 1 TO FREQ-AUTH-COUNT
004012         END-IF
004020     END-IF.
004030 3150-EXIT.
004040     EXIT.
005370     END-IF.
005380 3180-EXIT.
005390     EXIT.
005391
005392*****************************************************************
005393* 3190-SUSPEND-REQUEST - KEEP A REJECTED REQUEST ON THE
005394* SUSPENSE FILE.  A NEW REJECT STARTS A SUSPENSE RECORD FROM
005395* THE REQFILE IMAGE WITH TODAY AS ITS FIRST-REJECT DATE; A
005396* RECYCLED ITEM KEEPS ITS IMAGE AND FIRST-REJECT DATE AND HAS
005397* ITS REASON, LAST-TRY DATE AND TRY COUNT BROUGHT UP TO DATE.
005398*****************************************************************
005399 3190-SUSPEND-REQUEST.
00539A     IF FREQ-FROM-REQFILE
00539B         MOVE SPACES           TO SAMP-SUSP-RECORD
00539C         MOVE SAMP-FREQ-RECORD TO SAMP-SUSP-IMAGE
00539D         MOVE FREQ-RUN-DATE    TO SAMP-SUSP-FIRST-DATE
00539E         MOVE ZERO             TO SAMP-SUSP-TRIES
00539F         ADD 1 TO FREQ-SUSP-COUNT
00539G     ELSE
00539H         ADD 1 TO FREQ-RCY-KEPT-COUNT
00539I     END-IF.
00539J     MOVE SAMP-FRSP-REASON TO SAMP-SUSP-REASON.
00539K     MOVE FREQ-RUN-DATE    TO SAMP-SUSP-LAST-DATE.
00539L     IF SAMP-SUSP-TRIES < 999
00539M         ADD 1 TO SAMP-SUSP-TRIES
00539N     END-IF.
00539P     WRITE SUSPOUT-RECORD FROM SAMP-SUSP-RECORD.
00539Q     IF FREQ-SUSPOUT-STATUS NOT = '00'
00539R         DISPLAY 'FACTREQ - SUSPOUT WRITE FAILED, STATUS = '
00539S             FREQ-SUSPOUT-STATUS
00539T         MOVE 28 TO FREQ-RC
00539U         GO TO 9999-ABEND-EXIT
00539V     END-IF.
00539W 3190-EXIT.
00539X     EXIT.
005400
005401*****************************************************************
005402* 3200-READ-REQUEST - NEXT REQUEST OFF THE BATCH.  THE HEADER IS
005403* PASSED OVER AND THE TRAILER ENDS IT - 2000-CHECK-BATCH HAS
005404* ALREADY PROVED THEY ARE FIRST AND LAST.
005405*****************************************************************
005410 3200-READ-REQUEST.
005420     READ REQFILE-FILE INTO SAMP-FREQ-RECORD
005430         AT END
005440             MOVE 'Y' TO FREQ-REQ-EOF-SW
005441             GO TO 3200-EXIT
005442     END-READ.
005443     IF SAMP-FREQ-BATCH-HEADER
005444         GO TO 3200-READ-REQUEST
005445     END-IF.
005446     IF SAMP-FREQ-BATCH-TRAILER
005447         MOVE 'Y' TO FREQ-REQ-EOF-SW
005448         GO TO 3200-EXIT
005449     END-IF.
005460     ADD 1 TO FREQ-READ-COUNT.
005480 3200-EXIT.
005490     EXIT.
005491
005492*****************************************************************
005493* 3500-RECYCLE-SUSPENSE - RETRY EVERY SUSPENDED REQUEST.  EACH
005494* ORIGINAL IMAGE IS PUT BACK IN THE REQUEST AREA AND ANSWERED
005495* EXACTLY AS IF IT HAD JUST ARRIVED ON REQFILE.
005496*****************************************************************
005497 3500-RECYCLE-SUSPENSE.
005498     MOVE 'S' TO FREQ-SOURCE-SW.
005499     IF FREQ-SUSPIN-FILE-OPEN
00549A         PERFORM 3520-READ-SUSPENSE THRU 3520-EXIT
00549B     END-IF.
00549C     PERFORM 3510-RECYCLE-ONE THRU 3510-EXIT
00549D         UNTIL FREQ-SUSP-EOF.
00549E 3500-EXIT.
00549F     EXIT.
00549G
00549H 3510-RECYCLE-ONE.
00549I     MOVE SAMP-SUSP-IMAGE TO SAMP-FREQ-RECORD.
00549J     PERFORM 3110-ANSWER-ONE THRU 3110-EXIT.
00549K     PERFORM 3520-READ-SUSPENSE THRU 3520-EXIT.
00549L 3510-EXIT.
00549M     EXIT.
00549N
00549P 3520-READ-SUSPENSE.
00549Q     READ SUSPIN-FILE INTO SAMP-SUSP-RECORD
00549R         AT END
00549S             MOVE 'Y' TO FREQ-SUSP-EOF-SW
00549T         NOT AT END
00549U             ADD 1 TO FREQ-RCY-READ-COUNT
00549V     END-READ.
00549W 3520-EXIT.
00549X     EXIT.
005500
005510*****************************************************************
005520* 3300-LOOKUP - READ THE ROW DIRECTLY FROM FACTIDX WHEN THE
005960* AND SET THE STEP RETURN CODE.  REJECTED REQUESTS RAISE THE
005970* RETURN CODE TO 4 SO THE SUBMITTING DEPARTMENT KNOWS TO LOOK
005980* AT THE RESPONSE DISPOSITIONS, WITHOUT FAILING THE STEP.
005981* RECYCLED ITEMS STILL HELD IN SUSPENSE DO NOT RAISE IT - THEY
005982* WERE ALREADY REPORTED WHEN THEY WERE FIRST REJECTED.
005983* A REFUSED BATCH ENDS THE STEP RC=8.  AN ANSWERED BATCH IS
005984* REGISTERED BEFORE THE USAGE ROWS GO OUT, SO A STEP THAT FAILS
005985* IN BETWEEN HAS BILLED NOTHING - BUT ITS BATCHREG ROW IS ON
005986* FILE, SO THE ROW FOR THAT REQUESTER AND BATCH ID MUST BE
005987* DELETED BEFORE THE BATCH IS RERUN, OR THE RERUN IS REFUSED AS
005988* A RESEND.
005990*****************************************************************
006000 8000-TERMINATE.
006010     MOVE FREQ-RUN-MM   TO FREQ-HDR-MM.
006050         AFTER ADVANCING PAGE.
006060     WRITE SUMRPT-RECORD FROM FREQ-RPT-HEADER-2
006070         AFTER ADVANCING 2 LINES.
006071     IF FREQ-RECYCLE-RUN
006072         WRITE SUMRPT-RECORD FROM FREQ-RPT-MODE-LINE
006073             AFTER ADVANCING 1 LINE
006074     END-IF.
006080
006090     MOVE 'REQUESTS READ:           ' TO FREQ-CNT-LABEL.
006100     MOVE FREQ-READ-COUNT TO FREQ-CNT-VALUE.
006260     MOVE FREQ-AUTH-COUNT TO FREQ-CNT-VALUE.
006270     WRITE SUMRPT-RECORD FROM FREQ-RPT-COUNT-LINE
006280         AFTER ADVANCING 1 LINE.
006281     MOVE 'SUSPENDED:               ' TO FREQ-CNT-LABEL.
006282     MOVE FREQ-SUSP-COUNT TO FREQ-CNT-VALUE.
006283     WRITE SUMRPT-RECORD FROM FREQ-RPT-COUNT-LINE
006284         AFTER ADVANCING 1 LINE.
006285     IF FREQ-RECYCLE-RUN
006286         MOVE 'SUSPENSE ITEMS RETRIED:  ' TO FREQ-CNT-LABEL
006287         MOVE FREQ-RCY-READ-COUNT TO FREQ-CNT-VALUE
006288         WRITE SUMRPT-RECORD FROM FREQ-RPT-COUNT-LINE
006289             AFTER ADVANCING 2 LINES
00628A         MOVE 'RECYCLED - ANSWERED:     ' TO FREQ-CNT-LABEL
00628B         MOVE FREQ-RCY-ANS-COUNT TO FREQ-CNT-VALUE
00628C         WRITE SUMRPT-RECORD FROM FREQ-RPT-COUNT-LINE
00628D             AFTER ADVANCING 1 LINE
00628E         MOVE 'RECYCLED - STILL HELD:   ' TO FREQ-CNT-LABEL
00628F         MOVE FREQ-RCY-KEPT-COUNT TO FREQ-CNT-VALUE
00628G         WRITE SUMRPT-RECORD FROM FREQ-RPT-COUNT-LINE
00628H             AFTER ADVANCING 1 LINE
00628I     END-IF.
006290
006300     IF FREQ-REJ-COUNT > ZERO AND FREQ-RC = ZERO
006310         MOVE 04 TO FREQ-RC
006320     END-IF.
006321     IF FREQ-BATCH-REFUSED AND FREQ-RC < 08
006322         MOVE 08 TO FREQ-RC
006323     END-IF.
006324
006325     IF FREQ-BATCH-ACCEPTED
006326         PERFORM 8300-REGISTER-BATCH THRU 8300-EXIT
006327     END-IF.
006328     PERFORM 8200-PRINT-BATCH-CONTROL THRU 8200-EXIT.
006330
006340     PERFORM 8100-FLUSH-USAGE THRU 8100-EXIT.
006350
006380     CLOSE RSPFILE-FILE.
006390     CLOSE SUMRPT-FILE.
006400     CLOSE USAGEDS-FILE.
006401     CLOSE SUSPOUT-FILE.
006402     CLOSE BATCHREG-FILE.
006403     CLOSE BCTLRPT-FILE.
006404     IF FREQ-SUSPIN-FILE-OPEN
006405         CLOSE SUSPIN-FILE
006406     END-IF.
006410     IF FREQ-TABLE-FILE-OPEN
006420         CLOSE FACTIDX-FILE
006430     END-IF.
006660     WRITE SAMP-USAGE-RECORD.
006670 8110-EXIT.
006680     EXIT.
0066A1
0066A2*****************************************************************
0066A3* 8200-PRINT-BATCH-CONTROL - ONE PAGE PER RUN: THE BATCH AS
0066A4* HEADED, ITS TRAILER AGAINST WHAT WAS RECEIVED, AND WHAT
0066A5* BECAME OF IT.
0066A6*****************************************************************
0066A7 8200-PRINT-BATCH-CONTROL.
0066A8     MOVE FREQ-RUN-MM   TO FREQ-BCR-MM.
0066A9     MOVE FREQ-RUN-DD   TO FREQ-BCR-DD.
0066AA     MOVE FREQ-RUN-YYYY TO FREQ-BCR-YYYY.
0066AB     WRITE BCTLRPT-RECORD FROM FREQ-BCR-HEADER-1
0066AC         AFTER ADVANCING PAGE.
0066AD     WRITE BCTLRPT-RECORD FROM FREQ-BCR-HEADER-2
0066AE         AFTER ADVANCING 2 LINES.
0066AF
0066AG     IF FREQ-BATCH-NONE
0066AH         MOVE 'RESULT'           TO FREQ-BCR-LABEL
0066AI         MOVE 'NO REQFILE BATCH - SUSPENSE RECYCLE ONLY'
0066AJ                                 TO FREQ-BCR-TEXT
0066AK         WRITE BCTLRPT-RECORD FROM FREQ-BCR-TEXT-LINE
0066AL             AFTER ADVANCING 2 LINES
0066AM         GO TO 8200-EXIT
0066AN     END-IF.
0066AP
0066AQ     MOVE 'BATCH REQUESTER'      TO FREQ-BCR-LABEL.
0066AR     MOVE FREQ-BAT-REQUESTER     TO FREQ-BCR-TEXT.
0066AS     WRITE BCTLRPT-RECORD FROM FREQ-BCR-TEXT-LINE
0066AT         AFTER ADVANCING 2 LINES.
0066AU     MOVE 'BATCH ID'             TO FREQ-BCR-LABEL.
0066AV     MOVE FREQ-BAT-ID            TO FREQ-BCR-TEXT.
0066AW     WRITE BCTLRPT-RECORD FROM FREQ-BCR-TEXT-LINE
0066AX         AFTER ADVANCING 1 LINE.
0066AY     MOVE 'BATCH DATE'           TO FREQ-BCR-LABEL.
0066AZ     MOVE FREQ-BAT-DATE          TO FREQ-BCR-TEXT.
0066B1     WRITE BCTLRPT-RECORD FROM FREQ-BCR-TEXT-LINE
0066B2         AFTER ADVANCING 1 LINE.
0066B3     MOVE 'RECORDS ON REQFILE'   TO FREQ-BCR-LABEL.
0066B4     MOVE FREQ-BAT-RECORDS       TO FREQ-BCR-EDIT-COUNT.
0066B5     MOVE FREQ-BCR-EDIT-COUNT    TO FREQ-BCR-TEXT.
0066B6     WRITE BCTLRPT-RECORD FROM FREQ-BCR-TEXT-LINE
0066B7         AFTER ADVANCING 1 LINE.
0066B8
0066B9     WRITE BCTLRPT-RECORD FROM FREQ-BCR-COLHDG
0066BA         AFTER ADVANCING 2 LINES.
0066BB     MOVE 'REQUEST COUNT'        TO FREQ-BCB-LABEL.
0066BC     MOVE FREQ-BAT-TRL-COUNT     TO FREQ-BCB-TRAILER.
0066BD     IF FREQ-BAT-TRL-COUNT IS NUMERIC
0066BE         MOVE FREQ-BAT-TRL-COUNT-N TO FREQ-BCR-EDIT-NUM
0066BF         MOVE FREQ-BCR-EDIT-NUM    TO FREQ-BCB-TRAILER
0066BG     END-IF.
0066BH     MOVE FREQ-BAT-COUNT         TO FREQ-BCB-RECEIVED.
0066BI     MOVE SPACES                 TO FREQ-BCB-FLAG.
0066BJ     IF FREQ-BAT-TRL-COUNT NOT NUMERIC
0066BK        OR FREQ-BAT-COUNT NOT = FREQ-BAT-TRL-COUNT-N
0066BL         MOVE '** DIFFERS'       TO FREQ-BCB-FLAG
0066BM     END-IF.
0066BN     WRITE BCTLRPT-RECORD FROM FREQ-BCR-BALANCE-LINE
0066BP         AFTER ADVANCING 1 LINE.
0066BQ     MOVE 'N/R HASH'             TO FREQ-BCB-LABEL.
0066BR     MOVE FREQ-BAT-TRL-HASH      TO FREQ-BCB-TRAILER.
0066BS     IF FREQ-BAT-TRL-HASH IS NUMERIC
0066BT         MOVE FREQ-BAT-TRL-HASH-N  TO FREQ-BCR-EDIT-NUM
0066BU         MOVE FREQ-BCR-EDIT-NUM    TO FREQ-BCB-TRAILER
0066BV     END-IF.
0066BW     MOVE FREQ-BAT-HASH          TO FREQ-BCB-RECEIVED.
0066BX     MOVE SPACES                 TO FREQ-BCB-FLAG.
0066BY     IF FREQ-BAT-TRL-HASH NOT NUMERIC
0066BZ        OR FREQ-BAT-HASH NOT = FREQ-BAT-TRL-HASH-N
0066C1         MOVE '** DIFFERS'       TO FREQ-BCB-FLAG
0066C2     END-IF.
0066C3     WRITE BCTLRPT-RECORD FROM FREQ-BCR-BALANCE-LINE
0066C4         AFTER ADVANCING 1 LINE.
0066C5
0066C6     MOVE 'RESULT'               TO FREQ-BCR-LABEL.
0066C7     IF FREQ-BATCH-REFUSED
0066C8         MOVE SPACES             TO FREQ-BCR-TEXT
0066C9         STRING 'REFUSED - ' FREQ-BAT-REASON
0066CA             DELIMITED BY SIZE INTO FREQ-BCR-TEXT
0066CB         WRITE BCTLRPT-RECORD FROM FREQ-BCR-TEXT-LINE
0066CC             AFTER ADVANCING 2 LINES
0066CD         MOVE 'NOTHING ON THIS BATCH WAS ANSWERED OR BILLED'
0066CE                                 TO FREQ-BCR-TEXT
0066CF         MOVE SPACES             TO FREQ-BCR-LABEL
0066CG         WRITE BCTLRPT-RECORD FROM FREQ-BCR-TEXT-LINE
0066CH             AFTER ADVANCING 1 LINE
0066CI     ELSE
0066CJ         MOVE 'ACCEPTED AND REGISTERED' TO FREQ-BCR-TEXT
0066CK         WRITE BCTLRPT-RECORD FROM FREQ-BCR-TEXT-LINE
0066CL             AFTER ADVANCING 2 LINES
0066CM         MOVE 'REQUESTS ANSWERED'  TO FREQ-BCR-LABEL
0066CN         MOVE FREQ-BAT-ANSWERED    TO FREQ-BCR-EDIT-COUNT
0066CP         MOVE FREQ-BCR-EDIT-COUNT  TO FREQ-BCR-TEXT
0066CQ         WRITE BCTLRPT-RECORD FROM FREQ-BCR-TEXT-LINE
0066CR             AFTER ADVANCING 1 LINE
0066CS         MOVE 'REQUESTS REJECTED'  TO FREQ-BCR-LABEL
0066CT         MOVE FREQ-REJ-COUNT       TO FREQ-BCR-EDIT-COUNT
0066CU         MOVE FREQ-BCR-EDIT-COUNT  TO FREQ-BCR-TEXT
0066CV         WRITE BCTLRPT-RECORD FROM FREQ-BCR-TEXT-LINE
0066CW             AFTER ADVANCING 1 LINE
0066CX     END-IF.
0066CY
0066CZ     IF FREQ-BATCH-RESENT
0066D1         MOVE SAMP-BREG-RUN-DATE  TO FREQ-PRIOR-DATE-X
0066D2         MOVE SAMP-BREG-RUN-TIME  TO FREQ-PRIOR-TIME-X
0066D3         MOVE FREQ-PRIOR-MM       TO FREQ-BCP-MM
0066D4         MOVE FREQ-PRIOR-DD       TO FREQ-BCP-DD
0066D5         MOVE FREQ-PRIOR-YYYY     TO FREQ-BCP-YYYY
0066D6         MOVE FREQ-PRIOR-HH       TO FREQ-BCP-HH
0066D7         MOVE FREQ-PRIOR-MIN      TO FREQ-BCP-MIN
0066D8         MOVE SAMP-BREG-ANSWERED  TO FREQ-BCP-COUNT
0066D9         WRITE BCTLRPT-RECORD FROM FREQ-BCR-PRIOR-LINE
0066DA             AFTER ADVANCING 1 LINE
0066DB     END-IF.
0066DC 8200-EXIT.
0066DD     EXIT.
0066DE
0066DF*****************************************************************
0066DG* 8300-REGISTER-BATCH - RECORD THE ANSWERED BATCH SO A RESEND OF
0066DH* IT IS REFUSED.
0066DI*****************************************************************
0066DJ 8300-REGISTER-BATCH.
0066DK     COMPUTE FREQ-BAT-ANSWERED = FREQ-READ-COUNT - FREQ-REJ-COUNT.
0066DL     MOVE FREQ-BAT-REQUESTER     TO SAMP-BREG-REQUESTER.
0066DM     MOVE FREQ-BAT-ID            TO SAMP-BREG-BATCH-ID.
0066DN     MOVE FREQ-BAT-DATE          TO SAMP-BREG-BATCH-DATE.
0066DP     MOVE FREQ-RUN-DATE          TO SAMP-BREG-RUN-DATE.
0066DQ     MOVE FREQ-RUN-TIME          TO SAMP-BREG-RUN-TIME.
0066DR     MOVE FREQ-BAT-COUNT         TO SAMP-BREG-COUNT.
0066DS     MOVE FREQ-BAT-HASH          TO SAMP-BREG-HASH.
0066DT     MOVE FREQ-BAT-ANSWERED      TO SAMP-BREG-ANSWERED.
0066DU     MOVE FREQ-REJ-COUNT         TO SAMP-BREG-REJECTED.
0066DV     WRITE SAMP-BREG-RECORD
0066DW         INVALID KEY
0066DX             CONTINUE
0066DY     END-WRITE.
0066DZ     IF FREQ-BATCHREG-STATUS NOT = '00'
0066E1         DISPLAY 'FACTREQ - BATCHREG WRITE FAILED, STATUS = '
0066E2             FREQ-BATCHREG-STATUS
0066E3         MOVE 24 TO FREQ-RC
0066E4         GO TO 9999-ABEND-EXIT
0066E5     END-IF.
0066E6 8300-EXIT.
0066E7     EXIT.
006690
006700*****************************************************************
006710* 9999-ABEND-EXIT
006942     IF FREQ-CMB-FILE-OPEN
006944         CLOSE CMBIDX-FILE
006946     END-IF.
006947     IF FREQ-SUSPOUT-FILE-OPEN
006948         CLOSE SUSPOUT-FILE
006949     END-IF.
00694A     IF FREQ-SUSPIN-FILE-OPEN
00694B         CLOSE SUSPIN-FILE
00694C     END-IF.
00694D     IF FREQ-BREG-FILE-OPEN
00694E         CLOSE BATCHREG-FILE
00694F     END-IF.
00694G     IF FREQ-BCTLRPT-STATUS = '00'
00694H         CLOSE BCTLRPT-FILE
00694I     END-IF.
006950     MOVE FREQ-RC TO RETURN-CODE.
006960     GOBACK.
