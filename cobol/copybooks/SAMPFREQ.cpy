000210*   COL  19     FUNCTION - F/BLANK FACTORIAL, C COMBINATION,
000220*               P PERMUTATION
000230*   COLS 20-21  R VALUE (FUNCTIONS C AND P ONLY)
000231*
000232* EACH REQUEST FILE IS ONE BATCH: A HEADER RECORD FIRST, THE
000233* REQUESTS, AND A TRAILER RECORD LAST.  FACTREQ BALANCES THE
000234* TRAILER AGAINST THE REQUESTS BEFORE IT ANSWERS ANY OF THEM
000235* AND REFUSES A BATCH ID THE SAME REQUESTER HAS SENT BEFORE.
000236* BATCHHDR AND BATCHTRL ARE THEREFORE NOT USABLE AS REQUESTER
000237* IDS.
000238*   HEADER  COLS 1-8    BATCHHDR
000239*           COLS 9-16   REQUESTER ID OF THE SENDING DEPARTMENT
00023A*           COLS 17-28  BATCH ID (THE DEPARTMENT'S OWN, UNIQUE
00023B*                       PER REQUESTER)
00023C*           COLS 29-36  BATCH DATE (YYYYMMDD)
00023D*   TRAILER COLS 1-8    BATCHTRL
00023E*           COLS 9-15   NUMBER OF REQUESTS IN THE BATCH
00023F*           COLS 16-30  HASH - THE SUM OVER THE REQUESTS OF THE
00023G*                       N VALUE TIMES 100 PLUS THE R VALUE
00023H*                       (COLS 17-18 AND 20-21 READ AS ONE
00023I*                       4-DIGIT NUMBER), EITHER VALUE COUNTING
00023J*                       AS ZERO WHEN IT IS NOT NUMERIC - A
00023K*                       FACTORIAL'S BLANK R, FOR INSTANCE
000240*****************************************************************
000250 01  SAMP-FREQ-RECORD.
000260     05  SAMP-FREQ-REQUESTER      PIC X(08).
000261         88  SAMP-FREQ-BATCH-HEADER   VALUE 'BATCHHDR'.
000262         88  SAMP-FREQ-BATCH-TRAILER  VALUE 'BATCHTRL'.
000270     05  SAMP-FREQ-REQ-DATE       PIC X(08).
000280     05  SAMP-FREQ-I              PIC X(02).
000290     05  SAMP-FREQ-FUNC           PIC X(01).
000320         88  SAMP-FREQ-PERMUTATION    VALUE 'P'.
000330     05  SAMP-FREQ-R              PIC X(02).
000340     05  FILLER                   PIC X(59).
000341 01  SAMP-FREQ-HEADER REDEFINES SAMP-FREQ-RECORD.
000342     05  FILLER                   PIC X(08).
000343     05  SAMP-FREQ-HDR-REQUESTER  PIC X(08).
000344     05  SAMP-FREQ-HDR-BATCH-ID   PIC X(12).
000345     05  SAMP-FREQ-HDR-BATCH-DATE PIC X(08).
000346     05  FILLER                   PIC X(44).
000347 01  SAMP-FREQ-TRAILER REDEFINES SAMP-FREQ-RECORD.
000348     05  FILLER                   PIC X(08).
000349     05  SAMP-FREQ-TRL-COUNT      PIC X(07).
00034A     05  SAMP-FREQ-TRL-HASH       PIC X(15).
00034B     05  FILLER                   PIC X(50).
