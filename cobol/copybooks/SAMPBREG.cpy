000100*****************************************************************
000110* SAMPBREG - REQFILE BATCH REGISTER RECORD (KSDS
000120* CELLO.SAMPLE.BATCHREG).  FACTREQ WRITES ONE ROW FOR EVERY
000130* BATCH IT ANSWERS, KEYED BY THE SENDING REQUESTER AND THE BATCH
000140* ID OFF THE REQFILE HEADER (SEE SAMPFREQ), AND REFUSES ANY
000150* BATCH WHOSE KEY IS ALREADY HERE - A RESEND IS NOT ANSWERED, OR
000160* BILLED, TWICE.  A BATCH REFUSED FOR BEING OUT OF BALANCE IS
000170* NOT REGISTERED, SO THE CORRECTED FILE CAN BE SENT AGAIN UNDER
000180* THE SAME BATCH ID.
000190*   BATCH-DATE  THE BATCH DATE OFF THE HEADER
000200*   RUN-DATE    WHEN THE BATCH WAS ANSWERED, AND RUN-TIME
000210*   COUNT       REQUESTS IN THE BATCH (THE BALANCED TRAILER)
000220*   HASH        THE TRAILER'S N/R HASH
000230*   ANSWERED    REQUESTS ANSWERED, AND REJECTED THE REST
000240*****************************************************************
000250 01  SAMP-BREG-RECORD.
000260     05  SAMP-BREG-KEY.
000270         10  SAMP-BREG-REQUESTER  PIC X(08).
000280         10  SAMP-BREG-BATCH-ID   PIC X(12).
000290     05  SAMP-BREG-BATCH-DATE     PIC 9(08).
000300     05  SAMP-BREG-RUN-DATE       PIC 9(08).
000310     05  SAMP-BREG-RUN-TIME       PIC 9(08).
000320     05  SAMP-BREG-COUNT          PIC 9(07).
000330     05  SAMP-BREG-HASH           PIC 9(15).
000340     05  SAMP-BREG-ANSWERED       PIC 9(07).
000350     05  SAMP-BREG-REJECTED       PIC 9(07).
