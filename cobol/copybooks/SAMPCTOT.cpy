000100*****************************************************************
000110* SAMPCTOT - CYCLE CONTROL-TOTALS LEDGER RECORD.  EVERY STEP
000120* THAT MOVES THE FACTORIAL TABLE ALONG THE CHAIN - SAMP01 (THE
000130* BUILD AND ITS AUDIT ROW), FACTVER (FACTOUT AND FACTIDX AS
000140* READ BACK), CMBB01 (THE CMBIDX CLUSTER), FXTR01 (THE XTROUT
000150* EXTRACT), AND FACK01 (WHAT THE WAREHOUSE SAYS IT LOADED) -
000160* APPENDS ONE ROW PER TOTAL IT VOUCHES FOR, SO CTLBAL CAN PROVE
000170* THE WHOLE CHAIN FROM ONE DATASET.
000180*
000190* THE LOGICAL KEY IS CYCLE DATE + STEP + TOTAL ID.  THE CYCLE
000200* DATE IS THE ONE ON THE RUN-CONTROL RECORD (SAMPRUNC), SO A
000210* STEP THAT RUNS PAST MIDNIGHT, OR THE NEXT MORNING'S EXTRACT
000220* AND ACK JOBS, STILL POST UNDER THE NIGHT THAT BUILT THE TABLE.
000230* A RERUN OR RESUMED STEP POSTS AGAIN AND THE LAST ROW WINS.
000240*
000250* THE HASH IS THE SAME ONE FACTXTR PUTS ON ITS TRAILER - THE
000260* SUM OF THE LOW 15 DIGITS OF EACH VALUE, KEPT TO ITS OWN LOW
000270* 15 DIGITS - SO EVERY POSTING OF THE SAME ROWS HASHES ALIKE.
000280* CMBB01'S HASH IS OVER THE NCR VALUES ON CMBIDX.
000285* N IS THE TABLE LIMIT THE STEP WORKED TO - SAMP01, CMBB01 AND
000286* FXTR01 CARRY IT; THE OTHER POSTINGS LEAVE IT ZERO.
000290*****************************************************************
000300 01  SAMP-CTOT-RECORD.
000310     05  SAMP-CTOT-CYCLE-DATE     PIC 9(08).
000320     05  SAMP-CTOT-STEP           PIC X(08).
000330     05  SAMP-CTOT-PROGRAM        PIC X(08).
000340     05  SAMP-CTOT-TOTAL-ID       PIC X(08).
000350     05  SAMP-CTOT-N              PIC 9(02).
000360     05  SAMP-CTOT-COUNT          PIC 9(09).
000370     05  SAMP-CTOT-HASH           PIC 9(15).
000380     05  SAMP-CTOT-POST-DATE      PIC 9(08).
000390     05  SAMP-CTOT-POST-TIME      PIC 9(08).
