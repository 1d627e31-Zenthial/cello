000100*****************************************************************
000110* SAMPSUSP - FACTREQ SUSPENSE RECORD.  EVERY REQUEST FACTREQ
000120* REJECTS IS KEPT HERE WITH ITS ORIGINAL REQFILE IMAGE INSTEAD
000130* OF BEING FORGOTTEN ONCE THE REJECTED RESPONSE GOES BACK.  A
000140* RECYCLE RUN (FACTREQ PARM RECYCLE) RETRIES EVERY ITEM AGAINST
000150* THE CURRENT REQUESTER MASTER AND TABLES, ANSWERS WHAT NOW
000160* PASSES, AND KEEPS WHAT STILL FAILS WITH ITS REASON AND TRY
000170* COUNT UPDATED.  SUSPRPT AGES WHAT IS LEFT BY REQUESTER.
000180*   IMAGE       THE REQUEST RECORD EXACTLY AS SUBMITTED
000190*   REASON      WHY THE LATEST ATTEMPT WAS REJECTED
000200*   FIRST-DATE  DATE OF THE FIRST REJECTION (NEVER CHANGES)
000210*   LAST-DATE   DATE OF THE LATEST ATTEMPT
000220*   TRIES       ATTEMPTS SO FAR, THE ORIGINAL ONE INCLUDED
000230*****************************************************************
000240 01  SAMP-SUSP-RECORD.
000250     05  SAMP-SUSP-IMAGE.
000260         10  SAMP-SUSP-REQUESTER  PIC X(08).
000270         10  SAMP-SUSP-REQ-DATE   PIC X(08).
000280         10  SAMP-SUSP-I          PIC X(02).
000290         10  SAMP-SUSP-FUNC       PIC X(01).
000300         10  SAMP-SUSP-R          PIC X(02).
000310         10  FILLER               PIC X(59).
000320     05  SAMP-SUSP-REASON         PIC X(19).
000330     05  SAMP-SUSP-FIRST-DATE     PIC 9(08).
000340     05  SAMP-SUSP-LAST-DATE      PIC 9(08).
000350     05  SAMP-SUSP-TRIES          PIC 9(03).
000360     05  FILLER                   PIC X(02).
