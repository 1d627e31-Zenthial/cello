000100*****************************************************************
000110* SAMPJRNL - MASTER-FILE CHANGE JOURNAL RECORD.  ONE ROW PER
000120* CHANGE APPLIED BY REQMNT (REQMAST), CALMNT (CALNDR), AND
000130* DSTMNT (DISTLST), APPENDED TO CELLO.SAMPLE.CHGJRNL THROUGH
000140* THE JRNLOUT DD: WHEN, WHICH PROGRAM AND FILE, THE OPERATOR
000150* WHO SUBMITTED THE CARDS (EXEC PARM), WHAT WAS DONE, THE
000160* RECORD KEY, THE RECORD AS IT STOOD BEFORE AND AFTER, AND THE
000170* TRANSACTION CARD THAT DID IT.  AN ADD HAS NO BEFORE IMAGE
000180* AND A DELETE HAS NO AFTER IMAGE (SPACES).  IMAGES ARE THE
000190* RAW MASTER RECORDS, LEFT-JUSTIFIED - THE WIDEST IS REQMAST'S
000200* 57 BYTES.  REPORTED BY CHGRPT.
000210*****************************************************************
000220 01  SAMP-JRNL-RECORD.
000230     05  SAMP-JRNL-DATE           PIC 9(08).
000240     05  SAMP-JRNL-TIME           PIC 9(08).
000250     05  SAMP-JRNL-PROGRAM        PIC X(08).
000260     05  SAMP-JRNL-FILE           PIC X(08).
000270     05  SAMP-JRNL-OPERATOR       PIC X(08).
000280     05  SAMP-JRNL-ACTION         PIC X(01).
000290         88  SAMP-JRNL-ADDED          VALUE 'A'.
000300         88  SAMP-JRNL-REPLACED       VALUE 'R'.
000310         88  SAMP-JRNL-DELETED        VALUE 'D'.
000320         88  SAMP-JRNL-DEACTIVATED    VALUE 'I'.
000330     05  SAMP-JRNL-KEY            PIC X(28).
000340     05  SAMP-JRNL-BEFORE         PIC X(57).
000350     05  SAMP-JRNL-AFTER          PIC X(57).
000360     05  SAMP-JRNL-CARD           PIC X(80).
