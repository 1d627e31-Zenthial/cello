000100*****************************************************************
000110* SAMPRSTA - CONTROL-CLUSTER RESTORE AUDIT ROW.  CTLRSTR APPENDS
000120* ONE ROW PER CLUSTER IT RELOADS (CELLO.SAMPLE.RSTAUDIT) - WHO
000130* RESTORED IT AND WHEN, WHICH BACKUP GENERATION IT CAME FROM (AS
000140* NAMED ON THE PARM, AND THE DATE AND TIME THE BACKUP WAS TAKEN),
000150* THE MANIFEST'S COUNT AND HASH, WHAT THE CLUSTER HELD WHEN READ
000160* BACK AFTER THE RELOAD, AND WHETHER THE TWO AGREED.  A RESTORE
000170* REFUSED BECAUSE THE GENERATION DID NOT MATCH ITS OWN MANIFEST IS
000180* LOGGED TOO (RESULT REFUSED, LOAD COUNT AND HASH AS FOUND ON THE
000190* BACKUP) - NOTHING WAS RELOADED.  A RESTORE THAT FAILS PART WAY
000191* THROUGH THE RELOAD LOGS RESULT FAILED FOR EVERY CLUSTER ASKED
000192* FOR THAT HAS NO VERIFIED OR MISMATCH ROW YET, WITH WHATEVER WAS
000193* READ BACK BY THEN AS THE LOAD COUNT AND HASH.
000200*****************************************************************
000210 01  SAMP-RSTA-RECORD.
000220     05  SAMP-RSTA-DATE           PIC 9(08).
000230     05  SAMP-RSTA-TIME           PIC 9(08).
000240     05  SAMP-RSTA-USER           PIC X(08).
000250     05  SAMP-RSTA-CLUSTER        PIC X(08).
000260     05  SAMP-RSTA-GENERATION     PIC X(08).
000270     05  SAMP-RSTA-BKUP-DATE      PIC 9(08).
000280     05  SAMP-RSTA-BKUP-TIME      PIC 9(08).
000290     05  SAMP-RSTA-EXP-COUNT      PIC 9(09).
000300     05  SAMP-RSTA-EXP-HASH       PIC 9(15).
000310     05  SAMP-RSTA-LOAD-COUNT     PIC 9(09).
000320     05  SAMP-RSTA-LOAD-HASH      PIC 9(15).
000330     05  SAMP-RSTA-RESULT         PIC X(08).
000340         88  SAMP-RSTA-VERIFIED       VALUE 'VERIFIED'.
000350         88  SAMP-RSTA-MISMATCH       VALUE 'MISMATCH'.
000360         88  SAMP-RSTA-REFUSED        VALUE 'REFUSED'.
000370         88  SAMP-RSTA-FAILED         VALUE 'FAILED'.
