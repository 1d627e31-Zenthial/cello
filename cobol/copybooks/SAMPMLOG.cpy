000100*****************************************************************
000110* SAMPMLOG - OPERATOR MESSAGE LOG RECORD.  EVERY CELNNNX MESSAGE
000120* ISSUED THROUGH A PROGRAM'S 9800-ISSUE-MESSAGE PARAGRAPH IS
000130* ALSO APPENDED HERE (CELLO.SAMPLE.MSGLOG, DD MSGLOG) - WHEN IT
000140* WAS ISSUED, BY WHICH JOB, STEP AND PROGRAM, THE MESSAGE ID AND
000150* ITS SEVERITY, THE CATALOG TEXT, AND THE VARIABLE DATA (A FILE
000160* STATUS, A KEY) - SO EVERY MESSAGE A STEP ISSUED SURVIVES THE
000170* SYSOUT, NOT JUST THE LAST ID THE STEP AND AUDIT ROWS KEEP.
000180* MSGRPT COUNTS AND TRENDS THE LOG.
000190*****************************************************************
000200 01  SAMP-MLOG-RECORD.
000210     05  SAMP-MLOG-DATE           PIC 9(08).
000220     05  SAMP-MLOG-TIME           PIC 9(08).
000230     05  SAMP-MLOG-JOB            PIC X(08).
000240     05  SAMP-MLOG-STEP           PIC X(08).
000250     05  SAMP-MLOG-PROGRAM        PIC X(08).
000260     05  SAMP-MLOG-MSGID          PIC X(07).
000270     05  SAMP-MLOG-SEVERITY       PIC X(01).
000280         88  SAMP-MLOG-SEVERE            VALUE 'S'.
000290         88  SAMP-MLOG-ERROR             VALUE 'E'.
000300         88  SAMP-MLOG-INFO              VALUE 'I'.
000310     05  SAMP-MLOG-TEXT           PIC X(33).
000320     05  SAMP-MLOG-DATA           PIC X(10).
