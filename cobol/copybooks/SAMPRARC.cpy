000100*****************************************************************
000110* SAMPRARC - REPORT ARCHIVE RECORD.  ONE ROW PER PRINT LINE OF
000120* EVERY REPORT INSTANCE RPTARC CAPTURES, KEYED REPORT ID FIRST,
000130* THEN THE RUN DATE FROM THE REPORT'S OWN 'RUN DATE:' HEADER
000140* (THE DATE THE BUNDLE BANNERS CARRY), THEN THE TIME OF THE
000150* CAPTURE AND THE LINE NUMBER WITHIN THE REPORT - SO A
000160* SEQUENTIAL WALK FROM (REPORT, DATE) COMES OFF THE CLUSTER IN
000170* PRINT ORDER, AND TWO RUNS OF THE SAME REPORT ON ONE DAY (A
000180* SECOND BINJOB SUBMIT) ARE KEPT APART BY THE CAPTURE TIME.
000190* THE LINE IS THE REPORT RECORD AS WRITTEN - BYTE 1 THE ANSI
000200* CARRIAGE CONTROL, BYTES 2-81 THE PRINT LINE - SO A REPRINT
000210* (RPTRPR) HONORS THE ORIGINAL PAGE BREAKS THE SAME WAY RPTDST
000220* DOES.  REPORT IDS ARE THE DD NAMES ON THE DISTRIBUTION LIST:
000230* RPTOUT, TRIRPT, BINRPT, RNGRPT.
000240*****************************************************************
000250 01  SAMP-RARC-RECORD.
000260     05  SAMP-RARC-KEY.
000270         10  SAMP-RARC-REPORT     PIC X(08).
000280         10  SAMP-RARC-RUN-DATE   PIC 9(08).
000290         10  SAMP-RARC-CAPTURE    PIC 9(08).
000300         10  SAMP-RARC-LINE-NO    PIC 9(07).
000310     05  SAMP-RARC-LINE           PIC X(81).
