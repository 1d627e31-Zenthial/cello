000352* 09/02/2026  RH   RPTD01 (THE REPORT-BUNDLING STEP) ADDED TO
000354*                  THE EXPECTED CHAIN SO THE PAGE COVERS THE
000356*                  DISTRIBUTION TOO.
000357* 10/15/2026  RH   LFCB01 (THE LOG-FACTORIAL BUILD AND VERIFY)
000358*                  ADDED TO THE EXPECTED CHAIN.
000360*****************************************************************
000370
000380 ENVIRONMENT DIVISION.
001120     05  FILLER                PIC X(08) VALUE 'SAMP01'.
001130     05  FILLER                PIC X(08) VALUE 'FACTVER'.
001140     05  FILLER                PIC X(08) VALUE 'FCMP01'.
001145     05  FILLER                PIC X(08) VALUE 'LFCB01'.
001150     05  FILLER                PIC X(08) VALUE 'CMBB01'.
001160     05  FILLER                PIC X(08) VALUE 'COMB01'.
001162     05  FILLER                PIC X(08) VALUE 'RPTD01'.
001170 01  CYCS-STEP-LIST-R REDEFINES CYCS-STEP-LIST.
001180     05  CYCS-EXP-STEP         OCCURS 8 TIMES
001190                               PIC X(08).
001200
001210 01  CYCS-STEP-LABELS.
001230     05  FILLER                PIC X(14) VALUE 'TABLE BUILD'.
001240     05  FILLER                PIC X(14) VALUE 'TABLE VERIFY'.
001250     05  FILLER                PIC X(14) VALUE 'DELTA COMPARE'.
001255     05  FILLER                PIC X(14) VALUE 'LOG-FACT BUILD'.
001260     05  FILLER                PIC X(14) VALUE 'CMBIDX BUILD'.
001270     05  FILLER                PIC X(14) VALUE 'COMBO LOOKUP'.
001272     05  FILLER                PIC X(14) VALUE 'DISTRIBUTION'.
001280 01  CYCS-STEP-LABELS-R REDEFINES CYCS-STEP-LABELS.
001290     05  CYCS-EXP-LABEL        OCCURS 8 TIMES
001300                               PIC X(14).
001310
001320   77 CYCS-EXP-SUB           PIC 9(03) COMP VALUE ZERO.
003740         AFTER ADVANCING 1 LINE.
003750     PERFORM 5200-ONE-VERDICT THRU 5200-EXIT
003760         VARYING CYCS-EXP-SUB FROM 1 BY 1
003770         UNTIL CYCS-EXP-SUB > 8.
003780
003790     IF CYCS-CHAIN-STOPPED
003800         WRITE CYCRPT-RECORD FROM CYCS-RPT-STOP-LINE
