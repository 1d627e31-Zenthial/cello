000100*****************************************************************
000110* SAMPSTEP - CYCLE STEP-RESULT RECORD.  EVERY STEP OF THE
000120* NIGHTLY SAMPJOB CYCLE (GATE01, SAMP01, FACTVER, FCMP01,
000130* LFCB01, CMBB01, COMB01, RPTD01) APPENDS ONE ROW AT END OF STEP
000135* SAYING WHAT IT ACTUALLY DID - RETURN CODE, THE CELNNNX
000140* MESSAGE ID OF A FAILURE IF ANY, AND START/END TIMES - SO
000150* THE MORNING CHECK
