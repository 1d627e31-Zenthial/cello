000100*****************************************************************
000110* SAMPLIDX - INDEXED LOG-FACTORIAL TABLE RECORD, KEYED ON N,
000120* HOLDING LN N! (THE NATURAL LOG OF N FACTORIAL) TO FIFTEEN
000130* DECIMAL PLACES.  THE EXACT TABLE (SAMPFIDX) STOPS AT 28
000140* BECAUSE 29! OVERFLOWS ITS 9(30) VALUE; THE LOGS DO NOT, SO
000150* THIS TABLE CARRIES ON TO 9999 AND LETS BINOM AND HYPGEO WORK
000160* REAL LOT SIZES BY ADDING AND SUBTRACTING LOGS INSTEAD OF
000170* MULTIPLYING AND DIVIDING FACTORIALS.  LFACBLD BUILDS AND
000180* VERIFIES IT EVERY NIGHT IN SAMPJOB.  THE DIFFERENCE OF TWO
000190* ADJACENT ROWS IS LN N ITSELF.
000200*****************************************************************
000210 01  SAMP-LFCIDX-RECORD.
000220     05  SAMP-LFCIDX-KEY          PIC 9(04).
000230     05  SAMP-LFCIDX-VALUE        PIC 9(05)V9(15) COMP-3.
