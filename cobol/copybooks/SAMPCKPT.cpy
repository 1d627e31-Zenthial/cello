000110* SAMPCKPT - RESTART/CHECKPOINT RECORD.  HOLDS THE LAST ROW
000120* COMPLETED AND ITS FACTORIAL SO A RESTART CAN RESUME WITHOUT
000130* RECOMPUTING THE TABLE FROM 0!.  ALSO CARRIES THE REPORT'S
000140* PAGE/LINE POSITION AND THE RUNNING ROW COUNT AT THE LAST
000150* CHECKPOINT.  A RESUMED RUN NOW RE-CUTS THE REPORT FROM ROW 0
000160* (COPYING THE BUILT ROWS BACK OFF FACTIDX), SO THESE THREE ARE
000162* FOR CTLUTIL'S DISPLAY ONLY.
000170*****************************************************************
000180 01  SAMP-CKPT-RECORD.
000190     05  SAMP-CKPT-N               PIC 9(02).
