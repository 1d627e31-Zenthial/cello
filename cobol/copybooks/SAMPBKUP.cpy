000100*****************************************************************
000110* SAMPBKUP - CONTROL-CLUSTER BACKUP RECORD.  CTLUNLD UNLOADS THE
000120* CLUSTERS NOTHING ELSE CAN REBUILD - REQMAST, CALNDR, DISTLST,
000130* OPTIONS AND RUNCTL - INTO ONE GENERATION OF CELLO.SAMPLE.CTLBKUP
000140* EACH NIGHT, AND CTLRSTR RELOADS ONE OR ALL OF THEM FROM IT.
000150*
000160* A GENERATION IS ONE HEADER ROW (WHEN IT WAS TAKEN), THEN EVERY
000170* RECORD OF EACH CLUSTER IN TURN AS A DATA ROW, THEN THE MANIFEST
000180* - ONE ROW PER CLUSTER WITH ITS RECORD COUNT AND HASH AND
000190* WHETHER THE CLUSTER HAD ANYTHING IN IT.  A DATA ROW CARRIES THE
000200* RELATIVE RECORD NUMBER FOR THE RRDS CLUSTERS (OPTIONS, RUNCTL)
000210* AND ZERO FOR THE KSDS ONES, WHOSE KEY IS IN THE RECORD.
000220*
000230* THE HASH IS OVER THE RECORD BYTES: EACH BYTE'S VALUE TIMES ITS
000240* POSITION IN THE 57-BYTE DATA AREA, PLUS THE RELATIVE RECORD
000250* NUMBER, SUMMED OVER THE CLUSTER AND KEPT TO ITS LOW 15 DIGITS,
000260* SO A CHANGED, MOVED OR MISSING RECORD ALL SHOW.
000270*****************************************************************
000280 01  SAMP-BKUP-RECORD.
000290     05  SAMP-BKUP-TYPE           PIC X(01).
000300         88  SAMP-BKUP-HEADER         VALUE 'H'.
000310         88  SAMP-BKUP-DATA-ROW       VALUE 'D'.
000320         88  SAMP-BKUP-MANIFEST       VALUE 'M'.
000330     05  SAMP-BKUP-CLUSTER        PIC X(08).
000340     05  SAMP-BKUP-RELKEY         PIC 9(08).
000350     05  SAMP-BKUP-DATA           PIC X(57).
000360     05  SAMP-BKUP-HDR REDEFINES SAMP-BKUP-DATA.
000370         10  SAMP-BKUP-HDR-DATE   PIC 9(08).
000380         10  SAMP-BKUP-HDR-TIME   PIC 9(08).
000390         10  SAMP-BKUP-HDR-COUNT  PIC 9(02).
000400         10  FILLER               PIC X(39).
000410     05  SAMP-BKUP-MAN REDEFINES SAMP-BKUP-DATA.
000420         10  SAMP-BKUP-MAN-COUNT  PIC 9(09).
000430         10  SAMP-BKUP-MAN-HASH   PIC 9(15).
000440         10  SAMP-BKUP-MAN-STATE  PIC X(08).
000450         10  FILLER               PIC X(25).
