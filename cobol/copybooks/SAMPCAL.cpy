000150* DATE UNLESS THE OVERRIDE BYTE IS SET, AND AUDRPT CHECKS ITS
000160* MISSED-NIGHT FLAGS AGAINST THE CALENDAR INSTEAD OF FLAGGING
000170* EVERY HOLIDAY WEEKEND AS A MISS.  MAINTAINED BY CALMNT.
000172* RUNGATE AND SAMPLE ALSO READ IT TO DECIDE WHETHER A CYCLE
000174* LEFT INTERRUPTED IS RECENT ENOUGH TO RESUME.
000180*****************************************************************
000190 01  SAMP-CAL-RECORD.
000200     05  SAMP-CAL-DATE            PIC 9(08).
