000100*****************************************************************
000110* SAMPTIOT - THE SYSTEM CONTROL BLOCKS THAT NAME THE RUNNING JOB
000120* AND STEP, FOR THE OPERATOR MESSAGE LOG.  PSATOLD IN THE
000130* PREFIXED SAVE AREA (ADDRESS ZERO) POINTS AT THE CURRENT TCB,
000140* THE TCB'S TCBTIO POINTS AT THE TASK I/O TABLE, AND THE TIOT
000150* OPENS WITH THE JOB NAME AND THE STEP NAME.  COPIED INTO THE
000160* LINKAGE SECTION; NOTHING HERE IS EVER WRITTEN TO.
000170*****************************************************************
000180 01  SAMP-TIOT-PSA.
000190     05  FILLER                   PIC X(540).
000200     05  SAMP-TIOT-PSATOLD        USAGE POINTER.
000210
000220 01  SAMP-TIOT-TCB.
000230     05  FILLER                   PIC X(12).
000240     05  SAMP-TIOT-TCBTIO         USAGE POINTER.
000250
000260 01  SAMP-TIOT-TIOT.
000270     05  SAMP-TIOT-JOB-NAME       PIC X(08).
000280     05  SAMP-TIOT-STEP-NAME      PIC X(08).
