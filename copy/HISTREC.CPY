000010****************************************************************
000020* HISTREC.CPY                                                  *
000030* RESULT HISTORY RECORD - ACCUMULATED DAILY, READ BY STATRPT    *
000035* HIST-FISCAL-PERIOD IS THE FISCAL PERIOD (YYYYPP) OF THE RUN   *
000036* DATE ON THE SHOP CALENDAR, ZERO WHEN THE DATE IS NOT ON IT.   *
000040****************************************************************
000050 01  HIST-RECORD.
000060     05  HIST-RUN-DATE           PIC 9(08).
000065     05  HIST-CYCLE-NO           PIC 9(02).
000070     05  HIST-ITEM-CODE          PIC X(10).
000080     05  HIST-RESULT             PIC 9(07).
000085     05  HIST-FISCAL-PERIOD      PIC 9(06).
000090     05  FILLER                  PIC X(47).
