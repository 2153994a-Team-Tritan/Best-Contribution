000010****************************************************************
000020* PERREC.CPY                                                   *
000030* ACCOUNTING PERIOD CONTROL RECORD - ONE PER FISCAL PERIOD     *
000035* (YYYYPP, FROM THE 4-4-5 SHOP CALENDAR ON CALREC),            *
000040* KEYED BY PERIOD, MAINTAINED BY THE GLCLOSE MONTH-END CLOSE.  *
000050* A PERIOD MARKED CLOSED CANNOT BE POSTED AGAIN, AND A GL      *
000060* EXTRACT RECORD DATED INTO A CLOSED PERIOD IS FLAGGED ON THE  *
