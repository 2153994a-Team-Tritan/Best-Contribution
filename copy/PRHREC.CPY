000010****************************************************************
000020* PRHREC.CPY                                                   *
000030* PARAMETER HISTORY RECORD - ONE PER FIELD CHANGED ON A RUN    *
000040* PARAMETER CARD, APPENDED BY THE PARMMNT MAINTENANCE RUN      *
000050* WHEN THE CHANGE IS ACCEPTED. PRH-RUN-ID IS THE STREAM'S      *
000060* RUN-ID AFTER THE CHANGE (BLANK IS RECORDED AS RANDSUB1); A   *
000070* RUN-ID CHANGE IS ITSELF LOGGED UNDER THE NEW RUN-ID WITH     *
000080* THE OLD ONE AS ITS OLD VALUE, SO THE CHAIN CAN BE FOLLOWED   *
000090* BACK. NUMERIC FIELDS ARE CARRIED AS TEN ZERO-FILLED DIGITS,  *
000100* ALPHANUMERIC FIELDS LEFT-JUSTIFIED. THE SETTINGS IN FORCE ON *
000110* A GIVEN DATE ARE THE CURRENT CARD WITH EVERY CHANGE          *
000120* EFFECTIVE AFTER THAT DATE TAKEN BACK TO ITS OLD VALUE.       *
000130****************************************************************
000140 01  PRH-RECORD.
000150     05  PRH-RUN-ID              PIC X(08).
000160     05  PRH-EFFECTIVE-DATE      PIC 9(08).
000170     05  PRH-FIELD-NAME          PIC X(10).
000180     05  PRH-OLD-VALUE           PIC X(10).
000190     05  PRH-NEW-VALUE           PIC X(10).
000200     05  PRH-OPERATOR-ID         PIC X(08).
000210     05  PRH-CHANGE-DATE         PIC 9(08).
000220     05  PRH-CHANGE-TIME         PIC 9(08).
000230     05  PRH-ACTION-CODE         PIC X(01).
000240     05  FILLER                  PIC X(09).
