000050* MONTH'S GL EXTRACT RECORDS. CARRIES THE PERIOD'S TOTAL       *
000060* DEBITS AND TOTAL CREDITS FOR THE ACCOUNT; THE CLOSE PROVES   *
000070* THE SUMMARY DEBITS EQUAL THE SUMMARY CREDITS BEFORE THE      *
000080* JOURNAL IS RELEASED TO ACCOUNTING. THE AMOUNT FIELDS ARE     *
000081* QUANTITIES; THE VALUE FIELDS ARE THE SAME ENTRIES EXTENDED   *
000082* AT STANDARD COST, PLUS ANY REVALUATIONS, IN DOLLARS.         *
000084* JRN-PERIOD IS THE FISCAL PERIOD (YYYYPP) OF THE SHOP         *
000086* CALENDAR.                                                    *
000090****************************************************************
000100 01  JRN-RECORD.
000110     05  JRN-PERIOD              PIC 9(06).
000120     05  JRN-GL-ACCOUNT          PIC X(08).
000130     05  JRN-DEBIT-AMOUNT        PIC 9(11).
000140     05  JRN-CREDIT-AMOUNT       PIC 9(11).
000142     05  JRN-DEBIT-VALUE         PIC 9(13)V99.
000144     05  JRN-CREDIT-VALUE        PIC 9(13)V99.
000150     05  FILLER                  PIC X(14).
