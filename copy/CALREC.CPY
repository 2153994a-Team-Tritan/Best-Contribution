000010****************************************************************
000020* CALREC.CPY                                                   *
000030* SHOP BUSINESS CALENDAR RECORD - ONE PER CALENDAR DATE, KEYED *
000040* BY DATE, MAINTAINED BY THE CALMNT BATCH PROGRAM. CALMNT      *
000050* GENERATES A FISCAL YEAR AT A TIME ON THE 4-4-5 PATTERN       *
000060* (PERIODS OF FOUR, FOUR AND FIVE WEEKS IN EACH QUARTER, THE   *
000070* 53RD WEEK OF A LONG YEAR FALLING IN PERIOD 12) WITH MONDAY   *
000080* THROUGH FRIDAY AS BUSINESS DAYS, THEN MARKS HOLIDAYS AND     *
000090* PLANT SHUTDOWNS NON-BUSINESS (OR A WORKED WEEKEND DAY        *
000100* BUSINESS) ON REQUEST. CAL-FISCAL-PERIOD IS FISCAL YEAR AND   *
000110* PERIOD (YYYYPP). CAL-BUSINESS-DAY-NO IS THE RUNNING COUNT OF *
000120* BUSINESS DAYS ON FILE THROUGH THIS DATE, RENUMBERED BY       *
000130* CALMNT AFTER EVERY CHANGE, SO THE BUSINESS DAYS BETWEEN TWO  *
000140* DATES ARE THE DIFFERENCE OF THEIR NUMBERS. A NON-BUSINESS    *
000150* DATE CARRIES THE NUMBER OF THE BUSINESS DAY BEFORE IT.       *
000160****************************************************************
000170 01  CAL-RECORD.
000180     05  CAL-KEY.
000190         10  CAL-DATE            PIC 9(08).
000200     05  CAL-BUSINESS-DAY-SW     PIC X(01).
000210         88  CAL-BUSINESS-DAY               VALUE "Y".
000220         88  CAL-NON-BUSINESS-DAY           VALUE "N".
000230     05  CAL-DAY-OF-WEEK         PIC 9(01).
000240         88  CAL-WEEKEND                    VALUE 6 7.
000250     05  CAL-FISCAL-PERIOD       PIC 9(06).
000260     05  CAL-FISCAL-PERIOD-X REDEFINES CAL-FISCAL-PERIOD.
000270         10  CAL-FISCAL-YEAR     PIC 9(04).
000280         10  CAL-FISCAL-PERIOD-NO PIC 9(02).
000290     05  CAL-FISCAL-WEEK         PIC 9(02).
000300     05  CAL-BUSINESS-DAY-NO     PIC 9(07).
000310     05  CAL-DAY-DESC            PIC X(20).
000320     05  CAL-CHANGED-DATE        PIC 9(08).
000330     05  CAL-CHANGED-BY          PIC X(08).
000340     05  FILLER                  PIC X(19).
