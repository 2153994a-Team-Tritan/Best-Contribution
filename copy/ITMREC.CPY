000040* MAINTAINED BY THE ITEMMNT BATCH PROGRAM. RANDOM-SUBTRACTION  *
000050* REJECTS BALANCE RECORDS WHOSE ITEM IS MISSING, SUSPENDED,    *
000060* OR DEACTIVATED, AND PRINTS ITM-DESCRIPTION ON THE DAILY      *
000070* RESULT REPORT. THE REORDER POINT, REORDER QUANTITY, LEAD     *
000071* TIME, AND PREFERRED VENDOR DRIVE THE REPLEN SUGGESTED-ORDER  *
000072* RUN; A RECORD WRITTEN BEFORE THOSE FIELDS EXISTED CARRIES    *
000073* SPACES THERE AND IS NOT PLANNED FOR REPLENISHMENT.           *
000074* ITM-COUNT-CYCLE-DAYS IS HOW OFTEN THE WAREHOUSE MUST COUNT   *
000075* THE ITEM BY HAND; CNTRECON LISTS AN ITEM NOT COUNTED WITHIN  *
000076* ITS CYCLE. ZERO OR SPACES MEANS THE ITEM IS NOT CYCLE        *
000077* COUNTED.                                                     *
000080****************************************************************
000090 01  ITM-RECORD.
000100     05  ITM-KEY.
000150         88  ITM-SUSPENDED                  VALUE "S".
000160         88  ITM-DEACTIVATED                VALUE "D".
000170     05  ITM-COST-CENTER         PIC X(06).
000180     05  ITM-REORDER-POINT       PIC 9(07).
000190     05  ITM-REORDER-QTY         PIC 9(07).
000200     05  ITM-LEAD-TIME-DAYS      PIC 9(03).
000210     05  ITM-PREF-VENDOR         PIC X(08).
000215     05  ITM-COUNT-CYCLE-DAYS    PIC 9(03).
000220     05  FILLER                  PIC X(05).
