000010****************************************************************
000020* CNTREC.CPY                                                   *
000030* PHYSICAL COUNT ENTRY RECORD - ONE PER ITEM COUNTED BY HAND,  *
000040* KEYED FROM THE WAREHOUSE COUNT SHEETS. CNT-COUNT-DATE IS THE *
000050* DAY THE SHELF WAS COUNTED; CNTRECON COMPARES CNT-COUNTED-QTY *
000060* WITH THE LAST CYCLE'S RESULT FOR THAT DATE. CNT-COUNTER-ID   *
000070* NAMES THE PERSON WHO COUNTED.                                *
000080****************************************************************
000090 01  CNT-RECORD.
000100     05  CNT-ITEM-CODE           PIC X(10).
000110     05  CNT-COUNT-DATE          PIC 9(08).
000120     05  CNT-COUNTED-QTY         PIC 9(07).
000130     05  CNT-COUNTER-ID          PIC X(08).
000140     05  FILLER                  PIC X(47).
