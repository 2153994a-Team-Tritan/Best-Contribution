000010****************************************************************
000020* CSTREC.CPY                                                   *
000030* COUNT STATUS RECORD - ONE PER ITEM EVER COUNTED, KEYED BY    *
000040* ITEM CODE, WRITTEN AND UPDATED ONLY BY CNTRECON. HOLDS THE   *
000050* LAST PHYSICAL COUNT RECONCILED SO THE NEXT RUN CAN TELL      *
000060* WHICH ITEMS ARE DUE FOR A COUNT UNDER ITM-COUNT-CYCLE-DAYS,  *
000070* AND SO A COUNT SHEET OLDER THAN THE LAST COUNT, OR KEYED     *
000080* TWICE, IS NOT RECONCILED AGAIN.                              *
000090****************************************************************
000100 01  CST-RECORD.
000110     05  CST-KEY.
000120         10  CST-ITEM-CODE       PIC X(10).
000130     05  CST-LAST-COUNT-DATE     PIC 9(08).
000140     05  CST-LAST-COUNTED-QTY    PIC 9(07).
000150     05  CST-LAST-SYSTEM-QTY     PIC 9(07).
000160     05  CST-LAST-COUNTER-ID     PIC X(08).
000170     05  CST-LAST-RECON-DATE     PIC 9(08).
000180     05  FILLER                  PIC X(32).
