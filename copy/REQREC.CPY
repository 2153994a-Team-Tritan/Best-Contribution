000010****************************************************************
000020* REQREC.CPY                                                   *
000030* PURCHASE REQUISITION RECORD - ONE PER ITEM THE REPLEN RUN    *
000040* SUGGESTS ORDERING, SENT TO PURCHASING'S SYSTEM. THE FILE IS  *
000050* BRACKETED BY A HEADER/TRAILER CONTROL SEGMENT (CTLREC.CPY)   *
000060* WHOSE TRAILER HASH IS REQ-ORDER-QTY SUMMED. REQ-NEED-DATE IS *
000070* THE REQUISITION DATE PLUS THE ITEM'S LEAD TIME IN DAYS.      *
000080****************************************************************
000090 01  REQ-RECORD.
000100     05  REQ-REQUISITION-DATE    PIC 9(08).
000110     05  REQ-ITEM-CODE           PIC X(10).
000120     05  REQ-VENDOR-ID           PIC X(08).
000130     05  REQ-ORDER-QTY           PIC 9(07).
000140     05  REQ-NEED-DATE           PIC 9(08).
000150     05  REQ-ON-HAND-QTY         PIC 9(07).
000160     05  REQ-REORDER-POINT       PIC 9(07).
000170     05  REQ-DAYS-OF-SUPPLY      PIC 9(04).
000180     05  REQ-COST-CENTER         PIC X(06).
000190     05  FILLER                  PIC X(15).
