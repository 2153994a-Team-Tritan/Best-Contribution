000010****************************************************************
000020* ORQREC.CPY                                                   *
000030* OPEN REQUISITION RECORD - ONE PER ITEM WITH A REQUISITION    *
000040* STILL OUTSTANDING WITH PURCHASING, KEYED BY ITEM CODE. THE   *
000050* REPLEN RUN WRITES ONE WHEN IT REQUISITIONS AN ITEM AND WILL  *
000060* NOT REQUISITION THAT ITEM AGAIN WHILE IT STANDS. PURCHASING  *
000070* RECEIPTS ADD TO ORQ-RECEIVED-QTY; THE RECORD IS DELETED      *
000080* ONCE THE ORDER IS RECEIVED IN FULL OR PURCHASING CLOSES IT   *
000090* SHORT.                                                       *
000100****************************************************************
000110 01  ORQ-RECORD.
000120     05  ORQ-KEY.
000130         10  ORQ-ITEM-CODE       PIC X(10).
000140     05  ORQ-REQUISITION-DATE    PIC 9(08).
000150     05  ORQ-VENDOR-ID           PIC X(08).
000160     05  ORQ-ORDER-QTY           PIC 9(07).
000170     05  ORQ-RECEIVED-QTY        PIC 9(07).
000180     05  ORQ-LAST-RECEIPT-DATE   PIC 9(08).
000190     05  FILLER                  PIC X(32).
