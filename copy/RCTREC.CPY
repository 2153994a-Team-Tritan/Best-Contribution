000010****************************************************************
000020* RCTREC.CPY                                                   *
000030* PURCHASING RECEIPT RECORD - ONE PER RECEIPT AGAINST A        *
000040* REPLEN REQUISITION, RETURNED BY PURCHASING'S SYSTEM AND      *
000050* APPLIED BY THE REPLEN RUN TO ITS OPEN-REQUISITION FILE.      *
000060* RCT-CLOSE-SW "Y" TELLS REPLEN NOTHING MORE IS COMING ON      *
000070* THE ORDER, SO THE REQUISITION CLOSES EVEN IF RECEIVED SHORT. *
000080****************************************************************
000090 01  RCT-RECORD.
000100     05  RCT-ITEM-CODE           PIC X(10).
000110     05  RCT-RECEIPT-DATE        PIC 9(08).
000120     05  RCT-RECEIVED-QTY        PIC 9(07).
000130     05  RCT-CLOSE-SW            PIC X(01).
000140         88  RCT-CLOSE-ORDER                VALUE "Y".
000150     05  RCT-VENDOR-ID           PIC X(08).
000160     05  FILLER                  PIC X(46).
