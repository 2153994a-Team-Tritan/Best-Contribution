000010****************************************************************
000020* ORJREC.CPY                                                   *
000030* OPEN GL REJECTS RECORD - ONE PER GL EXTRACT LINE FINANCE HAS *
000040* NOT YET POSTED, CARRIED FORWARD BY THE GLACK PROGRAM FROM    *
000050* ONE RUN TO THE NEXT. ORJ-STATUS-CODE "R" IS A LINE THE LOAD  *
000060* REJECTED, "U" A LINE NO ACKNOWLEDGMENT HAS YET COVERED. A    *
000070* LINE LEAVES THE FILE WHEN FINANCE ACKNOWLEDGES IT ACCEPTED   *
000080* (RE-SENT UNDER ITS ORIGINAL BATCH ID) OR WHEN A RESOLUTION   *
000090* CARD CLOSES IT. ORJ-FIRST-OPEN-DATE IS THE DATE OF THE GLACK *
000100* RUN THAT FIRST CARRIED THE LINE.                             *
000110****************************************************************
000120 01  ORJ-RECORD.
000130     05  ORJ-RUN-DATE            PIC 9(08).
000140     05  ORJ-CYCLE-NO            PIC 9(02).
000150     05  ORJ-ITEM-CODE           PIC X(10).
000160     05  ORJ-GL-ACCOUNT          PIC X(08).
000170     05  ORJ-DEBIT-CREDIT-CODE   PIC X(01).
000180     05  ORJ-AMOUNT              PIC 9(07).
000190     05  ORJ-STATUS-CODE         PIC X(01).
000200         88  ORJ-UNACKNOWLEDGED             VALUE "U".
000210         88  ORJ-REJECTED                   VALUE "R".
000220     05  ORJ-REJECT-REASON       PIC X(30).
000230     05  ORJ-FIRST-OPEN-DATE     PIC 9(08).
000240     05  FILLER                  PIC X(05).
