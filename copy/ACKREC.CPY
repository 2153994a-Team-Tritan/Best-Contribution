000010****************************************************************
000020* ACKREC.CPY                                                   *
000030* GL LOAD ACKNOWLEDGMENT RECORD - RETURNED BY FINANCE'S LOAD,  *
000040* ONE PER GL EXTRACT LINE IT READ. THE BATCH ID IS THE RUN     *
000050* DATE AND CYCLE FROM THE HEADER OF THE EXTRACT SEGMENT THE    *
000060* LINE CAME IN; A LINE RE-SENT AFTER A REJECT IS ACKNOWLEDGED  *
000070* UNDER ITS ORIGINAL BATCH ID. ACK-STATUS-CODE "A" MEANS THE   *
000080* LINE POSTED, "R" THAT THE LOAD REJECTED IT FOR THE REASON    *
000090* GIVEN (A CLOSED ACCOUNT, AN INVALID OFFSET ACCOUNT AND THE   *
000100* LIKE). MATCHED TO THE EXTRACT BY THE GLACK PROGRAM.          *
000110****************************************************************
000120 01  ACK-RECORD.
000130     05  ACK-BATCH-ID.
000140         10  ACK-BATCH-DATE      PIC 9(08).
000150         10  ACK-BATCH-CYCLE     PIC 9(02).
000160     05  ACK-ITEM-CODE           PIC X(10).
000170     05  ACK-GL-ACCOUNT          PIC X(08).
000180     05  ACK-DEBIT-CREDIT-CODE   PIC X(01).
000190         88  ACK-DEBIT                      VALUE "D".
000200         88  ACK-CREDIT                     VALUE "C".
000210     05  ACK-AMOUNT              PIC 9(07).
000220     05  ACK-STATUS-CODE         PIC X(01).
000230         88  ACK-ACCEPTED                   VALUE "A".
000240         88  ACK-REJECTED                   VALUE "R".
000250     05  ACK-REJECT-REASON       PIC X(30).
000260     05  FILLER                  PIC X(13).
