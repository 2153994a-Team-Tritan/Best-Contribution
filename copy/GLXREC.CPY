000060* BOTH FOR THE SAME AMOUNT. AN ITEM WITH NO MAPPING RECORD      *
000070* POSTS BOTH SIDES TO THE SUSPENSE ACCOUNT WITH                 *
000080* GLX-SUSPENSE-SW = "Y" SO FINANCE CAN RECLASSIFY IT.           *
000081* GLX-AMOUNT IS THE QUANTITY; GLX-EXT-VALUE IS THAT QUANTITY    *
000082* EXTENDED AT THE STANDARD UNIT COST IN GLX-UNIT-COST. A        *
000083* REVALUATION PAIR (GLX-ENTRY-TYPE "R") WRITTEN BY VALRPT WHEN  *
000084* A STANDARD COST CHANGES CARRIES NO QUANTITY, ONLY THE VALUE   *
000085* OF THE COST CHANGE ON THE QUANTITY ON HAND.                   *
000086* GLX-FISCAL-PERIOD IS THE FISCAL PERIOD (YYYYPP) OF THE RUN    *
000087* DATE ON THE SHOP CALENDAR, ZERO WHEN THE DATE IS NOT ON IT.   *
000088* A BACKOUT REVERSAL (GLX-ENTRY-TYPE "B") REPEATS A BACKED-OUT  *
000089* RUN'S RECORD WITH DEBIT AND CREDIT EXCHANGED.                 *
000090****************************************************************
000100 01  GLX-RECORD.
000110     05  GLX-RUN-DATE            PIC 9(08).
000180     05  GLX-SUSPENSE-SW         PIC X(01).
000190         88  GLX-SUSPENSE-POSTED            VALUE "Y".
000195     05  GLX-CYCLE-NO            PIC 9(02).
000196     05  GLX-UNIT-COST           PIC 9(05)V9(04).
000197     05  GLX-EXT-VALUE           PIC 9(12)V99.
000198     05  GLX-ENTRY-TYPE          PIC X(01).
000199         88  GLX-REVALUATION                VALUE "R".
000200         88  GLX-BACKOUT-REVERSAL           VALUE "B".
000205     05  GLX-FISCAL-PERIOD       PIC 9(06).
000210     05  FILLER                  PIC X(13).
