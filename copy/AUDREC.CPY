000070* DETERMINISTICALLY. DETAIL RECORDS CARRY TYPE "D"; RECORDS     *
000080* WRITTEN BEFORE THE SEED EXISTED HAVE A BLANK TYPE AND         *
000090* CANNOT BE REPLAYED.                                           *
000091* A BACKOUT RECORD (TYPE "B") WRITTEN BY THE BACKOUT PROGRAM    *
000092* MARKS A DRAW WHOSE RUN WAS BACKED OUT; IT REPEATS THE DRAW'S  *
000093* DATE, CYCLE, ITEM AND NUMBERS AND CARRIES THE RUN-ID AND THE  *
000094* DATE OF THE BACKOUT. THE ORIGINAL DRAW IS NEVER DELETED.      *
000095* A WRITE-OFF RECORD (TYPE "W") WRITTEN BY EXCPROC WHEN AN      *
000096* EXCEPTION IS WRITTEN OFF CARRIES THE QUANTITY WRITTEN OFF IN  *
000097* AUD-FIXED-NUMBER AND THE FAILED DRAW IN AUD-RANDOM-NUMBER,    *
000098* WITH A ZERO RESULT; IT IS NOT A DRAW.                         *
000100****************************************************************
000110 01  AUD-RECORD.
000120     05  AUD-RUN-DATE            PIC 9(08).
000180     05  AUD-RECORD-TYPE         PIC X(01).
000190         88  AUD-TYPE-HEADER                VALUE "H".
000200         88  AUD-TYPE-DETAIL                VALUE "D".
000205         88  AUD-TYPE-BACKOUT               VALUE "B".
000207         88  AUD-TYPE-WRITE-OFF             VALUE "W".
000210     05  AUD-RANDOM-SEED         PIC 9(10).
000215     05  AUD-CYCLE-NO            PIC 9(02).
000216     05  AUD-BACKOUT-RUN-ID      PIC X(08).
000217     05  AUD-BACKOUT-DATE        PIC 9(08).
000220     05  FILLER                  PIC X(07).
