000010****************************************************************
000020* STDREC.CPY                                                   *
000030* STANDARD COST RECORD - ONE PER ITEM CODE, KEYED BY ITEM      *
000040* CODE, MAINTAINED BY THE STDMNT BATCH PROGRAM. STD-UNIT-COST  *
000050* APPLIES FROM STD-EFFECTIVE-DATE ONWARD; A RUN DATED BEFORE   *
000060* THAT DATE STILL VALUES THE ITEM AT STD-PRIOR-UNIT-COST.      *
000070* RANDOM-SUBTRACTION AND EXCPROC EXTEND EACH GL EXTRACT        *
000080* QUANTITY AT THE COST IN FORCE. A COST CHANGE LEAVES          *
000090* STD-REVAL-PENDING SET UNTIL THE VALRPT VALUATION RUN HAS     *
000100* POSTED THE REVALUATION OF THE QUANTITY ON HAND FROM THE      *
000110* PRIOR COST TO THE NEW ONE; A SECOND CHANGE BEFORE THAT       *
000120* KEEPS THE PRIOR COST THE BOOKS ARE STILL CARRIED AT.         *
000130****************************************************************
000140 01  STD-RECORD.
000150     05  STD-KEY.
000160         10  STD-ITEM-CODE       PIC X(10).
000170     05  STD-UNIT-COST           PIC 9(05)V9(04).
000180     05  STD-EFFECTIVE-DATE      PIC 9(08).
000190     05  STD-PRIOR-UNIT-COST     PIC 9(05)V9(04).
000200     05  STD-REVAL-STATUS        PIC X(01).
000210         88  STD-REVAL-PENDING              VALUE "P".
000220         88  STD-REVAL-POSTED               VALUE "D".
000230     05  STD-REVAL-DATE          PIC 9(08).
000240     05  STD-LAST-MAINT-DATE     PIC 9(08).
000250     05  FILLER                  PIC X(27).
