000210* AN ADJUSTMENT QUANTITY ABOVE IT MUST CARRY A SECOND           *
000220* APPROVER. BLANK OR ZERO MEANS EVERY ADJUSTMENT NEEDS ONE      *
000230* UNTIL OPERATIONS SETS A TOLERANCE.                            *
000240* PARM-EXC-AGE-LIMIT IS THE AGE IN BUSINESS DAYS AT WHICH THE   *
000250* EXCAGE REPORT ESCALATES AN OPEN EXCEPTION; BLANK OR ZERO      *
000260* DEFAULTS TO 8 DAYS.                                           *
000261* THE CARD IS WRITTEN BY THE PARMMNT MAINTENANCE RUN FROM       *
000262* EDITED CHANGE TRANSACTIONS ONLY; EVERY FIELD IT CHANGES IS    *
000263* LOGGED ON THE PARAMETER HISTORY FILE (PRHREC).                *
000270****************************************************************
000280 01  PARM-RECORD.
000290     05  PARM-DEFAULT-FIXED-NUM    PIC 9(04).
