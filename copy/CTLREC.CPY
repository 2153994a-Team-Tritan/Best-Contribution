000100* THAN ONE STEP APPENDS TO IT; CONSUMING PROGRAMS VERIFY       *
000110* EVERY SEGMENT AND END WITH A HOLDING RETURN CODE ON A        *
000120* SHORT, STALE, OR UNTERMINATED FILE.                          *
000121* RANDOM-SUBTRACTION, EXCPROC AND BACKOUT ALSO STAMP THEIR OWN *
000122* PROGRAM NAME, SINCE EXCPROC AND BACKOUT APPEND UNDER THE     *
000123* SAME DATE, CYCLE AND RUN-ID AS THE STREAM'S OWN SEGMENT;     *
000124* OTHER STEPS, AND SEGMENTS WRITTEN BEFORE THE STAMP EXISTED,  *
000125* CARRY SPACES.                                                *
000130****************************************************************
000140 01  CTL-RECORD.
000150     05  CTL-RECORD-ID           PIC X(08).
000200     05  CTL-RUN-ID              PIC X(08).
000210     05  CTL-RECORD-COUNT        PIC 9(08).
000220     05  CTL-HASH-TOTAL          PIC 9(12).
000225     05  CTL-PROGRAM-ID          PIC X(08).
000226         88  CTL-FROM-RANDSUB               VALUE "RANDSUB".
000227         88  CTL-FROM-EXCPROC               VALUE "EXCPROC".
000228         88  CTL-FROM-BACKOUT               VALUE "BACKOUT".
000230     05  FILLER                  PIC X(26).
