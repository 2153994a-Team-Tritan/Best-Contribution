000060* DATE-COMPILED.                                                *
000070*                                                                *
000080* REMARKS.                                                      *
000090*     BUILDS THE NEXT BUSINESS DAY'S DAILY BALANCE FILE FROM    *
000100*     THE DAY'S RESULT HISTORY WRITTEN BY RANDOM-SUBTRACTION.   *
000110*     READS THE HISTORY RECORDS FOR THE CARRY DATE, APPLIES     *
000120*     RECEIPT AND CORRECTION ADJUSTMENTS KEYED BY ITEM CODE,    *
000130*     AND WRITES THE BALANCE RECORDS WITH A PRINTED             *
000140*     CARRY-FORWARD REGISTER SHOWING OLD RESULT, ADJUSTMENTS,   *
000150*     AND NEW START QUANTITY PER ITEM. THE CARRY DATE COMES     *
000160*     FROM AN OPTIONAL CONTROL CARD AND DEFAULTS TO THE RUN     *
000170*     DATE; THE BUSINESS DAY THE FILE IS BUILT FOR IS THE       *
000180*     FIRST ONE AFTER IT ON THE SHOP CALENDAR. A CARRY DATE     *
000190*     THAT IS NOT A BUSINESS DAY STOPS THE RUN WITH RETURN      *
000200*     CODE 4 AND NO OUTPUT UNLESS AN OVERRIDE CARD AUTHORIZES   *
000210*     IT. OTHERWISE ENDS WITH RETURN CODE 0 WHEN EVERY ITEM     *
000220*     CARRIED CLEANLY, 4 WHEN ANY ITEM WAS CLAMPED AT A         *
000230*     QUANTITY LIMIT OR CREATED BY AN ADJUSTMENT ALONE, SO      *
000240*     OPERATIONS REVIEWS THE REGISTER.                          *
000250*                                                                *
000260* MODIFICATION HISTORY.                                         *
000270*     07/27/2026  DLO  ORIGINAL PROGRAM.                        *
000280*     08/11/2026  DLO  WITH MULTIPLE PROCESSING CYCLES PER     *
000290*                      DAY, THE LATER CYCLE'S HISTORY RECORD   *
000300*                      FOR AN ITEM REPLACES THE EARLIER ONE,   *
000310*                      SO THE DAY'S LAST CYCLE DRIVES THE      *
000320*                      CARRIED QUANTITY.                       *
000330*     08/21/2026  DLO  WIDEN THE CARRIED QUANTITIES TO SEVEN  *
000340*                      DIGITS WITH THE SHOP-WIDE QUANTITY     *
000350*                      FIELD EXPANSION; THE UPPER CLAMP MOVES *
000360*                      FROM 9999 TO 9999999.                  *
000370*     08/25/2026  DLO  VERIFY THE HEADER/TRAILER CONTROL      *
000380*                      RECORDS ON THE HISTORY FILE, HOLDING   *
000390*                      THE RUN WITH RETURN CODE 8 ON A SHORT  *
000400*                      OR UNTERMINATED FILE, AND BRACKET THE  *
000410*                      BALANCE OUTPUT WITH ITS OWN CONTROL    *
000420*                      RECORDS FOR RANDOM-SUBTRACTION.        *
000430*     08/27/2026  DLO  WRITE A START AND AN END RECORD TO THE    *
000440*                      SHARED RUN-STATUS FILE FOR THE STATBRD    *
000450*                      DAILY OPERATIONS STATUS BOARD.            *
000460*     09/02/2026  DLO  ROUTE THE TABLE-FULL ABEND THROUGH THE    *
000470*                      COMMON ABEND EXIT SO THE RUN-STATUS END   *
000480*                      RECORD IS STILL WRITTEN.                  *
000490*     10/06/2026  DLO  BUILD THE BALANCE FILE FOR THE NEXT       *
000500*                      BUSINESS DAY ON THE NEW SHOP CALENDAR,    *
000510*                      STAMPING THAT DATE ON ITS CONTROL         *
000520*                      RECORDS AND THE REGISTER HEADING, AND     *
000530*                      STOP WITH A WARNING ON A NON-BUSINESS     *
000540*                      CARRY DATE UNLESS AN OVERRIDE CARD        *
000550*                      AUTHORIZES THE RUN.                       *
000560****************************************************************
000570 IDENTIFICATION DIVISION.
000580 PROGRAM-ID.    CARRYFWD.
000590 AUTHOR.        D. L. OKAFOR.
000600 INSTALLATION.  INVENTORY CONTROL SYSTEMS.
000610 DATE-WRITTEN.  07/27/2026.
000620 DATE-COMPILED.
000630
000640 ENVIRONMENT DIVISION.
000650 CONFIGURATION SECTION.
000660 SOURCE-COMPUTER.   IBM-370.
000670 OBJECT-COMPUTER.   IBM-370.
000680 SPECIAL-NAMES.
000690     C01 IS TOP-OF-PAGE.
000700
000710 INPUT-OUTPUT SECTION.
000720 FILE-CONTROL.
000730*    ACCUMULATED RESULT HISTORY WRITTEN BY RANDOM-SUBTRACTION
000740     SELECT HISTORY-FILE
000750         ASSIGN TO HISTIN
000760         ORGANIZATION IS SEQUENTIAL
000770         FILE STATUS IS WS-HIST-FILE-STATUS.
000780
000790*    RECEIPTS AND MANUAL CORRECTIONS, KEYED BY ITEM CODE -
000800*    OPTIONAL SO A DAY WITH NOTHING TO ADJUST NEEDS NO DECK
000810     SELECT OPTIONAL ADJUSTMENT-FILE
000820         ASSIGN TO ADJIN
000830         ORGANIZATION IS SEQUENTIAL
000840         FILE STATUS IS WS-ADJ-FILE-STATUS.
000850
000860*    CARRY-DATE CONTROL CARD - OPTIONAL, DEFAULTS TO RUN DATE
000870     SELECT OPTIONAL CONTROL-CARD-FILE
000880         ASSIGN TO CFCARD
000890         ORGANIZATION IS SEQUENTIAL
000900         FILE STATUS IS WS-CRD-FILE-STATUS.
000910
000920*    SHOP BUSINESS CALENDAR, KEYED BY DATE, MAINTAINED BY CALMNT
000930     SELECT CALENDAR-FILE
000940         ASSIGN TO CALFILE
000950         ORGANIZATION IS INDEXED
000960         ACCESS MODE IS DYNAMIC
000970         RECORD KEY IS CAL-KEY
000980         FILE STATUS IS WS-CAL-FILE-STATUS.
000990
001000*    NON-BUSINESS DATE OVERRIDE CARDS - OPTIONAL
001010     SELECT OPTIONAL OVERRIDE-FILE
001020         ASSIGN TO CALOVRD
001030         ORGANIZATION IS SEQUENTIAL
001040         FILE STATUS IS WS-OVR-FILE-STATUS.
001050
001060*    TOMORROW'S DAILY BALANCE FILE, BALREC.CPY LAYOUT
001070     SELECT BALANCE-OUTPUT-FILE
001080         ASSIGN TO BALOUT
001090         ORGANIZATION IS SEQUENTIAL
001100         FILE STATUS IS WS-BAL-FILE-STATUS.
001110
001120*    PRINTED, PAGINATED CARRY-FORWARD REGISTER
001130     SELECT REGISTER-FILE
001140         ASSIGN TO CFREGRPT
001150         ORGANIZATION IS SEQUENTIAL
001160         FILE STATUS IS WS-RPT-FILE-STATUS.
001170
001180*    SHARED RUN-STATUS FILE - ONE START AND ONE END RECORD PER
001190*    RUN, READ BY THE STATBRD OPERATIONS STATUS BOARD
001200     SELECT OPTIONAL RUN-STATUS-FILE
001210         ASSIGN TO RUNSTAT
001220         ORGANIZATION IS SEQUENTIAL
001230         FILE STATUS IS WS-RUN-FILE-STATUS.
001240
001250 DATA DIVISION.
001260 FILE SECTION.
001270 FD  HISTORY-FILE
001280     LABEL RECORDS ARE STANDARD
001290     RECORD CONTAINS 80 CHARACTERS.
001300     COPY "HISTREC.CPY".
001310
001320 FD  ADJUSTMENT-FILE
001330     LABEL RECORDS ARE STANDARD
001340     RECORD CONTAINS 80 CHARACTERS.
001350     COPY "ADJREC.CPY".
001360
001370 FD  CONTROL-CARD-FILE
001380     LABEL RECORDS ARE STANDARD
001390     RECORD CONTAINS 80 CHARACTERS.
001400 01  CRD-RECORD.
001410     05  CRD-CARRY-DATE          PIC 9(08).
001420     05  FILLER                  PIC X(72).
001430
001440 FD  CALENDAR-FILE
001450     LABEL RECORDS ARE STANDARD
001460     RECORD CONTAINS 80 CHARACTERS.
001470     COPY "CALREC.CPY".
001480
001490 FD  OVERRIDE-FILE
001500     LABEL RECORDS ARE STANDARD
001510     RECORD CONTAINS 80 CHARACTERS.
001520     COPY "OVRREC.CPY".
001530
001540 FD  BALANCE-OUTPUT-FILE
001550     LABEL RECORDS ARE STANDARD
001560     RECORD CONTAINS 80 CHARACTERS.
001570     COPY "BALREC.CPY".
001580
001590 FD  REGISTER-FILE
001600     LABEL RECORDS ARE STANDARD
001610     RECORD CONTAINS 132 CHARACTERS.
001620 01  REGISTER-RECORD             PIC X(132).
001630
001640 FD  RUN-STATUS-FILE
001650     LABEL RECORDS ARE STANDARD
001660     RECORD CONTAINS 80 CHARACTERS.
001670     COPY "RUNREC.CPY".
001680
001690 WORKING-STORAGE SECTION.
001700****************************************************************
001710*    FILE STATUS SWITCHES                                      *
001720****************************************************************
001730 01  WS-FILE-STATUSES.
001740     05  WS-HIST-FILE-STATUS     PIC X(02) VALUE "00".
001750     05  WS-ADJ-FILE-STATUS      PIC X(02) VALUE "00".
001760     05  WS-CRD-FILE-STATUS      PIC X(02) VALUE "00".
001770     05  WS-BAL-FILE-STATUS      PIC X(02) VALUE "00".
001780     05  WS-RPT-FILE-STATUS      PIC X(02) VALUE "00".
001790     05  WS-RUN-FILE-STATUS      PIC X(02) VALUE "00".
001800     05  WS-CAL-FILE-STATUS      PIC X(02) VALUE "00".
001810     05  WS-OVR-FILE-STATUS      PIC X(02) VALUE "00".
001820
001830****************************************************************
001840*    PROGRAM SWITCHES                                          *
001850****************************************************************
001860 01  WS-SWITCHES.
001870     05  WS-RUN-OPEN-SW          PIC X(01) VALUE "N".
001880         88  WS-RUN-OPEN                    VALUE "Y".
001890     05  WS-HIST-EOF-SW          PIC X(01) VALUE "N".
001900         88  WS-HIST-EOF                    VALUE "Y".
001910     05  WS-ADJ-EOF-SW           PIC X(01) VALUE "N".
001920         88  WS-ADJ-EOF                     VALUE "Y".
001930     05  CFW-REVIEW-SW           PIC X(01) VALUE "N".
001940         88  CFW-REVIEW-NEEDED              VALUE "Y".
001950     05  CFW-SEG-OPEN-SW         PIC X(01) VALUE "N".
001960         88  CFW-SEG-OPEN                   VALUE "Y".
001970     05  CFW-CTL-ERROR-SW        PIC X(01) VALUE "N".
001980         88  CFW-CTL-ERROR                  VALUE "Y".
001990     05  WS-OVR-EOF-SW           PIC X(01) VALUE "N".
002000         88  WS-OVR-EOF                     VALUE "Y".
002010     05  WS-CAL-EOF-SW           PIC X(01) VALUE "N".
002020         88  WS-CAL-EOF                     VALUE "Y".
002030     05  CFW-ON-CALENDAR-SW      PIC X(01) VALUE "N".
002040         88  CFW-ON-CALENDAR                VALUE "Y".
002050     05  CFW-OVERRIDE-SW         PIC X(01) VALUE "N".
002060         88  CFW-OVERRIDE-USED              VALUE "Y".
002070     05  CFW-DATE-REFUSED-SW     PIC X(01) VALUE "N".
002080         88  CFW-DATE-REFUSED               VALUE "Y".
002090
002100****************************************************************
002110*    CARRY DATE, THE BUSINESS DAY THE BALANCE FILE IS BUILT     *
002120*    FOR, AND RUN DATE                                          *
002130****************************************************************
002140 01  CFW-CARRY-DATE              PIC 9(08) VALUE ZERO.
002150 01  CFW-BALANCE-DATE            PIC 9(08) VALUE ZERO.
002160 01  CFW-OVERRIDE-BY             PIC X(08) VALUE SPACES.
002170 01  WS-CURRENT-DATE             PIC 9(08) VALUE ZERO.
002180 01  WS-CURRENT-TIME             PIC 9(08) VALUE ZERO.
002190
002200****************************************************************
002210*    WORK FIELDS FOR ONE ITEM'S CARRY COMPUTATION               *
002220****************************************************************
002230 01  CFW-TBL-SEARCH-CODE         PIC X(10).
002240 01  CFW-NEW-QTY                 PIC S9(09) COMP VALUE ZERO.
002250 01  CFW-REGISTER-NOTE           PIC X(30).
002260
002270****************************************************************
002280*    RUN COUNTERS                                               *
002290****************************************************************
002300 01  CFW-HIST-READ-COUNT         PIC 9(06) COMP VALUE ZERO.
002310 01  CFW-HIST-USED-COUNT         PIC 9(06) COMP VALUE ZERO.
002320 01  CFW-ADJ-READ-COUNT          PIC 9(06) COMP VALUE ZERO.
002330 01  CFW-BAL-WRITE-COUNT         PIC 9(06) COMP VALUE ZERO.
002340
002350****************************************************************
002360*    INTERFACE FILE CONTROL-RECORD STATE - THE HISTORY FILE IS  *
002370*    VERIFIED SEGMENT BY SEGMENT, AND THE BALANCE OUTPUT        *
002380*    CARRIES ITS OWN HEADER AND TRAILER FOR RANDOM-SUBTRACTION  *
002390****************************************************************
002400 01  CFW-HDR-COUNT               PIC 9(04) COMP VALUE ZERO.
002410 01  CFW-SEG-COUNT               PIC 9(08) COMP VALUE ZERO.
002420 01  CFW-SEG-HASH                PIC 9(12) COMP VALUE ZERO.
002430 01  CFW-BAL-QTY-HASH            PIC 9(12) COMP VALUE ZERO.
002440
002450     COPY "CTLREC.CPY".
002460
002470****************************************************************
002480*    CARRY TABLE - ONE ENTRY PER DISTINCT ITEM CODE ON THE      *
002490*    DAY'S HISTORY OR ADJUSTMENT FILE. A HISTORY RECORD SEEN    *
002500*    AGAIN FOR THE SAME ITEM REPLACES THE EARLIER ONE, SO A     *
002510*    RESTART'S RE-EMISSIONS DO NOT DOUBLE UP AND THE DAY'S      *
002520*    LAST CYCLE DRIVES THE CARRIED QUANTITY.                    *
002530****************************************************************
002540 01  CFW-ITEM-COUNT              PIC 9(04) COMP VALUE ZERO.
002550 01  CFW-ITEM-TABLE.
002560     05  CFW-ITEM-ENTRY OCCURS 1000 TIMES
002570             INDEXED BY CFW-ITEM-IDX.
002580         10  CFW-TBL-ITEM-CODE       PIC X(10).
002590         10  CFW-TBL-OLD-RESULT      PIC 9(07).
002600         10  CFW-TBL-ADJ-TOTAL       PIC S9(09) COMP.
002610         10  CFW-TBL-NEW-ITEM-SW     PIC X(01).
002620             88  CFW-TBL-NEW-ITEM            VALUE "Y".
002630
002640****************************************************************
002650*    PAGINATION COUNTERS                                        *
002660****************************************************************
002670 01  CFW-LINE-COUNT              PIC 9(03) COMP VALUE ZERO.
002680 01  CFW-PAGE-COUNT              PIC 9(03) COMP VALUE ZERO.
002690 01  CFW-LINES-PER-PAGE          PIC 9(03) COMP VALUE 55.
002700
002710****************************************************************
002720*    PAGINATED REGISTER LINES                                   *
002730****************************************************************
002740 01  RPT-HEADING-LINE-1.
002750     05  FILLER                  PIC X(01) VALUE "1".
002760     05  FILLER                  PIC X(40)
002770             VALUE "CARRYFWD - CARRY-FORWARD REGISTER".
002780     05  FILLER                  PIC X(12) VALUE "  CARRY DATE".
002790     05  RPT-HDG-CARRY-DATE      PIC 9(08).
002800     05  FILLER                  PIC X(14) VALUE "  BALANCE FOR ".
002810     05  RPT-HDG-BALANCE-DATE    PIC 9(08).
002820     05  FILLER                  PIC X(07) VALUE SPACES.
002830     05  FILLER                  PIC X(05) VALUE "PAGE ".
002840     05  RPT-HDG-PAGE-NO         PIC ZZ9.
002850     05  FILLER                  PIC X(34) VALUE SPACES.
002860
002870 01  RPT-HEADING-LINE-2.
002880     05  FILLER                  PIC X(01) VALUE SPACE.
002890     05  FILLER                  PIC X(10) VALUE "ITEM CODE".
002900     05  FILLER                  PIC X(02) VALUE SPACES.
002910     05  FILLER                  PIC X(07) VALUE "    OLD".
002920     05  FILLER                  PIC X(02) VALUE SPACES.
002930     05  FILLER                  PIC X(10) VALUE "       ADJ".
002940     05  FILLER                  PIC X(02) VALUE SPACES.
002950     05  FILLER                  PIC X(07) VALUE "    NEW".
002960     05  FILLER                  PIC X(02) VALUE SPACES.
002970     05  FILLER                  PIC X(30) VALUE "NOTE".
002980     05  FILLER                  PIC X(59) VALUE SPACES.
002990
003000 01  RPT-DETAIL-LINE.
003010     05  FILLER                  PIC X(01) VALUE SPACE.
003020     05  RPT-ITEM-CODE           PIC X(10).
003030     05  FILLER                  PIC X(02) VALUE SPACES.
003040     05  RPT-OLD-RESULT          PIC ZZZZZZ9.
003050     05  FILLER                  PIC X(02) VALUE SPACES.
003060     05  RPT-ADJ-TOTAL           PIC ZZZZZZZZ9-.
003070     05  FILLER                  PIC X(02) VALUE SPACES.
003080     05  RPT-NEW-QTY             PIC ZZZZZZ9.
003090     05  FILLER                  PIC X(02) VALUE SPACES.
003100     05  RPT-NOTE                PIC X(30).
003110     05  FILLER                  PIC X(59) VALUE SPACES.
003120
003130 01  RPT-MESSAGE-LINE.
003140     05  FILLER                  PIC X(01) VALUE SPACE.
003150     05  RPT-MESSAGE             PIC X(53).
003160     05  RPT-MESSAGE-ID          PIC X(08).
003170     05  FILLER                  PIC X(70) VALUE SPACES.
003180
003190 01  RPT-TOTAL-LINE.
003200     05  FILLER                  PIC X(01) VALUE SPACE.
003210     05  RPT-TOT-LABEL           PIC X(25).
003220     05  RPT-TOT-VALUE           PIC ZZZZZ9.
003230     05  FILLER                  PIC X(100) VALUE SPACES.
003240
003250 PROCEDURE DIVISION.
003260****************************************************************
003270*    0000-MAINLINE                                              *
003280****************************************************************
003290 0000-MAINLINE.
003300     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003310     IF NOT CFW-DATE-REFUSED
003320         PERFORM 2000-LOAD-HISTORY-RECORD THRU 2000-EXIT
003330             UNTIL WS-HIST-EOF
003340         PERFORM 3000-APPLY-ADJUSTMENT THRU 3000-EXIT
003350             UNTIL WS-ADJ-EOF
003360         PERFORM 4000-WRITE-BALANCE-RECORDS THRU 4000-EXIT
003370         PERFORM 9000-TERMINATE THRU 9000-EXIT
003380     END-IF.
003390     PERFORM 9700-WRITE-RUN-END THRU 9700-EXIT.
003400     STOP RUN.
003410
003420****************************************************************
003430*    1000-INITIALIZE - THE CARRY DATE IS CHECKED AGAINST THE    *
003440*    BUSINESS CALENDAR BEFORE ANY FILE IS OPENED, SO A REFUSED  *
003450*    RUN LEAVES THE EXISTING BALANCE FILE UNTOUCHED             *
003460****************************************************************
003470 1000-INITIALIZE.
003480     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
003490     PERFORM 1700-WRITE-RUN-START THRU 1700-EXIT.
003500     PERFORM 1100-GET-CARRY-DATE THRU 1100-EXIT.
003510     PERFORM 1150-CHECK-BUSINESS-CALENDAR THRU 1150-EXIT.
003520     IF CFW-DATE-REFUSED
003530         GO TO 1000-EXIT
003540     END-IF.
003550     OPEN INPUT HISTORY-FILE.
003560     IF WS-HIST-FILE-STATUS NOT = "00"
003570         DISPLAY "CARRYFWD - ABEND - HISTORY-FILE "
003580                 "OPEN FAILED - STATUS " WS-HIST-FILE-STATUS
003590         GO TO 9900-ABEND-TERMINATION
003600     END-IF.
003610     OPEN INPUT ADJUSTMENT-FILE.
003620     IF WS-ADJ-FILE-STATUS NOT = "00"
003630             AND WS-ADJ-FILE-STATUS NOT = "05"
003640         DISPLAY "CARRYFWD - ABEND - ADJUSTMENT-FILE "
003650                 "OPEN FAILED - STATUS " WS-ADJ-FILE-STATUS
003660         GO TO 9900-ABEND-TERMINATION
003670     END-IF.
003680     OPEN OUTPUT BALANCE-OUTPUT-FILE.
003690     IF WS-BAL-FILE-STATUS NOT = "00"
003700         DISPLAY "CARRYFWD - ABEND - BALANCE-OUTPUT-FILE "
003710                 "OPEN FAILED - STATUS " WS-BAL-FILE-STATUS
003720         GO TO 9900-ABEND-TERMINATION
003730     END-IF.
003740     OPEN OUTPUT REGISTER-FILE.
003750     IF WS-RPT-FILE-STATUS NOT = "00"
003760         DISPLAY "CARRYFWD - ABEND - REGISTER-FILE "
003770                 "OPEN FAILED - STATUS " WS-RPT-FILE-STATUS
003780         GO TO 9900-ABEND-TERMINATION
003790     END-IF.
003800     PERFORM 1200-WRITE-BAL-HEADER THRU 1200-EXIT.
003810     PERFORM 7100-WRITE-REPORT-HEADING THRU 7100-EXIT.
003820     PERFORM 2900-READ-HISTORY-RECORD THRU 2900-EXIT.
003830     PERFORM 3900-READ-ADJUSTMENT-RECORD THRU 3900-EXIT.
003840 1000-EXIT.
003850     EXIT.
003860
003870****************************************************************
003880*    1100-GET-CARRY-DATE - AN ABSENT OR BLANK CONTROL CARD      *
003890*    CARRIES TODAY'S RESULTS; A DATED CARD LETS OPERATIONS      *
003900*    REBUILD A BALANCE FILE FROM AN EARLIER DAY'S RESULTS.      *
003910****************************************************************
003920 1100-GET-CARRY-DATE.
003930     MOVE WS-CURRENT-DATE TO CFW-CARRY-DATE.
003940     OPEN INPUT CONTROL-CARD-FILE.
003950     IF WS-CRD-FILE-STATUS NOT = "00"
003960             AND WS-CRD-FILE-STATUS NOT = "05"
003970         DISPLAY "CARRYFWD - ABEND - CONTROL-CARD-FILE "
003980                 "OPEN FAILED - STATUS " WS-CRD-FILE-STATUS
003990         GO TO 9900-ABEND-TERMINATION
004000     END-IF.
004010     READ CONTROL-CARD-FILE
004020         AT END
004030             MOVE ZERO TO CRD-CARRY-DATE
004040     END-READ.
004050     IF CRD-CARRY-DATE NUMERIC AND CRD-CARRY-DATE > ZERO
004060         MOVE CRD-CARRY-DATE TO CFW-CARRY-DATE
004070     END-IF.
004080     CLOSE CONTROL-CARD-FILE.
004090 1100-EXIT.
004100     EXIT.
004110
004120****************************************************************
004130*    1150-CHECK-BUSINESS-CALENDAR - A CARRY DATE THE CALENDAR   *
004140*    DOES NOT MARK AS A BUSINESS DAY STOPS THE RUN WITH A       *
004150*    WARNING (RETURN CODE 4) UNLESS AN OVERRIDE CARD NAMES THE  *
004160*    DATE. THE BALANCE FILE IS BUILT FOR THE FIRST BUSINESS DAY *
004170*    AFTER THE CARRY DATE, SO FRIDAY'S RESULTS CARRY TO MONDAY  *
004180*    AND THE DAY BEFORE A SHUTDOWN CARRIES TO THE RESTART DAY.  *
004190****************************************************************
004200 1150-CHECK-BUSINESS-CALENDAR.
004210     OPEN INPUT CALENDAR-FILE.
004220     IF WS-CAL-FILE-STATUS NOT = "00"
004230         DISPLAY "CARRYFWD - ABEND - CALENDAR-FILE "
004240                 "OPEN FAILED - STATUS " WS-CAL-FILE-STATUS
004250         GO TO 9900-ABEND-TERMINATION
004260     END-IF.
004270     MOVE CFW-CARRY-DATE TO CAL-DATE.
004280     READ CALENDAR-FILE
004290         INVALID KEY
004300             MOVE "N" TO CFW-ON-CALENDAR-SW
004310         NOT INVALID KEY
004320             MOVE "Y" TO CFW-ON-CALENDAR-SW
004330     END-READ.
004340     IF CFW-ON-CALENDAR AND CAL-BUSINESS-DAY
004350         GO TO 1150-FIND-NEXT-BUSINESS-DAY
004360     END-IF.
004370     PERFORM 1160-CHECK-OVERRIDE THRU 1160-EXIT.
004380     IF CFW-OVERRIDE-USED
004390         DISPLAY "CARRYFWD - CARRY DATE " CFW-CARRY-DATE
004400                 " IS NOT A BUSINESS DAY - RUN AUTHORIZED BY "
004410                 CFW-OVERRIDE-BY
004420         GO TO 1150-FIND-NEXT-BUSINESS-DAY
004430     END-IF.
004440     IF CFW-ON-CALENDAR
004450         DISPLAY "CARRYFWD - WARNING - CARRY DATE " CFW-CARRY-DATE
004460                 " IS NOT A BUSINESS DAY - RUN STOPPED"
004470     ELSE
004480         DISPLAY "CARRYFWD - WARNING - CARRY DATE " CFW-CARRY-DATE
004490                 " IS NOT ON THE BUSINESS CALENDAR - RUN STOPPED"
004500     END-IF.
004510     MOVE "Y" TO CFW-DATE-REFUSED-SW.
004520     MOVE 4 TO RETURN-CODE.
004530     CLOSE CALENDAR-FILE.
004540     GO TO 1150-EXIT.
004550 1150-FIND-NEXT-BUSINESS-DAY.
004560     MOVE CFW-CARRY-DATE TO CAL-DATE.
004570     START CALENDAR-FILE KEY IS GREATER THAN CAL-KEY
004580         INVALID KEY
004590             MOVE "Y" TO WS-CAL-EOF-SW
004600     END-START.
004610     PERFORM 1170-READ-NEXT-CALENDAR THRU 1170-EXIT
004620         UNTIL WS-CAL-EOF.
004630     IF CFW-BALANCE-DATE = ZERO
004640         DISPLAY "CARRYFWD - ABEND - NO BUSINESS DAY ON THE "
004650                 "CALENDAR AFTER " CFW-CARRY-DATE
004660         GO TO 9900-ABEND-TERMINATION
004670     END-IF.
004680     CLOSE CALENDAR-FILE.
004690 1150-EXIT.
004700     EXIT.
004710
004720****************************************************************
004730*    1160-CHECK-OVERRIDE - ONLY A CARD FOR THIS CARRY DATE AND  *
004740*    THIS PROGRAM, SIGNED BY THE AUTHORIZING SUPERVISOR, COUNTS *
004750****************************************************************
004760 1160-CHECK-OVERRIDE.
004770     OPEN INPUT OVERRIDE-FILE.
004780     IF WS-OVR-FILE-STATUS NOT = "00"
004790             AND WS-OVR-FILE-STATUS NOT = "05"
004800         DISPLAY "CARRYFWD - ABEND - OVERRIDE-FILE "
004810                 "OPEN FAILED - STATUS " WS-OVR-FILE-STATUS
004820         GO TO 9900-ABEND-TERMINATION
004830     END-IF.
004840 1160-READ-NEXT.
004850     READ OVERRIDE-FILE
004860         AT END
004870             MOVE "Y" TO WS-OVR-EOF-SW
004880     END-READ.
004890     IF WS-OVR-EOF
004900         CLOSE OVERRIDE-FILE
004910         GO TO 1160-EXIT
004920     END-IF.
004930     IF OVR-RUN-DATE NOT NUMERIC
004940             OR OVR-RUN-DATE NOT = CFW-CARRY-DATE
004950             OR OVR-PROGRAM-ID NOT = "CARRYFWD"
004960             OR OVR-AUTHORIZED-BY = SPACES
004970         GO TO 1160-READ-NEXT
004980     END-IF.
004990     MOVE "Y" TO CFW-OVERRIDE-SW.
005000     MOVE OVR-AUTHORIZED-BY TO CFW-OVERRIDE-BY.
005010     CLOSE OVERRIDE-FILE.
005020 1160-EXIT.
005030     EXIT.
005040
005050 1170-READ-NEXT-CALENDAR.
005060     READ CALENDAR-FILE NEXT RECORD
005070         AT END
005080             MOVE "Y" TO WS-CAL-EOF-SW
005090             GO TO 1170-EXIT
005100     END-READ.
005110     IF CAL-BUSINESS-DAY
005120         MOVE CAL-DATE TO CFW-BALANCE-DATE
005130         MOVE "Y" TO WS-CAL-EOF-SW
005140     END-IF.
005150 1170-EXIT.
005160     EXIT.
005170
005180****************************************************************
005190*    1200-WRITE-BAL-HEADER - OPENS THE BALANCE OUTPUT'S         *
005200*    CONTROL SEGMENT; THE MATCHING TRAILER IS WRITTEN AT END    *
005210*    OF JOB                                                     *
005220****************************************************************
005230 1200-WRITE-BAL-HEADER.
005240     MOVE SPACES          TO CTL-RECORD.
005250     MOVE "*CTLHDR*"      TO CTL-RECORD-ID.
005260     MOVE CFW-BALANCE-DATE TO CTL-RUN-DATE.
005270     MOVE 01              TO CTL-CYCLE-NO.
005280     MOVE "CARRYFWD"      TO CTL-RUN-ID.
005290     MOVE ZERO            TO CTL-RECORD-COUNT.
005300     MOVE ZERO            TO CTL-HASH-TOTAL.
005310     WRITE BAL-RECORD FROM CTL-RECORD.
005320     IF WS-BAL-FILE-STATUS NOT = "00"
005330         DISPLAY "CARRYFWD - ABEND - BALANCE-OUTPUT-FILE "
005340                 "WRITE FAILED - STATUS " WS-BAL-FILE-STATUS
005350         GO TO 9900-ABEND-TERMINATION
005360     END-IF.
005370 1200-EXIT.
005380     EXIT.
005390
005400****************************************************************
005410*    1700-WRITE-RUN-START - APPEND THE START RECORD TO THE      *
005420*    SHARED RUN-STATUS FILE FOR THE STATBRD STATUS BOARD        *
005430****************************************************************
005440 1700-WRITE-RUN-START.
005450     OPEN EXTEND RUN-STATUS-FILE.
005460     IF WS-RUN-FILE-STATUS NOT = "00"
005470             AND WS-RUN-FILE-STATUS NOT = "05"
005480         DISPLAY "CARRYFWD - ABEND - RUN-STATUS-FILE "
005490                 "OPEN FAILED - STATUS " WS-RUN-FILE-STATUS
005500         GO TO 9900-ABEND-TERMINATION
005510     END-IF.
005520     MOVE "Y" TO WS-RUN-OPEN-SW.
005530     MOVE SPACES          TO RUN-RECORD.
005540     MOVE "CARRYFWD"       TO RUN-PROGRAM-ID.
005550     MOVE WS-CURRENT-DATE TO RUN-RUN-DATE.
005560     MOVE 01              TO RUN-CYCLE-NO.
005570     MOVE SPACES          TO RUN-RUN-ID.
005580     MOVE "S"             TO RUN-RECORD-TYPE.
005590     ACCEPT WS-CURRENT-TIME FROM TIME.
005600     MOVE WS-CURRENT-TIME TO RUN-TIME.
005610     MOVE ZERO            TO RUN-RECORDS-PROCESSED.
005620     MOVE ZERO            TO RUN-RETURN-CODE.
005630     WRITE RUN-RECORD.
005640     IF WS-RUN-FILE-STATUS NOT = "00"
005650         DISPLAY "CARRYFWD - ABEND - RUN-STATUS-FILE "
005660                 "WRITE FAILED - STATUS " WS-RUN-FILE-STATUS
005670         GO TO 9900-ABEND-TERMINATION
005680     END-IF.
005690 1700-EXIT.
005700     EXIT.
005710
005720****************************************************************
005730*    2000-LOAD-HISTORY-RECORD - ONE ITERATION PER HISTORY       *
005740*    RECORD; ONLY THE CARRY DATE'S RECORDS ARE KEPT. A SECOND   *
005750*    RECORD FOR THE SAME ITEM AND DATE REPLACES THE FIRST SO    *
005760*    A RESTART'S RE-EMITTED RESULTS DO NOT DOUBLE UP AND THE    *
005770*    DAY'S LAST PROCESSING CYCLE DRIVES THE CARRY.              *
005780****************************************************************
005790 2000-LOAD-HISTORY-RECORD.
005800     ADD 1 TO CFW-HIST-READ-COUNT.
005810     IF HIST-RUN-DATE = CFW-CARRY-DATE
005820         ADD 1 TO CFW-HIST-USED-COUNT
005830         MOVE HIST-ITEM-CODE TO CFW-TBL-SEARCH-CODE
005840         PERFORM 2100-FIND-OR-ADD-ITEM THRU 2100-EXIT
005850         MOVE HIST-RESULT
005860             TO CFW-TBL-OLD-RESULT (CFW-ITEM-IDX)
005870         MOVE "N" TO CFW-TBL-NEW-ITEM-SW (CFW-ITEM-IDX)
005880     END-IF.
005890     PERFORM 2900-READ-HISTORY-RECORD THRU 2900-EXIT.
005900 2000-EXIT.
005910     EXIT.
005920
005930****************************************************************
005940*    2100-FIND-OR-ADD-ITEM - LOCATE CFW-TBL-SEARCH-CODE IN THE  *
005950*    TABLE, LEAVING CFW-ITEM-IDX SET; A NEW ENTRY STARTS WITH   *
005960*    A ZERO RESULT, NO ADJUSTMENTS, AND THE NEW-ITEM FLAG ON    *
005970*    UNTIL A HISTORY RECORD CLAIMS IT.                          *
005980****************************************************************
005990 2100-FIND-OR-ADD-ITEM.
006000     SET CFW-ITEM-IDX TO 1.
006010     SEARCH CFW-ITEM-ENTRY
006020         AT END
006030             PERFORM 2150-ADD-NEW-ITEM THRU 2150-EXIT
006040         WHEN CFW-TBL-ITEM-CODE (CFW-ITEM-IDX)
006050                 = CFW-TBL-SEARCH-CODE
006060             CONTINUE
006070     END-SEARCH.
006080 2100-EXIT.
006090     EXIT.
006100
006110 2150-ADD-NEW-ITEM.
006120     IF CFW-ITEM-COUNT >= 1000
006130         DISPLAY "CARRYFWD - ABEND - MORE THAN 1000 DISTINCT "
006140                 "ITEM CODES TO CARRY"
006150         GO TO 9900-ABEND-TERMINATION
006160     END-IF.
006170     ADD 1 TO CFW-ITEM-COUNT.
006180     SET CFW-ITEM-IDX TO CFW-ITEM-COUNT.
006190     MOVE CFW-TBL-SEARCH-CODE
006200         TO CFW-TBL-ITEM-CODE (CFW-ITEM-IDX).
006210     MOVE ZERO TO CFW-TBL-OLD-RESULT (CFW-ITEM-IDX).
006220     MOVE ZERO TO CFW-TBL-ADJ-TOTAL (CFW-ITEM-IDX).
006230     MOVE "Y"  TO CFW-TBL-NEW-ITEM-SW (CFW-ITEM-IDX).
006240 2150-EXIT.
006250     EXIT.
006260
006270****************************************************************
006280*    2900-READ-HISTORY-RECORD - CONTROL RECORDS ARE CONSUMED    *
006290*    HERE, INVISIBLY TO THE CARRY LOGIC; EVERY DETAIL RECORD    *
006300*    IS COUNTED AND HASHED AGAINST ITS SEGMENT'S TRAILER        *
006310****************************************************************
006320 2900-READ-HISTORY-RECORD.
006330     READ HISTORY-FILE
006340         AT END
006350             MOVE "Y" TO WS-HIST-EOF-SW
006360             PERFORM 2960-CHECK-CTL-AT-EOF THRU 2960-EXIT
006370             GO TO 2900-EXIT
006380     END-READ.
006390     MOVE HIST-RECORD TO CTL-RECORD.
006400     IF CTL-HEADER OR CTL-TRAILER
006410         PERFORM 2950-PROCESS-HIST-CONTROL THRU 2950-EXIT
006420         GO TO 2900-READ-HISTORY-RECORD
006430     END-IF.
006440     IF NOT CFW-SEG-OPEN AND NOT CFW-CTL-ERROR
006450         MOVE "Y" TO CFW-CTL-ERROR-SW
006460         DISPLAY "CARRYFWD - HISTORY FILE DETAIL RECORD "
006470                 "OUTSIDE ANY CONTROL SEGMENT"
006480     END-IF.
006490     ADD 1 TO CFW-SEG-COUNT.
006500     IF HIST-RESULT NUMERIC
006510         ADD HIST-RESULT TO CFW-SEG-HASH
006520     END-IF.
006530 2900-EXIT.
006540     EXIT.
006550
006560****************************************************************
006570*    2950-PROCESS-HIST-CONTROL - A HEADER OPENS A SEGMENT AND   *
006580*    A TRAILER CLOSES IT AGAINST THE COUNT AND RESULT HASH      *
006590*    ACCUMULATED SINCE THE HEADER                               *
006600****************************************************************
006610 2950-PROCESS-HIST-CONTROL.
006620     IF CTL-HEADER
006630         IF CFW-SEG-OPEN
006640             MOVE "Y" TO CFW-CTL-ERROR-SW
006650             DISPLAY "CARRYFWD - HISTORY FILE SEGMENT NOT "
006660                     "TERMINATED BEFORE NEXT HEADER"
006670         END-IF
006680         ADD 1 TO CFW-HDR-COUNT
006690         MOVE "Y"  TO CFW-SEG-OPEN-SW
006700         MOVE ZERO TO CFW-SEG-COUNT
006710         MOVE ZERO TO CFW-SEG-HASH
006720         GO TO 2950-EXIT
006730     END-IF.
006740     IF NOT CFW-SEG-OPEN
006750         MOVE "Y" TO CFW-CTL-ERROR-SW
006760         DISPLAY "CARRYFWD - HISTORY FILE TRAILER WITHOUT "
006770                 "A HEADER"
006780         GO TO 2950-EXIT
006790     END-IF.
006800     IF CTL-RECORD-COUNT NOT NUMERIC
006810             OR CTL-HASH-TOTAL NOT NUMERIC
006820         MOVE "Y" TO CFW-CTL-ERROR-SW
006830         DISPLAY "CARRYFWD - HISTORY FILE TRAILER CONTROL "
006840                 "TOTALS UNREADABLE"
006850         MOVE "N" TO CFW-SEG-OPEN-SW
006860         GO TO 2950-EXIT
006870     END-IF.
006880     IF CTL-RECORD-COUNT NOT = CFW-SEG-COUNT
006890             OR CTL-HASH-TOTAL NOT = CFW-SEG-HASH
006900         MOVE "Y" TO CFW-CTL-ERROR-SW
006910         DISPLAY "CARRYFWD - HISTORY FILE TRAILER CONTROL "
006920                 "TOTALS DO NOT MATCH THE RECORDS READ"
006930     END-IF.
006940     MOVE "N" TO CFW-SEG-OPEN-SW.
006950 2950-EXIT.
006960     EXIT.
006970
006980****************************************************************
006990*    2960-CHECK-CTL-AT-EOF - A FILE THAT ENDS INSIDE A SEGMENT  *
007000*    WAS CUT SHORT; ONE WITH NO CONTROL RECORDS AT ALL IS A     *
007010*    STALE GENERATION FROM BEFORE THE CONTROLS EXISTED          *
007020****************************************************************
007030 2960-CHECK-CTL-AT-EOF.
007040     IF CFW-SEG-OPEN
007050         MOVE "Y" TO CFW-CTL-ERROR-SW
007060         DISPLAY "CARRYFWD - HISTORY FILE ENDS WITHOUT A "
007070                 "TRAILER CONTROL RECORD"
007080     END-IF.
007090     IF CFW-HDR-COUNT = ZERO
007100         MOVE "Y" TO CFW-CTL-ERROR-SW
007110         DISPLAY "CARRYFWD - HISTORY FILE CARRIES NO "
007120                 "CONTROL RECORDS"
007130     END-IF.
007140 2960-EXIT.
007150     EXIT.
007160
007170****************************************************************
007180*    3000-APPLY-ADJUSTMENT - ONE ITERATION PER ADJUSTMENT       *
007190*    RECORD. AN ADJUSTMENT FOR AN ITEM WITH NO RESULT TODAY     *
007200*    OPENS A NEW TABLE ENTRY FROM A ZERO RESULT - THAT IS HOW   *
007210*    A BRAND-NEW ITEM ENTERS TOMORROW'S BALANCE FILE.           *
007220****************************************************************
007230 3000-APPLY-ADJUSTMENT.
007240     ADD 1 TO CFW-ADJ-READ-COUNT.
007250     IF ADJ-QTY NOT NUMERIC
007260         DISPLAY "CARRYFWD - ABEND - ADJUSTMENT QTY NOT "
007270                 "NUMERIC FOR ITEM " ADJ-ITEM-CODE
007280         GO TO 9900-ABEND-TERMINATION
007290     END-IF.
007300     IF NOT ADJ-ADDITION AND NOT ADJ-SUBTRACTION
007310         DISPLAY "CARRYFWD - ABEND - ADJUSTMENT SIGN NOT + "
007320                 "OR - FOR ITEM " ADJ-ITEM-CODE
007330         GO TO 9900-ABEND-TERMINATION
007340     END-IF.
007350     MOVE ADJ-ITEM-CODE TO CFW-TBL-SEARCH-CODE.
007360     PERFORM 2100-FIND-OR-ADD-ITEM THRU 2100-EXIT.
007370     IF ADJ-ADDITION
007380         ADD ADJ-QTY TO CFW-TBL-ADJ-TOTAL (CFW-ITEM-IDX)
007390     ELSE
007400         SUBTRACT ADJ-QTY
007410             FROM CFW-TBL-ADJ-TOTAL (CFW-ITEM-IDX)
007420     END-IF.
007430     PERFORM 3900-READ-ADJUSTMENT-RECORD THRU 3900-EXIT.
007440 3000-EXIT.
007450     EXIT.
007460
007470 3900-READ-ADJUSTMENT-RECORD.
007480     READ ADJUSTMENT-FILE
007490         AT END
007500             MOVE "Y" TO WS-ADJ-EOF-SW
007510     END-READ.
007520 3900-EXIT.
007530     EXIT.
007540
007550****************************************************************
007560*    4000-WRITE-BALANCE-RECORDS - ONE BALANCE RECORD AND ONE    *
007570*    REGISTER LINE PER TABLE ENTRY. A NEW QUANTITY DRIVEN       *
007580*    BELOW ZERO IS CLAMPED AT ZERO AND ONE DRIVEN PAST 9999999  *
007590*    IS CLAMPED AT 9999999, EACH NOTED FOR OPERATIONS REVIEW.   *
007600****************************************************************
007610 4000-WRITE-BALANCE-RECORDS.
007620     IF CFW-ITEM-COUNT > ZERO
007630         PERFORM 4100-CARRY-ONE-ITEM THRU 4100-EXIT
007640             VARYING CFW-ITEM-IDX FROM 1 BY 1
007650             UNTIL CFW-ITEM-IDX > CFW-ITEM-COUNT
007660     END-IF.
007670 4000-EXIT.
007680     EXIT.
007690
007700 4100-CARRY-ONE-ITEM.
007710     MOVE SPACES TO CFW-REGISTER-NOTE.
007720     COMPUTE CFW-NEW-QTY =
007730         CFW-TBL-OLD-RESULT (CFW-ITEM-IDX)
007740         + CFW-TBL-ADJ-TOTAL (CFW-ITEM-IDX).
007750     IF CFW-TBL-NEW-ITEM (CFW-ITEM-IDX)
007760         MOVE "NEW ITEM - ADJUSTMENT ONLY"
007770             TO CFW-REGISTER-NOTE
007780         MOVE "Y" TO CFW-REVIEW-SW
007790     END-IF.
007800     IF CFW-NEW-QTY < ZERO
007810         MOVE "ADJUSTED BELOW ZERO - SET 0"
007820             TO CFW-REGISTER-NOTE
007830         MOVE ZERO TO CFW-NEW-QTY
007840         MOVE "Y" TO CFW-REVIEW-SW
007850     END-IF.
007860     IF CFW-NEW-QTY > 9999999
007870         MOVE "OVER 9999999 - SET 9999999"
007880             TO CFW-REGISTER-NOTE
007890         MOVE 9999999 TO CFW-NEW-QTY
007900         MOVE "Y" TO CFW-REVIEW-SW
007910     END-IF.
007920     MOVE SPACES TO BAL-RECORD.
007930     MOVE CFW-TBL-ITEM-CODE (CFW-ITEM-IDX) TO BAL-ITEM-CODE.
007940     MOVE CFW-NEW-QTY                      TO BAL-START-QTY.
007950     MOVE SPACE TO BAL-DEFAULT-OVERRIDE-SW.
007960     WRITE BAL-RECORD.
007970     IF WS-BAL-FILE-STATUS NOT = "00"
007980         DISPLAY "CARRYFWD - ABEND - BALANCE-OUTPUT-FILE "
007990                 "WRITE FAILED - STATUS " WS-BAL-FILE-STATUS
008000         GO TO 9900-ABEND-TERMINATION
008010     END-IF.
008020     ADD 1 TO CFW-BAL-WRITE-COUNT.
008030     ADD BAL-START-QTY TO CFW-BAL-QTY-HASH.
008040     PERFORM 4200-WRITE-REGISTER-LINE THRU 4200-EXIT.
008050 4100-EXIT.
008060     EXIT.
008070
008080 4200-WRITE-REGISTER-LINE.
008090     IF CFW-LINE-COUNT >= CFW-LINES-PER-PAGE
008100         PERFORM 7100-WRITE-REPORT-HEADING THRU 7100-EXIT
008110     END-IF.
008120     MOVE SPACES TO RPT-DETAIL-LINE.
008130     MOVE CFW-TBL-ITEM-CODE (CFW-ITEM-IDX)  TO RPT-ITEM-CODE.
008140     MOVE CFW-TBL-OLD-RESULT (CFW-ITEM-IDX) TO RPT-OLD-RESULT.
008150     MOVE CFW-TBL-ADJ-TOTAL (CFW-ITEM-IDX)  TO RPT-ADJ-TOTAL.
008160     MOVE CFW-NEW-QTY                       TO RPT-NEW-QTY.
008170     MOVE CFW-REGISTER-NOTE                 TO RPT-NOTE.
008180     WRITE REGISTER-RECORD FROM RPT-DETAIL-LINE.
008190     IF WS-RPT-FILE-STATUS NOT = "00"
008200         DISPLAY "CARRYFWD - ABEND - REGISTER-FILE "
008210                 "WRITE FAILED - STATUS " WS-RPT-FILE-STATUS
008220         GO TO 9900-ABEND-TERMINATION
008230     END-IF.
008240     ADD 1 TO CFW-LINE-COUNT.
008250 4200-EXIT.
008260     EXIT.
008270
008280****************************************************************
008290*    7100-WRITE-REPORT-HEADING - PAGE BREAK                     *
008300****************************************************************
008310 7100-WRITE-REPORT-HEADING.
008320     ADD 1 TO CFW-PAGE-COUNT.
008330     MOVE CFW-CARRY-DATE TO RPT-HDG-CARRY-DATE.
008340     MOVE CFW-BALANCE-DATE TO RPT-HDG-BALANCE-DATE.
008350     MOVE CFW-PAGE-COUNT TO RPT-HDG-PAGE-NO.
008360     WRITE REGISTER-RECORD FROM RPT-HEADING-LINE-1.
008370     WRITE REGISTER-RECORD FROM RPT-HEADING-LINE-2.
008380     MOVE ZERO TO CFW-LINE-COUNT.
008390 7100-EXIT.
008400     EXIT.
008410
008420****************************************************************
008430*    8000-WRITE-REGISTER-TOTALS                                 *
008440****************************************************************
008450 8000-WRITE-REGISTER-TOTALS.
008460     IF CFW-OVERRIDE-USED
008470         MOVE SPACES TO RPT-MESSAGE-LINE
008480         MOVE "CARRY DATE NOT A BUSINESS DAY - RUN AUTHORIZED BY"
008490             TO RPT-MESSAGE
008500         MOVE CFW-OVERRIDE-BY TO RPT-MESSAGE-ID
008510         WRITE REGISTER-RECORD FROM RPT-MESSAGE-LINE
008520         IF WS-RPT-FILE-STATUS NOT = "00"
008530             DISPLAY "CARRYFWD - ABEND - REGISTER-FILE "
008540                     "WRITE FAILED - STATUS " WS-RPT-FILE-STATUS
008550             GO TO 9900-ABEND-TERMINATION
008560         END-IF
008570         ADD 1 TO CFW-LINE-COUNT
008580     END-IF.
008590     MOVE SPACES                  TO RPT-TOTAL-LINE.
008600     MOVE "HISTORY RECORDS READ"  TO RPT-TOT-LABEL.
008610     MOVE CFW-HIST-READ-COUNT     TO RPT-TOT-VALUE.
008620     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT.
008630     MOVE SPACES                  TO RPT-TOTAL-LINE.
008640     MOVE "CARRY-DATE RESULTS"    TO RPT-TOT-LABEL.
008650     MOVE CFW-HIST-USED-COUNT     TO RPT-TOT-VALUE.
008660     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT.
008670     MOVE SPACES                  TO RPT-TOTAL-LINE.
008680     MOVE "ADJUSTMENTS READ"      TO RPT-TOT-LABEL.
008690     MOVE CFW-ADJ-READ-COUNT      TO RPT-TOT-VALUE.
008700     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT.
008710     MOVE SPACES                  TO RPT-TOTAL-LINE.
008720     MOVE "BALANCE RECORDS OUT"   TO RPT-TOT-LABEL.
008730     MOVE CFW-BAL-WRITE-COUNT     TO RPT-TOT-VALUE.
008740     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT.
008750 8000-EXIT.
008760     EXIT.
008770
008780 8100-WRITE-TOTAL-LINE.
008790     IF CFW-LINE-COUNT >= CFW-LINES-PER-PAGE
008800         PERFORM 7100-WRITE-REPORT-HEADING THRU 7100-EXIT
008810     END-IF.
008820     WRITE REGISTER-RECORD FROM RPT-TOTAL-LINE.
008830     IF WS-RPT-FILE-STATUS NOT = "00"
008840         DISPLAY "CARRYFWD - ABEND - REGISTER-FILE "
008850                 "WRITE FAILED - STATUS " WS-RPT-FILE-STATUS
008860         GO TO 9900-ABEND-TERMINATION
008870     END-IF.
008880     ADD 1 TO CFW-LINE-COUNT.
008890 8100-EXIT.
008900     EXIT.
008910
008920****************************************************************
008930*    8500-WRITE-BAL-TRAILER - RECORD COUNT AND QUANTITY HASH    *
008940*    OVER THE CARRIED BALANCE RECORDS, FOR RANDOM-SUBTRACTION   *
008950*    TO VERIFY BEFORE IT TRUSTS THE FILE                        *
008960****************************************************************
008970 8500-WRITE-BAL-TRAILER.
008980     MOVE SPACES             TO CTL-RECORD.
008990     MOVE "*CTLTRL*"         TO CTL-RECORD-ID.
009000     MOVE CFW-BALANCE-DATE   TO CTL-RUN-DATE.
009010     MOVE 01                 TO CTL-CYCLE-NO.
009020     MOVE "CARRYFWD"         TO CTL-RUN-ID.
009030     MOVE CFW-BAL-WRITE-COUNT TO CTL-RECORD-COUNT.
009040     MOVE CFW-BAL-QTY-HASH   TO CTL-HASH-TOTAL.
009050     WRITE BAL-RECORD FROM CTL-RECORD.
009060     IF WS-BAL-FILE-STATUS NOT = "00"
009070         DISPLAY "CARRYFWD - ABEND - BALANCE-OUTPUT-FILE "
009080                 "WRITE FAILED - STATUS " WS-BAL-FILE-STATUS
009090         GO TO 9900-ABEND-TERMINATION
009100     END-IF.
009110 8500-EXIT.
009120     EXIT.
009130
009140****************************************************************
009150*    9000-TERMINATE - RETURN CODE 4 SENDS OPERATIONS TO THE     *
009160*    REGISTER FOR CLAMPED OR ADJUSTMENT-ONLY ITEMS; A CONTROL-  *
009170*    RECORD FAILURE ON THE HISTORY FILE HOLDS WITH CODE 8       *
009180****************************************************************
009190 9000-TERMINATE.
009200     PERFORM 8000-WRITE-REGISTER-TOTALS THRU 8000-EXIT.
009210     PERFORM 8500-WRITE-BAL-TRAILER THRU 8500-EXIT.
009220     CLOSE HISTORY-FILE
009230           ADJUSTMENT-FILE
009240           BALANCE-OUTPUT-FILE
009250           REGISTER-FILE.
009260     IF CFW-REVIEW-NEEDED
009270         MOVE 4 TO RETURN-CODE
009280     END-IF.
009290     IF CFW-CTL-ERROR
009300         MOVE 8 TO RETURN-CODE
009310     END-IF.
009320 9000-EXIT.
009330     EXIT.
009340
009350****************************************************************
009360*    9700-WRITE-RUN-END - APPEND THE END RECORD WITH THE        *
009370*    FINAL RETURN CODE AND RECORDS PROCESSED; NEVER ABENDS,     *
009380*    SINCE THE ABEND PATH ITSELF COMES THROUGH HERE             *
009390****************************************************************
009400 9700-WRITE-RUN-END.
009410     IF NOT WS-RUN-OPEN
009420         GO TO 9700-EXIT
009430     END-IF.
009440     MOVE SPACES          TO RUN-RECORD.
009450     MOVE "CARRYFWD"       TO RUN-PROGRAM-ID.
009460     MOVE WS-CURRENT-DATE TO RUN-RUN-DATE.
009470     MOVE 01              TO RUN-CYCLE-NO.
009480     MOVE SPACES          TO RUN-RUN-ID.
009490     MOVE "E"             TO RUN-RECORD-TYPE.
009500     ACCEPT WS-CURRENT-TIME FROM TIME.
009510     MOVE WS-CURRENT-TIME TO RUN-TIME.
009520     MOVE CFW-HIST-READ-COUNT TO RUN-RECORDS-PROCESSED.
009530     MOVE RETURN-CODE     TO RUN-RETURN-CODE.
009540     WRITE RUN-RECORD.
009550     IF WS-RUN-FILE-STATUS NOT = "00"
009560         DISPLAY "CARRYFWD - RUN-STATUS-FILE WRITE FAILED - "
009570                 "STATUS " WS-RUN-FILE-STATUS
009580     END-IF.
009590     CLOSE RUN-STATUS-FILE.
009600     MOVE "N" TO WS-RUN-OPEN-SW.
009610 9700-EXIT.
009620     EXIT.
009630
009640****************************************************************
009650*    9900-ABEND-TERMINATION - AN OPEN OR A WRITE CAME BACK      *
009660*    WITH A FILE STATUS OTHER THAN SUCCESSFUL; THE RUN CANNOT   *
009670*    BE TRUSTED TO CONTINUE, SO IT STOPS HERE WITH A NON-ZERO   *
009680*    RETURN CODE FOR THE JOB SCHEDULER TO CATCH.                *
009690****************************************************************
009700 9900-ABEND-TERMINATION.
009710     MOVE 16 TO RETURN-CODE.
009720     PERFORM 9700-WRITE-RUN-END THRU 9700-EXIT.
009730     STOP RUN.
