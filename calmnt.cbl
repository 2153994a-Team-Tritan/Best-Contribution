000010****************************************************************
000020* PROGRAM-ID.  CALMNT                                          *
000030* AUTHOR.      D. L. OKAFOR                                    *
000040* INSTALLATION. INVENTORY CONTROL SYSTEMS                      *
000050* DATE-WRITTEN. 10/06/2026                                     *
000060* DATE-COMPILED.                                                *
000070*                                                                *
000080* REMARKS.                                                      *
000090*     BATCH MAINTENANCE FOR THE SHOP BUSINESS CALENDAR. A "Y"   *
000100*     TRANSACTION GENERATES ONE FISCAL YEAR FROM ITS FIRST DAY  *
000110*     FOR 52 OR 53 WEEKS ON THE 4-4-5 PATTERN, MONDAY THROUGH   *
000120*     FRIDAY BUSINESS DAYS; A YEAR REGENERATED OVER DATES       *
000130*     ALREADY ON FILE KEEPS THEIR HOLIDAY MARKINGS. AN "H"      *
000140*     TRANSACTION MARKS A DATE OR A RANGE OF DATES (A PLANT     *
000150*     SHUTDOWN) NON-BUSINESS, AND A "B" TRANSACTION MARKS A     *
000160*     DATE OR RANGE BUSINESS (A WORKED WEEKEND). EVERY DATE IN  *
000170*     AN H OR B RANGE MUST ALREADY BE ON THE CALENDAR, OR NONE  *
000180*     OF THE RANGE IS CHANGED. AFTER THE DECK IS APPLIED THE    *
000190*     RUNNING BUSINESS-DAY NUMBER IS RENUMBERED OVER THE WHOLE  *
000200*     FILE. PRINTS A REGISTER OF EVERY TRANSACTION WITH THE     *
000210*     NUMBER OF DATES IT CHANGED. ENDS WITH RETURN CODE 0 WHEN  *
000220*     EVERY TRANSACTION APPLIED, 4 WHEN ANY WAS REJECTED.       *
000230*                                                                *
000240* MODIFICATION HISTORY.                                         *
000250*     10/06/2026  DLO  ORIGINAL PROGRAM.                        *
000260*     10/15/2026  DLO  CORRECT THE REGISTER HEADING AND DETAIL  *
000270*                      LINE LENGTHS AND LINE THE ACTION CODE UP *
000280*                      UNDER ITS HEADING.                       *
000290****************************************************************
000300 IDENTIFICATION DIVISION.
000310 PROGRAM-ID.    CALMNT.
000320 AUTHOR.        D. L. OKAFOR.
000330 INSTALLATION.  INVENTORY CONTROL SYSTEMS.
000340 DATE-WRITTEN.  10/06/2026.
000350 DATE-COMPILED.
000360
000370 ENVIRONMENT DIVISION.
000380 CONFIGURATION SECTION.
000390 SOURCE-COMPUTER.   IBM-370.
000400 OBJECT-COMPUTER.   IBM-370.
000410 SPECIAL-NAMES.
000420     C01 IS TOP-OF-PAGE.
000430
000440 INPUT-OUTPUT SECTION.
000450 FILE-CONTROL.
000460*    GENERATE/HOLIDAY/BUSINESS-DAY TRANSACTION DECK, AS KEYED
000470     SELECT CAL-TRAN-FILE
000480         ASSIGN TO CALTRAN
000490         ORGANIZATION IS SEQUENTIAL
000500         FILE STATUS IS WS-TRN-FILE-STATUS.
000510
000520*    SHOP BUSINESS CALENDAR, KEYED BY DATE - OPTIONAL SO THE
000530*    FIRST EVER MAINTENANCE RUN CAN CREATE IT
000540     SELECT OPTIONAL CALENDAR-FILE
000550         ASSIGN TO CALFILE
000560         ORGANIZATION IS INDEXED
000570         ACCESS MODE IS DYNAMIC
000580         RECORD KEY IS CAL-KEY
000590         FILE STATUS IS WS-CAL-FILE-STATUS.
000600
000610*    PRINTED, PAGINATED CALENDAR MAINTENANCE REGISTER
000620     SELECT REGISTER-FILE
000630         ASSIGN TO CALRPT
000640         ORGANIZATION IS SEQUENTIAL
000650         FILE STATUS IS WS-RPT-FILE-STATUS.
000660
000670*    SHARED RUN-STATUS FILE - ONE START AND ONE END RECORD PER
000680*    RUN, READ BY THE STATBRD OPERATIONS STATUS BOARD
000690     SELECT OPTIONAL RUN-STATUS-FILE
000700         ASSIGN TO RUNSTAT
000710         ORGANIZATION IS SEQUENTIAL
000720         FILE STATUS IS WS-RUN-FILE-STATUS.
000730
000740 DATA DIVISION.
000750 FILE SECTION.
000760 FD  CAL-TRAN-FILE
000770     LABEL RECORDS ARE STANDARD
000780     RECORD CONTAINS 80 CHARACTERS.
000790 01  TRN-RECORD.
000800     05  TRN-ACTION-CODE         PIC X(01).
000810         88  TRN-ACTION-GENERATE            VALUE "Y".
000820         88  TRN-ACTION-HOLIDAY             VALUE "H".
000830         88  TRN-ACTION-BUSINESS            VALUE "B".
000840     05  TRN-FROM-DATE-X         PIC X(08).
000850     05  TRN-FROM-DATE REDEFINES TRN-FROM-DATE-X
000860                                 PIC 9(08).
000870     05  TRN-TO-DATE-X           PIC X(08).
000880     05  TRN-TO-DATE REDEFINES TRN-TO-DATE-X
000890                                 PIC 9(08).
000900     05  TRN-FISCAL-YEAR-X       PIC X(04).
000910     05  TRN-FISCAL-YEAR REDEFINES TRN-FISCAL-YEAR-X
000920                                 PIC 9(04).
000930     05  TRN-WEEKS-X             PIC X(02).
000940     05  TRN-WEEKS REDEFINES TRN-WEEKS-X
000950                                 PIC 9(02).
000960     05  TRN-DESCRIPTION         PIC X(20).
000970     05  TRN-MAINTAINED-BY       PIC X(08).
000980     05  FILLER                  PIC X(29).
000990
001000 FD  CALENDAR-FILE
001010     LABEL RECORDS ARE STANDARD
001020     RECORD CONTAINS 80 CHARACTERS.
001030     COPY "CALREC.CPY".
001040
001050 FD  REGISTER-FILE
001060     LABEL RECORDS ARE STANDARD
001070     RECORD CONTAINS 132 CHARACTERS.
001080 01  REGISTER-RECORD             PIC X(132).
001090
001100 FD  RUN-STATUS-FILE
001110     LABEL RECORDS ARE STANDARD
001120     RECORD CONTAINS 80 CHARACTERS.
001130     COPY "RUNREC.CPY".
001140
001150 WORKING-STORAGE SECTION.
001160****************************************************************
001170*    FILE STATUS SWITCHES                                      *
001180****************************************************************
001190 01  WS-FILE-STATUSES.
001200     05  WS-TRN-FILE-STATUS      PIC X(02) VALUE "00".
001210     05  WS-CAL-FILE-STATUS      PIC X(02) VALUE "00".
001220     05  WS-RPT-FILE-STATUS      PIC X(02) VALUE "00".
001230     05  WS-RUN-FILE-STATUS      PIC X(02) VALUE "00".
001240
001250****************************************************************
001260*    PROGRAM SWITCHES                                          *
001270****************************************************************
001280 01  WS-SWITCHES.
001290     05  WS-RUN-OPEN-SW          PIC X(01) VALUE "N".
001300         88  WS-RUN-OPEN                    VALUE "Y".
001310     05  WS-TRN-EOF-SW           PIC X(01) VALUE "N".
001320         88  WS-TRN-EOF                     VALUE "Y".
001330     05  WS-CAL-EOF-SW           PIC X(01) VALUE "N".
001340         88  WS-CAL-EOF                     VALUE "Y".
001350     05  CLM-DATE-FOUND-SW       PIC X(01) VALUE "N".
001360         88  CLM-DATE-FOUND                 VALUE "Y".
001370         88  CLM-DATE-NOT-FOUND             VALUE "N".
001380     05  CLM-DATE-VALID-SW       PIC X(01) VALUE "N".
001390         88  CLM-DATE-VALID                 VALUE "Y".
001400     05  CLM-RANGE-MISSING-SW    PIC X(01) VALUE "N".
001410         88  CLM-RANGE-MISSING              VALUE "Y".
001420     05  CLM-NEW-BUSINESS-SW     PIC X(01) VALUE "N".
001430
001440****************************************************************
001450*    MAINTENANCE WORKING FIELDS AND COUNTERS                    *
001460****************************************************************
001470 01  CLM-DISPOSITION             PIC X(30).
001480 01  CLM-TO-DATE                 PIC 9(08) VALUE ZERO.
001490 01  CLM-LAST-DATE               PIC 9(08) VALUE ZERO.
001500 01  CLM-DATES-CHANGED           PIC 9(04) COMP VALUE ZERO.
001510 01  CLM-DAY-COUNT               PIC 9(04) COMP VALUE ZERO.
001520 01  CLM-DAYS-IN-YEAR            PIC 9(04) COMP VALUE ZERO.
001530 01  CLM-READ-COUNT              PIC 9(06) COMP VALUE ZERO.
001540 01  CLM-APPLIED-COUNT           PIC 9(06) COMP VALUE ZERO.
001550 01  CLM-REJECT-COUNT            PIC 9(06) COMP VALUE ZERO.
001560 01  CLM-DATES-WRITTEN           PIC 9(06) COMP VALUE ZERO.
001570 01  CLM-DATES-REWRITTEN         PIC 9(06) COMP VALUE ZERO.
001580 01  CLM-CAL-READ-COUNT          PIC 9(06) COMP VALUE ZERO.
001590 01  CLM-BUSINESS-DAY-NO         PIC 9(07) VALUE ZERO.
001600 01  CLM-RENUMBERED-COUNT        PIC 9(06) COMP VALUE ZERO.
001610
001620****************************************************************
001630*    FISCAL YEAR GENERATION - WEEK, PERIOD, AND DAY OF WEEK.    *
001640*    THE PERIOD TABLE HOLDS THE LAST WEEK OF EACH 4-4-5         *
001650*    PERIOD; A 53RD WEEK STAYS IN PERIOD 12.                    *
001660****************************************************************
001670 01  CLM-FISCAL-WEEK             PIC 9(02) VALUE ZERO.
001680 01  CLM-DAY-IN-WEEK             PIC 9(01) VALUE ZERO.
001690 01  CLM-DAY-OF-WEEK             PIC 9(01) VALUE ZERO.
001700 01  CLM-PERIOD-NO               PIC 9(02) VALUE ZERO.
001710 01  CLM-FISCAL-PERIOD           PIC 9(06) VALUE ZERO.
001720 01  CLM-FISCAL-PERIOD-X REDEFINES CLM-FISCAL-PERIOD.
001730     05  CLM-FP-YEAR             PIC 9(04).
001740     05  CLM-FP-PERIOD           PIC 9(02).
001750 01  CLM-PERIOD-END-DEF          PIC X(24)
001760         VALUE "040813172126303439434752".
001770 01  CLM-PERIOD-END-TBL REDEFINES CLM-PERIOD-END-DEF.
001780     05  CLM-PERIOD-END-WEEK OCCURS 12 TIMES
001790                                 PIC 9(02).
001800
001810****************************************************************
001820*    DAY-OF-WEEK WORK FIELDS - ZELLER'S CONGRUENCE ON THE       *
001830*    FIRST DAY OF THE YEAR, 1 = MONDAY THROUGH 7 = SUNDAY       *
001840****************************************************************
001850 01  CLM-Z-YEAR                  PIC 9(05) COMP VALUE ZERO.
001860 01  CLM-Z-MONTH                 PIC 9(05) COMP VALUE ZERO.
001870 01  CLM-Z-CENTURY               PIC 9(05) COMP VALUE ZERO.
001880 01  CLM-Z-YEAR-OF-CENTURY       PIC 9(05) COMP VALUE ZERO.
001890 01  CLM-Z-TERM                  PIC 9(05) COMP VALUE ZERO.
001900 01  CLM-Z-SUM                   PIC 9(05) COMP VALUE ZERO.
001910 01  CLM-Z-QUOTIENT              PIC 9(05) COMP VALUE ZERO.
001920 01  CLM-Z-REMAINDER             PIC 9(05) COMP VALUE ZERO.
001930
001940****************************************************************
001950*    CALENDAR WORK FIELDS FOR WALKING A RANGE OF DATES          *
001960****************************************************************
001970 01  CLM-WORK-DATE-NUM           PIC 9(08).
001980 01  CLM-WORK-DATE REDEFINES CLM-WORK-DATE-NUM.
001990     05  CLM-WORK-YEAR           PIC 9(04).
002000     05  CLM-WORK-MONTH          PIC 9(02).
002010     05  CLM-WORK-DAY            PIC 9(02).
002020 01  CLM-MONTH-DAYS-DEF          PIC X(24)
002030         VALUE "312831303130313130313031".
002040 01  CLM-MONTH-DAYS-TBL REDEFINES CLM-MONTH-DAYS-DEF.
002050     05  CLM-MONTH-DAYS OCCURS 12 TIMES
002060                                 PIC 9(02).
002070 01  CLM-MONTH-LENGTH            PIC 9(02) VALUE ZERO.
002080 01  CLM-LEAP-QUOTIENT           PIC 9(04) COMP VALUE ZERO.
002090 01  CLM-LEAP-REMAINDER          PIC 9(04) COMP VALUE ZERO.
002100
002110****************************************************************
002120*    PAGINATION COUNTERS AND RUN DATE                           *
002130****************************************************************
002140 01  CLM-LINE-COUNT              PIC 9(03) COMP VALUE ZERO.
002150 01  CLM-PAGE-COUNT              PIC 9(03) COMP VALUE ZERO.
002160 01  CLM-LINES-PER-PAGE          PIC 9(03) COMP VALUE 55.
002170 01  WS-CURRENT-DATE             PIC 9(08) VALUE ZERO.
002180 01  WS-CURRENT-TIME             PIC 9(08) VALUE ZERO.
002190
002200****************************************************************
002210*    PAGINATED REGISTER LINES                                   *
002220****************************************************************
002230 01  RPT-HEADING-LINE-1.
002240     05  FILLER                  PIC X(01) VALUE "1".
002250     05  FILLER                  PIC X(40)
002260             VALUE "CALMNT - BUSINESS CALENDAR MAINTENANCE".
002270     05  FILLER                  PIC X(10) VALUE "  RUN DATE".
002280     05  RPT-HDG-RUN-DATE        PIC 9(08).
002290     05  FILLER                  PIC X(09) VALUE SPACES.
002300     05  FILLER                  PIC X(05) VALUE "PAGE ".
002310     05  RPT-HDG-PAGE-NO         PIC ZZ9.
002320     05  FILLER                  PIC X(56) VALUE SPACES.
002330
002340 01  RPT-HEADING-LINE-2.
002350     05  FILLER                  PIC X(01) VALUE SPACE.
002360     05  FILLER                  PIC X(02) VALUE "AC".
002370     05  FILLER                  PIC X(01) VALUE SPACES.
002380     05  FILLER                  PIC X(08) VALUE "FROM".
002390     05  FILLER                  PIC X(02) VALUE SPACES.
002400     05  FILLER                  PIC X(08) VALUE "TO".
002410     05  FILLER                  PIC X(02) VALUE SPACES.
002420     05  FILLER                  PIC X(04) VALUE "FY".
002430     05  FILLER                  PIC X(02) VALUE SPACES.
002440     05  FILLER                  PIC X(03) VALUE "WKS".
002450     05  FILLER                  PIC X(02) VALUE SPACES.
002460     05  FILLER                  PIC X(05) VALUE "DATES".
002470     05  FILLER                  PIC X(02) VALUE SPACES.
002480     05  FILLER                  PIC X(20) VALUE "DESCRIPTION".
002490     05  FILLER                  PIC X(02) VALUE SPACES.
002500     05  FILLER                  PIC X(08) VALUE "BY".
002510     05  FILLER                  PIC X(02) VALUE SPACES.
002520     05  FILLER                  PIC X(30) VALUE "DISPOSITION".
002530     05  FILLER                  PIC X(28) VALUE SPACES.
002540
002550 01  RPT-DETAIL-LINE.
002560     05  FILLER                  PIC X(01) VALUE SPACE.
002570     05  RPT-ACTION-CODE         PIC X(02).
002580     05  FILLER                  PIC X(01) VALUE SPACES.
002590     05  RPT-FROM-DATE           PIC X(08).
002600     05  FILLER                  PIC X(02) VALUE SPACES.
002610     05  RPT-TO-DATE             PIC 9(08) BLANK WHEN ZERO.
002620     05  FILLER                  PIC X(02) VALUE SPACES.
002630     05  RPT-FISCAL-YEAR         PIC X(04).
002640     05  FILLER                  PIC X(02) VALUE SPACES.
002650     05  RPT-WEEKS               PIC X(03).
002660     05  FILLER                  PIC X(02) VALUE SPACES.
002670     05  RPT-DATES-CHANGED       PIC ZZZZ9.
002680     05  FILLER                  PIC X(02) VALUE SPACES.
002690     05  RPT-DESCRIPTION         PIC X(20).
002700     05  FILLER                  PIC X(02) VALUE SPACES.
002710     05  RPT-MAINTAINED-BY       PIC X(08).
002720     05  FILLER                  PIC X(02) VALUE SPACES.
002730     05  RPT-DISPOSITION         PIC X(30).
002740     05  FILLER                  PIC X(28) VALUE SPACES.
002750
002760 01  RPT-TOTAL-LINE.
002770     05  FILLER                  PIC X(01) VALUE SPACE.
002780     05  RPT-TOT-LABEL           PIC X(25).
002790     05  RPT-TOT-VALUE           PIC ZZZZZ9.
002800     05  FILLER                  PIC X(100) VALUE SPACES.
002810
002820 PROCEDURE DIVISION.
002830****************************************************************
002840*    0000-MAINLINE                                              *
002850****************************************************************
002860 0000-MAINLINE.
002870     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002880     PERFORM 2000-APPLY-TRANSACTION THRU 2000-EXIT
002890         UNTIL WS-TRN-EOF.
002900     PERFORM 5000-RENUMBER-BUSINESS-DAYS THRU 5000-EXIT.
002910     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002920     PERFORM 9700-WRITE-RUN-END THRU 9700-EXIT.
002930     STOP RUN.
002940
002950****************************************************************
002960*    1000-INITIALIZE                                            *
002970****************************************************************
002980 1000-INITIALIZE.
002990     OPEN INPUT CAL-TRAN-FILE.
003000     IF WS-TRN-FILE-STATUS NOT = "00"
003010         DISPLAY "CALMNT - ABEND - CAL-TRAN-FILE "
003020                 "OPEN FAILED - STATUS " WS-TRN-FILE-STATUS
003030         GO TO 9900-ABEND-TERMINATION
003040     END-IF.
003050     OPEN I-O CALENDAR-FILE.
003060     IF WS-CAL-FILE-STATUS NOT = "00"
003070             AND WS-CAL-FILE-STATUS NOT = "05"
003080         DISPLAY "CALMNT - ABEND - CALENDAR-FILE "
003090                 "OPEN FAILED - STATUS " WS-CAL-FILE-STATUS
003100         GO TO 9900-ABEND-TERMINATION
003110     END-IF.
003120     OPEN OUTPUT REGISTER-FILE.
003130     IF WS-RPT-FILE-STATUS NOT = "00"
003140         DISPLAY "CALMNT - ABEND - REGISTER-FILE "
003150                 "OPEN FAILED - STATUS " WS-RPT-FILE-STATUS
003160         GO TO 9900-ABEND-TERMINATION
003170     END-IF.
003180     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
003190     PERFORM 1700-WRITE-RUN-START THRU 1700-EXIT.
003200     PERFORM 7100-WRITE-REPORT-HEADING THRU 7100-EXIT.
003210     PERFORM 2900-READ-TRAN-RECORD THRU 2900-EXIT.
003220 1000-EXIT.
003230     EXIT.
003240
003250****************************************************************
003260*    1700-WRITE-RUN-START - APPEND THE START RECORD TO THE      *
003270*    SHARED RUN-STATUS FILE FOR THE STATBRD STATUS BOARD        *
003280****************************************************************
003290 1700-WRITE-RUN-START.
003300     OPEN EXTEND RUN-STATUS-FILE.
003310     IF WS-RUN-FILE-STATUS NOT = "00"
003320             AND WS-RUN-FILE-STATUS NOT = "05"
003330         DISPLAY "CALMNT - ABEND - RUN-STATUS-FILE "
003340                 "OPEN FAILED - STATUS " WS-RUN-FILE-STATUS
003350         GO TO 9900-ABEND-TERMINATION
003360     END-IF.
003370     MOVE "Y" TO WS-RUN-OPEN-SW.
003380     MOVE SPACES          TO RUN-RECORD.
003390     MOVE "CALMNT"        TO RUN-PROGRAM-ID.
003400     MOVE WS-CURRENT-DATE TO RUN-RUN-DATE.
003410     MOVE 01              TO RUN-CYCLE-NO.
003420     MOVE SPACES          TO RUN-RUN-ID.
003430     MOVE "S"             TO RUN-RECORD-TYPE.
003440     ACCEPT WS-CURRENT-TIME FROM TIME.
003450     MOVE WS-CURRENT-TIME TO RUN-TIME.
003460     MOVE ZERO            TO RUN-RECORDS-PROCESSED.
003470     MOVE ZERO            TO RUN-RETURN-CODE.
003480     WRITE RUN-RECORD.
003490     IF WS-RUN-FILE-STATUS NOT = "00"
003500         DISPLAY "CALMNT - ABEND - RUN-STATUS-FILE "
003510                 "WRITE FAILED - STATUS " WS-RUN-FILE-STATUS
003520         GO TO 9900-ABEND-TERMINATION
003530     END-IF.
003540 1700-EXIT.
003550     EXIT.
003560
003570****************************************************************
003580*    2000-APPLY-TRANSACTION - ONE ITERATION PER TRANSACTION.    *
003590*    EVERY TRANSACTION NEEDS THE ID OF THE PERSON WHO KEYED IT, *
003600*    WHICH IS STAMPED ON EVERY DATE IT CHANGES.                 *
003610****************************************************************
003620 2000-APPLY-TRANSACTION.
003630     ADD 1 TO CLM-READ-COUNT.
003640     MOVE SPACES TO CLM-DISPOSITION.
003650     MOVE ZERO   TO CLM-DATES-CHANGED.
003660     MOVE ZERO   TO CLM-TO-DATE.
003670     IF TRN-MAINTAINED-BY = SPACES
003680         MOVE "REJECTED - NO MAINTAINED-BY ID" TO CLM-DISPOSITION
003690         ADD 1 TO CLM-REJECT-COUNT
003700         GO TO 2000-NEXT
003710     END-IF.
003720     IF TRN-ACTION-GENERATE
003730         PERFORM 3000-GENERATE-FISCAL-YEAR THRU 3000-EXIT
003740     ELSE
003750         IF TRN-ACTION-HOLIDAY OR TRN-ACTION-BUSINESS
003760             PERFORM 4000-MARK-DATE-RANGE THRU 4000-EXIT
003770         ELSE
003780             MOVE "REJECTED - INVALID ACTION CODE"
003790                 TO CLM-DISPOSITION
003800             ADD 1 TO CLM-REJECT-COUNT
003810         END-IF
003820     END-IF.
003830 2000-NEXT.
003840     PERFORM 6000-WRITE-REGISTER-LINE THRU 6000-EXIT.
003850     PERFORM 2900-READ-TRAN-RECORD THRU 2900-EXIT.
003860 2000-EXIT.
003870     EXIT.
003880
003890****************************************************************
003900*    2100-READ-CALENDAR - RANDOM READ OF CLM-WORK-DATE-NUM      *
003910****************************************************************
003920 2100-READ-CALENDAR.
003930     MOVE CLM-WORK-DATE-NUM TO CAL-DATE.
003940     READ CALENDAR-FILE
003950         INVALID KEY
003960             MOVE "N" TO CLM-DATE-FOUND-SW
003970         NOT INVALID KEY
003980             MOVE "Y" TO CLM-DATE-FOUND-SW
003990     END-READ.
004000 2100-EXIT.
004010     EXIT.
004020
004030 2900-READ-TRAN-RECORD.
004040     READ CAL-TRAN-FILE
004050         AT END
004060             MOVE "Y" TO WS-TRN-EOF-SW
004070     END-READ.
004080 2900-EXIT.
004090     EXIT.
004100
004110****************************************************************
004120*    3000-GENERATE-FISCAL-YEAR - THE FIRST DAY, THE FISCAL      *
004130*    YEAR NUMBER, AND 52 OR 53 WEEKS (BLANK = 52) ARE EDITED,   *
004140*    AND THE YEAR MAY NOT OVERLAP DATES ALREADY ON FILE UNDER   *
004150*    ANOTHER FISCAL YEAR. A DATE ALREADY ON FILE UNDER THIS     *
004160*    YEAR IS REWRITTEN WITH ITS FISCAL FIELDS ONLY, SO A        *
004170*    REGENERATION DOES NOT LOSE THE HOLIDAYS ALREADY MARKED.    *
004180****************************************************************
004190 3000-GENERATE-FISCAL-YEAR.
004200     IF TRN-FROM-DATE-X NOT NUMERIC
004210         MOVE "REJECTED - BAD FIRST DAY" TO CLM-DISPOSITION
004220         ADD 1 TO CLM-REJECT-COUNT
004230         GO TO 3000-EXIT
004240     END-IF.
004250     MOVE TRN-FROM-DATE TO CLM-WORK-DATE-NUM.
004260     PERFORM 8600-VALIDATE-WORK-DATE THRU 8600-EXIT.
004270     IF NOT CLM-DATE-VALID
004280         MOVE "REJECTED - BAD FIRST DAY" TO CLM-DISPOSITION
004290         ADD 1 TO CLM-REJECT-COUNT
004300         GO TO 3000-EXIT
004310     END-IF.
004320     IF TRN-FISCAL-YEAR-X NOT NUMERIC
004330             OR TRN-FISCAL-YEAR = ZERO
004340         MOVE "REJECTED - BAD FISCAL YEAR" TO CLM-DISPOSITION
004350         ADD 1 TO CLM-REJECT-COUNT
004360         GO TO 3000-EXIT
004370     END-IF.
004380     IF TRN-WEEKS-X = SPACES
004390         MOVE 52 TO TRN-WEEKS
004400     END-IF.
004410     IF TRN-WEEKS-X NOT NUMERIC
004420         MOVE "REJECTED - WEEKS NOT 52 OR 53" TO CLM-DISPOSITION
004430         ADD 1 TO CLM-REJECT-COUNT
004440         GO TO 3000-EXIT
004450     END-IF.
004460     IF TRN-WEEKS NOT = 52 AND TRN-WEEKS NOT = 53
004470         MOVE "REJECTED - WEEKS NOT 52 OR 53" TO CLM-DISPOSITION
004480         ADD 1 TO CLM-REJECT-COUNT
004490         GO TO 3000-EXIT
004500     END-IF.
004510     COMPUTE CLM-DAYS-IN-YEAR = TRN-WEEKS * 7.
004520     PERFORM 3100-CHECK-YEAR-OVERLAP THRU 3100-EXIT.
004530     IF CLM-DISPOSITION NOT = SPACES
004540         GO TO 3000-EXIT
004550     END-IF.
004560     MOVE CLM-LAST-DATE TO CLM-TO-DATE.
004570     PERFORM 3200-COMPUTE-DAY-OF-WEEK THRU 3200-EXIT.
004580     MOVE TRN-FISCAL-YEAR TO CLM-FP-YEAR.
004590     MOVE 01              TO CLM-PERIOD-NO.
004600     MOVE 01              TO CLM-FISCAL-WEEK.
004610     MOVE 1               TO CLM-DAY-IN-WEEK.
004620     MOVE TRN-FROM-DATE   TO CLM-WORK-DATE-NUM.
004630     MOVE ZERO            TO CLM-DAY-COUNT.
004640     PERFORM 3300-GENERATE-ONE-DATE THRU 3300-EXIT
004650         UNTIL CLM-DAY-COUNT >= CLM-DAYS-IN-YEAR.
004660     MOVE "FISCAL YEAR GENERATED" TO CLM-DISPOSITION.
004670     ADD 1 TO CLM-APPLIED-COUNT.
004680 3000-EXIT.
004690     EXIT.
004700
004710****************************************************************
004720*    3100-CHECK-YEAR-OVERLAP - THE FIRST AND LAST DAYS OF THE   *
004730*    NEW YEAR MUST EACH BE EITHER ABSENT OR ALREADY CARRIED     *
004740*    UNDER THIS FISCAL YEAR; THE LAST DAY IS LEFT IN            *
004750*    CLM-LAST-DATE FOR THE REGISTER                             *
004760****************************************************************
004770 3100-CHECK-YEAR-OVERLAP.
004780     MOVE TRN-FROM-DATE TO CLM-WORK-DATE-NUM.
004790     PERFORM 2100-READ-CALENDAR THRU 2100-EXIT.
004800     IF CLM-DATE-FOUND
004810             AND CAL-FISCAL-YEAR NOT = TRN-FISCAL-YEAR
004820         MOVE "REJECTED - OVERLAPS FISCAL YEAR" TO CLM-DISPOSITION
004830         ADD 1 TO CLM-REJECT-COUNT
004840         GO TO 3100-EXIT
004850     END-IF.
004860     MOVE 1 TO CLM-DAY-COUNT.
004870 3100-WALK-FORWARD.
004880     IF CLM-DAY-COUNT < CLM-DAYS-IN-YEAR
004890         PERFORM 8800-FORWARD-ONE-DAY THRU 8800-EXIT
004900         ADD 1 TO CLM-DAY-COUNT
004910         GO TO 3100-WALK-FORWARD
004920     END-IF.
004930     MOVE CLM-WORK-DATE-NUM TO CLM-LAST-DATE.
004940     PERFORM 2100-READ-CALENDAR THRU 2100-EXIT.
004950     IF CLM-DATE-FOUND
004960             AND CAL-FISCAL-YEAR NOT = TRN-FISCAL-YEAR
004970         MOVE "REJECTED - OVERLAPS FISCAL YEAR" TO CLM-DISPOSITION
004980         ADD 1 TO CLM-REJECT-COUNT
004990     END-IF.
005000 3100-EXIT.
005010     EXIT.
005020
005030****************************************************************
005040*    3200-COMPUTE-DAY-OF-WEEK - ZELLER'S CONGRUENCE FOR THE     *
005050*    FIRST DAY: JANUARY AND FEBRUARY COUNT AS MONTHS 13 AND 14  *
005060*    OF THE YEAR BEFORE. THE RESULT (0 = SATURDAY) IS SHIFTED   *
005070*    TO 1 = MONDAY THROUGH 7 = SUNDAY.                          *
005080****************************************************************
005090 3200-COMPUTE-DAY-OF-WEEK.
005100     MOVE TRN-FROM-DATE  TO CLM-WORK-DATE-NUM.
005110     MOVE CLM-WORK-YEAR  TO CLM-Z-YEAR.
005120     MOVE CLM-WORK-MONTH TO CLM-Z-MONTH.
005130     IF CLM-Z-MONTH < 3
005140         ADD 12 TO CLM-Z-MONTH
005150         SUBTRACT 1 FROM CLM-Z-YEAR
005160     END-IF.
005170     DIVIDE CLM-Z-YEAR BY 100
005180         GIVING CLM-Z-CENTURY
005190         REMAINDER CLM-Z-YEAR-OF-CENTURY.
005200     MOVE CLM-WORK-DAY TO CLM-Z-SUM.
005210     COMPUTE CLM-Z-TERM = 13 * (CLM-Z-MONTH + 1).
005220     DIVIDE CLM-Z-TERM BY 5 GIVING CLM-Z-QUOTIENT.
005230     ADD CLM-Z-QUOTIENT TO CLM-Z-SUM.
005240     ADD CLM-Z-YEAR-OF-CENTURY TO CLM-Z-SUM.
005250     DIVIDE CLM-Z-YEAR-OF-CENTURY BY 4 GIVING CLM-Z-QUOTIENT.
005260     ADD CLM-Z-QUOTIENT TO CLM-Z-SUM.
005270     DIVIDE CLM-Z-CENTURY BY 4 GIVING CLM-Z-QUOTIENT.
005280     ADD CLM-Z-QUOTIENT TO CLM-Z-SUM.
005290     COMPUTE CLM-Z-SUM = CLM-Z-SUM + (5 * CLM-Z-CENTURY) + 5.
005300     DIVIDE CLM-Z-SUM BY 7
005310         GIVING CLM-Z-QUOTIENT
005320         REMAINDER CLM-Z-REMAINDER.
005330     COMPUTE CLM-DAY-OF-WEEK = CLM-Z-REMAINDER + 1.
005340 3200-EXIT.
005350     EXIT.
005360
005370****************************************************************
005380*    3300-GENERATE-ONE-DATE - WRITE OR REFRESH ONE DATE, THEN   *
005390*    ADVANCE THE DATE, THE DAY OF WEEK, THE FISCAL WEEK, AND    *
005400*    THE PERIOD WHEN THE WEEK PASSES THE PERIOD'S LAST WEEK     *
005410****************************************************************
005420 3300-GENERATE-ONE-DATE.
005430     MOVE CLM-PERIOD-NO TO CLM-FP-PERIOD.
005440     PERFORM 2100-READ-CALENDAR THRU 2100-EXIT.
005450     IF CLM-DATE-FOUND
005460         PERFORM 3400-REFRESH-FISCAL-FIELDS THRU 3400-EXIT
005470     ELSE
005480         PERFORM 3500-WRITE-NEW-DATE THRU 3500-EXIT
005490     END-IF.
005500     ADD 1 TO CLM-DATES-CHANGED.
005510     ADD 1 TO CLM-DAY-COUNT.
005520     PERFORM 8800-FORWARD-ONE-DAY THRU 8800-EXIT.
005530     IF CLM-DAY-OF-WEEK = 7
005540         MOVE 1 TO CLM-DAY-OF-WEEK
005550     ELSE
005560         ADD 1 TO CLM-DAY-OF-WEEK
005570     END-IF.
005580     IF CLM-DAY-IN-WEEK < 7
005590         ADD 1 TO CLM-DAY-IN-WEEK
005600         GO TO 3300-EXIT
005610     END-IF.
005620     MOVE 1 TO CLM-DAY-IN-WEEK.
005630     ADD 1 TO CLM-FISCAL-WEEK.
005640     IF CLM-PERIOD-NO < 12
005650         IF CLM-FISCAL-WEEK > CLM-PERIOD-END-WEEK (CLM-PERIOD-NO)
005660             ADD 1 TO CLM-PERIOD-NO
005670         END-IF
005680     END-IF.
005690 3300-EXIT.
005700     EXIT.
005710
005720 3400-REFRESH-FISCAL-FIELDS.
005730     MOVE CLM-DAY-OF-WEEK   TO CAL-DAY-OF-WEEK.
005740     MOVE CLM-FISCAL-PERIOD TO CAL-FISCAL-PERIOD.
005750     MOVE CLM-FISCAL-WEEK   TO CAL-FISCAL-WEEK.
005760     MOVE WS-CURRENT-DATE   TO CAL-CHANGED-DATE.
005770     MOVE TRN-MAINTAINED-BY TO CAL-CHANGED-BY.
005780     REWRITE CAL-RECORD
005790         INVALID KEY
005800             DISPLAY "CALMNT - ABEND - CALENDAR-FILE "
005810                     "REWRITE INVALID KEY - DATE " CAL-DATE
005820             GO TO 9900-ABEND-TERMINATION
005830     END-REWRITE.
005840     IF WS-CAL-FILE-STATUS NOT = "00"
005850         DISPLAY "CALMNT - ABEND - CALENDAR-FILE "
005860                 "REWRITE FAILED - STATUS " WS-CAL-FILE-STATUS
005870         GO TO 9900-ABEND-TERMINATION
005880     END-IF.
005890     ADD 1 TO CLM-DATES-REWRITTEN.
005900 3400-EXIT.
005910     EXIT.
005920
005930 3500-WRITE-NEW-DATE.
005940     MOVE SPACES            TO CAL-RECORD.
005950     MOVE CLM-WORK-DATE-NUM TO CAL-DATE.
005960     MOVE CLM-DAY-OF-WEEK   TO CAL-DAY-OF-WEEK.
005970     IF CAL-WEEKEND
005980         MOVE "N" TO CAL-BUSINESS-DAY-SW
005990     ELSE
006000         MOVE "Y" TO CAL-BUSINESS-DAY-SW
006010     END-IF.
006020     MOVE CLM-FISCAL-PERIOD TO CAL-FISCAL-PERIOD.
006030     MOVE CLM-FISCAL-WEEK   TO CAL-FISCAL-WEEK.
006040     MOVE ZERO              TO CAL-BUSINESS-DAY-NO.
006050     MOVE WS-CURRENT-DATE   TO CAL-CHANGED-DATE.
006060     MOVE TRN-MAINTAINED-BY TO CAL-CHANGED-BY.
006070     WRITE CAL-RECORD
006080         INVALID KEY
006090             DISPLAY "CALMNT - ABEND - CALENDAR-FILE "
006100                     "WRITE INVALID KEY - DATE " CAL-DATE
006110             GO TO 9900-ABEND-TERMINATION
006120     END-WRITE.
006130     IF WS-CAL-FILE-STATUS NOT = "00"
006140         DISPLAY "CALMNT - ABEND - CALENDAR-FILE "
006150                 "WRITE FAILED - STATUS " WS-CAL-FILE-STATUS
006160         GO TO 9900-ABEND-TERMINATION
006170     END-IF.
006180     ADD 1 TO CLM-DATES-WRITTEN.
006190 3500-EXIT.
006200     EXIT.
006210
006220****************************************************************
006230*    4000-MARK-DATE-RANGE - A BLANK TO-DATE MEANS THE SINGLE    *
006240*    FROM-DATE. A HOLIDAY OR SHUTDOWN MUST SAY WHAT IT IS. THE  *
006250*    WHOLE RANGE IS CHECKED AGAINST THE CALENDAR BEFORE ANY     *
006260*    DATE IS CHANGED, SO A RANGE RUNNING PAST THE LAST YEAR     *
006270*    GENERATED IS REJECTED WHOLE RATHER THAN HALF APPLIED.      *
006280****************************************************************
006290 4000-MARK-DATE-RANGE.
006300     IF TRN-FROM-DATE-X NOT NUMERIC
006310         MOVE "REJECTED - BAD FROM DATE" TO CLM-DISPOSITION
006320         ADD 1 TO CLM-REJECT-COUNT
006330         GO TO 4000-EXIT
006340     END-IF.
006350     IF TRN-TO-DATE-X = SPACES
006360         MOVE TRN-FROM-DATE TO CLM-TO-DATE
006370     ELSE
006380         IF TRN-TO-DATE-X NOT NUMERIC
006390             MOVE "REJECTED - BAD TO DATE" TO CLM-DISPOSITION
006400             ADD 1 TO CLM-REJECT-COUNT
006410             GO TO 4000-EXIT
006420         END-IF
006430         MOVE TRN-TO-DATE TO CLM-TO-DATE
006440     END-IF.
006450     IF CLM-TO-DATE < TRN-FROM-DATE
006460         MOVE "REJECTED - TO DATE BEFORE FROM" TO CLM-DISPOSITION
006470         ADD 1 TO CLM-REJECT-COUNT
006480         GO TO 4000-EXIT
006490     END-IF.
006500     IF TRN-ACTION-HOLIDAY AND TRN-DESCRIPTION = SPACES
006510         MOVE "REJECTED - NO DESCRIPTION" TO CLM-DISPOSITION
006520         ADD 1 TO CLM-REJECT-COUNT
006530         GO TO 4000-EXIT
006540     END-IF.
006550     IF TRN-ACTION-HOLIDAY
006560         MOVE "N" TO CLM-NEW-BUSINESS-SW
006570     ELSE
006580         MOVE "Y" TO CLM-NEW-BUSINESS-SW
006590     END-IF.
006600     MOVE "N" TO CLM-RANGE-MISSING-SW.
006610     MOVE TRN-FROM-DATE TO CLM-WORK-DATE-NUM.
006620     PERFORM 4100-CHECK-ONE-DATE THRU 4100-EXIT
006630         UNTIL CLM-WORK-DATE-NUM > CLM-TO-DATE
006640             OR CLM-RANGE-MISSING.
006650     IF CLM-RANGE-MISSING
006660         MOVE "REJECTED - DATE NOT ON CALENDAR" TO CLM-DISPOSITION
006670         ADD 1 TO CLM-REJECT-COUNT
006680         GO TO 4000-EXIT
006690     END-IF.
006700     MOVE TRN-FROM-DATE TO CLM-WORK-DATE-NUM.
006710     PERFORM 4200-MARK-ONE-DATE THRU 4200-EXIT
006720         UNTIL CLM-WORK-DATE-NUM > CLM-TO-DATE.
006730     IF CLM-DATES-CHANGED = ZERO
006740         MOVE "REJECTED - NO CHANGE" TO CLM-DISPOSITION
006750         ADD 1 TO CLM-REJECT-COUNT
006760         GO TO 4000-EXIT
006770     END-IF.
006780     IF TRN-ACTION-HOLIDAY
006790         MOVE "MARKED NON-BUSINESS" TO CLM-DISPOSITION
006800     ELSE
006810         MOVE "MARKED BUSINESS" TO CLM-DISPOSITION
006820     END-IF.
006830     ADD 1 TO CLM-APPLIED-COUNT.
006840 4000-EXIT.
006850     EXIT.
006860
006870 4100-CHECK-ONE-DATE.
006880     PERFORM 2100-READ-CALENDAR THRU 2100-EXIT.
006890     IF CLM-DATE-NOT-FOUND
006900         MOVE "Y" TO CLM-RANGE-MISSING-SW
006910         GO TO 4100-EXIT
006920     END-IF.
006930     PERFORM 8800-FORWARD-ONE-DAY THRU 8800-EXIT.
006940 4100-EXIT.
006950     EXIT.
006960
006970****************************************************************
006980*    4200-MARK-ONE-DATE - A DATE ALREADY IN THE REQUESTED       *
006990*    STATE IS LEFT ALONE AND NOT COUNTED                        *
007000****************************************************************
007010 4200-MARK-ONE-DATE.
007020     PERFORM 2100-READ-CALENDAR THRU 2100-EXIT.
007030     IF CAL-BUSINESS-DAY-SW = CLM-NEW-BUSINESS-SW
007040         GO TO 4200-NEXT
007050     END-IF.
007060     MOVE CLM-NEW-BUSINESS-SW TO CAL-BUSINESS-DAY-SW.
007070     MOVE TRN-DESCRIPTION     TO CAL-DAY-DESC.
007080     MOVE WS-CURRENT-DATE     TO CAL-CHANGED-DATE.
007090     MOVE TRN-MAINTAINED-BY   TO CAL-CHANGED-BY.
007100     REWRITE CAL-RECORD
007110         INVALID KEY
007120             DISPLAY "CALMNT - ABEND - CALENDAR-FILE "
007130                     "REWRITE INVALID KEY - DATE " CAL-DATE
007140             GO TO 9900-ABEND-TERMINATION
007150     END-REWRITE.
007160     IF WS-CAL-FILE-STATUS NOT = "00"
007170         DISPLAY "CALMNT - ABEND - CALENDAR-FILE "
007180                 "REWRITE FAILED - STATUS " WS-CAL-FILE-STATUS
007190         GO TO 9900-ABEND-TERMINATION
007200     END-IF.
007210     ADD 1 TO CLM-DATES-CHANGED.
007220     ADD 1 TO CLM-DATES-REWRITTEN.
007230 4200-NEXT.
007240     PERFORM 8800-FORWARD-ONE-DAY THRU 8800-EXIT.
007250 4200-EXIT.
007260     EXIT.
007270
007280****************************************************************
007290*    5000-RENUMBER-BUSINESS-DAYS - ONE PASS OVER THE WHOLE      *
007300*    CALENDAR IN DATE ORDER, COUNTING BUSINESS DAYS; ONLY A     *
007310*    DATE WHOSE NUMBER CHANGED IS REWRITTEN                     *
007320****************************************************************
007330 5000-RENUMBER-BUSINESS-DAYS.
007340     MOVE ZERO TO CLM-BUSINESS-DAY-NO.
007350     MOVE ZERO TO CAL-DATE.
007360     START CALENDAR-FILE KEY IS NOT LESS THAN CAL-KEY
007370         INVALID KEY
007380             GO TO 5000-EXIT
007390     END-START.
007400     PERFORM 5900-READ-NEXT-CALENDAR THRU 5900-EXIT.
007410     PERFORM 5100-RENUMBER-ONE-DATE THRU 5100-EXIT
007420         UNTIL WS-CAL-EOF.
007430 5000-EXIT.
007440     EXIT.
007450
007460 5100-RENUMBER-ONE-DATE.
007470     IF CAL-BUSINESS-DAY
007480         ADD 1 TO CLM-BUSINESS-DAY-NO
007490     END-IF.
007500     IF CAL-BUSINESS-DAY-NO NOT = CLM-BUSINESS-DAY-NO
007510         MOVE CLM-BUSINESS-DAY-NO TO CAL-BUSINESS-DAY-NO
007520         REWRITE CAL-RECORD
007530             INVALID KEY
007540                 DISPLAY "CALMNT - ABEND - CALENDAR-FILE "
007550                         "REWRITE INVALID KEY - DATE " CAL-DATE
007560                 GO TO 9900-ABEND-TERMINATION
007570         END-REWRITE
007580         IF WS-CAL-FILE-STATUS NOT = "00"
007590             DISPLAY "CALMNT - ABEND - CALENDAR-FILE "
007600                     "REWRITE FAILED - STATUS " WS-CAL-FILE-STATUS
007610             GO TO 9900-ABEND-TERMINATION
007620         END-IF
007630         ADD 1 TO CLM-RENUMBERED-COUNT
007640     END-IF.
007650     PERFORM 5900-READ-NEXT-CALENDAR THRU 5900-EXIT.
007660 5100-EXIT.
007670     EXIT.
007680
007690 5900-READ-NEXT-CALENDAR.
007700     READ CALENDAR-FILE NEXT RECORD
007710         AT END
007720             MOVE "Y" TO WS-CAL-EOF-SW
007730             GO TO 5900-EXIT
007740     END-READ.
007750     ADD 1 TO CLM-CAL-READ-COUNT.
007760 5900-EXIT.
007770     EXIT.
007780
007790****************************************************************
007800*    6000-WRITE-REGISTER-LINE - DETAIL LINE WITH PAGE BREAK     *
007810****************************************************************
007820 6000-WRITE-REGISTER-LINE.
007830     IF CLM-LINE-COUNT >= CLM-LINES-PER-PAGE
007840         PERFORM 7100-WRITE-REPORT-HEADING THRU 7100-EXIT
007850     END-IF.
007860     MOVE SPACES            TO RPT-DETAIL-LINE.
007870     MOVE TRN-ACTION-CODE   TO RPT-ACTION-CODE.
007880     MOVE TRN-FROM-DATE-X   TO RPT-FROM-DATE.
007890     MOVE CLM-TO-DATE       TO RPT-TO-DATE.
007900     IF TRN-ACTION-GENERATE
007910         MOVE TRN-FISCAL-YEAR-X TO RPT-FISCAL-YEAR
007920         MOVE TRN-WEEKS-X       TO RPT-WEEKS
007930     END-IF.
007940     MOVE CLM-DATES-CHANGED TO RPT-DATES-CHANGED.
007950     MOVE TRN-DESCRIPTION   TO RPT-DESCRIPTION.
007960     MOVE TRN-MAINTAINED-BY TO RPT-MAINTAINED-BY.
007970     MOVE CLM-DISPOSITION   TO RPT-DISPOSITION.
007980     WRITE REGISTER-RECORD FROM RPT-DETAIL-LINE.
007990     IF WS-RPT-FILE-STATUS NOT = "00"
008000         DISPLAY "CALMNT - ABEND - REGISTER-FILE "
008010                 "WRITE FAILED - STATUS " WS-RPT-FILE-STATUS
008020         GO TO 9900-ABEND-TERMINATION
008030     END-IF.
008040     ADD 1 TO CLM-LINE-COUNT.
008050 6000-EXIT.
008060     EXIT.
008070
008080****************************************************************
008090*    7100-WRITE-REPORT-HEADING - PAGE BREAK                     *
008100****************************************************************
008110 7100-WRITE-REPORT-HEADING.
008120     ADD 1 TO CLM-PAGE-COUNT.
008130     MOVE WS-CURRENT-DATE TO RPT-HDG-RUN-DATE.
008140     MOVE CLM-PAGE-COUNT  TO RPT-HDG-PAGE-NO.
008150     WRITE REGISTER-RECORD FROM RPT-HEADING-LINE-1.
008160     WRITE REGISTER-RECORD FROM RPT-HEADING-LINE-2.
008170     MOVE ZERO TO CLM-LINE-COUNT.
008180 7100-EXIT.
008190     EXIT.
008200
008210****************************************************************
008220*    8000-WRITE-REGISTER-TOTALS                                 *
008230****************************************************************
008240 8000-WRITE-REGISTER-TOTALS.
008250     MOVE SPACES                  TO RPT-TOTAL-LINE.
008260     MOVE "TRANSACTIONS READ"     TO RPT-TOT-LABEL.
008270     MOVE CLM-READ-COUNT          TO RPT-TOT-VALUE.
008280     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT.
008290     MOVE SPACES                  TO RPT-TOTAL-LINE.
008300     MOVE "TRANSACTIONS APPLIED"  TO RPT-TOT-LABEL.
008310     MOVE CLM-APPLIED-COUNT       TO RPT-TOT-VALUE.
008320     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT.
008330     MOVE SPACES                  TO RPT-TOTAL-LINE.
008340     MOVE "TRANSACTIONS REJECTED" TO RPT-TOT-LABEL.
008350     MOVE CLM-REJECT-COUNT        TO RPT-TOT-VALUE.
008360     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT.
008370     MOVE SPACES                  TO RPT-TOTAL-LINE.
008380     MOVE "DATES ADDED"           TO RPT-TOT-LABEL.
008390     MOVE CLM-DATES-WRITTEN       TO RPT-TOT-VALUE.
008400     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT.
008410     MOVE SPACES                  TO RPT-TOTAL-LINE.
008420     MOVE "DATES CHANGED"         TO RPT-TOT-LABEL.
008430     MOVE CLM-DATES-REWRITTEN     TO RPT-TOT-VALUE.
008440     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT.
008450     MOVE SPACES                  TO RPT-TOTAL-LINE.
008460     MOVE "DATES ON CALENDAR"     TO RPT-TOT-LABEL.
008470     MOVE CLM-CAL-READ-COUNT      TO RPT-TOT-VALUE.
008480     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT.
008490     MOVE SPACES                  TO RPT-TOTAL-LINE.
008500     MOVE "BUSINESS DAYS ON FILE" TO RPT-TOT-LABEL.
008510     MOVE CLM-BUSINESS-DAY-NO     TO RPT-TOT-VALUE.
008520     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT.
008530     MOVE SPACES                  TO RPT-TOTAL-LINE.
008540     MOVE "DATES RENUMBERED"      TO RPT-TOT-LABEL.
008550     MOVE CLM-RENUMBERED-COUNT    TO RPT-TOT-VALUE.
008560     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT.
008570 8000-EXIT.
008580     EXIT.
008590
008600 8100-WRITE-TOTAL-LINE.
008610     IF CLM-LINE-COUNT >= CLM-LINES-PER-PAGE
008620         PERFORM 7100-WRITE-REPORT-HEADING THRU 7100-EXIT
008630     END-IF.
008640     WRITE REGISTER-RECORD FROM RPT-TOTAL-LINE.
008650     IF WS-RPT-FILE-STATUS NOT = "00"
008660         DISPLAY "CALMNT - ABEND - REGISTER-FILE "
008670                 "WRITE FAILED - STATUS " WS-RPT-FILE-STATUS
008680         GO TO 9900-ABEND-TERMINATION
008690     END-IF.
008700     ADD 1 TO CLM-LINE-COUNT.
008710 8100-EXIT.
008720     EXIT.
008730
008740****************************************************************
008750*    8600-VALIDATE-WORK-DATE - A REAL YYYYMMDD DATE             *
008760****************************************************************
008770 8600-VALIDATE-WORK-DATE.
008780     MOVE "N" TO CLM-DATE-VALID-SW.
008790     IF CLM-WORK-YEAR = ZERO
008800             OR CLM-WORK-MONTH < 1 OR CLM-WORK-MONTH > 12
008810             OR CLM-WORK-DAY < 1
008820         GO TO 8600-EXIT
008830     END-IF.
008840     PERFORM 8900-GET-MONTH-LENGTH THRU 8900-EXIT.
008850     IF CLM-WORK-DAY > CLM-MONTH-LENGTH
008860         GO TO 8600-EXIT
008870     END-IF.
008880     MOVE "Y" TO CLM-DATE-VALID-SW.
008890 8600-EXIT.
008900     EXIT.
008910
008920 8800-FORWARD-ONE-DAY.
008930     PERFORM 8900-GET-MONTH-LENGTH THRU 8900-EXIT.
008940     IF CLM-WORK-DAY < CLM-MONTH-LENGTH
008950         ADD 1 TO CLM-WORK-DAY
008960         GO TO 8800-EXIT
008970     END-IF.
008980     MOVE 1 TO CLM-WORK-DAY.
008990     IF CLM-WORK-MONTH = 12
009000         MOVE 1 TO CLM-WORK-MONTH
009010         ADD 1 TO CLM-WORK-YEAR
009020     ELSE
009030         ADD 1 TO CLM-WORK-MONTH
009040     END-IF.
009050 8800-EXIT.
009060     EXIT.
009070
009080****************************************************************
009090*    8900-GET-MONTH-LENGTH - FEBRUARY RUNS 29 DAYS WHEN THE     *
009100*    YEAR DIVIDES BY 4, EXCEPT CENTURIES NOT DIVISIBLE BY 400   *
009110****************************************************************
009120 8900-GET-MONTH-LENGTH.
009130     MOVE CLM-MONTH-DAYS (CLM-WORK-MONTH) TO CLM-MONTH-LENGTH.
009140     IF CLM-WORK-MONTH NOT = 2
009150         GO TO 8900-EXIT
009160     END-IF.
009170     DIVIDE CLM-WORK-YEAR BY 4
009180         GIVING CLM-LEAP-QUOTIENT
009190         REMAINDER CLM-LEAP-REMAINDER.
009200     IF CLM-LEAP-REMAINDER NOT = ZERO
009210         GO TO 8900-EXIT
009220     END-IF.
009230     DIVIDE CLM-WORK-YEAR BY 100
009240         GIVING CLM-LEAP-QUOTIENT
009250         REMAINDER CLM-LEAP-REMAINDER.
009260     IF CLM-LEAP-REMAINDER NOT = ZERO
009270         MOVE 29 TO CLM-MONTH-LENGTH
009280         GO TO 8900-EXIT
009290     END-IF.
009300     DIVIDE CLM-WORK-YEAR BY 400
009310         GIVING CLM-LEAP-QUOTIENT
009320         REMAINDER CLM-LEAP-REMAINDER.
009330     IF CLM-LEAP-REMAINDER = ZERO
009340         MOVE 29 TO CLM-MONTH-LENGTH
009350     END-IF.
009360 8900-EXIT.
009370     EXIT.
009380
009390****************************************************************
009400*    9000-TERMINATE - RETURN CODE 4 TELLS OPERATIONS TO READ    *
009410*    THE REGISTER FOR REJECTED TRANSACTIONS                     *
009420****************************************************************
009430 9000-TERMINATE.
009440     PERFORM 8000-WRITE-REGISTER-TOTALS THRU 8000-EXIT.
009450     CLOSE CAL-TRAN-FILE
009460           CALENDAR-FILE
009470           REGISTER-FILE.
009480     IF CLM-REJECT-COUNT > ZERO
009490         MOVE 4 TO RETURN-CODE
009500     END-IF.
009510 9000-EXIT.
009520     EXIT.
009530
009540****************************************************************
009550*    9700-WRITE-RUN-END - APPEND THE END RECORD WITH THE        *
009560*    FINAL RETURN CODE AND RECORDS PROCESSED; NEVER ABENDS,     *
009570*    SINCE THE ABEND PATH ITSELF COMES THROUGH HERE             *
009580****************************************************************
009590 9700-WRITE-RUN-END.
009600     IF NOT WS-RUN-OPEN
009610         GO TO 9700-EXIT
009620     END-IF.
009630     MOVE SPACES          TO RUN-RECORD.
009640     MOVE "CALMNT"        TO RUN-PROGRAM-ID.
009650     MOVE WS-CURRENT-DATE TO RUN-RUN-DATE.
009660     MOVE 01              TO RUN-CYCLE-NO.
009670     MOVE SPACES          TO RUN-RUN-ID.
009680     MOVE "E"             TO RUN-RECORD-TYPE.
009690     ACCEPT WS-CURRENT-TIME FROM TIME.
009700     MOVE WS-CURRENT-TIME TO RUN-TIME.
009710     MOVE CLM-READ-COUNT  TO RUN-RECORDS-PROCESSED.
009720     MOVE RETURN-CODE     TO RUN-RETURN-CODE.
009730     WRITE RUN-RECORD.
009740     IF WS-RUN-FILE-STATUS NOT = "00"
009750         DISPLAY "CALMNT - RUN-STATUS-FILE WRITE FAILED - "
009760                 "STATUS " WS-RUN-FILE-STATUS
009770     END-IF.
009780     CLOSE RUN-STATUS-FILE.
009790     MOVE "N" TO WS-RUN-OPEN-SW.
009800 9700-EXIT.
009810     EXIT.
009820
009830****************************************************************
009840*    9900-ABEND-TERMINATION - AN OPEN OR A WRITE CAME BACK      *
009850*    WITH A FILE STATUS OTHER THAN SUCCESSFUL; THE RUN CANNOT   *
009860*    BE TRUSTED TO CONTINUE, SO IT STOPS HERE WITH A NON-ZERO   *
009870*    RETURN CODE FOR THE JOB SCHEDULER TO CATCH.                *
009880****************************************************************
009890 9900-ABEND-TERMINATION.
009900     MOVE 16 TO RETURN-CODE.
009910     PERFORM 9700-WRITE-RUN-END THRU 9700-EXIT.
009920     STOP RUN.
