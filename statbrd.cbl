000340*     09/02/2026  DLO  ROUTE THE TABLE-FULL ABEND THROUGH THE    *
000350*                      COMMON ABEND EXIT SO THE RUN-STATUS END   *
000360*                      RECORD IS STILL WRITTEN.                  *
000370*     10/12/2026  DLO  SHOW THE COUNT AND AMOUNT OF GL LINES     *
000380*                      FINANCE HAS NOT POSTED, FROM THE DAY'S    *
000390*                      GLACK END RECORD.                         *
000400*     10/15/2026  DLO  SHOW THE GL LINES UNPOSTED AS UNKNOWN     *
000410*                      WHEN THE DAY'S LAST GLACK RUN ABENDED.    *
000420****************************************************************
000430 IDENTIFICATION DIVISION.
000440 PROGRAM-ID.    STATBRD.
000450 AUTHOR.        D. L. OKAFOR.
000460 INSTALLATION.  INVENTORY CONTROL SYSTEMS.
000470 DATE-WRITTEN.  08/27/2026.
000480 DATE-COMPILED.
000490
000500 ENVIRONMENT DIVISION.
000510 CONFIGURATION SECTION.
000520 SOURCE-COMPUTER.   IBM-370.
000530 OBJECT-COMPUTER.   IBM-370.
000540 SPECIAL-NAMES.
000550     C01 IS TOP-OF-PAGE.
000560
000570 INPUT-OUTPUT SECTION.
000580 FILE-CONTROL.
000590*    SHARED RUN-STATUS FILE, APPENDED BY EVERY BATCH PROGRAM -
000600*    OPTIONAL SO THE BOARD CAN STILL PRINT ON A DAY WHEN
000610*    NOTHING HAS RUN YET
000620     SELECT OPTIONAL RUN-STATUS-FILE
000630         ASSIGN TO RUNSTAT
000640         ORGANIZATION IS SEQUENTIAL
000650         FILE STATUS IS WS-RUN-FILE-STATUS.
000660
000670*    REPORT-DATE CONTROL CARD - OPTIONAL, DEFAULTS TO TODAY
000680     SELECT OPTIONAL CONTROL-CARD-FILE
000690         ASSIGN TO STBCARD
000700         ORGANIZATION IS SEQUENTIAL
000710         FILE STATUS IS WS-CRD-FILE-STATUS.
000720
000730*    EXPECTED-RUNS CARD FILE, ONE PROGRAM/CYCLE/RUN-ID PER
000740*    CARD - OPTIONAL; A LISTED RUN WITH NO START RECORD ON
000750*    THE REPORT DATE IS FLAGGED NOT RUN
000760     SELECT OPTIONAL EXPECTED-RUNS-FILE
000770         ASSIGN TO STBEXP
000780         ORGANIZATION IS SEQUENTIAL
000790         FILE STATUS IS WS-EXP-FILE-STATUS.
000800
000810*    PRINTED, PAGINATED STATUS BOARD
000820     SELECT REPORT-FILE
000830         ASSIGN TO STBRPT
000840         ORGANIZATION IS SEQUENTIAL
000850         FILE STATUS IS WS-RPT-FILE-STATUS.
000860
000870 DATA DIVISION.
000880 FILE SECTION.
000890 FD  RUN-STATUS-FILE
000900     LABEL RECORDS ARE STANDARD
000910     RECORD CONTAINS 80 CHARACTERS.
000920     COPY "RUNREC.CPY".
000930
000940 FD  CONTROL-CARD-FILE
000950     LABEL RECORDS ARE STANDARD
000960     RECORD CONTAINS 80 CHARACTERS.
000970 01  CRD-RECORD.
000980     05  CRD-REPORT-DATE         PIC 9(08).
000990     05  FILLER                  PIC X(72).
001000
001010 FD  EXPECTED-RUNS-FILE
001020     LABEL RECORDS ARE STANDARD
001030     RECORD CONTAINS 80 CHARACTERS.
001040 01  EXP-RECORD.
001050     05  EXP-PROGRAM-ID          PIC X(08).
001060     05  EXP-CYCLE-NO            PIC 9(02).
001070     05  EXP-RUN-ID              PIC X(08).
001080     05  FILLER                  PIC X(62).
001090
001100 FD  REPORT-FILE
001110     LABEL RECORDS ARE STANDARD
001120     RECORD CONTAINS 132 CHARACTERS.
001130 01  REPORT-RECORD               PIC X(132).
001140
001150 WORKING-STORAGE SECTION.
001160****************************************************************
001170*    FILE STATUS SWITCHES                                      *
001180****************************************************************
001190 01  WS-FILE-STATUSES.
001200     05  WS-RUN-FILE-STATUS      PIC X(02) VALUE "00".
001210     05  WS-CRD-FILE-STATUS      PIC X(02) VALUE "00".
001220     05  WS-EXP-FILE-STATUS      PIC X(02) VALUE "00".
001230     05  WS-RPT-FILE-STATUS      PIC X(02) VALUE "00".
001240
001250****************************************************************
001260*    PROGRAM SWITCHES                                          *
001270****************************************************************
001280 01  WS-SWITCHES.
001290     05  WS-RUN-EOF-SW           PIC X(01) VALUE "N".
001300         88  WS-RUN-EOF                     VALUE "Y".
001310     05  WS-EXP-EOF-SW           PIC X(01) VALUE "N".
001320         88  WS-EXP-EOF                     VALUE "Y".
001330     05  STB-MATCH-FOUND-SW      PIC X(01) VALUE "N".
001340         88  STB-MATCH-FOUND                VALUE "Y".
001350     05  STB-GL-ACK-SW           PIC X(01) VALUE "N".
001360         88  STB-GL-ACK-SEEN                VALUE "Y".
001370         88  STB-GL-ACK-UNKNOWN             VALUE "U".
001380
001390****************************************************************
001400*    REPORT DATE AND RUN COUNTERS                               *
001410****************************************************************
001420 01  STB-REPORT-DATE             PIC 9(08) VALUE ZERO.
001430 01  WS-CURRENT-DATE             PIC 9(08) VALUE ZERO.
001440 01  STB-READ-COUNT              PIC 9(06) COMP VALUE ZERO.
001450 01  STB-COMPLETED-COUNT         PIC 9(06) COMP VALUE ZERO.
001460 01  STB-FLAGGED-COUNT           PIC 9(06) COMP VALUE ZERO.
001470 01  STB-NOT-RUN-COUNT           PIC 9(06) COMP VALUE ZERO.
001480
001490****************************************************************
001500*    GL LINES FINANCE HAS NOT POSTED, AS LEFT BY THE LAST GLACK *
001510*    ACKNOWLEDGMENT MATCH TO END ON THE REPORT DATE             *
001520****************************************************************
001530 01  STB-GL-UNPOSTED-COUNT       PIC 9(08) VALUE ZERO.
001540 01  STB-GL-UNPOSTED-AMOUNT      PIC 9(12) VALUE ZERO.
001550
001560****************************************************************
001570*    EXPECTED-RUNS TABLE - ONE ENTRY PER CARD; AN ENTRY WITH    *
001580*    NO MATCHING RUN ON THE BOARD IS FLAGGED NOT RUN            *
001590****************************************************************
001600 01  STB-EXP-COUNT               PIC 9(04) COMP VALUE ZERO.
001610 01  STB-EXP-TABLE.
001620     05  STB-EXP-ENTRY OCCURS 100 TIMES
001630             INDEXED BY STB-EXP-IDX.
001640         10  STB-EXP-PROGRAM         PIC X(08).
001650         10  STB-EXP-CYCLE-NO        PIC 9(02).
001660         10  STB-EXP-RUN-ID          PIC X(08).
001670
001680****************************************************************
001690*    RUN TABLE - ONE ENTRY PER RUN SEEN ON THE REPORT DATE,     *
001700*    IN START ORDER. AN END RECORD CLAIMS THE EARLIEST          *
001710*    UNENDED START FOR THE SAME PROGRAM, CYCLE, AND RUN-ID;     *
001720*    AN END WITH NO START IS CARRIED AS ITS OWN FLAGGED LINE.   *
001730****************************************************************
001740 01  STB-RUN-COUNT               PIC 9(04) COMP VALUE ZERO.
001750 01  STB-RUN-TABLE.
001760     05  STB-RUN-ENTRY OCCURS 300 TIMES
001770             INDEXED BY STB-RUN-IDX.
001780         10  STB-TBL-PROGRAM         PIC X(08).
001790         10  STB-TBL-CYCLE-NO        PIC 9(02).
001800         10  STB-TBL-RUN-ID          PIC X(08).
001810         10  STB-TBL-START-TIME      PIC 9(08).
001820         10  STB-TBL-END-TIME        PIC 9(08).
001830         10  STB-TBL-RECORDS         PIC 9(08).
001840         10  STB-TBL-RETURN-CODE     PIC 9(02).
001850         10  STB-TBL-STATE-SW        PIC X(01).
001860             88  STB-TBL-STARTED             VALUE "S".
001870             88  STB-TBL-ENDED               VALUE "E".
001880             88  STB-TBL-END-ONLY            VALUE "X".
001890
001900****************************************************************
001910*    PAGINATION COUNTERS                                        *
001920****************************************************************
001930 01  STB-LINE-COUNT              PIC 9(03) COMP VALUE ZERO.
001940 01  STB-PAGE-COUNT              PIC 9(03) COMP VALUE ZERO.
001950 01  STB-LINES-PER-PAGE          PIC 9(03) COMP VALUE 55.
001960
001970****************************************************************
001980*    PAGINATED STATUS BOARD LINES                               *
001990****************************************************************
002000 01  RPT-HEADING-LINE-1.
002010     05  FILLER                  PIC X(01) VALUE "1".
002020     05  FILLER                  PIC X(40)
002030             VALUE "STATBRD - DAILY OPERATIONS STATUS BOARD".
002040     05  FILLER                  PIC X(10) VALUE "  FOR DATE".
002050     05  RPT-HDG-REPORT-DATE     PIC 9(08).
002060     05  FILLER                  PIC X(09) VALUE SPACES.
002070     05  FILLER                  PIC X(05) VALUE "PAGE ".
002080     05  RPT-HDG-PAGE-NO         PIC ZZ9.
002090     05  FILLER                  PIC X(56) VALUE SPACES.
002100
002110 01  RPT-HEADING-LINE-2.
002120     05  FILLER                  PIC X(01) VALUE SPACE.
002130     05  FILLER                  PIC X(08) VALUE "PROGRAM".
002140     05  FILLER                  PIC X(02) VALUE SPACES.
002150     05  FILLER                  PIC X(08) VALUE "RUN-ID".
002160     05  FILLER                  PIC X(02) VALUE SPACES.
002170     05  FILLER                  PIC X(02) VALUE "CY".
002180     05  FILLER                  PIC X(02) VALUE SPACES.
002190     05  FILLER                  PIC X(08) VALUE "START".
002200     05  FILLER                  PIC X(02) VALUE SPACES.
002210     05  FILLER                  PIC X(08) VALUE "STOP".
002220     05  FILLER                  PIC X(02) VALUE SPACES.
002230     05  FILLER                  PIC X(08) VALUE " RECORDS".
002240     05  FILLER                  PIC X(02) VALUE SPACES.
002250     05  FILLER                  PIC X(02) VALUE "RC".
002260     05  FILLER                  PIC X(02) VALUE SPACES.
002270     05  FILLER                  PIC X(32) VALUE "STATUS".
002280     05  FILLER                  PIC X(41) VALUE SPACES.
002290
002300 01  RPT-DETAIL-LINE.
002310     05  FILLER                  PIC X(01) VALUE SPACE.
002320     05  RPT-PROGRAM             PIC X(08).
002330     05  FILLER                  PIC X(02) VALUE SPACES.
002340     05  RPT-RUN-ID              PIC X(08).
002350     05  FILLER                  PIC X(02) VALUE SPACES.
002360     05  RPT-CYCLE-NO            PIC 9(02).
002370     05  FILLER                  PIC X(02) VALUE SPACES.
002380     05  RPT-START-TIME          PIC X(08).
002390     05  FILLER                  PIC X(02) VALUE SPACES.
002400     05  RPT-END-TIME            PIC X(08).
002410     05  FILLER                  PIC X(02) VALUE SPACES.
002420     05  RPT-RECORDS             PIC ZZZZZZZ9.
002430     05  FILLER                  PIC X(02) VALUE SPACES.
002440     05  RPT-RETURN-CODE         PIC Z9.
002450     05  FILLER                  PIC X(02) VALUE SPACES.
002460     05  RPT-STATUS              PIC X(32).
002470     05  FILLER                  PIC X(41) VALUE SPACES.
002480
002490 01  RPT-MESSAGE-LINE.
002500     05  FILLER                  PIC X(01) VALUE SPACE.
002510     05  RPT-MESSAGE             PIC X(60).
002520     05  FILLER                  PIC X(71) VALUE SPACES.
002530
002540 01  RPT-TOTAL-LINE.
002550     05  FILLER                  PIC X(01) VALUE SPACE.
002560     05  RPT-TOT-LABEL           PIC X(25).
002570     05  RPT-TOT-VALUE           PIC ZZZZZ9.
002580     05  FILLER                  PIC X(100) VALUE SPACES.
002590
002600 01  RPT-GL-LINE.
002610     05  FILLER                  PIC X(01) VALUE SPACE.
002620     05  RPT-GL-LABEL            PIC X(25).
002630     05  RPT-GL-COUNT            PIC ZZZZZ9.
002640     05  FILLER                  PIC X(10) VALUE "   AMOUNT ".
002650     05  RPT-GL-AMOUNT           PIC ZZZ,ZZZ,ZZZ,ZZ9.
002660     05  FILLER                  PIC X(75) VALUE SPACES.
002670
002680 PROCEDURE DIVISION.
002690****************************************************************
002700*    0000-MAINLINE                                              *
002710****************************************************************
002720 0000-MAINLINE.
002730     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002740     PERFORM 2000-TABLE-RUN-RECORD THRU 2000-EXIT
002750         UNTIL WS-RUN-EOF.
002760     PERFORM 4000-WRITE-STATUS-BOARD THRU 4000-EXIT.
002770     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002780     STOP RUN.
002790
002800****************************************************************
002810*    1000-INITIALIZE                                            *
002820****************************************************************
002830 1000-INITIALIZE.
002840     OPEN INPUT RUN-STATUS-FILE.
002850     IF WS-RUN-FILE-STATUS NOT = "00"
002860             AND WS-RUN-FILE-STATUS NOT = "05"
002870         DISPLAY "STATBRD - ABEND - RUN-STATUS-FILE "
002880                 "OPEN FAILED - STATUS " WS-RUN-FILE-STATUS
002890         GO TO 9900-ABEND-TERMINATION
002900     END-IF.
002910     OPEN OUTPUT REPORT-FILE.
002920     IF WS-RPT-FILE-STATUS NOT = "00"
002930         DISPLAY "STATBRD - ABEND - REPORT-FILE "
002940                 "OPEN FAILED - STATUS " WS-RPT-FILE-STATUS
002950         GO TO 9900-ABEND-TERMINATION
002960     END-IF.
002970     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
002980     PERFORM 1100-GET-REPORT-DATE THRU 1100-EXIT.
002990     PERFORM 1300-LOAD-EXPECTED-RUNS THRU 1300-EXIT.
003000     PERFORM 7100-WRITE-REPORT-HEADING THRU 7100-EXIT.
003010     PERFORM 2900-READ-RUN-RECORD THRU 2900-EXIT.
003020 1000-EXIT.
003030     EXIT.
003040
003050****************************************************************
003060*    1100-GET-REPORT-DATE - AN ABSENT OR BLANK CONTROL CARD     *
003070*    BOARDS TODAY'S RUNS; A DATED CARD LETS OPERATIONS LOOK     *
003080*    BACK AT AN EARLIER DAY                                     *
003090****************************************************************
003100 1100-GET-REPORT-DATE.
003110     MOVE WS-CURRENT-DATE TO STB-REPORT-DATE.
003120     OPEN INPUT CONTROL-CARD-FILE.
003130     IF WS-CRD-FILE-STATUS NOT = "00"
003140             AND WS-CRD-FILE-STATUS NOT = "05"
003150         DISPLAY "STATBRD - ABEND - CONTROL-CARD-FILE "
003160                 "OPEN FAILED - STATUS " WS-CRD-FILE-STATUS
003170         GO TO 9900-ABEND-TERMINATION
003180     END-IF.
003190     READ CONTROL-CARD-FILE
003200         AT END
003210             MOVE ZERO TO CRD-REPORT-DATE
003220     END-READ.
003230     IF CRD-REPORT-DATE NUMERIC AND CRD-REPORT-DATE > ZERO
003240         MOVE CRD-REPORT-DATE TO STB-REPORT-DATE
003250     END-IF.
003260     CLOSE CONTROL-CARD-FILE.
003270 1100-EXIT.
003280     EXIT.
003290
003300****************************************************************
003310*    1300-LOAD-EXPECTED-RUNS - THE WHOLE EXPECTED-RUNS DECK     *
003320*    IS TABLED UP FRONT; AN ABSENT DECK MEANS NOTHING IS        *
003330*    EXPECTED AND THE BOARD REPORTS ONLY WHAT RAN               *
003340****************************************************************
003350 1300-LOAD-EXPECTED-RUNS.
003360     OPEN INPUT EXPECTED-RUNS-FILE.
003370     IF WS-EXP-FILE-STATUS NOT = "00"
003380             AND WS-EXP-FILE-STATUS NOT = "05"
003390         DISPLAY "STATBRD - ABEND - EXPECTED-RUNS-FILE "
003400                 "OPEN FAILED - STATUS " WS-EXP-FILE-STATUS
003410         GO TO 9900-ABEND-TERMINATION
003420     END-IF.
003430     PERFORM 1390-READ-EXPECTED-RECORD THRU 1390-EXIT.
003440     PERFORM 1350-ADD-EXPECTED-RUN THRU 1350-EXIT
003450         UNTIL WS-EXP-EOF.
003460     CLOSE EXPECTED-RUNS-FILE.
003470 1300-EXIT.
003480     EXIT.
003490
003500 1350-ADD-EXPECTED-RUN.
003510     IF STB-EXP-COUNT >= 100
003520         DISPLAY "STATBRD - ABEND - MORE THAN 100 EXPECTED-"
003530                 "RUNS CARDS"
003540         GO TO 9900-ABEND-TERMINATION
003550     END-IF.
003560     ADD 1 TO STB-EXP-COUNT.
003570     SET STB-EXP-IDX TO STB-EXP-COUNT.
003580     MOVE EXP-PROGRAM-ID TO STB-EXP-PROGRAM (STB-EXP-IDX).
003590     IF EXP-CYCLE-NO NUMERIC AND EXP-CYCLE-NO > ZERO
003600         MOVE EXP-CYCLE-NO TO STB-EXP-CYCLE-NO (STB-EXP-IDX)
003610     ELSE
003620         MOVE 01 TO STB-EXP-CYCLE-NO (STB-EXP-IDX)
003630     END-IF.
003640     MOVE EXP-RUN-ID     TO STB-EXP-RUN-ID (STB-EXP-IDX).
003650     PERFORM 1390-READ-EXPECTED-RECORD THRU 1390-EXIT.
003660 1350-EXIT.
003670     EXIT.
003680
003690 1390-READ-EXPECTED-RECORD.
003700     READ EXPECTED-RUNS-FILE
003710         AT END
003720             MOVE "Y" TO WS-EXP-EOF-SW
003730     END-READ.
003740 1390-EXIT.
003750     EXIT.
003760
003770****************************************************************
003780*    2000-TABLE-RUN-RECORD - ONE ITERATION PER RUN-STATUS       *
003790*    RECORD; ONLY THE REPORT DATE'S RECORDS JOIN THE BOARD      *
003800****************************************************************
003810 2000-TABLE-RUN-RECORD.
003820     ADD 1 TO STB-READ-COUNT.
003830     IF RUN-RUN-DATE NOT = STB-REPORT-DATE
003840         GO TO 2000-NEXT
003850     END-IF.
003860     IF RUN-TYPE-START
003870         PERFORM 2100-ADD-START-ENTRY THRU 2100-EXIT
003880     ELSE
003890         IF RUN-TYPE-END
003900             PERFORM 2200-MATCH-END-RECORD THRU 2200-EXIT
003910         END-IF
003920     END-IF.
003930 2000-NEXT.
003940     PERFORM 2900-READ-RUN-RECORD THRU 2900-EXIT.
003950 2000-EXIT.
003960     EXIT.
003970
003980 2100-ADD-START-ENTRY.
003990     IF STB-RUN-COUNT >= 300
004000         DISPLAY "STATBRD - ABEND - MORE THAN 300 RUNS ON "
004010                 "THE REPORT DATE"
004020         GO TO 9900-ABEND-TERMINATION
004030     END-IF.
004040     ADD 1 TO STB-RUN-COUNT.
004050     SET STB-RUN-IDX TO STB-RUN-COUNT.
004060     MOVE RUN-PROGRAM-ID TO STB-TBL-PROGRAM (STB-RUN-IDX).
004070     MOVE RUN-CYCLE-NO   TO STB-TBL-CYCLE-NO (STB-RUN-IDX).
004080     MOVE RUN-RUN-ID     TO STB-TBL-RUN-ID (STB-RUN-IDX).
004090     MOVE RUN-TIME       TO STB-TBL-START-TIME (STB-RUN-IDX).
004100     MOVE ZERO           TO STB-TBL-END-TIME (STB-RUN-IDX).
004110     MOVE ZERO           TO STB-TBL-RECORDS (STB-RUN-IDX).
004120     MOVE ZERO           TO STB-TBL-RETURN-CODE (STB-RUN-IDX).
004130     MOVE "S"            TO STB-TBL-STATE-SW (STB-RUN-IDX).
004140 2100-EXIT.
004150     EXIT.
004160
004170****************************************************************
004180*    2200-MATCH-END-RECORD - THE END CLAIMS THE EARLIEST        *
004190*    UNENDED START FOR THE SAME PROGRAM, CYCLE, AND RUN-ID;     *
004200*    AN END WITH NO START GETS ITS OWN FLAGGED ENTRY            *
004210****************************************************************
004220 2200-MATCH-END-RECORD.
004230     IF RUN-PROGRAM-ID = "GLACK"
004240         PERFORM 2300-NOTE-GL-UNPOSTED THRU 2300-EXIT
004250     END-IF.
004260     MOVE "N" TO STB-MATCH-FOUND-SW.
004270     IF STB-RUN-COUNT = ZERO
004280         GO TO 2200-NO-START
004290     END-IF.
004300     SET STB-RUN-IDX TO 1.
004310     SEARCH STB-RUN-ENTRY
004320         AT END
004330             MOVE "N" TO STB-MATCH-FOUND-SW
004340         WHEN STB-TBL-PROGRAM (STB-RUN-IDX) = RUN-PROGRAM-ID
004350                 AND STB-TBL-CYCLE-NO (STB-RUN-IDX)
004360                     = RUN-CYCLE-NO
004370                 AND STB-TBL-RUN-ID (STB-RUN-IDX) = RUN-RUN-ID
004380                 AND STB-TBL-STATE-SW (STB-RUN-IDX) = "S"
004390             MOVE "Y" TO STB-MATCH-FOUND-SW
004400     END-SEARCH.
004410     IF STB-MATCH-FOUND
004420         MOVE RUN-TIME TO STB-TBL-END-TIME (STB-RUN-IDX)
004430         MOVE RUN-RECORDS-PROCESSED
004440             TO STB-TBL-RECORDS (STB-RUN-IDX)
004450         MOVE RUN-RETURN-CODE
004460             TO STB-TBL-RETURN-CODE (STB-RUN-IDX)
004470         MOVE "E" TO STB-TBL-STATE-SW (STB-RUN-IDX)
004480         GO TO 2200-EXIT
004490     END-IF.
004500 2200-NO-START.
004510     PERFORM 2100-ADD-START-ENTRY THRU 2100-EXIT.
004520     MOVE ZERO     TO STB-TBL-START-TIME (STB-RUN-IDX).
004530     MOVE RUN-TIME TO STB-TBL-END-TIME (STB-RUN-IDX).
004540     MOVE RUN-RECORDS-PROCESSED
004550         TO STB-TBL-RECORDS (STB-RUN-IDX).
004560     MOVE RUN-RETURN-CODE
004570         TO STB-TBL-RETURN-CODE (STB-RUN-IDX).
004580     MOVE "X" TO STB-TBL-STATE-SW (STB-RUN-IDX).
004590 2200-EXIT.
004600     EXIT.
004610
004620****************************************************************
004630*    2300-NOTE-GL-UNPOSTED - A GLACK END RECORD CARRIES THE     *
004640*    COUNT AND AMOUNT OF GL EXTRACT LINES STILL OPEN ON ITS     *
004650*    OPEN-REJECTS FILE; THE LATEST ON THE REPORT DATE STANDS.   *
004660*    AN ABENDED GLACK RUN CARRIES SPACES AND LEAVES THE         *
004670*    FIGURES UNKNOWN UNTIL A LATER RUN ENDS CLEAN               *
004680****************************************************************
004690 2300-NOTE-GL-UNPOSTED.
004700     IF RUN-UNPOSTED-COUNT NOT NUMERIC
004710             OR RUN-UNPOSTED-AMOUNT NOT NUMERIC
004720         MOVE "U" TO STB-GL-ACK-SW
004730         GO TO 2300-EXIT
004740     END-IF.
004750     MOVE RUN-UNPOSTED-COUNT  TO STB-GL-UNPOSTED-COUNT.
004760     MOVE RUN-UNPOSTED-AMOUNT TO STB-GL-UNPOSTED-AMOUNT.
004770     MOVE "Y" TO STB-GL-ACK-SW.
004780 2300-EXIT.
004790     EXIT.
004800
004810 2900-READ-RUN-RECORD.
004820     READ RUN-STATUS-FILE
004830         AT END
004840             MOVE "Y" TO WS-RUN-EOF-SW
004850     END-READ.
004860 2900-EXIT.
004870     EXIT.
004880
004890****************************************************************
004900*    4000-WRITE-STATUS-BOARD - ONE LINE PER RUN IN START        *
004910*    ORDER, THEN THE DAY'S COUNTS                               *
004920****************************************************************
004930 4000-WRITE-STATUS-BOARD.
004940     IF STB-RUN-COUNT > ZERO
004950         PERFORM 4100-WRITE-RUN-LINE THRU 4100-EXIT
004960             VARYING STB-RUN-IDX FROM 1 BY 1
004970             UNTIL STB-RUN-IDX > STB-RUN-COUNT
004980     ELSE
004990         MOVE SPACES TO RPT-MESSAGE-LINE
005000         MOVE "NO RUNS RECORDED FOR THE REPORT DATE"
005010             TO RPT-MESSAGE
005020         PERFORM 7300-WRITE-MESSAGE-LINE THRU 7300-EXIT
005030     END-IF.
005040     PERFORM 4200-CHECK-EXPECTED-RUNS THRU 4200-EXIT.
005050     MOVE SPACES               TO RPT-TOTAL-LINE.
005060     MOVE "RUNS ON THE BOARD"  TO RPT-TOT-LABEL.
005070     MOVE STB-RUN-COUNT        TO RPT-TOT-VALUE.
005080     PERFORM 4500-WRITE-TOTAL-LINE THRU 4500-EXIT.
005090     MOVE SPACES               TO RPT-TOTAL-LINE.
005100     MOVE "RUNS COMPLETED"     TO RPT-TOT-LABEL.
005110     MOVE STB-COMPLETED-COUNT  TO RPT-TOT-VALUE.
005120     PERFORM 4500-WRITE-TOTAL-LINE THRU 4500-EXIT.
005130     MOVE SPACES               TO RPT-TOTAL-LINE.
005140     MOVE "RUNS FLAGGED"       TO RPT-TOT-LABEL.
005150     MOVE STB-FLAGGED-COUNT    TO RPT-TOT-VALUE.
005160     PERFORM 4500-WRITE-TOTAL-LINE THRU 4500-EXIT.
005170     MOVE SPACES               TO RPT-TOTAL-LINE.
005180     MOVE "EXPECTED NOT RUN"   TO RPT-TOT-LABEL.
005190     MOVE STB-NOT-RUN-COUNT    TO RPT-TOT-VALUE.
005200     PERFORM 4500-WRITE-TOTAL-LINE THRU 4500-EXIT.
005210     PERFORM 4600-WRITE-GL-UNPOSTED THRU 4600-EXIT.
005220 4000-EXIT.
005230     EXIT.
005240
005250****************************************************************
005260*    4100-WRITE-RUN-LINE - THE FLAG COLUMN IS WHAT OPERATIONS   *
005270*    SCANS BEFORE RELEASING THE GL LOAD                         *
005280****************************************************************
005290 4100-WRITE-RUN-LINE.
005300     MOVE SPACES TO RPT-DETAIL-LINE.
005310     MOVE STB-TBL-PROGRAM (STB-RUN-IDX)  TO RPT-PROGRAM.
005320     MOVE STB-TBL-RUN-ID (STB-RUN-IDX)   TO RPT-RUN-ID.
005330     MOVE STB-TBL-CYCLE-NO (STB-RUN-IDX) TO RPT-CYCLE-NO.
005340     MOVE STB-TBL-START-TIME (STB-RUN-IDX) TO RPT-START-TIME.
005350     MOVE STB-TBL-END-TIME (STB-RUN-IDX) TO RPT-END-TIME.
005360     MOVE STB-TBL-RECORDS (STB-RUN-IDX)  TO RPT-RECORDS.
005370     MOVE STB-TBL-RETURN-CODE (STB-RUN-IDX)
005380         TO RPT-RETURN-CODE.
005390     IF STB-TBL-STARTED (STB-RUN-IDX)
005400         MOVE "** NO END RECORD - CHECK JOB **" TO RPT-STATUS
005410         MOVE SPACES TO RPT-END-TIME
005420         ADD 1 TO STB-FLAGGED-COUNT
005430         GO TO 4100-WRITE.
005440     IF STB-TBL-END-ONLY (STB-RUN-IDX)
005450         MOVE "** END WITHOUT START **" TO RPT-STATUS
005460         MOVE SPACES TO RPT-START-TIME
005470         ADD 1 TO STB-FLAGGED-COUNT
005480         GO TO 4100-WRITE.
005490     IF STB-TBL-RETURN-CODE (STB-RUN-IDX) = ZERO
005500         MOVE "COMPLETED" TO RPT-STATUS
005510         ADD 1 TO STB-COMPLETED-COUNT
005520         GO TO 4100-WRITE.
005530     IF STB-TBL-RETURN-CODE (STB-RUN-IDX) = 4
005540         MOVE "COMPLETED - REVIEW REGISTER" TO RPT-STATUS
005550         ADD 1 TO STB-COMPLETED-COUNT
005560         GO TO 4100-WRITE.
005570     IF STB-TBL-RETURN-CODE (STB-RUN-IDX) = 8
005580         MOVE "** HELD - CONTROLS OUT OF BALANCE **"
005590             TO RPT-STATUS
005600         ADD 1 TO STB-FLAGGED-COUNT
005610         GO TO 4100-WRITE.
005620     MOVE "** ABENDED **" TO RPT-STATUS.
005630     ADD 1 TO STB-FLAGGED-COUNT.
005640 4100-WRITE.
005650     IF STB-LINE-COUNT >= STB-LINES-PER-PAGE
005660         PERFORM 7100-WRITE-REPORT-HEADING THRU 7100-EXIT
005670     END-IF.
005680     WRITE REPORT-RECORD FROM RPT-DETAIL-LINE.
005690     IF WS-RPT-FILE-STATUS NOT = "00"
005700         DISPLAY "STATBRD - ABEND - REPORT-FILE "
005710                 "WRITE FAILED - STATUS " WS-RPT-FILE-STATUS
005720         GO TO 9900-ABEND-TERMINATION
005730     END-IF.
005740     ADD 1 TO STB-LINE-COUNT.
005750 4100-EXIT.
005760     EXIT.
005770
005780****************************************************************
005790*    4200-CHECK-EXPECTED-RUNS - AN EXPECTED RUN WITH NO START   *
005800*    RECORD ON THE BOARD NEVER RAN AT ALL - THE ONE FAILURE     *
005810*    NO PAIRING OF START AND END RECORDS CAN SURFACE            *
005820****************************************************************
005830 4200-CHECK-EXPECTED-RUNS.
005840     IF STB-EXP-COUNT > ZERO
005850         PERFORM 4300-CHECK-ONE-EXPECTED THRU 4300-EXIT
005860             VARYING STB-EXP-IDX FROM 1 BY 1
005870             UNTIL STB-EXP-IDX > STB-EXP-COUNT
005880     END-IF.
005890 4200-EXIT.
005900     EXIT.
005910
005920 4300-CHECK-ONE-EXPECTED.
005930     MOVE "N" TO STB-MATCH-FOUND-SW.
005940     IF STB-RUN-COUNT > ZERO
005950         SET STB-RUN-IDX TO 1
005960         SEARCH STB-RUN-ENTRY
005970             AT END
005980                 MOVE "N" TO STB-MATCH-FOUND-SW
005990             WHEN STB-TBL-PROGRAM (STB-RUN-IDX)
006000                     = STB-EXP-PROGRAM (STB-EXP-IDX)
006010                     AND STB-TBL-CYCLE-NO (STB-RUN-IDX)
006020                         = STB-EXP-CYCLE-NO (STB-EXP-IDX)
006030                     AND STB-TBL-RUN-ID (STB-RUN-IDX)
006040                         = STB-EXP-RUN-ID (STB-EXP-IDX)
006050                 MOVE "Y" TO STB-MATCH-FOUND-SW
006060         END-SEARCH
006070     END-IF.
006080     IF STB-MATCH-FOUND
006090         GO TO 4300-EXIT
006100     END-IF.
006110     ADD 1 TO STB-NOT-RUN-COUNT.
006120     ADD 1 TO STB-FLAGGED-COUNT.
006130     IF STB-LINE-COUNT >= STB-LINES-PER-PAGE
006140         PERFORM 7100-WRITE-REPORT-HEADING THRU 7100-EXIT
006150     END-IF.
006160     MOVE SPACES TO RPT-DETAIL-LINE.
006170     MOVE STB-EXP-PROGRAM (STB-EXP-IDX)  TO RPT-PROGRAM.
006180     MOVE STB-EXP-RUN-ID (STB-EXP-IDX)   TO RPT-RUN-ID.
006190     MOVE STB-EXP-CYCLE-NO (STB-EXP-IDX) TO RPT-CYCLE-NO.
006200     MOVE "** NOT RUN **" TO RPT-STATUS.
006210     WRITE REPORT-RECORD FROM RPT-DETAIL-LINE.
006220     IF WS-RPT-FILE-STATUS NOT = "00"
006230         DISPLAY "STATBRD - ABEND - REPORT-FILE "
006240                 "WRITE FAILED - STATUS " WS-RPT-FILE-STATUS
006250         GO TO 9900-ABEND-TERMINATION
006260     END-IF.
006270     ADD 1 TO STB-LINE-COUNT.
006280 4300-EXIT.
006290     EXIT.
006300
006310 4500-WRITE-TOTAL-LINE.
006320     IF STB-LINE-COUNT >= STB-LINES-PER-PAGE
006330         PERFORM 7100-WRITE-REPORT-HEADING THRU 7100-EXIT
006340     END-IF.
006350     WRITE REPORT-RECORD FROM RPT-TOTAL-LINE.
006360     IF WS-RPT-FILE-STATUS NOT = "00"
006370         DISPLAY "STATBRD - ABEND - REPORT-FILE "
006380                 "WRITE FAILED - STATUS " WS-RPT-FILE-STATUS
006390         GO TO 9900-ABEND-TERMINATION
006400     END-IF.
006410     ADD 1 TO STB-LINE-COUNT.
006420 4500-EXIT.
006430     EXIT.
006440
006450****************************************************************
006460*    4600-WRITE-GL-UNPOSTED - THE GL LINES FINANCE HAS NOT YET  *
006470*    POSTED, FROM THE DAY'S GLACK RUN, SO THE MORNING SHIFT     *
006480*    SEES THEM WITHOUT WAITING FOR A CALL FROM FINANCE          *
006490****************************************************************
006500 4600-WRITE-GL-UNPOSTED.
006510     IF STB-GL-ACK-UNKNOWN
006520         MOVE SPACES TO RPT-MESSAGE-LINE
006530         MOVE "GL LINES UNPOSTED - UNKNOWN, GLACK ABENDED"
006540             TO RPT-MESSAGE
006550         PERFORM 7300-WRITE-MESSAGE-LINE THRU 7300-EXIT
006560         GO TO 4600-EXIT
006570     END-IF.
006580     IF NOT STB-GL-ACK-SEEN
006590         MOVE SPACES TO RPT-MESSAGE-LINE
006600         MOVE "GL LINES UNPOSTED - NO GLACK RUN ON THIS DATE"
006610             TO RPT-MESSAGE
006620         PERFORM 7300-WRITE-MESSAGE-LINE THRU 7300-EXIT
006630         GO TO 4600-EXIT
006640     END-IF.
006650     IF STB-LINE-COUNT >= STB-LINES-PER-PAGE
006660         PERFORM 7100-WRITE-REPORT-HEADING THRU 7100-EXIT
006670     END-IF.
006680     MOVE "GL LINES UNPOSTED"    TO RPT-GL-LABEL.
006690     MOVE STB-GL-UNPOSTED-COUNT  TO RPT-GL-COUNT.
006700     MOVE STB-GL-UNPOSTED-AMOUNT TO RPT-GL-AMOUNT.
006710     WRITE REPORT-RECORD FROM RPT-GL-LINE.
006720     IF WS-RPT-FILE-STATUS NOT = "00"
006730         DISPLAY "STATBRD - ABEND - REPORT-FILE "
006740                 "WRITE FAILED - STATUS " WS-RPT-FILE-STATUS
006750         GO TO 9900-ABEND-TERMINATION
006760     END-IF.
006770     ADD 1 TO STB-LINE-COUNT.
006780 4600-EXIT.
006790     EXIT.
006800
006810****************************************************************
006820*    7100-WRITE-REPORT-HEADING - PAGE BREAK                     *
006830****************************************************************
006840 7100-WRITE-REPORT-HEADING.
006850     ADD 1 TO STB-PAGE-COUNT.
006860     MOVE STB-REPORT-DATE TO RPT-HDG-REPORT-DATE.
006870     MOVE STB-PAGE-COUNT  TO RPT-HDG-PAGE-NO.
006880     WRITE REPORT-RECORD FROM RPT-HEADING-LINE-1.
006890     WRITE REPORT-RECORD FROM RPT-HEADING-LINE-2.
006900     MOVE ZERO TO STB-LINE-COUNT.
006910 7100-EXIT.
006920     EXIT.
006930
006940 7300-WRITE-MESSAGE-LINE.
006950     IF STB-LINE-COUNT >= STB-LINES-PER-PAGE
006960         PERFORM 7100-WRITE-REPORT-HEADING THRU 7100-EXIT
006970     END-IF.
006980     WRITE REPORT-RECORD FROM RPT-MESSAGE-LINE.
006990     IF WS-RPT-FILE-STATUS NOT = "00"
007000         DISPLAY "STATBRD - ABEND - REPORT-FILE "
007010                 "WRITE FAILED - STATUS " WS-RPT-FILE-STATUS
007020         GO TO 9900-ABEND-TERMINATION
007030     END-IF.
007040     ADD 1 TO STB-LINE-COUNT.
007050 7300-EXIT.
007060     EXIT.
007070
007080****************************************************************
007090*    9000-TERMINATE - RETURN CODE 4 TELLS THE MORNING SHIFT     *
007100*    SOMETHING ON THE BOARD NEEDS A LOOK BEFORE THE GL LOAD     *
007110*    IS RELEASED                                                *
007120****************************************************************
007130 9000-TERMINATE.
007140     CLOSE RUN-STATUS-FILE
007150           REPORT-FILE.
007160     IF STB-FLAGGED-COUNT > ZERO
007170         MOVE 4 TO RETURN-CODE
007180     END-IF.
007190 9000-EXIT.
007200     EXIT.
007210
007220****************************************************************
007230*    9900-ABEND-TERMINATION - AN OPEN OR A WRITE CAME BACK      *
007240*    WITH A FILE STATUS OTHER THAN SUCCESSFUL; THE RUN CANNOT   *
007250*    BE TRUSTED TO CONTINUE, SO IT STOPS HERE WITH A NON-ZERO   *
007260*    RETURN CODE FOR THE JOB SCHEDULER TO CATCH.                *
007270****************************************************************
007280 9900-ABEND-TERMINATION.
007290     MOVE 16 TO RETURN-CODE.
007300     STOP RUN.
