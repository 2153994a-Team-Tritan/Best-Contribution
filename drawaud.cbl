000010****************************************************************
000020* PROGRAM-ID.  DRAWAUD                                         *
000030* AUTHOR.      D. L. OKAFOR                                    *
000040* INSTALLATION. INVENTORY CONTROL SYSTEMS                      *
000050* DATE-WRITTEN. 09/25/2026                                     *
000060* DATE-COMPILED.                                                *
000070*                                                                *
000080* REMARKS.                                                      *
000090*     DRAW GENERATOR QUALITY AND SEED-REUSE AUDIT. READS THE    *
000100*     AUDIT TRAIL - THE LIVE FILE, AND OPTIONALLY AN ARCRETR    *
000110*     TYPE A EXTRACT FOR THE PART OF THE RANGE ALREADY PURGED   *
000120*     TO THE ARCHIVE - FOR THE DATE RANGE ON THE CONTROL CARD.  *
000130*     THE SEEDED GENERATOR DRAWS 0000-9999, SO THE DETAIL       *
000140*     RECORDS' AUD-RANDOM-NUMBER IS COUNTED INTO TEN EQUAL      *
000150*     BUCKETS AND TESTED FOR UNIFORMITY WITH A CHI-SQUARE       *
000160*     GOODNESS-OF-FIT FIGURE AGAINST THE 5 PERCENT CRITICAL     *
000170*     VALUE FOR NINE DEGREES OF FREEDOM, 16.919. EVERY RUN-     *
000180*     HEADER SEED IS REMEMBERED WITH THE FIRST DATE AND CYCLE   *
000190*     IT SEEDED; THE SAME SEED ON A HEADER FOR ANY OTHER DATE   *
000200*     OR CYCLE IS FLAGGED AS REUSED. (A RESTARTED RUN OR A      *
000210*     SECOND STREAM WRITES ITS HEADER UNDER THE SAME DATE AND   *
000220*     CYCLE AND IS NOT A REUSE.) A DATE AND CYCLE WITH DETAIL   *
000230*     RECORDS BUT NO RUN HEADER CANNOT BE REPLAYED AND IS       *
000240*     LISTED. DETAIL RECORDS FROM BEFORE THE SEEDED GENERATOR   *
000250*     CARRY NO RECORD TYPE AND ARE COUNTED BUT NOT TESTED.      *
000260*     THE CONTROL CARD IS OPTIONAL; AN ABSENT OR BLANK FROM     *
000270*     DATE TAKES THE WHOLE FILE AND A BLANK TO DATE MEANS       *
000280*     TODAY. ENDS WITH RETURN CODE 0 ON A CLEAN AUDIT AND 4     *
000290*     WHEN THE DISTRIBUTION FAILS THE TEST OR A SEED WAS        *
000300*     REUSED.                                                   *
000310*                                                                *
000320* MODIFICATION HISTORY.                                         *
000330*     09/25/2026  DLO  ORIGINAL PROGRAM.                        *
000340*     10/08/2026  DLO  PASS OVER BACKOUT MARKERS ON THE AUDIT   *
000350*                      TRAIL.                                   *
000360*     10/14/2026  DLO  PASS OVER WRITE-OFF MARKERS ON THE AUDIT *
000370*                      TRAIL.                                   *
000380****************************************************************
000390 IDENTIFICATION DIVISION.
000400 PROGRAM-ID.    DRAWAUD.
000410 AUTHOR.        D. L. OKAFOR.
000420 INSTALLATION.  INVENTORY CONTROL SYSTEMS.
000430 DATE-WRITTEN.  09/25/2026.
000440 DATE-COMPILED.
000450
000460 ENVIRONMENT DIVISION.
000470 CONFIGURATION SECTION.
000480 SOURCE-COMPUTER.   IBM-370.
000490 OBJECT-COMPUTER.   IBM-370.
000500 SPECIAL-NAMES.
000510     C01 IS TOP-OF-PAGE.
000520
000530 INPUT-OUTPUT SECTION.
000540 FILE-CONTROL.
000550*    DATE-RANGE CONTROL CARD - OPTIONAL
000560     SELECT OPTIONAL CONTROL-CARD-FILE
000570         ASSIGN TO DRWCARD
000580         ORGANIZATION IS SEQUENTIAL
000590         FILE STATUS IS WS-CRD-FILE-STATUS.
000600
000610*    LIVE AUDIT TRAIL WRITTEN BY RANDOM-SUBTRACTION
000620     SELECT AUDIT-FILE
000630         ASSIGN TO AUDIN
000640         ORGANIZATION IS SEQUENTIAL
000650         FILE STATUS IS WS-AUD-FILE-STATUS.
000660
000670*    AUDIT RECORDS RETRIEVED FROM THE ARCHIVE BY ARCRETR -
000680*    OPTIONAL, NEEDED ONLY WHEN THE RANGE REACHES PAST
000690*    RETENTION
000700     SELECT OPTIONAL RETRIEVED-AUDIT-FILE
000710         ASSIGN TO AUDRET
000720         ORGANIZATION IS SEQUENTIAL
000730         FILE STATUS IS WS-RTA-FILE-STATUS.
000740
000750*    PRINTED, PAGINATED AUDIT REPORT
000760     SELECT REPORT-FILE
000770         ASSIGN TO DRWRPT
000780         ORGANIZATION IS SEQUENTIAL
000790         FILE STATUS IS WS-RPT-FILE-STATUS.
000800
000810*    SHARED RUN-STATUS FILE - ONE START AND ONE END RECORD PER
000820*    RUN, READ BY THE STATBRD OPERATIONS STATUS BOARD
000830     SELECT OPTIONAL RUN-STATUS-FILE
000840         ASSIGN TO RUNSTAT
000850         ORGANIZATION IS SEQUENTIAL
000860         FILE STATUS IS WS-RUN-FILE-STATUS.
000870
000880 DATA DIVISION.
000890 FILE SECTION.
000900 FD  CONTROL-CARD-FILE
000910     LABEL RECORDS ARE STANDARD
000920     RECORD CONTAINS 80 CHARACTERS.
000930 01  CRD-RECORD.
000940     05  CRD-FROM-DATE           PIC X(08).
000950     05  CRD-FROM-DATE-NUM REDEFINES CRD-FROM-DATE
000960                                 PIC 9(08).
000970     05  CRD-TO-DATE             PIC X(08).
000980     05  CRD-TO-DATE-NUM REDEFINES CRD-TO-DATE
000990                                 PIC 9(08).
001000     05  FILLER                  PIC X(64).
001010
001020 FD  AUDIT-FILE
001030     LABEL RECORDS ARE STANDARD
001040     RECORD CONTAINS 80 CHARACTERS.
001050     COPY "AUDREC.CPY".
001060
001070 FD  RETRIEVED-AUDIT-FILE
001080     LABEL RECORDS ARE STANDARD
001090     RECORD CONTAINS 80 CHARACTERS.
001100 01  RTA-RECORD                  PIC X(80).
001110
001120 FD  REPORT-FILE
001130     LABEL RECORDS ARE STANDARD
001140     RECORD CONTAINS 132 CHARACTERS.
001150 01  REPORT-RECORD               PIC X(132).
001160
001170 FD  RUN-STATUS-FILE
001180     LABEL RECORDS ARE STANDARD
001190     RECORD CONTAINS 80 CHARACTERS.
001200     COPY "RUNREC.CPY".
001210
001220 WORKING-STORAGE SECTION.
001230****************************************************************
001240*    FILE STATUS SWITCHES                                      *
001250****************************************************************
001260 01  WS-FILE-STATUSES.
001270     05  WS-CRD-FILE-STATUS      PIC X(02) VALUE "00".
001280     05  WS-AUD-FILE-STATUS      PIC X(02) VALUE "00".
001290     05  WS-RTA-FILE-STATUS      PIC X(02) VALUE "00".
001300     05  WS-RPT-FILE-STATUS      PIC X(02) VALUE "00".
001310     05  WS-RUN-FILE-STATUS      PIC X(02) VALUE "00".
001320
001330****************************************************************
001340*    PROGRAM SWITCHES                                          *
001350****************************************************************
001360 01  WS-SWITCHES.
001370     05  WS-RUN-OPEN-SW          PIC X(01) VALUE "N".
001380         88  WS-RUN-OPEN                    VALUE "Y".
001390     05  WS-AUD-EOF-SW           PIC X(01) VALUE "N".
001400         88  WS-AUD-EOF                     VALUE "Y".
001410     05  WS-RTA-EOF-SW           PIC X(01) VALUE "N".
001420         88  WS-RTA-EOF                     VALUE "Y".
001430     05  DRA-REVIEW-SW           PIC X(01) VALUE "N".
001440         88  DRA-REVIEW-NEEDED              VALUE "Y".
001450     05  DRA-TEST-RESULT-SW      PIC X(01) VALUE "N".
001460         88  DRA-TEST-PASSED                VALUE "P".
001470         88  DRA-TEST-FAILED                VALUE "F".
001480         88  DRA-TEST-NOT-RUN               VALUE "N".
001490     05  DRA-SECTION-SW          PIC X(01) VALUE "B".
001500         88  DRA-BUCKET-SECTION             VALUE "B".
001510         88  DRA-SEED-SECTION               VALUE "S".
001520         88  DRA-RUN-SECTION                VALUE "R".
001530
001540****************************************************************
001550*    DATE RANGE AND RUN DATE                                    *
001560****************************************************************
001570 01  DRA-FROM-DATE               PIC 9(08) VALUE ZERO.
001580 01  DRA-TO-DATE                 PIC 9(08) VALUE ZERO.
001590 01  WS-CURRENT-DATE             PIC 9(08) VALUE ZERO.
001600 01  WS-CURRENT-TIME             PIC 9(08) VALUE ZERO.
001610
001620****************************************************************
001630*    DISTRIBUTION - TEN BUCKETS OF 1000 OVER THE 0000-9999      *
001640*    DRAW RANGE. WITH FEWER THAN 50 DRAWS THE EXPECTED COUNT    *
001650*    PER BUCKET IS UNDER 5 AND THE TEST IS NOT MEANINGFUL.      *
001660****************************************************************
001670 01  DRA-BUCKET-COUNT            PIC 9(02) COMP VALUE 10.
001680 01  DRA-BUCKET-WIDTH            PIC 9(04) COMP VALUE 1000.
001690 01  DRA-MIN-SAMPLE              PIC 9(04) COMP VALUE 50.
001700 01  DRA-CRITICAL-VALUE          PIC 9(03)V9(03) VALUE 16.919.
001710 01  DRA-BUCKET-TABLE.
001720     05  DRA-BUCKET OCCURS 10 TIMES
001730             INDEXED BY DRA-BKT-IDX.
001740         10  DRA-BKT-OBSERVED        PIC 9(09) COMP.
001750 01  DRA-BUCKET-NO               PIC 9(04) COMP VALUE ZERO.
001760 01  DRA-BUCKET-QUOT             PIC 9(04) COMP VALUE ZERO.
001770 01  DRA-BUCKET-REM              PIC 9(04) COMP VALUE ZERO.
001780 01  DRA-BUCKET-LOW              PIC 9(04) VALUE ZERO.
001790 01  DRA-BUCKET-HIGH             PIC 9(04) VALUE ZERO.
001800 01  DRA-EXPECTED                PIC 9(09)V9(04) VALUE ZERO.
001810 01  DRA-DEVIATION               PIC S9(09)V9(04) VALUE ZERO.
001820 01  DRA-CONTRIBUTION            PIC 9(07)V9(04) VALUE ZERO.
001830 01  DRA-CHI-SQUARE              PIC 9(07)V9(04) VALUE ZERO.
001840
001850****************************************************************
001860*    RUN TABLE - ONE ENTRY PER AUDITED DATE AND CYCLE, WITH     *
001870*    ITS HEADER AND DETAIL COUNTS. CONSECUTIVE DETAILS BELONG   *
001880*    TO THE SAME RUN, SO THE LAST ENTRY FOUND IS TRIED FIRST.   *
001890****************************************************************
001900 01  DRA-RUN-COUNT               PIC 9(04) COMP VALUE ZERO.
001910 01  DRA-RUN-MAX                 PIC 9(04) COMP VALUE 2000.
001920 01  DRA-LAST-RUN                PIC 9(04) COMP VALUE ZERO.
001930 01  DRA-RUN-TABLE.
001940     05  DRA-RUN-ENTRY OCCURS 2000 TIMES
001950             INDEXED BY DRA-RUN-IDX.
001960         10  DRA-RUN-DATE            PIC 9(08).
001970         10  DRA-RUN-CYCLE-NO        PIC 9(02).
001980         10  DRA-RUN-HEADER-COUNT    PIC 9(04) COMP.
001990         10  DRA-RUN-DETAIL-COUNT    PIC 9(07) COMP.
002000
002010****************************************************************
002020*    SEED TABLE - ONE ENTRY PER DISTINCT HEADER SEED WITH THE   *
002030*    FIRST DATE AND CYCLE IT SEEDED                             *
002040****************************************************************
002050 01  DRA-SEED-COUNT              PIC 9(04) COMP VALUE ZERO.
002060 01  DRA-SEED-MAX                PIC 9(04) COMP VALUE 4000.
002070 01  DRA-SEED-TABLE.
002080     05  DRA-SEED-ENTRY OCCURS 4000 TIMES
002090             INDEXED BY DRA-SEED-IDX.
002100         10  DRA-SEED-VALUE          PIC 9(10).
002110         10  DRA-SEED-FIRST-DATE     PIC 9(08).
002120         10  DRA-SEED-FIRST-CYCLE    PIC 9(02).
002130
002140****************************************************************
002150*    SEED REUSES FOUND WHILE READING, PRINTED AFTER THE         *
002160*    DISTRIBUTION                                               *
002170****************************************************************
002180 01  DRA-REUSE-COUNT             PIC 9(04) COMP VALUE ZERO.
002190 01  DRA-REUSE-MAX               PIC 9(04) COMP VALUE 500.
002200 01  DRA-REUSE-TABLE.
002210     05  DRA-REUSE-ENTRY OCCURS 500 TIMES
002220             INDEXED BY DRA-REUSE-IDX.
002230         10  DRA-REUSE-SEED          PIC 9(10).
002240         10  DRA-REUSE-DATE          PIC 9(08).
002250         10  DRA-REUSE-CYCLE         PIC 9(02).
002260         10  DRA-REUSE-FIRST-DATE    PIC 9(08).
002270         10  DRA-REUSE-FIRST-CYCLE   PIC 9(02).
002280
002290****************************************************************
002300*    RUN COUNTERS                                               *
002310****************************************************************
002320 01  DRA-LIVE-READ-COUNT         PIC 9(07) COMP VALUE ZERO.
002330 01  DRA-RET-READ-COUNT          PIC 9(07) COMP VALUE ZERO.
002340 01  DRA-IN-RANGE-COUNT          PIC 9(07) COMP VALUE ZERO.
002350 01  DRA-HEADER-COUNT            PIC 9(07) COMP VALUE ZERO.
002360 01  DRA-DETAIL-COUNT            PIC 9(09) COMP VALUE ZERO.
002370 01  DRA-LEGACY-COUNT            PIC 9(07) COMP VALUE ZERO.
002380 01  DRA-HEADLESS-COUNT          PIC 9(04) COMP VALUE ZERO.
002390
002400****************************************************************
002410*    PAGINATION COUNTERS                                        *
002420****************************************************************
002430 01  DRA-LINE-COUNT              PIC 9(03) COMP VALUE ZERO.
002440 01  DRA-PAGE-COUNT              PIC 9(03) COMP VALUE ZERO.
002450 01  DRA-LINES-PER-PAGE          PIC 9(03) COMP VALUE 55.
002460
002470****************************************************************
002480*    PAGINATED REPORT LINES                                     *
002490****************************************************************
002500 01  RPT-HEADING-LINE-1.
002510     05  FILLER                  PIC X(01) VALUE "1".
002520     05  FILLER                  PIC X(40)
002530             VALUE "DRAWAUD - DRAW GENERATOR AUDIT".
002540     05  FILLER                  PIC X(10) VALUE "  RUN DATE".
002550     05  RPT-HDG-RUN-DATE        PIC 9(08).
002560     05  FILLER                  PIC X(09) VALUE SPACES.
002570     05  FILLER                  PIC X(05) VALUE "PAGE ".
002580     05  RPT-HDG-PAGE-NO         PIC ZZ9.
002590     05  FILLER                  PIC X(56) VALUE SPACES.
002600
002610 01  RPT-BUCKET-HEADING.
002620     05  FILLER                  PIC X(01) VALUE SPACE.
002630     05  FILLER                  PIC X(11) VALUE "DRAW RANGE".
002640     05  FILLER                  PIC X(02) VALUE SPACES.
002650     05  FILLER                  PIC X(10) VALUE "  OBSERVED".
002660     05  FILLER                  PIC X(02) VALUE SPACES.
002670     05  FILLER                  PIC X(15)
002680             VALUE "       EXPECTED".
002690     05  FILLER                  PIC X(02) VALUE SPACES.
002700     05  FILLER                  PIC X(16)
002710             VALUE "       DEVIATION".
002720     05  FILLER                  PIC X(02) VALUE SPACES.
002730     05  FILLER                  PIC X(13) VALUE " CHI-SQ TERM".
002740     05  FILLER                  PIC X(58) VALUE SPACES.
002750
002760 01  RPT-SEED-HEADING.
002770     05  FILLER                  PIC X(01) VALUE SPACE.
002780     05  FILLER                  PIC X(10) VALUE "SEED".
002790     05  FILLER                  PIC X(02) VALUE SPACES.
002800     05  FILLER                  PIC X(08) VALUE "RUN DATE".
002810     05  FILLER                  PIC X(02) VALUE SPACES.
002820     05  FILLER                  PIC X(03) VALUE "CYC".
002830     05  FILLER                  PIC X(02) VALUE SPACES.
002840     05  FILLER                  PIC X(10) VALUE "FIRST USED".
002850     05  FILLER                  PIC X(02) VALUE SPACES.
002860     05  FILLER                  PIC X(03) VALUE "CYC".
002870     05  FILLER                  PIC X(89) VALUE SPACES.
002880
002890 01  RPT-RUN-HEADING.
002900     05  FILLER                  PIC X(01) VALUE SPACE.
002910     05  FILLER                  PIC X(08) VALUE "RUN DATE".
002920     05  FILLER                  PIC X(02) VALUE SPACES.
002930     05  FILLER                  PIC X(03) VALUE "CYC".
002940     05  FILLER                  PIC X(02) VALUE SPACES.
002950     05  FILLER                  PIC X(07) VALUE "DETAILS".
002960     05  FILLER                  PIC X(02) VALUE SPACES.
002970     05  FILLER                  PIC X(30) VALUE "STATUS".
002980     05  FILLER                  PIC X(77) VALUE SPACES.
002990
003000 01  RPT-SELECTION-LINE.
003010     05  FILLER                  PIC X(01) VALUE SPACE.
003020     05  FILLER                  PIC X(11) VALUE "DATES FROM ".
003030     05  RPT-SEL-FROM-DATE       PIC 9(08).
003040     05  FILLER                  PIC X(04) VALUE " TO ".
003050     05  RPT-SEL-TO-DATE         PIC 9(08).
003060     05  FILLER                  PIC X(100) VALUE SPACES.
003070
003080 01  RPT-SECTION-LINE.
003090     05  FILLER                  PIC X(01) VALUE SPACE.
003100     05  RPT-SECTION-TITLE       PIC X(50).
003110     05  FILLER                  PIC X(81) VALUE SPACES.
003120
003130 01  RPT-BUCKET-LINE.
003140     05  FILLER                  PIC X(01) VALUE SPACE.
003150     05  RPT-BKT-LOW             PIC 9(04).
003160     05  FILLER                  PIC X(03) VALUE " - ".
003170     05  RPT-BKT-HIGH            PIC 9(04).
003180     05  FILLER                  PIC X(02) VALUE SPACES.
003190     05  RPT-BKT-OBSERVED        PIC ZZZZZZZZZ9.
003200     05  FILLER                  PIC X(02) VALUE SPACES.
003210     05  RPT-BKT-EXPECTED        PIC ZZZZZZZZZ9.9999.
003220     05  FILLER                  PIC X(02) VALUE SPACES.
003230     05  RPT-BKT-DEVIATION       PIC ZZZZZZZZZ9.9999-.
003240     05  FILLER                  PIC X(02) VALUE SPACES.
003250     05  RPT-BKT-CONTRIBUTION    PIC ZZZZZZ9.9999.
003260     05  FILLER                  PIC X(59) VALUE SPACES.
003270
003280 01  RPT-TEST-LINE.
003290     05  FILLER                  PIC X(01) VALUE SPACE.
003300     05  FILLER                  PIC X(13) VALUE "CHI-SQUARE = ".
003310     05  RPT-TST-CHI-SQUARE      PIC ZZZZZZ9.9999.
003320     05  FILLER                  PIC X(19)
003330             VALUE "   CRITICAL VALUE =".
003340     05  RPT-TST-CRITICAL        PIC ZZZ9.999.
003350     05  FILLER                  PIC X(16)
003360             VALUE "  (9 DF, 0.05)  ".
003370     05  RPT-TST-RESULT          PIC X(30).
003380     05  FILLER                  PIC X(33) VALUE SPACES.
003390
003400 01  RPT-SEED-LINE.
003410     05  FILLER                  PIC X(01) VALUE SPACE.
003420     05  RPT-SEED-VALUE          PIC 9(10).
003430     05  FILLER                  PIC X(02) VALUE SPACES.
003440     05  RPT-SEED-DATE           PIC 9(08).
003450     05  FILLER                  PIC X(02) VALUE SPACES.
003460     05  FILLER                  PIC X(01) VALUE SPACE.
003470     05  RPT-SEED-CYCLE          PIC 9(02).
003480     05  FILLER                  PIC X(02) VALUE SPACES.
003490     05  RPT-SEED-FIRST-DATE     PIC 9(08).
003500     05  FILLER                  PIC X(04) VALUE SPACES.
003510     05  FILLER                  PIC X(01) VALUE SPACE.
003520     05  RPT-SEED-FIRST-CYCLE    PIC 9(02).
003530     05  FILLER                  PIC X(02) VALUE SPACES.
003540     05  FILLER                  PIC X(30)
003550             VALUE "SEED REUSED".
003560     05  FILLER                  PIC X(57) VALUE SPACES.
003570
003580 01  RPT-RUN-LINE.
003590     05  FILLER                  PIC X(01) VALUE SPACE.
003600     05  RPT-RUN-DATE            PIC 9(08).
003610     05  FILLER                  PIC X(02) VALUE SPACES.
003620     05  FILLER                  PIC X(01) VALUE SPACE.
003630     05  RPT-RUN-CYCLE           PIC 9(02).
003640     05  FILLER                  PIC X(02) VALUE SPACES.
003650     05  RPT-RUN-DETAILS         PIC ZZZZZZ9.
003660     05  FILLER                  PIC X(02) VALUE SPACES.
003670     05  FILLER                  PIC X(30)
003680             VALUE "DETAILS WITH NO RUN HEADER".
003690     05  FILLER                  PIC X(77) VALUE SPACES.
003700
003710 01  RPT-NONE-LINE.
003720     05  FILLER                  PIC X(01) VALUE SPACE.
003730     05  RPT-NONE-TEXT           PIC X(50).
003740     05  FILLER                  PIC X(81) VALUE SPACES.
003750
003760 01  RPT-TOTAL-LINE.
003770     05  FILLER                  PIC X(01) VALUE SPACE.
003780     05  RPT-TOT-LABEL           PIC X(25).
003790     05  RPT-TOT-VALUE           PIC ZZZZZZZZ9.
003800     05  FILLER                  PIC X(97) VALUE SPACES.
003810
003820 PROCEDURE DIVISION.
003830****************************************************************
003840*    0000-MAINLINE                                              *
003850****************************************************************
003860 0000-MAINLINE.
003870     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003880     PERFORM 2000-READ-LIVE-AUDIT THRU 2000-EXIT
003890         UNTIL WS-AUD-EOF.
003900     PERFORM 2950-READ-RETRIEVED-RECORD THRU 2950-EXIT.
003910     PERFORM 2100-READ-RETRIEVED-AUDIT THRU 2100-EXIT
003920         UNTIL WS-RTA-EOF.
003930     PERFORM 5000-WRITE-DISTRIBUTION THRU 5000-EXIT.
003940     PERFORM 6000-WRITE-SEED-REUSE THRU 6000-EXIT.
003950     PERFORM 6500-WRITE-HEADLESS-RUNS THRU 6500-EXIT.
003960     PERFORM 8000-WRITE-RUN-TOTALS THRU 8000-EXIT.
003970     PERFORM 9000-TERMINATE THRU 9000-EXIT.
003980     PERFORM 9700-WRITE-RUN-END THRU 9700-EXIT.
003990     STOP RUN.
004000
004010****************************************************************
004020*    1000-INITIALIZE                                            *
004030****************************************************************
004040 1000-INITIALIZE.
004050     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
004060     PERFORM 1100-GET-DATE-RANGE THRU 1100-EXIT.
004070     PERFORM 1700-WRITE-RUN-START THRU 1700-EXIT.
004080     OPEN INPUT AUDIT-FILE.
004090     IF WS-AUD-FILE-STATUS NOT = "00"
004100         DISPLAY "DRAWAUD - ABEND - AUDIT-FILE "
004110                 "OPEN FAILED - STATUS " WS-AUD-FILE-STATUS
004120         GO TO 9900-ABEND-TERMINATION
004130     END-IF.
004140     OPEN INPUT RETRIEVED-AUDIT-FILE.
004150     IF WS-RTA-FILE-STATUS NOT = "00"
004160             AND WS-RTA-FILE-STATUS NOT = "05"
004170         DISPLAY "DRAWAUD - ABEND - RETRIEVED-AUDIT-FILE "
004180                 "OPEN FAILED - STATUS " WS-RTA-FILE-STATUS
004190         GO TO 9900-ABEND-TERMINATION
004200     END-IF.
004210     OPEN OUTPUT REPORT-FILE.
004220     IF WS-RPT-FILE-STATUS NOT = "00"
004230         DISPLAY "DRAWAUD - ABEND - REPORT-FILE "
004240                 "OPEN FAILED - STATUS " WS-RPT-FILE-STATUS
004250         GO TO 9900-ABEND-TERMINATION
004260     END-IF.
004270     PERFORM 1200-CLEAR-BUCKET THRU 1200-EXIT
004280         VARYING DRA-BKT-IDX FROM 1 BY 1
004290         UNTIL DRA-BKT-IDX > DRA-BUCKET-COUNT.
004300     PERFORM 7100-WRITE-REPORT-HEADING THRU 7100-EXIT.
004310     PERFORM 7200-WRITE-SELECTION-LINE THRU 7200-EXIT.
004320     PERFORM 2900-READ-AUDIT-RECORD THRU 2900-EXIT.
004330 1000-EXIT.
004340     EXIT.
004350
004360****************************************************************
004370*    1100-GET-DATE-RANGE - AN ABSENT OR BLANK FROM DATE TAKES   *
004380*    THE WHOLE FILE; A BLANK TO DATE MEANS TODAY                *
004390****************************************************************
004400 1100-GET-DATE-RANGE.
004410     MOVE ZERO            TO DRA-FROM-DATE.
004420     MOVE WS-CURRENT-DATE TO DRA-TO-DATE.
004430     OPEN INPUT CONTROL-CARD-FILE.
004440     IF WS-CRD-FILE-STATUS NOT = "00"
004450             AND WS-CRD-FILE-STATUS NOT = "05"
004460         DISPLAY "DRAWAUD - ABEND - CONTROL-CARD-FILE "
004470                 "OPEN FAILED - STATUS " WS-CRD-FILE-STATUS
004480         GO TO 9900-ABEND-TERMINATION
004490     END-IF.
004500     READ CONTROL-CARD-FILE
004510         AT END
004520             MOVE SPACES TO CRD-RECORD
004530     END-READ.
004540     IF CRD-FROM-DATE NUMERIC
004550         MOVE CRD-FROM-DATE-NUM TO DRA-FROM-DATE
004560     END-IF.
004570     IF CRD-TO-DATE NUMERIC
004580             AND CRD-TO-DATE-NUM > ZERO
004590         MOVE CRD-TO-DATE-NUM TO DRA-TO-DATE
004600     END-IF.
004610     CLOSE CONTROL-CARD-FILE.
004620 1100-EXIT.
004630     EXIT.
004640
004650 1200-CLEAR-BUCKET.
004660     MOVE ZERO TO DRA-BKT-OBSERVED (DRA-BKT-IDX).
004670 1200-EXIT.
004680     EXIT.
004690
004700****************************************************************
004710*    1700-WRITE-RUN-START - APPEND THE START RECORD TO THE      *
004720*    SHARED RUN-STATUS FILE FOR THE STATBRD STATUS BOARD        *
004730****************************************************************
004740 1700-WRITE-RUN-START.
004750     OPEN EXTEND RUN-STATUS-FILE.
004760     IF WS-RUN-FILE-STATUS NOT = "00"
004770             AND WS-RUN-FILE-STATUS NOT = "05"
004780         DISPLAY "DRAWAUD - ABEND - RUN-STATUS-FILE "
004790                 "OPEN FAILED - STATUS " WS-RUN-FILE-STATUS
004800         GO TO 9900-ABEND-TERMINATION
004810     END-IF.
004820     MOVE "Y" TO WS-RUN-OPEN-SW.
004830     MOVE SPACES          TO RUN-RECORD.
004840     MOVE "DRAWAUD"       TO RUN-PROGRAM-ID.
004850     MOVE WS-CURRENT-DATE TO RUN-RUN-DATE.
004860     MOVE 01              TO RUN-CYCLE-NO.
004870     MOVE "DRAWAUD"       TO RUN-RUN-ID.
004880     MOVE "S"             TO RUN-RECORD-TYPE.
004890     ACCEPT WS-CURRENT-TIME FROM TIME.
004900     MOVE WS-CURRENT-TIME TO RUN-TIME.
004910     MOVE ZERO            TO RUN-RECORDS-PROCESSED.
004920     MOVE ZERO            TO RUN-RETURN-CODE.
004930     WRITE RUN-RECORD.
004940     IF WS-RUN-FILE-STATUS NOT = "00"
004950         DISPLAY "DRAWAUD - ABEND - RUN-STATUS-FILE "
004960                 "WRITE FAILED - STATUS " WS-RUN-FILE-STATUS
004970         GO TO 9900-ABEND-TERMINATION
004980     END-IF.
004990 1700-EXIT.
005000     EXIT.
005010
005020****************************************************************
005030*    2000-READ-LIVE-AUDIT / 2100-READ-RETRIEVED-AUDIT - BOTH    *
005040*    FILES CARRY THE AUDREC LAYOUT AND ARE AUDITED ALIKE        *
005050****************************************************************
005060 2000-READ-LIVE-AUDIT.
005070     ADD 1 TO DRA-LIVE-READ-COUNT.
005080     PERFORM 3000-AUDIT-RECORD THRU 3000-EXIT.
005090     PERFORM 2900-READ-AUDIT-RECORD THRU 2900-EXIT.
005100 2000-EXIT.
005110     EXIT.
005120
005130 2100-READ-RETRIEVED-AUDIT.
005140     ADD 1 TO DRA-RET-READ-COUNT.
005150     PERFORM 3000-AUDIT-RECORD THRU 3000-EXIT.
005160     PERFORM 2950-READ-RETRIEVED-RECORD THRU 2950-EXIT.
005170 2100-EXIT.
005180     EXIT.
005190
005200 2900-READ-AUDIT-RECORD.
005210     READ AUDIT-FILE
005220         AT END
005230             MOVE "Y" TO WS-AUD-EOF-SW
005240     END-READ.
005250 2900-EXIT.
005260     EXIT.
005270
005280****************************************************************
005290*    2950-READ-RETRIEVED-RECORD - FIRST READ ONCE THE LIVE      *
005300*    FILE IS EXHAUSTED, SO THE SHARED AUD-RECORD AREA IS FREE   *
005310****************************************************************
005320 2950-READ-RETRIEVED-RECORD.
005330     READ RETRIEVED-AUDIT-FILE INTO AUD-RECORD
005340         AT END
005350             MOVE "Y" TO WS-RTA-EOF-SW
005360     END-READ.
005370 2950-EXIT.
005380     EXIT.
005390
005400****************************************************************
005410*    3000-AUDIT-RECORD - ONE AUDIT RECORD IN THE DATE RANGE:    *
005420*    A HEADER REGISTERS ITS RUN AND SEED, A DETAIL ITS RUN AND  *
005430*    ITS DRAW. A BACKOUT MARKER REPEATS A DRAW ALREADY COUNTED  *
005440*    FROM ITS DETAIL AND A WRITE-OFF MARKER IS NOT A DRAW; BOTH *
005450*    ARE PASSED OVER.                                           *
005460****************************************************************
005470 3000-AUDIT-RECORD.
005480     IF AUD-RUN-DATE NOT NUMERIC
005490             OR AUD-RUN-DATE < DRA-FROM-DATE
005500             OR AUD-RUN-DATE > DRA-TO-DATE
005510         GO TO 3000-EXIT
005520     END-IF.
005530     IF AUD-TYPE-BACKOUT OR AUD-TYPE-WRITE-OFF
005540         GO TO 3000-EXIT
005550     END-IF.
005560     ADD 1 TO DRA-IN-RANGE-COUNT.
005570     IF AUD-TYPE-HEADER
005580         ADD 1 TO DRA-HEADER-COUNT
005590         PERFORM 3100-FIND-OR-ADD-RUN THRU 3100-EXIT
005600         ADD 1 TO DRA-RUN-HEADER-COUNT (DRA-RUN-IDX)
005610         PERFORM 3300-CHECK-SEED THRU 3300-EXIT
005620         GO TO 3000-EXIT
005630     END-IF.
005640     IF NOT AUD-TYPE-DETAIL
005650         ADD 1 TO DRA-LEGACY-COUNT
005660         GO TO 3000-EXIT
005670     END-IF.
005680     ADD 1 TO DRA-DETAIL-COUNT.
005690     PERFORM 3100-FIND-OR-ADD-RUN THRU 3100-EXIT.
005700     ADD 1 TO DRA-RUN-DETAIL-COUNT (DRA-RUN-IDX).
005710     IF AUD-RANDOM-NUMBER NUMERIC
005720         DIVIDE AUD-RANDOM-NUMBER BY DRA-BUCKET-WIDTH
005730             GIVING DRA-BUCKET-QUOT REMAINDER DRA-BUCKET-REM
005740         COMPUTE DRA-BUCKET-NO = DRA-BUCKET-QUOT + 1
005750         SET DRA-BKT-IDX TO DRA-BUCKET-NO
005760         ADD 1 TO DRA-BKT-OBSERVED (DRA-BKT-IDX)
005770     END-IF.
005780 3000-EXIT.
005790     EXIT.
005800
005810****************************************************************
005820*    3100-FIND-OR-ADD-RUN - LOCATE THE RECORD'S DATE AND        *
005830*    CYCLE IN THE RUN TABLE, LEAVING DRA-RUN-IDX SET            *
005840****************************************************************
005850 3100-FIND-OR-ADD-RUN.
005860     IF DRA-LAST-RUN > ZERO
005870         SET DRA-RUN-IDX TO DRA-LAST-RUN
005880         IF DRA-RUN-DATE (DRA-RUN-IDX) = AUD-RUN-DATE
005890                 AND DRA-RUN-CYCLE-NO (DRA-RUN-IDX)
005900                     = AUD-CYCLE-NO
005910             GO TO 3100-EXIT
005920         END-IF
005930     END-IF.
005940     SET DRA-RUN-IDX TO 1.
005950     SEARCH DRA-RUN-ENTRY
005960         AT END
005970             PERFORM 3150-ADD-NEW-RUN THRU 3150-EXIT
005980         WHEN DRA-RUN-IDX > DRA-RUN-COUNT
005990             PERFORM 3150-ADD-NEW-RUN THRU 3150-EXIT
006000         WHEN DRA-RUN-DATE (DRA-RUN-IDX) = AUD-RUN-DATE
006010                 AND DRA-RUN-CYCLE-NO (DRA-RUN-IDX)
006020                     = AUD-CYCLE-NO
006030             CONTINUE
006040     END-SEARCH.
006050     SET DRA-LAST-RUN TO DRA-RUN-IDX.
006060 3100-EXIT.
006070     EXIT.
006080
006090 3150-ADD-NEW-RUN.
006100     IF DRA-RUN-COUNT >= DRA-RUN-MAX
006110         DISPLAY "DRAWAUD - ABEND - MORE THAN 2000 RUNS IN "
006120                 "THE DATE RANGE"
006130         GO TO 9900-ABEND-TERMINATION
006140     END-IF.
006150     ADD 1 TO DRA-RUN-COUNT.
006160     SET DRA-RUN-IDX TO DRA-RUN-COUNT.
006170     MOVE AUD-RUN-DATE TO DRA-RUN-DATE (DRA-RUN-IDX).
006180     MOVE AUD-CYCLE-NO TO DRA-RUN-CYCLE-NO (DRA-RUN-IDX).
006190     MOVE ZERO TO DRA-RUN-HEADER-COUNT (DRA-RUN-IDX).
006200     MOVE ZERO TO DRA-RUN-DETAIL-COUNT (DRA-RUN-IDX).
006210 3150-EXIT.
006220     EXIT.
006230
006240****************************************************************
006250*    3300-CHECK-SEED - A SEED SEEN BEFORE ON A DIFFERENT DATE   *
006260*    OR CYCLE IS A REUSE AND IS KEPT FOR THE REPORT             *
006270****************************************************************
006280 3300-CHECK-SEED.
006290     SET DRA-SEED-IDX TO 1.
006300     SEARCH DRA-SEED-ENTRY
006310         AT END
006320             PERFORM 3350-ADD-NEW-SEED THRU 3350-EXIT
006330         WHEN DRA-SEED-IDX > DRA-SEED-COUNT
006340             PERFORM 3350-ADD-NEW-SEED THRU 3350-EXIT
006350         WHEN DRA-SEED-VALUE (DRA-SEED-IDX) = AUD-RANDOM-SEED
006360             IF DRA-SEED-FIRST-DATE (DRA-SEED-IDX)
006370                     NOT = AUD-RUN-DATE
006380                 OR DRA-SEED-FIRST-CYCLE (DRA-SEED-IDX)
006390                     NOT = AUD-CYCLE-NO
006400                 PERFORM 3400-RECORD-REUSE THRU 3400-EXIT
006410             END-IF
006420     END-SEARCH.
006430 3300-EXIT.
006440     EXIT.
006450
006460 3350-ADD-NEW-SEED.
006470     IF DRA-SEED-COUNT >= DRA-SEED-MAX
006480         DISPLAY "DRAWAUD - ABEND - MORE THAN 4000 RUN "
006490                 "HEADERS IN THE DATE RANGE"
006500         GO TO 9900-ABEND-TERMINATION
006510     END-IF.
006520     ADD 1 TO DRA-SEED-COUNT.
006530     SET DRA-SEED-IDX TO DRA-SEED-COUNT.
006540     MOVE AUD-RANDOM-SEED TO DRA-SEED-VALUE (DRA-SEED-IDX).
006550     MOVE AUD-RUN-DATE    TO DRA-SEED-FIRST-DATE (DRA-SEED-IDX).
006560     MOVE AUD-CYCLE-NO    TO DRA-SEED-FIRST-CYCLE (DRA-SEED-IDX).
006570 3350-EXIT.
006580     EXIT.
006590
006600 3400-RECORD-REUSE.
006610     MOVE "Y" TO DRA-REVIEW-SW.
006620     IF DRA-REUSE-COUNT >= DRA-REUSE-MAX
006630         DISPLAY "DRAWAUD - ABEND - MORE THAN 500 SEED "
006640                 "REUSES IN THE DATE RANGE"
006650         GO TO 9900-ABEND-TERMINATION
006660     END-IF.
006670     ADD 1 TO DRA-REUSE-COUNT.
006680     SET DRA-REUSE-IDX TO DRA-REUSE-COUNT.
006690     MOVE AUD-RANDOM-SEED TO DRA-REUSE-SEED (DRA-REUSE-IDX).
006700     MOVE AUD-RUN-DATE    TO DRA-REUSE-DATE (DRA-REUSE-IDX).
006710     MOVE AUD-CYCLE-NO    TO DRA-REUSE-CYCLE (DRA-REUSE-IDX).
006720     MOVE DRA-SEED-FIRST-DATE (DRA-SEED-IDX)
006730         TO DRA-REUSE-FIRST-DATE (DRA-REUSE-IDX).
006740     MOVE DRA-SEED-FIRST-CYCLE (DRA-SEED-IDX)
006750         TO DRA-REUSE-FIRST-CYCLE (DRA-REUSE-IDX).
006760 3400-EXIT.
006770     EXIT.
006780
006790****************************************************************
006800*    5000-WRITE-DISTRIBUTION - ONE LINE PER BUCKET WITH ITS     *
006810*    TERM OF THE CHI-SQUARE SUM, THEN THE TEST RESULT           *
006820****************************************************************
006830 5000-WRITE-DISTRIBUTION.
006840     MOVE "DISTRIBUTION OF DRAWS" TO RPT-SECTION-TITLE.
006850     PERFORM 7300-WRITE-SECTION-LINE THRU 7300-EXIT.
006860     MOVE ZERO TO DRA-CHI-SQUARE.
006870     COMPUTE DRA-EXPECTED ROUNDED =
006880         DRA-DETAIL-COUNT / DRA-BUCKET-COUNT.
006890     PERFORM 5100-WRITE-BUCKET-LINE THRU 5100-EXIT
006900         VARYING DRA-BKT-IDX FROM 1 BY 1
006910         UNTIL DRA-BKT-IDX > DRA-BUCKET-COUNT.
006920     MOVE DRA-CHI-SQUARE     TO RPT-TST-CHI-SQUARE.
006930     MOVE DRA-CRITICAL-VALUE TO RPT-TST-CRITICAL.
006940     IF DRA-DETAIL-COUNT < DRA-MIN-SAMPLE
006950         MOVE "N" TO DRA-TEST-RESULT-SW
006960         MOVE "NOT TESTED - TOO FEW DRAWS" TO RPT-TST-RESULT
006970     ELSE
006980         IF DRA-CHI-SQUARE > DRA-CRITICAL-VALUE
006990             MOVE "F" TO DRA-TEST-RESULT-SW
007000             MOVE "Y" TO DRA-REVIEW-SW
007010             MOVE "FAIL - DRAWS NOT UNIFORM" TO RPT-TST-RESULT
007020         ELSE
007030             MOVE "P" TO DRA-TEST-RESULT-SW
007040             MOVE "PASS" TO RPT-TST-RESULT
007050         END-IF
007060     END-IF.
007070     IF DRA-LINE-COUNT >= DRA-LINES-PER-PAGE
007080         PERFORM 7100-WRITE-REPORT-HEADING THRU 7100-EXIT
007090     END-IF.
007100     WRITE REPORT-RECORD FROM RPT-TEST-LINE.
007110     IF WS-RPT-FILE-STATUS NOT = "00"
007120         DISPLAY "DRAWAUD - ABEND - REPORT-FILE "
007130                 "WRITE FAILED - STATUS " WS-RPT-FILE-STATUS
007140         GO TO 9900-ABEND-TERMINATION
007150     END-IF.
007160     ADD 1 TO DRA-LINE-COUNT.
007170 5000-EXIT.
007180     EXIT.
007190
007200 5100-WRITE-BUCKET-LINE.
007210     SET DRA-BUCKET-NO TO DRA-BKT-IDX.
007220     COMPUTE DRA-BUCKET-LOW = (DRA-BUCKET-NO - 1)
007230         * DRA-BUCKET-WIDTH.
007240     COMPUTE DRA-BUCKET-HIGH = DRA-BUCKET-LOW
007250         + DRA-BUCKET-WIDTH - 1.
007260     COMPUTE DRA-DEVIATION =
007270         DRA-BKT-OBSERVED (DRA-BKT-IDX) - DRA-EXPECTED.
007280     IF DRA-EXPECTED > ZERO
007290         COMPUTE DRA-CONTRIBUTION ROUNDED =
007300             DRA-DEVIATION * DRA-DEVIATION / DRA-EXPECTED
007310             ON SIZE ERROR
007320                 MOVE 9999999.9999 TO DRA-CONTRIBUTION
007330         END-COMPUTE
007340     ELSE
007350         MOVE ZERO TO DRA-CONTRIBUTION
007360     END-IF.
007370     ADD DRA-CONTRIBUTION TO DRA-CHI-SQUARE
007380         ON SIZE ERROR
007390             MOVE 9999999.9999 TO DRA-CHI-SQUARE
007400     END-ADD.
007410     IF DRA-LINE-COUNT >= DRA-LINES-PER-PAGE
007420         PERFORM 7100-WRITE-REPORT-HEADING THRU 7100-EXIT
007430     END-IF.
007440     MOVE DRA-BUCKET-LOW   TO RPT-BKT-LOW.
007450     MOVE DRA-BUCKET-HIGH  TO RPT-BKT-HIGH.
007460     MOVE DRA-BKT-OBSERVED (DRA-BKT-IDX) TO RPT-BKT-OBSERVED.
007470     MOVE DRA-EXPECTED     TO RPT-BKT-EXPECTED.
007480     MOVE DRA-DEVIATION    TO RPT-BKT-DEVIATION.
007490     MOVE DRA-CONTRIBUTION TO RPT-BKT-CONTRIBUTION.
007500     WRITE REPORT-RECORD FROM RPT-BUCKET-LINE.
007510     IF WS-RPT-FILE-STATUS NOT = "00"
007520         DISPLAY "DRAWAUD - ABEND - REPORT-FILE "
007530                 "WRITE FAILED - STATUS " WS-RPT-FILE-STATUS
007540         GO TO 9900-ABEND-TERMINATION
007550     END-IF.
007560     ADD 1 TO DRA-LINE-COUNT.
007570 5100-EXIT.
007580     EXIT.
007590
007600****************************************************************
007610*    6000-WRITE-SEED-REUSE - EVERY HEADER WHOSE SEED HAD        *
007620*    ALREADY SEEDED ANOTHER DATE OR CYCLE                       *
007630****************************************************************
007640 6000-WRITE-SEED-REUSE.
007650     MOVE "S" TO DRA-SECTION-SW.
007660     PERFORM 7100-WRITE-REPORT-HEADING THRU 7100-EXIT.
007670     MOVE "RUN-HEADER SEEDS REUSED" TO RPT-SECTION-TITLE.
007680     PERFORM 7300-WRITE-SECTION-LINE THRU 7300-EXIT.
007690     IF DRA-REUSE-COUNT = ZERO
007700         MOVE "NO SEED WAS USED ON MORE THAN ONE RUN"
007710             TO RPT-NONE-TEXT
007720         PERFORM 7400-WRITE-NONE-LINE THRU 7400-EXIT
007730         GO TO 6000-EXIT
007740     END-IF.
007750     PERFORM 6100-WRITE-SEED-LINE THRU 6100-EXIT
007760         VARYING DRA-REUSE-IDX FROM 1 BY 1
007770         UNTIL DRA-REUSE-IDX > DRA-REUSE-COUNT.
007780 6000-EXIT.
007790     EXIT.
007800
007810 6100-WRITE-SEED-LINE.
007820     IF DRA-LINE-COUNT >= DRA-LINES-PER-PAGE
007830         PERFORM 7100-WRITE-REPORT-HEADING THRU 7100-EXIT
007840     END-IF.
007850     MOVE DRA-REUSE-SEED (DRA-REUSE-IDX)  TO RPT-SEED-VALUE.
007860     MOVE DRA-REUSE-DATE (DRA-REUSE-IDX)  TO RPT-SEED-DATE.
007870     MOVE DRA-REUSE-CYCLE (DRA-REUSE-IDX) TO RPT-SEED-CYCLE.
007880     MOVE DRA-REUSE-FIRST-DATE (DRA-REUSE-IDX)
007890         TO RPT-SEED-FIRST-DATE.
007900     MOVE DRA-REUSE-FIRST-CYCLE (DRA-REUSE-IDX)
007910         TO RPT-SEED-FIRST-CYCLE.
007920     WRITE REPORT-RECORD FROM RPT-SEED-LINE.
007930     IF WS-RPT-FILE-STATUS NOT = "00"
007940         DISPLAY "DRAWAUD - ABEND - REPORT-FILE "
007950                 "WRITE FAILED - STATUS " WS-RPT-FILE-STATUS
007960         GO TO 9900-ABEND-TERMINATION
007970     END-IF.
007980     ADD 1 TO DRA-LINE-COUNT.
007990 6100-EXIT.
008000     EXIT.
008010
008020****************************************************************
008030*    6500-WRITE-HEADLESS-RUNS - EVERY DATE AND CYCLE WITH       *
008040*    DETAIL RECORDS BUT NO RUN HEADER; ITS DRAWS CANNOT BE      *
008050*    REPLAYED                                                   *
008060****************************************************************
008070 6500-WRITE-HEADLESS-RUNS.
008080     MOVE "R" TO DRA-SECTION-SW.
008090     PERFORM 7100-WRITE-REPORT-HEADING THRU 7100-EXIT.
008100     MOVE "RUNS WITH DETAILS BUT NO RUN HEADER"
008110         TO RPT-SECTION-TITLE.
008120     PERFORM 7300-WRITE-SECTION-LINE THRU 7300-EXIT.
008130     IF DRA-RUN-COUNT > ZERO
008140         PERFORM 6600-CHECK-RUN THRU 6600-EXIT
008150             VARYING DRA-RUN-IDX FROM 1 BY 1
008160             UNTIL DRA-RUN-IDX > DRA-RUN-COUNT
008170     END-IF.
008180     IF DRA-HEADLESS-COUNT = ZERO
008190         MOVE "EVERY RUN WITH DETAILS HAS A RUN HEADER"
008200             TO RPT-NONE-TEXT
008210         PERFORM 7400-WRITE-NONE-LINE THRU 7400-EXIT
008220     END-IF.
008230 6500-EXIT.
008240     EXIT.
008250
008260 6600-CHECK-RUN.
008270     IF DRA-RUN-HEADER-COUNT (DRA-RUN-IDX) > ZERO
008280             OR DRA-RUN-DETAIL-COUNT (DRA-RUN-IDX) = ZERO
008290         GO TO 6600-EXIT
008300     END-IF.
008310     ADD 1 TO DRA-HEADLESS-COUNT.
008320     IF DRA-LINE-COUNT >= DRA-LINES-PER-PAGE
008330         PERFORM 7100-WRITE-REPORT-HEADING THRU 7100-EXIT
008340     END-IF.
008350     MOVE DRA-RUN-DATE (DRA-RUN-IDX)         TO RPT-RUN-DATE.
008360     MOVE DRA-RUN-CYCLE-NO (DRA-RUN-IDX)     TO RPT-RUN-CYCLE.
008370     MOVE DRA-RUN-DETAIL-COUNT (DRA-RUN-IDX) TO RPT-RUN-DETAILS.
008380     WRITE REPORT-RECORD FROM RPT-RUN-LINE.
008390     IF WS-RPT-FILE-STATUS NOT = "00"
008400         DISPLAY "DRAWAUD - ABEND - REPORT-FILE "
008410                 "WRITE FAILED - STATUS " WS-RPT-FILE-STATUS
008420         GO TO 9900-ABEND-TERMINATION
008430     END-IF.
008440     ADD 1 TO DRA-LINE-COUNT.
008450 6600-EXIT.
008460     EXIT.
008470
008480****************************************************************
008490*    7100-WRITE-REPORT-HEADING - PAGE BREAK; THE COLUMN         *
008500*    HEADING FOLLOWS THE SECTION BEING PRINTED                  *
008510****************************************************************
008520 7100-WRITE-REPORT-HEADING.
008530     ADD 1 TO DRA-PAGE-COUNT.
008540     MOVE WS-CURRENT-DATE TO RPT-HDG-RUN-DATE.
008550     MOVE DRA-PAGE-COUNT  TO RPT-HDG-PAGE-NO.
008560     WRITE REPORT-RECORD FROM RPT-HEADING-LINE-1.
008570     IF DRA-SEED-SECTION
008580         WRITE REPORT-RECORD FROM RPT-SEED-HEADING
008590     ELSE
008600         IF DRA-RUN-SECTION
008610             WRITE REPORT-RECORD FROM RPT-RUN-HEADING
008620         ELSE
008630             WRITE REPORT-RECORD FROM RPT-BUCKET-HEADING
008640         END-IF
008650     END-IF.
008660     MOVE ZERO TO DRA-LINE-COUNT.
008670 7100-EXIT.
008680     EXIT.
008690
008700****************************************************************
008710*    7200-WRITE-SELECTION-LINE - THE DATE RANGE AUDITED,        *
008720*    PRINTED ONCE UNDER THE FIRST HEADING                       *
008730****************************************************************
008740 7200-WRITE-SELECTION-LINE.
008750     MOVE DRA-FROM-DATE TO RPT-SEL-FROM-DATE.
008760     MOVE DRA-TO-DATE   TO RPT-SEL-TO-DATE.
008770     WRITE REPORT-RECORD FROM RPT-SELECTION-LINE.
008780     IF WS-RPT-FILE-STATUS NOT = "00"
008790         DISPLAY "DRAWAUD - ABEND - REPORT-FILE "
008800                 "WRITE FAILED - STATUS " WS-RPT-FILE-STATUS
008810         GO TO 9900-ABEND-TERMINATION
008820     END-IF.
008830     ADD 1 TO DRA-LINE-COUNT.
008840 7200-EXIT.
008850     EXIT.
008860
008870 7300-WRITE-SECTION-LINE.
008880     IF DRA-LINE-COUNT >= DRA-LINES-PER-PAGE
008890         PERFORM 7100-WRITE-REPORT-HEADING THRU 7100-EXIT
008900     END-IF.
008910     WRITE REPORT-RECORD FROM RPT-SECTION-LINE.
008920     IF WS-RPT-FILE-STATUS NOT = "00"
008930         DISPLAY "DRAWAUD - ABEND - REPORT-FILE "
008940                 "WRITE FAILED - STATUS " WS-RPT-FILE-STATUS
008950         GO TO 9900-ABEND-TERMINATION
008960     END-IF.
008970     ADD 1 TO DRA-LINE-COUNT.
008980 7300-EXIT.
008990     EXIT.
009000
009010 7400-WRITE-NONE-LINE.
009020     IF DRA-LINE-COUNT >= DRA-LINES-PER-PAGE
009030         PERFORM 7100-WRITE-REPORT-HEADING THRU 7100-EXIT
009040     END-IF.
009050     WRITE REPORT-RECORD FROM RPT-NONE-LINE.
009060     IF WS-RPT-FILE-STATUS NOT = "00"
009070         DISPLAY "DRAWAUD - ABEND - REPORT-FILE "
009080                 "WRITE FAILED - STATUS " WS-RPT-FILE-STATUS
009090         GO TO 9900-ABEND-TERMINATION
009100     END-IF.
009110     ADD 1 TO DRA-LINE-COUNT.
009120 7400-EXIT.
009130     EXIT.
009140
009150****************************************************************
009160*    8000-WRITE-RUN-TOTALS - THE COUNTS THAT PROVE THE RUN      *
009170****************************************************************
009180 8000-WRITE-RUN-TOTALS.
009190     MOVE SPACES                  TO RPT-TOTAL-LINE.
009200     MOVE "LIVE RECORDS READ"     TO RPT-TOT-LABEL.
009210     MOVE DRA-LIVE-READ-COUNT     TO RPT-TOT-VALUE.
009220     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT.
009230     MOVE SPACES                  TO RPT-TOTAL-LINE.
009240     MOVE "RETRIEVED RECORDS READ" TO RPT-TOT-LABEL.
009250     MOVE DRA-RET-READ-COUNT      TO RPT-TOT-VALUE.
009260     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT.
009270     MOVE SPACES                  TO RPT-TOTAL-LINE.
009280     MOVE "RECORDS IN DATE RANGE" TO RPT-TOT-LABEL.
009290     MOVE DRA-IN-RANGE-COUNT      TO RPT-TOT-VALUE.
009300     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT.
009310     MOVE SPACES                  TO RPT-TOTAL-LINE.
009320     MOVE "RUN HEADERS"           TO RPT-TOT-LABEL.
009330     MOVE DRA-HEADER-COUNT        TO RPT-TOT-VALUE.
009340     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT.
009350     MOVE SPACES                  TO RPT-TOTAL-LINE.
009360     MOVE "DRAWS TESTED"          TO RPT-TOT-LABEL.
009370     MOVE DRA-DETAIL-COUNT        TO RPT-TOT-VALUE.
009380     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT.
009390     MOVE SPACES                  TO RPT-TOTAL-LINE.
009400     MOVE "UNSEEDED DRAWS SKIPPED" TO RPT-TOT-LABEL.
009410     MOVE DRA-LEGACY-COUNT        TO RPT-TOT-VALUE.
009420     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT.
009430     MOVE SPACES                  TO RPT-TOTAL-LINE.
009440     MOVE "RUNS AUDITED"          TO RPT-TOT-LABEL.
009450     MOVE DRA-RUN-COUNT           TO RPT-TOT-VALUE.
009460     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT.
009470     MOVE SPACES                  TO RPT-TOTAL-LINE.
009480     MOVE "DISTINCT SEEDS"        TO RPT-TOT-LABEL.
009490     MOVE DRA-SEED-COUNT          TO RPT-TOT-VALUE.
009500     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT.
009510     MOVE SPACES                  TO RPT-TOTAL-LINE.
009520     MOVE "SEED REUSES"           TO RPT-TOT-LABEL.
009530     MOVE DRA-REUSE-COUNT         TO RPT-TOT-VALUE.
009540     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT.
009550     MOVE SPACES                  TO RPT-TOTAL-LINE.
009560     MOVE "RUNS WITH NO HEADER"   TO RPT-TOT-LABEL.
009570     MOVE DRA-HEADLESS-COUNT      TO RPT-TOT-VALUE.
009580     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT.
009590 8000-EXIT.
009600     EXIT.
009610
009620 8100-WRITE-TOTAL-LINE.
009630     IF DRA-LINE-COUNT >= DRA-LINES-PER-PAGE
009640         PERFORM 7100-WRITE-REPORT-HEADING THRU 7100-EXIT
009650     END-IF.
009660     WRITE REPORT-RECORD FROM RPT-TOTAL-LINE.
009670     IF WS-RPT-FILE-STATUS NOT = "00"
009680         DISPLAY "DRAWAUD - ABEND - REPORT-FILE "
009690                 "WRITE FAILED - STATUS " WS-RPT-FILE-STATUS
009700         GO TO 9900-ABEND-TERMINATION
009710     END-IF.
009720     ADD 1 TO DRA-LINE-COUNT.
009730 8100-EXIT.
009740     EXIT.
009750
009760****************************************************************
009770*    9000-TERMINATE - RETURN CODE 4 TELLS THE AUDITORS THE      *
009780*    DRAWS FAILED THE UNIFORMITY TEST OR A SEED WAS REUSED      *
009790****************************************************************
009800 9000-TERMINATE.
009810     CLOSE AUDIT-FILE
009820           RETRIEVED-AUDIT-FILE
009830           REPORT-FILE.
009840     IF DRA-REVIEW-NEEDED
009850         MOVE 4 TO RETURN-CODE
009860     END-IF.
009870 9000-EXIT.
009880     EXIT.
009890
009900****************************************************************
009910*    9700-WRITE-RUN-END - APPEND THE END RECORD WITH THE        *
009920*    FINAL RETURN CODE AND RECORDS PROCESSED; NEVER ABENDS,     *
009930*    SINCE THE ABEND PATH ITSELF COMES THROUGH HERE             *
009940****************************************************************
009950 9700-WRITE-RUN-END.
009960     IF NOT WS-RUN-OPEN
009970         GO TO 9700-EXIT
009980     END-IF.
009990     MOVE SPACES          TO RUN-RECORD.
010000     MOVE "DRAWAUD"       TO RUN-PROGRAM-ID.
010010     MOVE WS-CURRENT-DATE TO RUN-RUN-DATE.
010020     MOVE 01              TO RUN-CYCLE-NO.
010030     MOVE "DRAWAUD"       TO RUN-RUN-ID.
010040     MOVE "E"             TO RUN-RECORD-TYPE.
010050     ACCEPT WS-CURRENT-TIME FROM TIME.
010060     MOVE WS-CURRENT-TIME TO RUN-TIME.
010070     MOVE DRA-IN-RANGE-COUNT TO RUN-RECORDS-PROCESSED.
010080     MOVE RETURN-CODE     TO RUN-RETURN-CODE.
010090     WRITE RUN-RECORD.
010100     IF WS-RUN-FILE-STATUS NOT = "00"
010110         DISPLAY "DRAWAUD - RUN-STATUS-FILE WRITE FAILED - "
010120                 "STATUS " WS-RUN-FILE-STATUS
010130     END-IF.
010140     CLOSE RUN-STATUS-FILE.
010150     MOVE "N" TO WS-RUN-OPEN-SW.
010160 9700-EXIT.
010170     EXIT.
010180
010190****************************************************************
010200*    9900-ABEND-TERMINATION - AN OPEN OR A WRITE CAME BACK      *
010210*    WITH A FILE STATUS OTHER THAN SUCCESSFUL; THE RUN CANNOT   *
010220*    BE TRUSTED TO CONTINUE, SO IT STOPS HERE WITH A NON-ZERO   *
010230*    RETURN CODE FOR THE JOB SCHEDULER TO CATCH.                *
010240****************************************************************
010250 9900-ABEND-TERMINATION.
010260     MOVE 16 TO RETURN-CODE.
010270     PERFORM 9700-WRITE-RUN-END THRU 9700-EXIT.
010280     STOP RUN.
