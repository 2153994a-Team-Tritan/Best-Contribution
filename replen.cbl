000010****************************************************************
000020* PROGRAM-ID.  REPLEN                                          *
000030* AUTHOR.      D. L. OKAFOR                                    *
000040* INSTALLATION. INVENTORY CONTROL SYSTEMS                      *
000050* DATE-WRITTEN. 09/14/2026                                     *
000060* DATE-COMPILED.                                                *
000070*                                                                *
000080* REMARKS.                                                      *
000090*     REPLENISHMENT RUN AND PURCHASE REQUISITION FEED. RUNS     *
000100*     AFTER RANDOM-SUBTRACTION, AND AFTER MRGSTRM ON STREAM     *
000110*     DAYS, AGAINST THE CONSOLIDATED RESULT HISTORY. FOR EACH   *
000120*     ITEM ON THE ITEM MASTER CARRYING A REORDER POINT IT       *
000130*     TAKES THE DAY'S LATEST-CYCLE RESULT AS THE QUANTITY ON    *
000140*     HAND, WORKS OUT AVERAGE DAILY USAGE FROM THE FALL IN THE  *
000150*     CLOSING RESULT BETWEEN PROCESSING DAYS OVER A USAGE       *
000160*     WINDOW, AND FROM THAT THE DAYS OF SUPPLY ON HAND. AN      *
000170*     ITEM AT OR BELOW ITS REORDER POINT, OR WHOSE DAYS OF      *
000180*     SUPPLY WILL NOT COVER ITS LEAD TIME, IS REQUISITIONED     *
000190*     FOR ITS REORDER QUANTITY FROM ITS PREFERRED VENDOR ON A   *
000200*     REQUISITION FILE FOR PURCHASING'S SYSTEM, BRACKETED BY    *
000210*     A HEADER/TRAILER CONTROL SEGMENT, AND LISTED ON A         *
000220*     PRINTED SUGGESTED-ORDER REGISTER. EVERY REQUISITION IS    *
000230*     KEPT ON AN OPEN-REQUISITION FILE SO THE ITEM IS NOT       *
000240*     ORDERED TWICE; PURCHASING'S RECEIPTS, APPLIED AT THE      *
000250*     START OF EACH RUN, CLOSE THE REQUISITION OUT ONCE THE     *
000260*     ORDER IS RECEIVED IN FULL OR CLOSED SHORT. AN OPTIONAL    *
000270*     CONTROL CARD NAMES THE RESULT DATE AND THE USAGE WINDOW   *
000280*     IN DAYS; THEY DEFAULT TO TODAY AND 30 DAYS. ENDS WITH     *
000290*     RETURN CODE 0 ON A CLEAN RUN, 4 WHEN AN ITEM OR RECEIPT   *
000300*     NEEDS REVIEW, AND THE HOLDING CODE 8 WHEN THE HISTORY     *
000310*     FILE FAILS ITS CONTROL CHECK - NO RECEIPT IS THEN         *
000320*     APPLIED AND NO ITEM PLANNED, AND THE REGISTER SAYS SO.    *
000330*                                                                *
000340* MODIFICATION HISTORY.                                         *
000350*     09/14/2026  DLO  ORIGINAL PROGRAM.                        *
000360*     10/15/2026  DLO  WHEN THE HISTORY FILE FAILS ITS CONTROL  *
000370*                      CHECK, APPLY NO RECEIPTS AND PLAN NO     *
000380*                      ITEMS, LEAVING THE OPEN-REQUISITION FILE *
000390*                      UNTOUCHED, AND SAY SO ON THE REGISTER;   *
000400*                      PRINT THE OPEN REQUISITION DATE CLEAR OF *
000410*                      ITS LABEL.                               *
000420****************************************************************
000430 IDENTIFICATION DIVISION.
000440 PROGRAM-ID.    REPLEN.
000450 AUTHOR.        D. L. OKAFOR.
000460 INSTALLATION.  INVENTORY CONTROL SYSTEMS.
000470 DATE-WRITTEN.  09/14/2026.
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
000590*    ACCUMULATED RESULT HISTORY WRITTEN BY RANDOM-SUBTRACTION,
000600*    CONSOLIDATED BY MRGSTRM ON STREAM DAYS
000610     SELECT HISTORY-FILE
000620         ASSIGN TO HISTIN
000630         ORGANIZATION IS SEQUENTIAL
000640         FILE STATUS IS WS-HIST-FILE-STATUS.
000650
000660*    ITEM MASTER, KEYED BY ITEM CODE, MAINTAINED BY ITEMMNT -
000670*    SUPPLIES THE REORDER POINT, QUANTITY, LEAD TIME, VENDOR
000680     SELECT ITEM-MASTER-FILE
000690         ASSIGN TO ITEMMST
000700         ORGANIZATION IS INDEXED
000710         ACCESS MODE IS DYNAMIC
000720         RECORD KEY IS ITM-KEY
000730         FILE STATUS IS WS-ITM-FILE-STATUS.
000740
000750*    REQUISITIONS STILL OUTSTANDING WITH PURCHASING, KEYED BY
000760*    ITEM CODE - OPTIONAL SO THE FIRST RUN CAN CREATE IT
000770     SELECT OPTIONAL OPEN-REQ-FILE
000780         ASSIGN TO OPENREQ
000790         ORGANIZATION IS INDEXED
000800         ACCESS MODE IS DYNAMIC
000810         RECORD KEY IS ORQ-KEY
000820         FILE STATUS IS WS-ORQ-FILE-STATUS.
000830
000840*    RECEIPTS RETURNED BY PURCHASING - OPTIONAL SO A DAY WITH
000850*    NOTHING RECEIVED NEEDS NO FILE
000860     SELECT OPTIONAL RECEIPT-FILE
000870         ASSIGN TO RCPTIN
000880         ORGANIZATION IS SEQUENTIAL
000890         FILE STATUS IS WS-RCT-FILE-STATUS.
000900
000910*    RESULT-DATE/USAGE-WINDOW CONTROL CARD - OPTIONAL, DEFAULTS
000920*    TO TODAY'S RESULTS OVER A 30-DAY WINDOW
000930     SELECT OPTIONAL CONTROL-CARD-FILE
000940         ASSIGN TO RPLCARD
000950         ORGANIZATION IS SEQUENTIAL
000960         FILE STATUS IS WS-CRD-FILE-STATUS.
000970
000980*    REQUISITION FEED TO PURCHASING'S SYSTEM
000990     SELECT REQUISITION-FILE
001000         ASSIGN TO REQOUT
001010         ORGANIZATION IS SEQUENTIAL
001020         FILE STATUS IS WS-REQ-FILE-STATUS.
001030
001040*    PRINTED, PAGINATED SUGGESTED-ORDER REGISTER
001050     SELECT REGISTER-FILE
001060         ASSIGN TO RPLRPT
001070         ORGANIZATION IS SEQUENTIAL
001080         FILE STATUS IS WS-RPT-FILE-STATUS.
001090
001100*    SHARED RUN-STATUS FILE - ONE START AND ONE END RECORD PER
001110*    RUN, READ BY THE STATBRD OPERATIONS STATUS BOARD
001120     SELECT OPTIONAL RUN-STATUS-FILE
001130         ASSIGN TO RUNSTAT
001140         ORGANIZATION IS SEQUENTIAL
001150         FILE STATUS IS WS-RUN-FILE-STATUS.
001160
001170 DATA DIVISION.
001180 FILE SECTION.
001190 FD  HISTORY-FILE
001200     LABEL RECORDS ARE STANDARD
001210     RECORD CONTAINS 80 CHARACTERS.
001220     COPY "HISTREC.CPY".
001230
001240 FD  ITEM-MASTER-FILE
001250     LABEL RECORDS ARE STANDARD
001260     RECORD CONTAINS 80 CHARACTERS.
001270     COPY "ITMREC.CPY".
001280
001290 FD  OPEN-REQ-FILE
001300     LABEL RECORDS ARE STANDARD
001310     RECORD CONTAINS 80 CHARACTERS.
001320     COPY "ORQREC.CPY".
001330
001340 FD  RECEIPT-FILE
001350     LABEL RECORDS ARE STANDARD
001360     RECORD CONTAINS 80 CHARACTERS.
001370     COPY "RCTREC.CPY".
001380
001390 FD  CONTROL-CARD-FILE
001400     LABEL RECORDS ARE STANDARD
001410     RECORD CONTAINS 80 CHARACTERS.
001420 01  CRD-RECORD.
001430     05  CRD-RESULT-DATE         PIC 9(08).
001440     05  CRD-USAGE-DAYS          PIC 9(03).
001450     05  FILLER                  PIC X(69).
001460
001470 FD  REQUISITION-FILE
001480     LABEL RECORDS ARE STANDARD
001490     RECORD CONTAINS 80 CHARACTERS.
001500     COPY "REQREC.CPY".
001510
001520 FD  REGISTER-FILE
001530     LABEL RECORDS ARE STANDARD
001540     RECORD CONTAINS 132 CHARACTERS.
001550 01  REGISTER-RECORD             PIC X(132).
001560
001570 FD  RUN-STATUS-FILE
001580     LABEL RECORDS ARE STANDARD
001590     RECORD CONTAINS 80 CHARACTERS.
001600     COPY "RUNREC.CPY".
001610
001620 WORKING-STORAGE SECTION.
001630****************************************************************
001640*    FILE STATUS SWITCHES                                      *
001650****************************************************************
001660 01  WS-FILE-STATUSES.
001670     05  WS-HIST-FILE-STATUS     PIC X(02) VALUE "00".
001680     05  WS-ITM-FILE-STATUS      PIC X(02) VALUE "00".
001690     05  WS-ORQ-FILE-STATUS      PIC X(02) VALUE "00".
001700     05  WS-RCT-FILE-STATUS      PIC X(02) VALUE "00".
001710     05  WS-CRD-FILE-STATUS      PIC X(02) VALUE "00".
001720     05  WS-REQ-FILE-STATUS      PIC X(02) VALUE "00".
001730     05  WS-RPT-FILE-STATUS      PIC X(02) VALUE "00".
001740     05  WS-RUN-FILE-STATUS      PIC X(02) VALUE "00".
001750
001760****************************************************************
001770*    PROGRAM SWITCHES                                          *
001780****************************************************************
001790 01  WS-SWITCHES.
001800     05  WS-RUN-OPEN-SW          PIC X(01) VALUE "N".
001810         88  WS-RUN-OPEN                    VALUE "Y".
001820     05  WS-HIST-EOF-SW          PIC X(01) VALUE "N".
001830         88  WS-HIST-EOF                    VALUE "Y".
001840     05  WS-RCT-EOF-SW           PIC X(01) VALUE "N".
001850         88  WS-RCT-EOF                     VALUE "Y".
001860     05  WS-ITM-EOF-SW           PIC X(01) VALUE "N".
001870         88  WS-ITM-EOF                     VALUE "Y".
001880     05  RPL-REVIEW-SW           PIC X(01) VALUE "N".
001890         88  RPL-REVIEW-NEEDED              VALUE "Y".
001900     05  RPL-SEG-OPEN-SW         PIC X(01) VALUE "N".
001910         88  RPL-SEG-OPEN                   VALUE "Y".
001920     05  RPL-CTL-ERROR-SW        PIC X(01) VALUE "N".
001930         88  RPL-CTL-ERROR                  VALUE "Y".
001940     05  RPL-ITEM-FOUND-SW       PIC X(01) VALUE "N".
001950         88  RPL-ITEM-FOUND                 VALUE "Y".
001960     05  RPL-ORQ-FOUND-SW        PIC X(01) VALUE "N".
001970         88  RPL-ORQ-FOUND                  VALUE "Y".
001980
001990****************************************************************
002000*    RESULT DATE, USAGE WINDOW, AND RUN DATE                    *
002010****************************************************************
002020 01  RPL-RESULT-DATE             PIC 9(08) VALUE ZERO.
002030 01  RPL-USAGE-DAYS              PIC 9(03) VALUE 30.
002040 01  RPL-WINDOW-START            PIC 9(08) VALUE ZERO.
002050 01  WS-CURRENT-DATE             PIC 9(08) VALUE ZERO.
002060 01  WS-CURRENT-TIME             PIC 9(08) VALUE ZERO.
002070
002080****************************************************************
002090*    CALENDAR WORK FIELDS FOR THE WINDOW AND NEED-DATE          *
002100*    COMPUTATIONS                                               *
002110****************************************************************
002120 01  RPL-WORK-DATE-NUM           PIC 9(08).
002130 01  RPL-WORK-DATE REDEFINES RPL-WORK-DATE-NUM.
002140     05  RPL-WORK-YEAR           PIC 9(04).
002150     05  RPL-WORK-MONTH          PIC 9(02).
002160     05  RPL-WORK-DAY            PIC 9(02).
002170 01  RPL-MONTH-DAYS-DEF          PIC X(24)
002180         VALUE "312831303130313130313031".
002190 01  RPL-MONTH-DAYS-TBL REDEFINES RPL-MONTH-DAYS-DEF.
002200     05  RPL-MONTH-DAYS OCCURS 12 TIMES
002210                                 PIC 9(02).
002220 01  RPL-MONTH-LENGTH            PIC 9(02) VALUE ZERO.
002230 01  RPL-LEAP-QUOTIENT           PIC 9(04) COMP VALUE ZERO.
002240 01  RPL-LEAP-REMAINDER          PIC 9(04) COMP VALUE ZERO.
002250
002260****************************************************************
002270*    WORK FIELDS FOR ONE ITEM'S REORDER DECISION                *
002280****************************************************************
002290 01  RPL-TBL-SEARCH-CODE         PIC X(10).
002300 01  RPL-ON-HAND-QTY             PIC 9(07) VALUE ZERO.
002310 01  RPL-REORDER-POINT           PIC 9(07) VALUE ZERO.
002320 01  RPL-REORDER-QTY             PIC 9(07) VALUE ZERO.
002330 01  RPL-LEAD-TIME-DAYS          PIC 9(03) VALUE ZERO.
002340 01  RPL-USAGE-SUM               PIC 9(09) COMP VALUE ZERO.
002350 01  RPL-USAGE-INTERVALS         PIC 9(05) COMP VALUE ZERO.
002360 01  RPL-AVG-USAGE               PIC 9(07)V99 VALUE ZERO.
002370 01  RPL-DAYS-OF-SUPPLY          PIC 9(04) VALUE ZERO.
002380 01  RPL-DOS-WORK                PIC 9(09) COMP VALUE ZERO.
002390 01  RPL-NEED-DATE               PIC 9(08) VALUE ZERO.
002400 01  RPL-RECEIVED-WORK           PIC 9(09) COMP VALUE ZERO.
002410 01  RPL-REGISTER-STATUS         PIC X(31).
002420
002430****************************************************************
002440*    RUN COUNTERS                                               *
002450****************************************************************
002460 01  RPL-HIST-READ-COUNT         PIC 9(06) COMP VALUE ZERO.
002470 01  RPL-HIST-USED-COUNT         PIC 9(06) COMP VALUE ZERO.
002480 01  RPL-HIST-SEQ-COUNT          PIC 9(06) COMP VALUE ZERO.
002490 01  RPL-RCT-READ-COUNT          PIC 9(06) COMP VALUE ZERO.
002500 01  RPL-RCT-CLOSED-COUNT        PIC 9(06) COMP VALUE ZERO.
002510 01  RPL-RCT-PARTIAL-COUNT       PIC 9(06) COMP VALUE ZERO.
002520 01  RPL-RCT-UNMATCHED-COUNT     PIC 9(06) COMP VALUE ZERO.
002530 01  RPL-ITEM-READ-COUNT         PIC 9(06) COMP VALUE ZERO.
002540 01  RPL-NOT-PLANNED-COUNT       PIC 9(06) COMP VALUE ZERO.
002550 01  RPL-NO-RESULT-COUNT         PIC 9(06) COMP VALUE ZERO.
002560 01  RPL-ABOVE-ROP-COUNT         PIC 9(06) COMP VALUE ZERO.
002570 01  RPL-ALREADY-OPEN-COUNT      PIC 9(06) COMP VALUE ZERO.
002580 01  RPL-NO-QTY-COUNT            PIC 9(06) COMP VALUE ZERO.
002590 01  RPL-REQ-WRITE-COUNT         PIC 9(06) COMP VALUE ZERO.
002600
002610****************************************************************
002620*    INTERFACE FILE CONTROL-RECORD STATE - THE HISTORY FILE IS  *
002630*    VERIFIED SEGMENT BY SEGMENT, AND THE REQUISITION FILE      *
002640*    CARRIES ITS OWN HEADER AND TRAILER FOR PURCHASING          *
002650****************************************************************
002660 01  RPL-HDR-COUNT               PIC 9(04) COMP VALUE ZERO.
002670 01  RPL-SEG-COUNT               PIC 9(08) COMP VALUE ZERO.
002680 01  RPL-SEG-HASH                PIC 9(12) COMP VALUE ZERO.
002690 01  RPL-REQ-QTY-HASH            PIC 9(12) COMP VALUE ZERO.
002700
002710     COPY "CTLREC.CPY".
002720
002730****************************************************************
002740*    USAGE TABLE - ONE ENTRY PER DISTINCT ITEM CODE IN THE      *
002750*    USAGE WINDOW. A LATER CYCLE'S RECORD FOR THE SAME DATE     *
002760*    REPLACES THE EARLIER ONE, SO EACH DATE'S LAST CYCLE IS     *
002770*    ITS CLOSING RESULT. WHEN A NEW DATE ARRIVES THE PREVIOUS   *
002780*    DATE'S CLOSING IS FINAL AND ITS FALL FROM THE DATE         *
002790*    BEFORE IT IS ADDED TO THE USAGE; A RISE IS A RECEIPT AND   *
002800*    COUNTS AS A DAY OF NO USAGE.                               *
002810****************************************************************
002820 01  RPL-ITEM-COUNT              PIC 9(04) COMP VALUE ZERO.
002830 01  RPL-ITEM-TABLE.
002840     05  RPL-ITEM-ENTRY OCCURS 1000 TIMES
002850             INDEXED BY RPL-ITEM-IDX.
002860         10  RPL-TBL-ITEM-CODE       PIC X(10).
002870         10  RPL-TBL-LAST-DATE       PIC 9(08).
002880         10  RPL-TBL-LAST-RESULT     PIC 9(07).
002890         10  RPL-TBL-PRIOR-RESULT    PIC 9(07).
002900         10  RPL-TBL-PRIOR-SW        PIC X(01).
002910             88  RPL-TBL-HAS-PRIOR           VALUE "Y".
002920         10  RPL-TBL-USAGE-SUM       PIC 9(09) COMP.
002930         10  RPL-TBL-USAGE-INTERVALS PIC 9(05) COMP.
002940
002950****************************************************************
002960*    PAGINATION COUNTERS                                        *
002970****************************************************************
002980 01  RPL-LINE-COUNT              PIC 9(03) COMP VALUE ZERO.
002990 01  RPL-PAGE-COUNT              PIC 9(03) COMP VALUE ZERO.
003000 01  RPL-LINES-PER-PAGE          PIC 9(03) COMP VALUE 55.
003010
003020****************************************************************
003030*    PAGINATED REGISTER LINES                                   *
003040****************************************************************
003050 01  RPT-HEADING-LINE-1.
003060     05  FILLER                  PIC X(01) VALUE "1".
003070     05  FILLER                  PIC X(40)
003080             VALUE "REPLEN - SUGGESTED ORDER REGISTER".
003090     05  FILLER                  PIC X(10) VALUE "  RUN DATE".
003100     05  RPT-HDG-RUN-DATE        PIC 9(08).
003110     05  FILLER                  PIC X(09) VALUE SPACES.
003120     05  FILLER                  PIC X(05) VALUE "PAGE ".
003130     05  RPT-HDG-PAGE-NO         PIC ZZ9.
003140     05  FILLER                  PIC X(56) VALUE SPACES.
003150
003160 01  RPT-HEADING-LINE-2.
003170     05  FILLER                  PIC X(01) VALUE SPACE.
003180     05  FILLER                  PIC X(10) VALUE "ITEM CODE".
003190     05  FILLER                  PIC X(02) VALUE SPACES.
003200     05  FILLER                  PIC X(06) VALUE "CSTCTR".
003210     05  FILLER                  PIC X(02) VALUE SPACES.
003220     05  FILLER                  PIC X(07) VALUE "ON HAND".
003230     05  FILLER                  PIC X(02) VALUE SPACES.
003240     05  FILLER                  PIC X(07) VALUE "    ROP".
003250     05  FILLER                  PIC X(02) VALUE SPACES.
003260     05  FILLER                  PIC X(10) VALUE " AVG DAILY".
003270     05  FILLER                  PIC X(02) VALUE SPACES.
003280     05  FILLER                  PIC X(04) VALUE "DAYS".
003290     05  FILLER                  PIC X(02) VALUE SPACES.
003300     05  FILLER                  PIC X(03) VALUE " LT".
003310     05  FILLER                  PIC X(02) VALUE SPACES.
003320     05  FILLER                  PIC X(07) VALUE "    QTY".
003330     05  FILLER                  PIC X(02) VALUE SPACES.
003340     05  FILLER                  PIC X(08) VALUE "VENDOR".
003350     05  FILLER                  PIC X(02) VALUE SPACES.
003360     05  FILLER                  PIC X(08) VALUE "NEED BY".
003370     05  FILLER                  PIC X(02) VALUE SPACES.
003380     05  FILLER                  PIC X(30) VALUE "STATUS".
003390     05  FILLER                  PIC X(11) VALUE SPACES.
003400
003410 01  RPT-SELECTION-LINE.
003420     05  FILLER                  PIC X(01) VALUE SPACE.
003430     05  FILLER                  PIC X(12) VALUE "RESULT DATE ".
003440     05  RPT-SEL-RESULT-DATE     PIC 9(08).
003450     05  FILLER                  PIC X(21)
003460             VALUE "  USAGE WINDOW FROM ".
003470     05  RPT-SEL-WINDOW-START    PIC 9(08).
003480     05  FILLER                  PIC X(02) VALUE SPACES.
003490     05  RPT-SEL-USAGE-DAYS      PIC ZZ9.
003500     05  FILLER                  PIC X(05) VALUE " DAYS".
003510     05  FILLER                  PIC X(72) VALUE SPACES.
003520
003530 01  RPT-DETAIL-LINE.
003540     05  FILLER                  PIC X(01) VALUE SPACE.
003550     05  RPT-ITEM-CODE           PIC X(10).
003560     05  FILLER                  PIC X(02) VALUE SPACES.
003570     05  RPT-COST-CENTER         PIC X(06).
003580     05  FILLER                  PIC X(02) VALUE SPACES.
003590     05  RPT-ON-HAND-QTY         PIC ZZZZZZ9.
003600     05  FILLER                  PIC X(02) VALUE SPACES.
003610     05  RPT-REORDER-POINT       PIC ZZZZZZ9.
003620     05  FILLER                  PIC X(02) VALUE SPACES.
003630     05  RPT-AVG-USAGE           PIC ZZZZZZ9.99.
003640     05  FILLER                  PIC X(02) VALUE SPACES.
003650     05  RPT-DAYS-OF-SUPPLY      PIC ZZZ9.
003660     05  FILLER                  PIC X(02) VALUE SPACES.
003670     05  RPT-LEAD-TIME-DAYS      PIC ZZ9.
003680     05  FILLER                  PIC X(02) VALUE SPACES.
003690     05  RPT-QTY                 PIC ZZZZZZ9.
003700     05  FILLER                  PIC X(02) VALUE SPACES.
003710     05  RPT-VENDOR-ID           PIC X(08).
003720     05  FILLER                  PIC X(02) VALUE SPACES.
003730     05  RPT-NEED-DATE           PIC X(08).
003740     05  FILLER                  PIC X(02) VALUE SPACES.
003750     05  RPT-STATUS              PIC X(31).
003760     05  FILLER                  PIC X(10) VALUE SPACES.
003770
003780 01  RPT-REFUSAL-LINE.
003790     05  FILLER                  PIC X(01) VALUE "0".
003800     05  FILLER                  PIC X(02) VALUE SPACES.
003810     05  RPT-REFUSAL-TEXT        PIC X(100).
003820     05  FILLER                  PIC X(29) VALUE SPACES.
003830
003840 01  RPT-TOTAL-LINE.
003850     05  FILLER                  PIC X(01) VALUE SPACE.
003860     05  RPT-TOT-LABEL           PIC X(25).
003870     05  RPT-TOT-VALUE           PIC ZZZZZ9.
003880     05  FILLER                  PIC X(100) VALUE SPACES.
003890
003900 PROCEDURE DIVISION.
003910****************************************************************
003920*    0000-MAINLINE                                              *
003930****************************************************************
003940 0000-MAINLINE.
003950     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003960     PERFORM 2000-LOAD-HISTORY-RECORD THRU 2000-EXIT
003970         UNTIL WS-HIST-EOF.
003980     IF RPL-CTL-ERROR
003990         PERFORM 7300-WRITE-REFUSAL-LINES THRU 7300-EXIT
004000     ELSE
004010         PERFORM 3000-APPLY-RECEIPT THRU 3000-EXIT
004020             UNTIL WS-RCT-EOF
004030         PERFORM 4000-PLAN-ITEM THRU 4000-EXIT
004040             UNTIL WS-ITM-EOF
004050     END-IF.
004060     PERFORM 9000-TERMINATE THRU 9000-EXIT.
004070     PERFORM 9700-WRITE-RUN-END THRU 9700-EXIT.
004080     STOP RUN.
004090
004100****************************************************************
004110*    1000-INITIALIZE                                            *
004120****************************************************************
004130 1000-INITIALIZE.
004140     OPEN INPUT HISTORY-FILE.
004150     IF WS-HIST-FILE-STATUS NOT = "00"
004160         DISPLAY "REPLEN - ABEND - HISTORY-FILE "
004170                 "OPEN FAILED - STATUS " WS-HIST-FILE-STATUS
004180         GO TO 9900-ABEND-TERMINATION
004190     END-IF.
004200     OPEN INPUT ITEM-MASTER-FILE.
004210     IF WS-ITM-FILE-STATUS NOT = "00"
004220         DISPLAY "REPLEN - ABEND - ITEM-MASTER-FILE "
004230                 "OPEN FAILED - STATUS " WS-ITM-FILE-STATUS
004240         GO TO 9900-ABEND-TERMINATION
004250     END-IF.
004260     OPEN I-O OPEN-REQ-FILE.
004270     IF WS-ORQ-FILE-STATUS NOT = "00"
004280             AND WS-ORQ-FILE-STATUS NOT = "05"
004290         DISPLAY "REPLEN - ABEND - OPEN-REQ-FILE "
004300                 "OPEN FAILED - STATUS " WS-ORQ-FILE-STATUS
004310         GO TO 9900-ABEND-TERMINATION
004320     END-IF.
004330     OPEN INPUT RECEIPT-FILE.
004340     IF WS-RCT-FILE-STATUS NOT = "00"
004350             AND WS-RCT-FILE-STATUS NOT = "05"
004360         DISPLAY "REPLEN - ABEND - RECEIPT-FILE "
004370                 "OPEN FAILED - STATUS " WS-RCT-FILE-STATUS
004380         GO TO 9900-ABEND-TERMINATION
004390     END-IF.
004400     OPEN OUTPUT REQUISITION-FILE.
004410     IF WS-REQ-FILE-STATUS NOT = "00"
004420         DISPLAY "REPLEN - ABEND - REQUISITION-FILE "
004430                 "OPEN FAILED - STATUS " WS-REQ-FILE-STATUS
004440         GO TO 9900-ABEND-TERMINATION
004450     END-IF.
004460     OPEN OUTPUT REGISTER-FILE.
004470     IF WS-RPT-FILE-STATUS NOT = "00"
004480         DISPLAY "REPLEN - ABEND - REGISTER-FILE "
004490                 "OPEN FAILED - STATUS " WS-RPT-FILE-STATUS
004500         GO TO 9900-ABEND-TERMINATION
004510     END-IF.
004520     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
004530     PERFORM 1700-WRITE-RUN-START THRU 1700-EXIT.
004540     PERFORM 1100-GET-CONTROL-CARD THRU 1100-EXIT.
004550     PERFORM 8700-COMPUTE-WINDOW-START THRU 8700-EXIT.
004560     PERFORM 1200-WRITE-REQ-HEADER THRU 1200-EXIT.
004570     PERFORM 7100-WRITE-REPORT-HEADING THRU 7100-EXIT.
004580     PERFORM 7200-WRITE-SELECTION-LINE THRU 7200-EXIT.
004590     PERFORM 2900-READ-HISTORY-RECORD THRU 2900-EXIT.
004600     PERFORM 3900-READ-RECEIPT-RECORD THRU 3900-EXIT.
004610     MOVE LOW-VALUES TO ITM-KEY.
004620     START ITEM-MASTER-FILE KEY NOT < ITM-KEY
004630         INVALID KEY
004640             MOVE "Y" TO WS-ITM-EOF-SW
004650     END-START.
004660     IF NOT WS-ITM-EOF
004670         PERFORM 4900-READ-NEXT-ITEM THRU 4900-EXIT
004680     END-IF.
004690 1000-EXIT.
004700     EXIT.
004710
004720****************************************************************
004730*    1100-GET-CONTROL-CARD - AN ABSENT OR BLANK CARD PLANS      *
004740*    FROM TODAY'S RESULTS OVER A 30-DAY USAGE WINDOW; A DATED   *
004750*    CARD LETS OPERATIONS RERUN AN EARLIER DAY'S PLAN.          *
004760****************************************************************
004770 1100-GET-CONTROL-CARD.
004780     MOVE WS-CURRENT-DATE TO RPL-RESULT-DATE.
004790     OPEN INPUT CONTROL-CARD-FILE.
004800     IF WS-CRD-FILE-STATUS NOT = "00"
004810             AND WS-CRD-FILE-STATUS NOT = "05"
004820         DISPLAY "REPLEN - ABEND - CONTROL-CARD-FILE "
004830                 "OPEN FAILED - STATUS " WS-CRD-FILE-STATUS
004840         GO TO 9900-ABEND-TERMINATION
004850     END-IF.
004860     READ CONTROL-CARD-FILE
004870         AT END
004880             MOVE SPACES TO CRD-RECORD
004890     END-READ.
004900     IF CRD-RESULT-DATE NUMERIC AND CRD-RESULT-DATE > ZERO
004910         MOVE CRD-RESULT-DATE TO RPL-RESULT-DATE
004920     END-IF.
004930     IF CRD-USAGE-DAYS NUMERIC AND CRD-USAGE-DAYS > ZERO
004940         MOVE CRD-USAGE-DAYS TO RPL-USAGE-DAYS
004950     END-IF.
004960     CLOSE CONTROL-CARD-FILE.
004970 1100-EXIT.
004980     EXIT.
004990
005000****************************************************************
005010*    1200-WRITE-REQ-HEADER - OPENS THE REQUISITION FILE'S       *
005020*    CONTROL SEGMENT; THE MATCHING TRAILER IS WRITTEN AT END    *
005030*    OF JOB                                                     *
005040****************************************************************
005050 1200-WRITE-REQ-HEADER.
005060     MOVE SPACES          TO CTL-RECORD.
005070     MOVE "*CTLHDR*"      TO CTL-RECORD-ID.
005080     MOVE WS-CURRENT-DATE TO CTL-RUN-DATE.
005090     MOVE 01              TO CTL-CYCLE-NO.
005100     MOVE "REPLEN"        TO CTL-RUN-ID.
005110     MOVE ZERO            TO CTL-RECORD-COUNT.
005120     MOVE ZERO            TO CTL-HASH-TOTAL.
005130     WRITE REQ-RECORD FROM CTL-RECORD.
005140     IF WS-REQ-FILE-STATUS NOT = "00"
005150         DISPLAY "REPLEN - ABEND - REQUISITION-FILE "
005160                 "WRITE FAILED - STATUS " WS-REQ-FILE-STATUS
005170         GO TO 9900-ABEND-TERMINATION
005180     END-IF.
005190 1200-EXIT.
005200     EXIT.
005210
005220****************************************************************
005230*    1700-WRITE-RUN-START - APPEND THE START RECORD TO THE      *
005240*    SHARED RUN-STATUS FILE FOR THE STATBRD STATUS BOARD        *
005250****************************************************************
005260 1700-WRITE-RUN-START.
005270     OPEN EXTEND RUN-STATUS-FILE.
005280     IF WS-RUN-FILE-STATUS NOT = "00"
005290             AND WS-RUN-FILE-STATUS NOT = "05"
005300         DISPLAY "REPLEN - ABEND - RUN-STATUS-FILE "
005310                 "OPEN FAILED - STATUS " WS-RUN-FILE-STATUS
005320         GO TO 9900-ABEND-TERMINATION
005330     END-IF.
005340     MOVE "Y" TO WS-RUN-OPEN-SW.
005350     MOVE SPACES          TO RUN-RECORD.
005360     MOVE "REPLEN"         TO RUN-PROGRAM-ID.
005370     MOVE WS-CURRENT-DATE TO RUN-RUN-DATE.
005380     MOVE 01              TO RUN-CYCLE-NO.
005390     MOVE SPACES          TO RUN-RUN-ID.
005400     MOVE "S"             TO RUN-RECORD-TYPE.
005410     ACCEPT WS-CURRENT-TIME FROM TIME.
005420     MOVE WS-CURRENT-TIME TO RUN-TIME.
005430     MOVE ZERO            TO RUN-RECORDS-PROCESSED.
005440     MOVE ZERO            TO RUN-RETURN-CODE.
005450     WRITE RUN-RECORD.
005460     IF WS-RUN-FILE-STATUS NOT = "00"
005470         DISPLAY "REPLEN - ABEND - RUN-STATUS-FILE "
005480                 "WRITE FAILED - STATUS " WS-RUN-FILE-STATUS
005490         GO TO 9900-ABEND-TERMINATION
005500     END-IF.
005510 1700-EXIT.
005520     EXIT.
005530
005540****************************************************************
005550*    2000-LOAD-HISTORY-RECORD - ONE ITERATION PER HISTORY       *
005560*    RECORD; ONLY RECORDS INSIDE THE USAGE WINDOW ARE KEPT. A   *
005570*    RECORD DATED BEFORE ONE ALREADY SEEN FOR ITS ITEM IS OUT   *
005580*    OF SEQUENCE AND IS COUNTED, NOT USED.                      *
005590****************************************************************
005600 2000-LOAD-HISTORY-RECORD.
005610     ADD 1 TO RPL-HIST-READ-COUNT.
005620     IF HIST-RUN-DATE NOT NUMERIC OR HIST-RESULT NOT NUMERIC
005630         GO TO 2000-NEXT
005640     END-IF.
005650     IF HIST-RUN-DATE < RPL-WINDOW-START
005660             OR HIST-RUN-DATE > RPL-RESULT-DATE
005670         GO TO 2000-NEXT
005680     END-IF.
005690     MOVE HIST-ITEM-CODE TO RPL-TBL-SEARCH-CODE.
005700     PERFORM 2100-FIND-OR-ADD-ITEM THRU 2100-EXIT.
005710     IF HIST-RUN-DATE < RPL-TBL-LAST-DATE (RPL-ITEM-IDX)
005720         ADD 1 TO RPL-HIST-SEQ-COUNT
005730         GO TO 2000-NEXT
005740     END-IF.
005750     ADD 1 TO RPL-HIST-USED-COUNT.
005760     IF HIST-RUN-DATE > RPL-TBL-LAST-DATE (RPL-ITEM-IDX)
005770             AND RPL-TBL-LAST-DATE (RPL-ITEM-IDX) > ZERO
005780         PERFORM 2200-CLOSE-PRIOR-DAY THRU 2200-EXIT
005790     END-IF.
005800     MOVE HIST-RUN-DATE TO RPL-TBL-LAST-DATE (RPL-ITEM-IDX).
005810     MOVE HIST-RESULT   TO RPL-TBL-LAST-RESULT (RPL-ITEM-IDX).
005820 2000-NEXT.
005830     PERFORM 2900-READ-HISTORY-RECORD THRU 2900-EXIT.
005840 2000-EXIT.
005850     EXIT.
005860
005870****************************************************************
005880*    2100-FIND-OR-ADD-ITEM - LOCATE RPL-TBL-SEARCH-CODE IN THE  *
005890*    TABLE, LEAVING RPL-ITEM-IDX SET; A NEW ENTRY STARTS WITH   *
005900*    NO DATE, NO PRIOR CLOSING, AND NO USAGE                    *
005910****************************************************************
005920 2100-FIND-OR-ADD-ITEM.
005930     SET RPL-ITEM-IDX TO 1.
005940     SEARCH RPL-ITEM-ENTRY
005950         AT END
005960             PERFORM 2150-ADD-NEW-ITEM THRU 2150-EXIT
005970         WHEN RPL-TBL-ITEM-CODE (RPL-ITEM-IDX)
005980                 = RPL-TBL-SEARCH-CODE
005990             CONTINUE
006000     END-SEARCH.
006010 2100-EXIT.
006020     EXIT.
006030
006040 2150-ADD-NEW-ITEM.
006050     IF RPL-ITEM-COUNT >= 1000
006060         DISPLAY "REPLEN - ABEND - MORE THAN 1000 DISTINCT "
006070                 "ITEM CODES IN THE USAGE WINDOW"
006080         GO TO 9900-ABEND-TERMINATION
006090     END-IF.
006100     ADD 1 TO RPL-ITEM-COUNT.
006110     SET RPL-ITEM-IDX TO RPL-ITEM-COUNT.
006120     MOVE RPL-TBL-SEARCH-CODE
006130         TO RPL-TBL-ITEM-CODE (RPL-ITEM-IDX).
006140     MOVE ZERO TO RPL-TBL-LAST-DATE (RPL-ITEM-IDX).
006150     MOVE ZERO TO RPL-TBL-LAST-RESULT (RPL-ITEM-IDX).
006160     MOVE ZERO TO RPL-TBL-PRIOR-RESULT (RPL-ITEM-IDX).
006170     MOVE "N"  TO RPL-TBL-PRIOR-SW (RPL-ITEM-IDX).
006180     MOVE ZERO TO RPL-TBL-USAGE-SUM (RPL-ITEM-IDX).
006190     MOVE ZERO TO RPL-TBL-USAGE-INTERVALS (RPL-ITEM-IDX).
006200 2150-EXIT.
006210     EXIT.
006220
006230****************************************************************
006240*    2200-CLOSE-PRIOR-DAY - THE ENTRY'S LAST DATE IS NOW        *
006250*    FINAL; ITS FALL FROM THE CLOSING BEFORE IT IS ONE DAY'S    *
006260*    USAGE, AND IT BECOMES THE PRIOR CLOSING FOR THE NEXT DATE  *
006270****************************************************************
006280 2200-CLOSE-PRIOR-DAY.
006290     IF RPL-TBL-HAS-PRIOR (RPL-ITEM-IDX)
006300         ADD 1 TO RPL-TBL-USAGE-INTERVALS (RPL-ITEM-IDX)
006310         IF RPL-TBL-PRIOR-RESULT (RPL-ITEM-IDX)
006320                 > RPL-TBL-LAST-RESULT (RPL-ITEM-IDX)
006330             COMPUTE RPL-TBL-USAGE-SUM (RPL-ITEM-IDX) =
006340                 RPL-TBL-USAGE-SUM (RPL-ITEM-IDX)
006350                 + RPL-TBL-PRIOR-RESULT (RPL-ITEM-IDX)
006360                 - RPL-TBL-LAST-RESULT (RPL-ITEM-IDX)
006370         END-IF
006380     END-IF.
006390     MOVE RPL-TBL-LAST-RESULT (RPL-ITEM-IDX)
006400         TO RPL-TBL-PRIOR-RESULT (RPL-ITEM-IDX).
006410     MOVE "Y" TO RPL-TBL-PRIOR-SW (RPL-ITEM-IDX).
006420 2200-EXIT.
006430     EXIT.
006440
006450****************************************************************
006460*    2900-READ-HISTORY-RECORD - CONTROL RECORDS ARE CONSUMED    *
006470*    HERE, INVISIBLY TO THE USAGE LOGIC; EVERY DETAIL RECORD    *
006480*    IS COUNTED AND HASHED AGAINST ITS SEGMENT'S TRAILER        *
006490****************************************************************
006500 2900-READ-HISTORY-RECORD.
006510     READ HISTORY-FILE
006520         AT END
006530             MOVE "Y" TO WS-HIST-EOF-SW
006540             PERFORM 2960-CHECK-CTL-AT-EOF THRU 2960-EXIT
006550             GO TO 2900-EXIT
006560     END-READ.
006570     MOVE HIST-RECORD TO CTL-RECORD.
006580     IF CTL-HEADER OR CTL-TRAILER
006590         PERFORM 2950-PROCESS-HIST-CONTROL THRU 2950-EXIT
006600         GO TO 2900-READ-HISTORY-RECORD
006610     END-IF.
006620     IF NOT RPL-SEG-OPEN AND NOT RPL-CTL-ERROR
006630         MOVE "Y" TO RPL-CTL-ERROR-SW
006640         DISPLAY "REPLEN - HISTORY FILE DETAIL RECORD "
006650                 "OUTSIDE ANY CONTROL SEGMENT"
006660     END-IF.
006670     ADD 1 TO RPL-SEG-COUNT.
006680     IF HIST-RESULT NUMERIC
006690         ADD HIST-RESULT TO RPL-SEG-HASH
006700     END-IF.
006710 2900-EXIT.
006720     EXIT.
006730
006740****************************************************************
006750*    2950-PROCESS-HIST-CONTROL - A HEADER OPENS A SEGMENT AND   *
006760*    A TRAILER CLOSES IT AGAINST THE COUNT AND RESULT HASH      *
006770*    ACCUMULATED SINCE THE HEADER                               *
006780****************************************************************
006790 2950-PROCESS-HIST-CONTROL.
006800     IF CTL-HEADER
006810         IF RPL-SEG-OPEN
006820             MOVE "Y" TO RPL-CTL-ERROR-SW
006830             DISPLAY "REPLEN - HISTORY FILE SEGMENT NOT "
006840                     "TERMINATED BEFORE NEXT HEADER"
006850         END-IF
006860         ADD 1 TO RPL-HDR-COUNT
006870         MOVE "Y"  TO RPL-SEG-OPEN-SW
006880         MOVE ZERO TO RPL-SEG-COUNT
006890         MOVE ZERO TO RPL-SEG-HASH
006900         GO TO 2950-EXIT
006910     END-IF.
006920     IF NOT RPL-SEG-OPEN
006930         MOVE "Y" TO RPL-CTL-ERROR-SW
006940         DISPLAY "REPLEN - HISTORY FILE TRAILER WITHOUT "
006950                 "A HEADER"
006960         GO TO 2950-EXIT
006970     END-IF.
006980     IF CTL-RECORD-COUNT NOT NUMERIC
006990             OR CTL-HASH-TOTAL NOT NUMERIC
007000         MOVE "Y" TO RPL-CTL-ERROR-SW
007010         DISPLAY "REPLEN - HISTORY FILE TRAILER CONTROL "
007020                 "TOTALS UNREADABLE"
007030         MOVE "N" TO RPL-SEG-OPEN-SW
007040         GO TO 2950-EXIT
007050     END-IF.
007060     IF CTL-RECORD-COUNT NOT = RPL-SEG-COUNT
007070             OR CTL-HASH-TOTAL NOT = RPL-SEG-HASH
007080         MOVE "Y" TO RPL-CTL-ERROR-SW
007090         DISPLAY "REPLEN - HISTORY FILE TRAILER CONTROL "
007100                 "TOTALS DO NOT MATCH THE RECORDS READ"
007110     END-IF.
007120     MOVE "N" TO RPL-SEG-OPEN-SW.
007130 2950-EXIT.
007140     EXIT.
007150
007160****************************************************************
007170*    2960-CHECK-CTL-AT-EOF - A FILE THAT ENDS INSIDE A SEGMENT  *
007180*    WAS CUT SHORT; ONE WITH NO CONTROL RECORDS AT ALL IS A     *
007190*    STALE GENERATION FROM BEFORE THE CONTROLS EXISTED          *
007200****************************************************************
007210 2960-CHECK-CTL-AT-EOF.
007220     IF RPL-SEG-OPEN
007230         MOVE "Y" TO RPL-CTL-ERROR-SW
007240         DISPLAY "REPLEN - HISTORY FILE ENDS WITHOUT A "
007250                 "TRAILER CONTROL RECORD"
007260     END-IF.
007270     IF RPL-HDR-COUNT = ZERO
007280         MOVE "Y" TO RPL-CTL-ERROR-SW
007290         DISPLAY "REPLEN - HISTORY FILE CARRIES NO "
007300                 "CONTROL RECORDS"
007310     END-IF.
007320 2960-EXIT.
007330     EXIT.
007340
007350****************************************************************
007360*    3000-APPLY-RECEIPT - ONE ITERATION PER PURCHASING          *
007370*    RECEIPT, APPLIED BEFORE ANY ITEM IS PLANNED SO A           *
007380*    REQUISITION RECEIVED IN FULL FREES ITS ITEM FOR TODAY'S    *
007390*    PLAN. A RECEIPT WITH NO OPEN REQUISITION IS LISTED FOR     *
007400*    PURCHASING TO EXPLAIN.                                     *
007410****************************************************************
007420 3000-APPLY-RECEIPT.
007430     ADD 1 TO RPL-RCT-READ-COUNT.
007440     MOVE SPACES TO RPT-DETAIL-LINE.
007450     MOVE RCT-ITEM-CODE TO RPT-ITEM-CODE.
007460     MOVE RCT-VENDOR-ID TO RPT-VENDOR-ID.
007470     IF RCT-RECEIVED-QTY NOT NUMERIC
007480         ADD 1 TO RPL-RCT-UNMATCHED-COUNT
007490         MOVE "Y" TO RPL-REVIEW-SW
007500         MOVE "RECEIPT REJECTED - QTY INVALID" TO RPT-STATUS
007510         PERFORM 6000-WRITE-REGISTER-LINE THRU 6000-EXIT
007520         GO TO 3000-NEXT
007530     END-IF.
007540     MOVE RCT-RECEIVED-QTY TO RPT-QTY.
007550     MOVE RCT-ITEM-CODE TO ORQ-ITEM-CODE.
007560     READ OPEN-REQ-FILE
007570         INVALID KEY
007580             MOVE "N" TO RPL-ORQ-FOUND-SW
007590         NOT INVALID KEY
007600             MOVE "Y" TO RPL-ORQ-FOUND-SW
007610     END-READ.
007620     IF NOT RPL-ORQ-FOUND
007630         ADD 1 TO RPL-RCT-UNMATCHED-COUNT
007640         MOVE "Y" TO RPL-REVIEW-SW
007650         MOVE "RECEIPT - NO OPEN REQUISITION" TO RPT-STATUS
007660         PERFORM 6000-WRITE-REGISTER-LINE THRU 6000-EXIT
007670         GO TO 3000-NEXT
007680     END-IF.
007690     COMPUTE RPL-RECEIVED-WORK =
007700         ORQ-RECEIVED-QTY + RCT-RECEIVED-QTY.
007710     IF RPL-RECEIVED-WORK > 9999999
007720         MOVE 9999999 TO RPL-RECEIVED-WORK
007730     END-IF.
007740     MOVE RPL-RECEIVED-WORK TO ORQ-RECEIVED-QTY.
007750     IF RCT-RECEIPT-DATE NUMERIC
007760         MOVE RCT-RECEIPT-DATE TO ORQ-LAST-RECEIPT-DATE
007770     ELSE
007780         MOVE WS-CURRENT-DATE TO ORQ-LAST-RECEIPT-DATE
007790     END-IF.
007800     IF ORQ-RECEIVED-QTY >= ORQ-ORDER-QTY
007810             OR RCT-CLOSE-ORDER
007820         DELETE OPEN-REQ-FILE
007830         IF WS-ORQ-FILE-STATUS NOT = "00"
007840             DISPLAY "REPLEN - ABEND - OPEN-REQ-FILE "
007850                     "DELETE FAILED - STATUS "
007860                     WS-ORQ-FILE-STATUS
007870             GO TO 9900-ABEND-TERMINATION
007880         END-IF
007890         ADD 1 TO RPL-RCT-CLOSED-COUNT
007900         MOVE "RECEIVED - REQUISITION CLOSED" TO RPT-STATUS
007910     ELSE
007920         REWRITE ORQ-RECORD
007930         IF WS-ORQ-FILE-STATUS NOT = "00"
007940             DISPLAY "REPLEN - ABEND - OPEN-REQ-FILE "
007950                     "REWRITE FAILED - STATUS "
007960                     WS-ORQ-FILE-STATUS
007970             GO TO 9900-ABEND-TERMINATION
007980         END-IF
007990         ADD 1 TO RPL-RCT-PARTIAL-COUNT
008000         MOVE "RECEIVED - PARTIAL, STILL OPEN" TO RPT-STATUS
008010     END-IF.
008020     PERFORM 6000-WRITE-REGISTER-LINE THRU 6000-EXIT.
008030 3000-NEXT.
008040     PERFORM 3900-READ-RECEIPT-RECORD THRU 3900-EXIT.
008050 3000-EXIT.
008060     EXIT.
008070
008080 3900-READ-RECEIPT-RECORD.
008090     READ RECEIPT-FILE
008100         AT END
008110             MOVE "Y" TO WS-RCT-EOF-SW
008120     END-READ.
008130 3900-EXIT.
008140     EXIT.
008150
008160****************************************************************
008170*    4000-PLAN-ITEM - ONE ITERATION PER ITEM MASTER RECORD, IN  *
008180*    ITEM CODE ORDER. ONLY AN ACTIVE ITEM WITH A REORDER POINT  *
008190*    IS PLANNED; ONE WITH NO RESULT FOR THE RESULT DATE IS      *
008200*    LISTED SO A MISSED ITEM DOES NOT SILENTLY GO UNORDERED.    *
008210****************************************************************
008220 4000-PLAN-ITEM.
008230     ADD 1 TO RPL-ITEM-READ-COUNT.
008240     IF NOT ITM-ACTIVE
008250             OR ITM-REORDER-POINT NOT NUMERIC
008260             OR ITM-REORDER-POINT = ZERO
008270         ADD 1 TO RPL-NOT-PLANNED-COUNT
008280         GO TO 4000-NEXT
008290     END-IF.
008300     MOVE ITM-REORDER-POINT TO RPL-REORDER-POINT.
008310     MOVE ZERO TO RPL-REORDER-QTY.
008320     IF ITM-REORDER-QTY NUMERIC
008330         MOVE ITM-REORDER-QTY TO RPL-REORDER-QTY
008340     END-IF.
008350     MOVE ZERO TO RPL-LEAD-TIME-DAYS.
008360     IF ITM-LEAD-TIME-DAYS NUMERIC
008370         MOVE ITM-LEAD-TIME-DAYS TO RPL-LEAD-TIME-DAYS
008380     END-IF.
008390     MOVE SPACES TO RPT-DETAIL-LINE.
008400     MOVE ITM-ITEM-CODE      TO RPT-ITEM-CODE.
008410     MOVE ITM-COST-CENTER    TO RPT-COST-CENTER.
008420     MOVE RPL-REORDER-POINT  TO RPT-REORDER-POINT.
008430     MOVE RPL-LEAD-TIME-DAYS TO RPT-LEAD-TIME-DAYS.
008440     MOVE ITM-PREF-VENDOR    TO RPT-VENDOR-ID.
008450     PERFORM 4050-FIND-ITEM THRU 4050-EXIT.
008460     IF NOT RPL-ITEM-FOUND
008470         ADD 1 TO RPL-NO-RESULT-COUNT
008480         MOVE "Y" TO RPL-REVIEW-SW
008490         MOVE "NO RESULT FOR RESULT DATE" TO RPT-STATUS
008500         PERFORM 6000-WRITE-REGISTER-LINE THRU 6000-EXIT
008510         GO TO 4000-NEXT
008520     END-IF.
008530     PERFORM 4100-COMPUTE-USAGE THRU 4100-EXIT.
008540     MOVE RPL-ON-HAND-QTY    TO RPT-ON-HAND-QTY.
008550     MOVE RPL-AVG-USAGE      TO RPT-AVG-USAGE.
008560     MOVE RPL-DAYS-OF-SUPPLY TO RPT-DAYS-OF-SUPPLY.
008570     IF RPL-ON-HAND-QTY > RPL-REORDER-POINT
008580             AND RPL-DAYS-OF-SUPPLY > RPL-LEAD-TIME-DAYS
008590         ADD 1 TO RPL-ABOVE-ROP-COUNT
008600         GO TO 4000-NEXT
008610     END-IF.
008620     PERFORM 4200-CHECK-OPEN-REQUISITION THRU 4200-EXIT.
008630     IF RPL-ORQ-FOUND
008640         ADD 1 TO RPL-ALREADY-OPEN-COUNT
008650         MOVE ORQ-ORDER-QTY TO RPT-QTY
008660         MOVE "ON OPEN REQUISITION OF" TO RPL-REGISTER-STATUS
008670         MOVE ORQ-REQUISITION-DATE TO RPL-REGISTER-STATUS(24:8)
008680         MOVE RPL-REGISTER-STATUS TO RPT-STATUS
008690         PERFORM 6000-WRITE-REGISTER-LINE THRU 6000-EXIT
008700         GO TO 4000-NEXT
008710     END-IF.
008720     IF RPL-REORDER-QTY = ZERO
008730         ADD 1 TO RPL-NO-QTY-COUNT
008740         MOVE "Y" TO RPL-REVIEW-SW
008750         MOVE "NO REORDER QTY - NOT ORDERED" TO RPT-STATUS
008760         PERFORM 6000-WRITE-REGISTER-LINE THRU 6000-EXIT
008770         GO TO 4000-NEXT
008780     END-IF.
008790     PERFORM 4300-WRITE-REQUISITION THRU 4300-EXIT.
008800 4000-NEXT.
008810     PERFORM 4900-READ-NEXT-ITEM THRU 4900-EXIT.
008820 4000-EXIT.
008830     EXIT.
008840
008850****************************************************************
008860*    4050-FIND-ITEM - THE ITEM COUNTS AS FOUND ONLY WHEN ITS    *
008870*    LATEST HISTORY DATE IS THE RESULT DATE ITSELF              *
008880****************************************************************
008890 4050-FIND-ITEM.
008900     MOVE "N" TO RPL-ITEM-FOUND-SW.
008910     IF RPL-ITEM-COUNT = ZERO
008920         GO TO 4050-EXIT
008930     END-IF.
008940     SET RPL-ITEM-IDX TO 1.
008950     SEARCH RPL-ITEM-ENTRY
008960         AT END
008970             MOVE "N" TO RPL-ITEM-FOUND-SW
008980         WHEN RPL-TBL-ITEM-CODE (RPL-ITEM-IDX) = ITM-ITEM-CODE
008990             IF RPL-TBL-LAST-DATE (RPL-ITEM-IDX)
009000                     = RPL-RESULT-DATE
009010                 MOVE "Y" TO RPL-ITEM-FOUND-SW
009020             END-IF
009030     END-SEARCH.
009040 4050-EXIT.
009050     EXIT.
009060
009070****************************************************************
009080*    4100-COMPUTE-USAGE - THE RESULT DATE'S CLOSING IS THE      *
009090*    QUANTITY ON HAND, AND ITS FALL FROM THE PRIOR CLOSING IS   *
009100*    THE LAST DAY OF USAGE. AN ITEM WITH NO USAGE IN THE        *
009110*    WINDOW SHOWS 9999 DAYS OF SUPPLY.                          *
009120****************************************************************
009130 4100-COMPUTE-USAGE.
009140     MOVE RPL-TBL-LAST-RESULT (RPL-ITEM-IDX) TO RPL-ON-HAND-QTY.
009150     MOVE RPL-TBL-USAGE-SUM (RPL-ITEM-IDX) TO RPL-USAGE-SUM.
009160     MOVE RPL-TBL-USAGE-INTERVALS (RPL-ITEM-IDX)
009170         TO RPL-USAGE-INTERVALS.
009180     IF RPL-TBL-HAS-PRIOR (RPL-ITEM-IDX)
009190         ADD 1 TO RPL-USAGE-INTERVALS
009200         IF RPL-TBL-PRIOR-RESULT (RPL-ITEM-IDX)
009210                 > RPL-ON-HAND-QTY
009220             COMPUTE RPL-USAGE-SUM = RPL-USAGE-SUM
009230                 + RPL-TBL-PRIOR-RESULT (RPL-ITEM-IDX)
009240                 - RPL-ON-HAND-QTY
009250         END-IF
009260     END-IF.
009270     MOVE ZERO TO RPL-AVG-USAGE.
009280     IF RPL-USAGE-INTERVALS > ZERO
009290         COMPUTE RPL-AVG-USAGE ROUNDED =
009300             RPL-USAGE-SUM / RPL-USAGE-INTERVALS
009310     END-IF.
009320     MOVE 9999 TO RPL-DAYS-OF-SUPPLY.
009330     IF RPL-AVG-USAGE > ZERO
009340         COMPUTE RPL-DOS-WORK = RPL-ON-HAND-QTY / RPL-AVG-USAGE
009350         IF RPL-DOS-WORK < 9999
009360             MOVE RPL-DOS-WORK TO RPL-DAYS-OF-SUPPLY
009370         END-IF
009380     END-IF.
009390 4100-EXIT.
009400     EXIT.
009410
009420 4200-CHECK-OPEN-REQUISITION.
009430     MOVE ITM-ITEM-CODE TO ORQ-ITEM-CODE.
009440     READ OPEN-REQ-FILE
009450         INVALID KEY
009460             MOVE "N" TO RPL-ORQ-FOUND-SW
009470         NOT INVALID KEY
009480             MOVE "Y" TO RPL-ORQ-FOUND-SW
009490     END-READ.
009500 4200-EXIT.
009510     EXIT.
009520
009530****************************************************************
009540*    4300-WRITE-REQUISITION - ONE REQUISITION TO PURCHASING,    *
009550*    AND THE MATCHING OPEN-REQUISITION RECORD THAT KEEPS THE    *
009560*    ITEM FROM BEING ORDERED AGAIN UNTIL IT IS RECEIVED. AN     *
009570*    ITEM WITH NO PREFERRED VENDOR IS STILL REQUISITIONED, FOR  *
009580*    PURCHASING TO SOURCE, BUT IS FLAGGED FOR REVIEW.           *
009590****************************************************************
009600 4300-WRITE-REQUISITION.
009610     PERFORM 8750-COMPUTE-NEED-DATE THRU 8750-EXIT.
009620     MOVE SPACES             TO REQ-RECORD.
009630     MOVE WS-CURRENT-DATE    TO REQ-REQUISITION-DATE.
009640     MOVE ITM-ITEM-CODE      TO REQ-ITEM-CODE.
009650     MOVE ITM-PREF-VENDOR    TO REQ-VENDOR-ID.
009660     MOVE RPL-REORDER-QTY    TO REQ-ORDER-QTY.
009670     MOVE RPL-NEED-DATE      TO REQ-NEED-DATE.
009680     MOVE RPL-ON-HAND-QTY    TO REQ-ON-HAND-QTY.
009690     MOVE RPL-REORDER-POINT  TO REQ-REORDER-POINT.
009700     MOVE RPL-DAYS-OF-SUPPLY TO REQ-DAYS-OF-SUPPLY.
009710     MOVE ITM-COST-CENTER    TO REQ-COST-CENTER.
009720     WRITE REQ-RECORD.
009730     IF WS-REQ-FILE-STATUS NOT = "00"
009740         DISPLAY "REPLEN - ABEND - REQUISITION-FILE "
009750                 "WRITE FAILED - STATUS " WS-REQ-FILE-STATUS
009760         GO TO 9900-ABEND-TERMINATION
009770     END-IF.
009780     ADD 1 TO RPL-REQ-WRITE-COUNT.
009790     ADD REQ-ORDER-QTY TO RPL-REQ-QTY-HASH.
009800     MOVE SPACES             TO ORQ-RECORD.
009810     MOVE ITM-ITEM-CODE      TO ORQ-ITEM-CODE.
009820     MOVE WS-CURRENT-DATE    TO ORQ-REQUISITION-DATE.
009830     MOVE ITM-PREF-VENDOR    TO ORQ-VENDOR-ID.
009840     MOVE RPL-REORDER-QTY    TO ORQ-ORDER-QTY.
009850     MOVE ZERO               TO ORQ-RECEIVED-QTY.
009860     MOVE ZERO               TO ORQ-LAST-RECEIPT-DATE.
009870     WRITE ORQ-RECORD.
009880     IF WS-ORQ-FILE-STATUS NOT = "00"
009890         DISPLAY "REPLEN - ABEND - OPEN-REQ-FILE "
009900                 "WRITE FAILED - STATUS " WS-ORQ-FILE-STATUS
009910         GO TO 9900-ABEND-TERMINATION
009920     END-IF.
009930     MOVE RPL-REORDER-QTY    TO RPT-QTY.
009940     MOVE RPL-NEED-DATE      TO RPT-NEED-DATE.
009950     IF ITM-PREF-VENDOR = SPACES
009960         MOVE "Y" TO RPL-REVIEW-SW
009970         MOVE "REQUISITIONED - NO VENDOR" TO RPT-STATUS
009980     ELSE
009990         MOVE "REQUISITIONED" TO RPT-STATUS
010000     END-IF.
010010     PERFORM 6000-WRITE-REGISTER-LINE THRU 6000-EXIT.
010020 4300-EXIT.
010030     EXIT.
010040
010050 4900-READ-NEXT-ITEM.
010060     READ ITEM-MASTER-FILE NEXT RECORD
010070         AT END
010080             MOVE "Y" TO WS-ITM-EOF-SW
010090     END-READ.
010100     IF NOT WS-ITM-EOF
010110             AND WS-ITM-FILE-STATUS NOT = "00"
010120             AND WS-ITM-FILE-STATUS NOT = "02"
010130         DISPLAY "REPLEN - ABEND - ITEM-MASTER-FILE "
010140                 "READ FAILED - STATUS " WS-ITM-FILE-STATUS
010150         GO TO 9900-ABEND-TERMINATION
010160     END-IF.
010170 4900-EXIT.
010180     EXIT.
010190
010200****************************************************************
010210*    6000-WRITE-REGISTER-LINE - DETAIL LINE WITH PAGE BREAK;    *
010220*    THE CALLER HAS ALREADY FILLED RPT-DETAIL-LINE              *
010230****************************************************************
010240 6000-WRITE-REGISTER-LINE.
010250     IF RPL-LINE-COUNT >= RPL-LINES-PER-PAGE
010260         PERFORM 7100-WRITE-REPORT-HEADING THRU 7100-EXIT
010270     END-IF.
010280     WRITE REGISTER-RECORD FROM RPT-DETAIL-LINE.
010290     IF WS-RPT-FILE-STATUS NOT = "00"
010300         DISPLAY "REPLEN - ABEND - REGISTER-FILE "
010310                 "WRITE FAILED - STATUS " WS-RPT-FILE-STATUS
010320         GO TO 9900-ABEND-TERMINATION
010330     END-IF.
010340     ADD 1 TO RPL-LINE-COUNT.
010350 6000-EXIT.
010360     EXIT.
010370
010380****************************************************************
010390*    7100-WRITE-REPORT-HEADING - PAGE BREAK                     *
010400****************************************************************
010410 7100-WRITE-REPORT-HEADING.
010420     ADD 1 TO RPL-PAGE-COUNT.
010430     MOVE WS-CURRENT-DATE TO RPT-HDG-RUN-DATE.
010440     MOVE RPL-PAGE-COUNT  TO RPT-HDG-PAGE-NO.
010450     WRITE REGISTER-RECORD FROM RPT-HEADING-LINE-1.
010460     WRITE REGISTER-RECORD FROM RPT-HEADING-LINE-2.
010470     MOVE ZERO TO RPL-LINE-COUNT.
010480 7100-EXIT.
010490     EXIT.
010500
010510****************************************************************
010520*    7200-WRITE-SELECTION-LINE - THE RESULT DATE AND USAGE      *
010530*    WINDOW THIS RUN PLANNED FROM, PRINTED ONCE UNDER THE       *
010540*    FIRST HEADING                                              *
010550****************************************************************
010560 7200-WRITE-SELECTION-LINE.
010570     MOVE RPL-RESULT-DATE  TO RPT-SEL-RESULT-DATE.
010580     MOVE RPL-WINDOW-START TO RPT-SEL-WINDOW-START.
010590     MOVE RPL-USAGE-DAYS   TO RPT-SEL-USAGE-DAYS.
010600     WRITE REGISTER-RECORD FROM RPT-SELECTION-LINE.
010610     IF WS-RPT-FILE-STATUS NOT = "00"
010620         DISPLAY "REPLEN - ABEND - REGISTER-FILE "
010630                 "WRITE FAILED - STATUS " WS-RPT-FILE-STATUS
010640         GO TO 9900-ABEND-TERMINATION
010650     END-IF.
010660     ADD 1 TO RPL-LINE-COUNT.
010670 7200-EXIT.
010680     EXIT.
010690
010700****************************************************************
010710*    7300-WRITE-REFUSAL-LINES - THE HISTORY FILE FAILED ITS     *
010720*    CONTROL CHECK, SO NO ITEM IS PLANNED FROM IT AND THE       *
010730*    OPEN-REQUISITION FILE IS LEFT AS IT STOOD; THE RECEIPTS    *
010740*    ARE APPLIED WHEN THE RUN IS MADE AGAIN                     *
010750****************************************************************
010760 7300-WRITE-REFUSAL-LINES.
010770     MOVE "REQUISITIONS NOT PLANNED - THE HISTORY FILE "
010780         TO RPT-REFUSAL-TEXT.
010790     MOVE "FAILED ITS CONTROL CHECK" TO RPT-REFUSAL-TEXT (45:24).
010800     PERFORM 7350-WRITE-REFUSAL-LINE THRU 7350-EXIT.
010810     MOVE "RECEIPTS NOT APPLIED AND OPEN REQUISITIONS NOT "
010820         TO RPT-REFUSAL-TEXT.
010830     MOVE "UPDATED - RERUN WITH A CORRECTED HISTORY FILE"
010840         TO RPT-REFUSAL-TEXT (48:45).
010850     PERFORM 7350-WRITE-REFUSAL-LINE THRU 7350-EXIT.
010860 7300-EXIT.
010870     EXIT.
010880
010890 7350-WRITE-REFUSAL-LINE.
010900     IF RPL-LINE-COUNT >= RPL-LINES-PER-PAGE
010910         PERFORM 7100-WRITE-REPORT-HEADING THRU 7100-EXIT
010920     END-IF.
010930     WRITE REGISTER-RECORD FROM RPT-REFUSAL-LINE.
010940     IF WS-RPT-FILE-STATUS NOT = "00"
010950         DISPLAY "REPLEN - ABEND - REGISTER-FILE "
010960                 "WRITE FAILED - STATUS " WS-RPT-FILE-STATUS
010970         GO TO 9900-ABEND-TERMINATION
010980     END-IF.
010990     ADD 2 TO RPL-LINE-COUNT.
011000 7350-EXIT.
011010     EXIT.
011020
011030****************************************************************
011040*    8000-WRITE-REGISTER-TOTALS                                 *
011050****************************************************************
011060 8000-WRITE-REGISTER-TOTALS.
011070     MOVE SPACES                   TO RPT-TOTAL-LINE.
011080     MOVE "HISTORY RECORDS READ"   TO RPT-TOT-LABEL.
011090     MOVE RPL-HIST-READ-COUNT      TO RPT-TOT-VALUE.
011100     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT.
011110     MOVE SPACES                   TO RPT-TOTAL-LINE.
011120     MOVE "HISTORY IN USAGE WINDOW" TO RPT-TOT-LABEL.
011130     MOVE RPL-HIST-USED-COUNT      TO RPT-TOT-VALUE.
011140     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT.
011150     MOVE SPACES                   TO RPT-TOTAL-LINE.
011160     MOVE "HISTORY OUT OF SEQUENCE" TO RPT-TOT-LABEL.
011170     MOVE RPL-HIST-SEQ-COUNT       TO RPT-TOT-VALUE.
011180     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT.
011190     MOVE SPACES                   TO RPT-TOTAL-LINE.
011200     MOVE "RECEIPTS READ"          TO RPT-TOT-LABEL.
011210     MOVE RPL-RCT-READ-COUNT       TO RPT-TOT-VALUE.
011220     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT.
011230     MOVE SPACES                   TO RPT-TOTAL-LINE.
011240     MOVE "REQUISITIONS CLOSED"    TO RPT-TOT-LABEL.
011250     MOVE RPL-RCT-CLOSED-COUNT     TO RPT-TOT-VALUE.
011260     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT.
011270     MOVE SPACES                   TO RPT-TOTAL-LINE.
011280     MOVE "PARTIAL RECEIPTS"       TO RPT-TOT-LABEL.
011290     MOVE RPL-RCT-PARTIAL-COUNT    TO RPT-TOT-VALUE.
011300     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT.
011310     MOVE SPACES                   TO RPT-TOTAL-LINE.
011320     MOVE "RECEIPTS NOT APPLIED"   TO RPT-TOT-LABEL.
011330     MOVE RPL-RCT-UNMATCHED-COUNT  TO RPT-TOT-VALUE.
011340     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT.
011350     MOVE SPACES                   TO RPT-TOTAL-LINE.
011360     MOVE "ITEM MASTERS READ"      TO RPT-TOT-LABEL.
011370     MOVE RPL-ITEM-READ-COUNT      TO RPT-TOT-VALUE.
011380     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT.
011390     MOVE SPACES                   TO RPT-TOTAL-LINE.
011400     MOVE "ITEMS NOT PLANNED"      TO RPT-TOT-LABEL.
011410     MOVE RPL-NOT-PLANNED-COUNT    TO RPT-TOT-VALUE.
011420     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT.
011430     MOVE SPACES                   TO RPT-TOTAL-LINE.
011440     MOVE "ITEMS WITH NO RESULT"   TO RPT-TOT-LABEL.
011450     MOVE RPL-NO-RESULT-COUNT      TO RPT-TOT-VALUE.
011460     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT.
011470     MOVE SPACES                   TO RPT-TOTAL-LINE.
011480     MOVE "ITEMS ABOVE REORDER PT" TO RPT-TOT-LABEL.
011490     MOVE RPL-ABOVE-ROP-COUNT      TO RPT-TOT-VALUE.
011500     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT.
011510     MOVE SPACES                   TO RPT-TOTAL-LINE.
011520     MOVE "ITEMS ALREADY ON ORDER" TO RPT-TOT-LABEL.
011530     MOVE RPL-ALREADY-OPEN-COUNT   TO RPT-TOT-VALUE.
011540     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT.
011550     MOVE SPACES                   TO RPT-TOTAL-LINE.
011560     MOVE "ITEMS WITH NO ORDER QTY" TO RPT-TOT-LABEL.
011570     MOVE RPL-NO-QTY-COUNT         TO RPT-TOT-VALUE.
011580     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT.
011590     MOVE SPACES                   TO RPT-TOTAL-LINE.
011600     MOVE "REQUISITIONS WRITTEN"   TO RPT-TOT-LABEL.
011610     MOVE RPL-REQ-WRITE-COUNT      TO RPT-TOT-VALUE.
011620     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT.
011630 8000-EXIT.
011640     EXIT.
011650
011660 8100-WRITE-TOTAL-LINE.
011670     IF RPL-LINE-COUNT >= RPL-LINES-PER-PAGE
011680         PERFORM 7100-WRITE-REPORT-HEADING THRU 7100-EXIT
011690     END-IF.
011700     WRITE REGISTER-RECORD FROM RPT-TOTAL-LINE.
011710     IF WS-RPT-FILE-STATUS NOT = "00"
011720         DISPLAY "REPLEN - ABEND - REGISTER-FILE "
011730                 "WRITE FAILED - STATUS " WS-RPT-FILE-STATUS
011740         GO TO 9900-ABEND-TERMINATION
011750     END-IF.
011760     ADD 1 TO RPL-LINE-COUNT.
011770 8100-EXIT.
011780     EXIT.
011790
011800****************************************************************
011810*    8500-WRITE-REQ-TRAILER - RECORD COUNT AND ORDER QUANTITY   *
011820*    HASH OVER THE REQUISITIONS, FOR PURCHASING'S SYSTEM TO     *
011830*    VERIFY BEFORE IT LOADS THE FILE                            *
011840****************************************************************
011850 8500-WRITE-REQ-TRAILER.
011860     MOVE SPACES              TO CTL-RECORD.
011870     MOVE "*CTLTRL*"          TO CTL-RECORD-ID.
011880     MOVE WS-CURRENT-DATE     TO CTL-RUN-DATE.
011890     MOVE 01                  TO CTL-CYCLE-NO.
011900     MOVE "REPLEN"            TO CTL-RUN-ID.
011910     MOVE RPL-REQ-WRITE-COUNT TO CTL-RECORD-COUNT.
011920     MOVE RPL-REQ-QTY-HASH    TO CTL-HASH-TOTAL.
011930     WRITE REQ-RECORD FROM CTL-RECORD.
011940     IF WS-REQ-FILE-STATUS NOT = "00"
011950         DISPLAY "REPLEN - ABEND - REQUISITION-FILE "
011960                 "WRITE FAILED - STATUS " WS-REQ-FILE-STATUS
011970         GO TO 9900-ABEND-TERMINATION
011980     END-IF.
011990 8500-EXIT.
012000     EXIT.
012010
012020****************************************************************
012030*    8700-COMPUTE-WINDOW-START - THE USAGE WINDOW RUNS BACK     *
012040*    THE CARD'S NUMBER OF DAYS FROM THE RESULT DATE             *
012050****************************************************************
012060 8700-COMPUTE-WINDOW-START.
012070     MOVE RPL-RESULT-DATE TO RPL-WORK-DATE-NUM.
012080     PERFORM 8800-BACK-ONE-DAY THRU 8800-EXIT
012090         RPL-USAGE-DAYS TIMES.
012100     MOVE RPL-WORK-DATE-NUM TO RPL-WINDOW-START.
012110 8700-EXIT.
012120     EXIT.
012130
012140****************************************************************
012150*    8750-COMPUTE-NEED-DATE - TODAY PLUS THE ITEM'S LEAD TIME   *
012160****************************************************************
012170 8750-COMPUTE-NEED-DATE.
012180     MOVE WS-CURRENT-DATE TO RPL-WORK-DATE-NUM.
012190     IF RPL-LEAD-TIME-DAYS > ZERO
012200         PERFORM 8850-FORWARD-ONE-DAY THRU 8850-EXIT
012210             RPL-LEAD-TIME-DAYS TIMES
012220     END-IF.
012230     MOVE RPL-WORK-DATE-NUM TO RPL-NEED-DATE.
012240 8750-EXIT.
012250     EXIT.
012260
012270 8800-BACK-ONE-DAY.
012280     IF RPL-WORK-DAY > 1
012290         SUBTRACT 1 FROM RPL-WORK-DAY
012300         GO TO 8800-EXIT
012310     END-IF.
012320     IF RPL-WORK-MONTH = 1
012330         MOVE 12 TO RPL-WORK-MONTH
012340         SUBTRACT 1 FROM RPL-WORK-YEAR
012350     ELSE
012360         SUBTRACT 1 FROM RPL-WORK-MONTH
012370     END-IF.
012380     PERFORM 8900-GET-MONTH-LENGTH THRU 8900-EXIT.
012390     MOVE RPL-MONTH-LENGTH TO RPL-WORK-DAY.
012400 8800-EXIT.
012410     EXIT.
012420
012430 8850-FORWARD-ONE-DAY.
012440     PERFORM 8900-GET-MONTH-LENGTH THRU 8900-EXIT.
012450     IF RPL-WORK-DAY < RPL-MONTH-LENGTH
012460         ADD 1 TO RPL-WORK-DAY
012470         GO TO 8850-EXIT
012480     END-IF.
012490     MOVE 1 TO RPL-WORK-DAY.
012500     IF RPL-WORK-MONTH = 12
012510         MOVE 1 TO RPL-WORK-MONTH
012520         ADD 1 TO RPL-WORK-YEAR
012530     ELSE
012540         ADD 1 TO RPL-WORK-MONTH
012550     END-IF.
012560 8850-EXIT.
012570     EXIT.
012580
012590****************************************************************
012600*    8900-GET-MONTH-LENGTH - FEBRUARY RUNS 29 DAYS WHEN THE     *
012610*    YEAR DIVIDES BY 4, EXCEPT CENTURIES NOT DIVISIBLE BY 400   *
012620****************************************************************
012630 8900-GET-MONTH-LENGTH.
012640     MOVE RPL-MONTH-DAYS (RPL-WORK-MONTH) TO RPL-MONTH-LENGTH.
012650     IF RPL-WORK-MONTH NOT = 2
012660         GO TO 8900-EXIT
012670     END-IF.
012680     DIVIDE RPL-WORK-YEAR BY 4
012690         GIVING RPL-LEAP-QUOTIENT
012700         REMAINDER RPL-LEAP-REMAINDER.
012710     IF RPL-LEAP-REMAINDER NOT = ZERO
012720         GO TO 8900-EXIT
012730     END-IF.
012740     DIVIDE RPL-WORK-YEAR BY 100
012750         GIVING RPL-LEAP-QUOTIENT
012760         REMAINDER RPL-LEAP-REMAINDER.
012770     IF RPL-LEAP-REMAINDER NOT = ZERO
012780         MOVE 29 TO RPL-MONTH-LENGTH
012790         GO TO 8900-EXIT
012800     END-IF.
012810     DIVIDE RPL-WORK-YEAR BY 400
012820         GIVING RPL-LEAP-QUOTIENT
012830         REMAINDER RPL-LEAP-REMAINDER.
012840     IF RPL-LEAP-REMAINDER = ZERO
012850         MOVE 29 TO RPL-MONTH-LENGTH
012860     END-IF.
012870 8900-EXIT.
012880     EXIT.
012890
012900****************************************************************
012910*    9000-TERMINATE - RETURN CODE 4 SENDS OPERATIONS TO THE     *
012920*    REGISTER FOR ITEMS AND RECEIPTS NEEDING REVIEW; A          *
012930*    CONTROL-RECORD FAILURE ON THE HISTORY FILE HOLDS THE       *
012940*    EMPTY REQUISITION FILE WITH CODE 8                         *
012950****************************************************************
012960 9000-TERMINATE.
012970     PERFORM 8000-WRITE-REGISTER-TOTALS THRU 8000-EXIT.
012980     PERFORM 8500-WRITE-REQ-TRAILER THRU 8500-EXIT.
012990     CLOSE HISTORY-FILE
013000           ITEM-MASTER-FILE
013010           OPEN-REQ-FILE
013020           RECEIPT-FILE
013030           REQUISITION-FILE
013040           REGISTER-FILE.
013050     IF RPL-REVIEW-NEEDED
013060         MOVE 4 TO RETURN-CODE
013070     END-IF.
013080     IF RPL-CTL-ERROR
013090         MOVE 8 TO RETURN-CODE
013100     END-IF.
013110 9000-EXIT.
013120     EXIT.
013130
013140****************************************************************
013150*    9700-WRITE-RUN-END - APPEND THE END RECORD WITH THE        *
013160*    FINAL RETURN CODE AND RECORDS PROCESSED; NEVER ABENDS,     *
013170*    SINCE THE ABEND PATH ITSELF COMES THROUGH HERE             *
013180****************************************************************
013190 9700-WRITE-RUN-END.
013200     IF NOT WS-RUN-OPEN
013210         GO TO 9700-EXIT
013220     END-IF.
013230     MOVE SPACES          TO RUN-RECORD.
013240     MOVE "REPLEN"         TO RUN-PROGRAM-ID.
013250     MOVE WS-CURRENT-DATE TO RUN-RUN-DATE.
013260     MOVE 01              TO RUN-CYCLE-NO.
013270     MOVE SPACES          TO RUN-RUN-ID.
013280     MOVE "E"             TO RUN-RECORD-TYPE.
013290     ACCEPT WS-CURRENT-TIME FROM TIME.
013300     MOVE WS-CURRENT-TIME TO RUN-TIME.
013310     MOVE RPL-ITEM-READ-COUNT TO RUN-RECORDS-PROCESSED.
013320     MOVE RETURN-CODE     TO RUN-RETURN-CODE.
013330     WRITE RUN-RECORD.
013340     IF WS-RUN-FILE-STATUS NOT = "00"
013350         DISPLAY "REPLEN - RUN-STATUS-FILE WRITE FAILED - "
013360                 "STATUS " WS-RUN-FILE-STATUS
013370     END-IF.
013380     CLOSE RUN-STATUS-FILE.
013390     MOVE "N" TO WS-RUN-OPEN-SW.
013400 9700-EXIT.
013410     EXIT.
013420
013430****************************************************************
013440*    9900-ABEND-TERMINATION - AN OPEN OR A WRITE CAME BACK      *
013450*    WITH A FILE STATUS OTHER THAN SUCCESSFUL; THE RUN CANNOT   *
013460*    BE TRUSTED TO CONTINUE, SO IT STOPS HERE WITH A NON-ZERO   *
013470*    RETURN CODE FOR THE JOB SCHEDULER TO CATCH.                *
013480****************************************************************
013490 9900-ABEND-TERMINATION.
013500     MOVE 16 TO RETURN-CODE.
013510     PERFORM 9700-WRITE-RUN-END THRU 9700-EXIT.
013520     STOP RUN.
