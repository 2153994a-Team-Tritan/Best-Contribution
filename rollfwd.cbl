000010****************************************************************
000020* PROGRAM-ID.  ROLLFWD                                         *
000030* AUTHOR.      D. L. OKAFOR                                    *
000040* INSTALLATION. INVENTORY CONTROL SYSTEMS                      *
000050* DATE-WRITTEN. 10/14/2026                                     *
000060* DATE-COMPILED.                                                *
000070*                                                                *
000080* REMARKS.                                                      *
000090*     PROVES THE CHAIN FROM ONE FISCAL MONTH TO THE NEXT. FOR   *
000100*     EVERY ITEM THE OPENING QUANTITY, PLUS RECEIPTS AND        *
000110*     CORRECTIONS FROM THE ADJUSTMENT DECKS CARRYFWD APPLIED    *
000120*     IN THE PERIOD, LESS THE PERIOD'S VALID DRAWS, LESS        *
000130*     EXCPROC WRITE-OFFS, PLUS DRAWS BACKED OUT AND PLUS OR     *
000140*     MINUS COUNT ADJUSTMENTS, IS ROLLED FORWARD AND PROVED     *
000150*     AGAINST THE CLOSING RESULT RECORDED ON THE HISTORY FILE.  *
000160*     THE PERIOD IS A FISCAL YYYYPP ON THE CONTROL CARD AND     *
000170*     ITS DATES COME FROM THE SHOP CALENDAR. ITEMS PRINT BY     *
000180*     COST CENTER FROM THE ITEM MASTER WITH COST-CENTER AND     *
000190*     GRAND TOTALS; AN ITEM WHOSE COMPUTED CLOSING DOES NOT     *
000200*     EQUAL ITS RECORDED CLOSING IS FLAGGED WITH THE            *
000210*     DIFFERENCE. THE RESULTS POSTED AND REVERSED IN THE        *
000220*     PERIOD ARE TIED TO THE GLCLOSE JOURNAL FOR THE SAME       *
000230*     PERIOD. ENDS WITH RETURN CODE 4 WHEN ANY ITEM IS OUT OF   *
000240*     BALANCE, AN ADJUSTMENT RECORD CANNOT BE READ, THE         *
000250*     JOURNAL DOES NOT TIE, OR THERE IS NO JOURNAL FOR THE      *
000260*     PERIOD.                                                   *
000270*                                                                *
000280* MODIFICATION HISTORY.                                         *
000290*     10/14/2026  DLO  ORIGINAL PROGRAM.                        *
000300*     10/15/2026  DLO  A BACKOUT MARKER FOR AN ITEM'S LAST DRAW *
000310*                      CLEARS THAT DRAW, SO A RERUN OF THE SAME *
000320*                      DATE AND CYCLE IS NOT TAKEN FOR A        *
000330*                      RESTART'S RE-EMISSION. CORRECT THE       *
000340*                      COLUMN-HEADING AND DETAIL LINE           *
000350*                      LENGTHS.                                 *
000360****************************************************************
000370 IDENTIFICATION DIVISION.
000380 PROGRAM-ID.    ROLLFWD.
000390 AUTHOR.        D. L. OKAFOR.
000400 INSTALLATION.  INVENTORY CONTROL SYSTEMS.
000410 DATE-WRITTEN.  10/14/2026.
000420 DATE-COMPILED.
000430
000440 ENVIRONMENT DIVISION.
000450 CONFIGURATION SECTION.
000460 SOURCE-COMPUTER.   IBM-370.
000470 OBJECT-COMPUTER.   IBM-370.
000480 SPECIAL-NAMES.
000490     C01 IS TOP-OF-PAGE.
000500
000510 INPUT-OUTPUT SECTION.
000520 FILE-CONTROL.
000530*    ROLL-FORWARD PERIOD CONTROL CARD - FISCAL YYYYPP, MANDATORY
000540     SELECT CONTROL-CARD-FILE
000550         ASSIGN TO RFWCARD
000560         ORGANIZATION IS SEQUENTIAL
000570         FILE STATUS IS WS-CRD-FILE-STATUS.
000580
000590*    SHOP BUSINESS CALENDAR, KEYED BY DATE, MAINTAINED BY CALMNT
000600     SELECT CALENDAR-FILE
000610         ASSIGN TO CALFILE
000620         ORGANIZATION IS INDEXED
000630         ACCESS MODE IS DYNAMIC
000640         RECORD KEY IS CAL-KEY
000650         FILE STATUS IS WS-CAL-FILE-STATUS.
000660
000670*    ACCUMULATED RESULT HISTORY WRITTEN BY RANDOM-SUBTRACTION
000680*    AND EXCPROC
000690     SELECT HISTORY-FILE
000700         ASSIGN TO HISTIN
000710         ORGANIZATION IS SEQUENTIAL
000720         FILE STATUS IS WS-HIST-FILE-STATUS.
000730
000740*    AUDIT TRAIL - DRAWS, BACKOUT MARKERS AND WRITE-OFFS
000750     SELECT AUDIT-FILE
000760         ASSIGN TO AUDIN
000770         ORGANIZATION IS SEQUENTIAL
000780         FILE STATUS IS WS-AUD-FILE-STATUS.
000790
000800*    THE PERIOD'S ADJUSTMENT DECKS AS CARRYFWD APPLIED THEM,
000810*    CONCATENATED - OPTIONAL FOR A PERIOD WITH NO ADJUSTMENTS
000820     SELECT OPTIONAL ADJUSTMENT-FILE
000830         ASSIGN TO ADJIN
000840         ORGANIZATION IS SEQUENTIAL
000850         FILE STATUS IS WS-ADJ-FILE-STATUS.
000860
000870*    ITEM MASTER, KEYED BY ITEM CODE, MAINTAINED BY ITEMMNT -
000880*    SUPPLIES THE COST CENTER FOR EACH ITEM
000890     SELECT ITEM-MASTER-FILE
000900         ASSIGN TO ITEMMST
000910         ORGANIZATION IS INDEXED
000920         ACCESS MODE IS DYNAMIC
000930         RECORD KEY IS ITM-KEY
000940         FILE STATUS IS WS-ITM-FILE-STATUS.
000950
000960*    PERIOD JOURNAL WRITTEN BY GLCLOSE - OPTIONAL SO THE
000970*    ROLL-FORWARD CAN BE PRINTED BEFORE THE PERIOD IS CLOSED
000980     SELECT OPTIONAL JOURNAL-FILE
000990         ASSIGN TO JRNIN
001000         ORGANIZATION IS SEQUENTIAL
001010         FILE STATUS IS WS-JRN-FILE-STATUS.
001020
001030*    PRINTED, PAGINATED ROLL-FORWARD REPORT
001040     SELECT REPORT-FILE
001050         ASSIGN TO RFWRPT
001060         ORGANIZATION IS SEQUENTIAL
001070         FILE STATUS IS WS-RPT-FILE-STATUS.
001080
001090*    SHARED RUN-STATUS FILE - ONE START AND ONE END RECORD PER
001100*    RUN, READ BY THE STATBRD OPERATIONS STATUS BOARD
001110     SELECT OPTIONAL RUN-STATUS-FILE
001120         ASSIGN TO RUNSTAT
001130         ORGANIZATION IS SEQUENTIAL
001140         FILE STATUS IS WS-RUN-FILE-STATUS.
001150
001160 DATA DIVISION.
001170 FILE SECTION.
001180 FD  CONTROL-CARD-FILE
001190     LABEL RECORDS ARE STANDARD
001200     RECORD CONTAINS 80 CHARACTERS.
001210 01  CRD-RECORD.
001220     05  CRD-PERIOD              PIC 9(06).
001230     05  CRD-PERIOD-X REDEFINES CRD-PERIOD.
001240         10  CRD-PERIOD-YEAR     PIC 9(04).
001250         10  CRD-PERIOD-NO       PIC 9(02).
001260     05  FILLER                  PIC X(74).
001270
001280 FD  CALENDAR-FILE
001290     LABEL RECORDS ARE STANDARD
001300     RECORD CONTAINS 80 CHARACTERS.
001310     COPY "CALREC.CPY".
001320
001330 FD  HISTORY-FILE
001340     LABEL RECORDS ARE STANDARD
001350     RECORD CONTAINS 80 CHARACTERS.
001360     COPY "HISTREC.CPY".
001370
001380 FD  AUDIT-FILE
001390     LABEL RECORDS ARE STANDARD
001400     RECORD CONTAINS 80 CHARACTERS.
001410     COPY "AUDREC.CPY".
001420
001430 FD  ADJUSTMENT-FILE
001440     LABEL RECORDS ARE STANDARD
001450     RECORD CONTAINS 80 CHARACTERS.
001460     COPY "ADJREC.CPY".
001470
001480 FD  ITEM-MASTER-FILE
001490     LABEL RECORDS ARE STANDARD
001500     RECORD CONTAINS 80 CHARACTERS.
001510     COPY "ITMREC.CPY".
001520
001530 FD  JOURNAL-FILE
001540     LABEL RECORDS ARE STANDARD
001550     RECORD CONTAINS 80 CHARACTERS.
001560     COPY "JRNREC.CPY".
001570
001580 FD  REPORT-FILE
001590     LABEL RECORDS ARE STANDARD
001600     RECORD CONTAINS 132 CHARACTERS.
001610 01  REPORT-RECORD               PIC X(132).
001620
001630 FD  RUN-STATUS-FILE
001640     LABEL RECORDS ARE STANDARD
001650     RECORD CONTAINS 80 CHARACTERS.
001660     COPY "RUNREC.CPY".
001670
001680 WORKING-STORAGE SECTION.
001690****************************************************************
001700*    FILE STATUS SWITCHES                                       *
001710****************************************************************
001720 01  WS-FILE-STATUSES.
001730     05  WS-CRD-FILE-STATUS      PIC X(02) VALUE "00".
001740     05  WS-CAL-FILE-STATUS      PIC X(02) VALUE "00".
001750     05  WS-HIST-FILE-STATUS     PIC X(02) VALUE "00".
001760     05  WS-AUD-FILE-STATUS      PIC X(02) VALUE "00".
001770     05  WS-ADJ-FILE-STATUS      PIC X(02) VALUE "00".
001780     05  WS-ITM-FILE-STATUS      PIC X(02) VALUE "00".
001790     05  WS-JRN-FILE-STATUS      PIC X(02) VALUE "00".
001800     05  WS-RPT-FILE-STATUS      PIC X(02) VALUE "00".
001810     05  WS-RUN-FILE-STATUS      PIC X(02) VALUE "00".
001820
001830****************************************************************
001840*    PROGRAM SWITCHES                                           *
001850****************************************************************
001860 01  WS-SWITCHES.
001870     05  WS-RUN-OPEN-SW          PIC X(01) VALUE "N".
001880         88  WS-RUN-OPEN                    VALUE "Y".
001890     05  WS-CAL-EOF-SW           PIC X(01) VALUE "N".
001900         88  WS-CAL-EOF                     VALUE "Y".
001910     05  WS-HIST-EOF-SW          PIC X(01) VALUE "N".
001920         88  WS-HIST-EOF                    VALUE "Y".
001930     05  WS-AUD-EOF-SW           PIC X(01) VALUE "N".
001940         88  WS-AUD-EOF                     VALUE "Y".
001950     05  WS-ADJ-EOF-SW           PIC X(01) VALUE "N".
001960         88  WS-ADJ-EOF                     VALUE "Y".
001970     05  WS-JRN-EOF-SW           PIC X(01) VALUE "N".
001980         88  WS-JRN-EOF                     VALUE "Y".
001990 01  RFW-MATCHED-SW              PIC X(01) VALUE "N".
002000     88  RFW-MATCHED                        VALUE "Y".
002010 01  RFW-CC-DONE-SW              PIC X(01) VALUE "N".
002020     88  RFW-CC-DONE                        VALUE "Y".
002030 01  RFW-ITEM-DONE-SW            PIC X(01) VALUE "N".
002040     88  RFW-ITEM-DONE                      VALUE "Y".
002050 01  WS-CURRENT-DATE             PIC 9(08) VALUE ZERO.
002060 01  WS-CURRENT-TIME             PIC 9(08) VALUE ZERO.
002070
002080****************************************************************
002090*    THE FISCAL PERIOD ROLLED FORWARD AND ITS FIRST AND LAST    *
002100*    DATES ON THE SHOP CALENDAR                                 *
002110****************************************************************
002120 01  RFW-PERIOD                  PIC 9(06) VALUE ZERO.
002130 01  RFW-PERIOD-START            PIC 9(08) VALUE ZERO.
002140 01  RFW-PERIOD-END              PIC 9(08) VALUE ZERO.
002150
002160****************************************************************
002170*    CONTROL RECORD LAYOUT - THE HISTORY FILE'S HEADER AND      *
002180*    TRAILER RECORDS ARE RECOGNIZED AND SKIPPED                 *
002190****************************************************************
002200     COPY "CTLREC.CPY".
002210
002220****************************************************************
002230*    RUN COUNTERS                                               *
002240****************************************************************
002250 01  RFW-HIST-READ-COUNT         PIC 9(08) COMP VALUE ZERO.
002260 01  RFW-HIST-PERIOD-COUNT       PIC 9(08) COMP VALUE ZERO.
002270 01  RFW-AUD-READ-COUNT          PIC 9(08) COMP VALUE ZERO.
002280 01  RFW-DRAW-COUNT              PIC 9(08) COMP VALUE ZERO.
002290 01  RFW-REEMITTED-COUNT         PIC 9(08) COMP VALUE ZERO.
002300 01  RFW-INVALID-DRAW-COUNT      PIC 9(08) COMP VALUE ZERO.
002310 01  RFW-WRITE-OFF-COUNT         PIC 9(08) COMP VALUE ZERO.
002320 01  RFW-BACKOUT-COUNT           PIC 9(08) COMP VALUE ZERO.
002330 01  RFW-ADJ-READ-COUNT          PIC 9(08) COMP VALUE ZERO.
002340 01  RFW-RECEIPT-COUNT           PIC 9(08) COMP VALUE ZERO.
002350 01  RFW-COUNT-ADJ-COUNT         PIC 9(08) COMP VALUE ZERO.
002360 01  RFW-ADJ-UNREADABLE-COUNT    PIC 9(08) COMP VALUE ZERO.
002370 01  RFW-ITEMS-REPORTED-COUNT    PIC 9(08) COMP VALUE ZERO.
002380 01  RFW-ITEMS-QUIET-COUNT       PIC 9(08) COMP VALUE ZERO.
002390 01  RFW-NOT-ON-MASTER-COUNT     PIC 9(08) COMP VALUE ZERO.
002400 01  RFW-OUT-OF-BALANCE-COUNT    PIC 9(08) COMP VALUE ZERO.
002410
002420****************************************************************
002430*    JOURNAL TIE-OUT - EVERY VALID DRAW WAS POSTED TO THE GL    *
002440*    EXTRACT AS A DEBIT AND A CREDIT OF ITS RESULT, AND EVERY   *
002450*    BACKED-OUT DRAW AS A REVERSING PAIR, SO THE JOURNAL'S      *
002460*    DEBITS AND ITS CREDITS MUST EACH EQUAL THE RESULTS POSTED  *
002470*    PLUS THE RESULTS REVERSED                                  *
002480****************************************************************
002490 01  RFW-GL-POSTED-COUNT         PIC 9(08) COMP VALUE ZERO.
002500 01  RFW-GL-POSTED-AMOUNT        PIC 9(12) COMP VALUE ZERO.
002510 01  RFW-GL-REVERSED-COUNT       PIC 9(08) COMP VALUE ZERO.
002520 01  RFW-GL-REVERSED-AMOUNT      PIC 9(12) COMP VALUE ZERO.
002530 01  RFW-GL-EXPECTED-AMOUNT      PIC 9(12) COMP VALUE ZERO.
002540 01  RFW-JRN-READ-COUNT          PIC 9(08) COMP VALUE ZERO.
002550 01  RFW-JRN-PERIOD-COUNT        PIC 9(08) COMP VALUE ZERO.
002560 01  RFW-JRN-DEBIT-AMOUNT        PIC 9(12) COMP VALUE ZERO.
002570 01  RFW-JRN-CREDIT-AMOUNT       PIC 9(12) COMP VALUE ZERO.
002580
002590****************************************************************
002600*    ITEM TABLE - ONE ENTRY PER ITEM CODE SEEN ON THE HISTORY,  *
002610*    AUDIT OR ADJUSTMENT FILE. THE OPENING IS THE ITEM'S LAST   *
002620*    RESULT BEFORE THE PERIOD AND THE RECORDED CLOSING ITS      *
002630*    LAST RESULT IN THE PERIOD (LATEST DATE, THEN CYCLE), EACH  *
002640*    ZERO WHEN A WRITE-OFF ON OR AFTER THAT RESULT'S DATE TOOK  *
002650*    THE ITEM OFF THE BALANCE FILE. THE LAST DRAW COUNTED IS    *
002660*    KEPT SO A RESTART'S RE-EMITTED DRAW REPLACES IT RATHER     *
002670*    THAN COUNTING TWICE, AS CARRYFWD DOES WITH HISTORY.        *
002680****************************************************************
002690 01  RFW-SEARCH-CODE             PIC X(10).
002700 01  RFW-ITEM-COUNT              PIC 9(04) COMP VALUE ZERO.
002710 01  RFW-ITEM-TABLE.
002720     05  RFW-ITEM-ENTRY OCCURS 3000 TIMES
002730             INDEXED BY RFW-ITEM-IDX.
002740         10  RFW-TBL-ITEM-CODE       PIC X(10).
002750         10  RFW-TBL-COST-CENTER     PIC X(06).
002760         10  RFW-TBL-OPEN-DATE       PIC 9(08).
002770         10  RFW-TBL-OPEN-CYCLE      PIC 9(02).
002780         10  RFW-TBL-OPEN-RESULT     PIC 9(07).
002790         10  RFW-TBL-OPEN-WO-DATE    PIC 9(08).
002800         10  RFW-TBL-CLOSE-DATE      PIC 9(08).
002810         10  RFW-TBL-CLOSE-CYCLE     PIC 9(02).
002820         10  RFW-TBL-CLOSE-RESULT    PIC 9(07).
002830         10  RFW-TBL-CLOSE-WO-DATE   PIC 9(08).
002840         10  RFW-TBL-LAST-DRAW-DATE  PIC 9(08).
002850         10  RFW-TBL-LAST-DRAW-CYCLE PIC 9(02).
002860         10  RFW-TBL-LAST-DRAW-QTY   PIC 9(04).
002870         10  RFW-TBL-OPENING         PIC S9(09) COMP.
002880         10  RFW-TBL-RECEIPTS        PIC S9(09) COMP.
002890         10  RFW-TBL-DRAWS           PIC S9(09) COMP.
002900         10  RFW-TBL-WRITE-OFFS      PIC S9(09) COMP.
002910         10  RFW-TBL-BACKOUTS        PIC S9(09) COMP.
002920         10  RFW-TBL-COUNT-ADJ       PIC S9(09) COMP.
002930         10  RFW-TBL-COMPUTED        PIC S9(09) COMP.
002940         10  RFW-TBL-RECORDED        PIC S9(09) COMP.
002950         10  RFW-TBL-DIFFERENCE      PIC S9(09) COMP.
002960         10  RFW-TBL-REPORT-SW       PIC X(01).
002970             88  RFW-TBL-REPORTED            VALUE "Y".
002980
002990****************************************************************
003000*    COST-CENTER TABLE - ONE ENTRY PER COST CENTER OF A         *
003010*    REPORTED ITEM; AN ITEM NO LONGER ON THE ITEM MASTER ROLLS  *
003020*    UP UNDER *NONE* SO THE GRAND TOTAL STILL PROVES OUT        *
003030****************************************************************
003040 01  RFW-CC-COUNT                PIC 9(04) COMP VALUE ZERO.
003050 01  RFW-CC-TABLE.
003060     05  RFW-CC-ENTRY OCCURS 200 TIMES
003070             INDEXED BY RFW-CC-IDX.
003080         10  RFW-CC-COST-CENTER      PIC X(06).
003090         10  RFW-CC-ITEM-COUNT       PIC 9(06) COMP.
003100         10  RFW-CC-OUT-COUNT        PIC 9(06) COMP.
003110         10  RFW-CC-OPENING          PIC S9(11) COMP.
003120         10  RFW-CC-RECEIPTS         PIC S9(11) COMP.
003130         10  RFW-CC-DRAWS            PIC S9(11) COMP.
003140         10  RFW-CC-WRITE-OFFS       PIC S9(11) COMP.
003150         10  RFW-CC-BACKOUTS         PIC S9(11) COMP.
003160         10  RFW-CC-COUNT-ADJ        PIC S9(11) COMP.
003170         10  RFW-CC-COMPUTED         PIC S9(11) COMP.
003180         10  RFW-CC-RECORDED         PIC S9(11) COMP.
003190         10  RFW-CC-DIFFERENCE       PIC S9(11) COMP.
003200
003210****************************************************************
003220*    GRAND TOTALS ACROSS EVERY COST CENTER                      *
003230****************************************************************
003240 01  RFW-GRAND-TOTALS.
003250     05  RFW-GRD-OPENING         PIC S9(11) COMP VALUE ZERO.
003260     05  RFW-GRD-RECEIPTS        PIC S9(11) COMP VALUE ZERO.
003270     05  RFW-GRD-DRAWS           PIC S9(11) COMP VALUE ZERO.
003280     05  RFW-GRD-WRITE-OFFS      PIC S9(11) COMP VALUE ZERO.
003290     05  RFW-GRD-BACKOUTS        PIC S9(11) COMP VALUE ZERO.
003300     05  RFW-GRD-COUNT-ADJ       PIC S9(11) COMP VALUE ZERO.
003310     05  RFW-GRD-COMPUTED        PIC S9(11) COMP VALUE ZERO.
003320     05  RFW-GRD-RECORDED        PIC S9(11) COMP VALUE ZERO.
003330     05  RFW-GRD-DIFFERENCE      PIC S9(11) COMP VALUE ZERO.
003340
003350****************************************************************
003360*    PRINT-ORDER WORK FIELDS - COST CENTERS AND THE ITEMS       *
003370*    WITHIN THEM ARE PRINTED IN ASCENDING CODE ORDER            *
003380****************************************************************
003390 01  RFW-LAST-COST-CENTER        PIC X(06).
003400 01  RFW-NEXT-COST-CENTER        PIC X(06).
003410 01  RFW-NEXT-CC-SUB             PIC 9(04) COMP VALUE ZERO.
003420 01  RFW-LAST-ITEM-CODE          PIC X(10).
003430 01  RFW-NEXT-ITEM-CODE          PIC X(10).
003440 01  RFW-NEXT-ITEM-SUB           PIC 9(04) COMP VALUE ZERO.
003450
003460****************************************************************
003470*    PAGINATION COUNTERS                                        *
003480****************************************************************
003490 01  RFW-LINE-COUNT              PIC 9(03) COMP VALUE ZERO.
003500 01  RFW-PAGE-COUNT              PIC 9(03) COMP VALUE ZERO.
003510 01  RFW-LINES-PER-PAGE          PIC 9(03) COMP VALUE 55.
003520
003530****************************************************************
003540*    PAGINATED REPORT LINES                                     *
003550****************************************************************
003560 01  RPT-HEADING-LINE-1.
003570     05  FILLER                  PIC X(01) VALUE "1".
003580     05  FILLER                  PIC X(42)
003590             VALUE "ROLLFWD - MONTH-END INVENTORY ROLL-FORWARD".
003600     05  FILLER                  PIC X(10) VALUE "  RUN DATE".
003610     05  RPT-HDG-RUN-DATE        PIC 9(08).
003620     05  FILLER                  PIC X(09) VALUE SPACES.
003630     05  FILLER                  PIC X(05) VALUE "PAGE ".
003640     05  RPT-HDG-PAGE-NO         PIC ZZ9.
003650     05  FILLER                  PIC X(54) VALUE SPACES.
003660
003670 01  RPT-HEADING-LINE-2.
003680     05  FILLER                  PIC X(01) VALUE SPACE.
003690     05  FILLER                  PIC X(14) VALUE "FISCAL PERIOD ".
003700     05  RPT-HDG-PERIOD          PIC 9(06).
003710     05  FILLER                  PIC X(07) VALUE "  FROM ".
003720     05  RPT-HDG-FROM-DATE       PIC 9(08).
003730     05  FILLER                  PIC X(07) VALUE "  THRU ".
003740     05  RPT-HDG-THRU-DATE       PIC 9(08).
003750     05  FILLER                  PIC X(81) VALUE SPACES.
003760
003770 01  RPT-HEADING-LINE-3.
003780     05  FILLER                  PIC X(01) VALUE "0".
003790     05  FILLER                  PIC X(14) VALUE SPACES.
003800     05  FILLER                  PIC X(12) VALUE "    OPENING ".
003810     05  FILLER                  PIC X(12) VALUE "   RECEIPTS ".
003820     05  FILLER                  PIC X(12) VALUE "      DRAWS ".
003830     05  FILLER                  PIC X(12) VALUE " WRITE-OFFS ".
003840     05  FILLER                  PIC X(12) VALUE "   BACKOUTS ".
003850     05  FILLER                  PIC X(12) VALUE "      COUNT ".
003860     05  FILLER                  PIC X(12) VALUE "   COMPUTED ".
003870     05  FILLER                  PIC X(12) VALUE "   RECORDED ".
003880     05  FILLER                  PIC X(12) VALUE " DIFFERENCE ".
003890     05  FILLER                  PIC X(09) VALUE SPACES.
003900
003910 01  RPT-HEADING-LINE-4.
003920     05  FILLER                  PIC X(01) VALUE SPACE.
003930     05  FILLER                  PIC X(14) VALUE "  ITEM CODE".
003940     05  FILLER                  PIC X(12) VALUE "   QUANTITY ".
003950     05  FILLER                  PIC X(12) VALUE "  /ADJUSTED ".
003960     05  FILLER                  PIC X(12) VALUE SPACES.
003970     05  FILLER                  PIC X(12) VALUE SPACES.
003980     05  FILLER                  PIC X(12) VALUE SPACES.
003990     05  FILLER                  PIC X(12) VALUE "ADJUSTMENTS ".
004000     05  FILLER                  PIC X(12) VALUE "    CLOSING ".
004010     05  FILLER                  PIC X(12) VALUE "    CLOSING ".
004020     05  FILLER                  PIC X(12) VALUE SPACES.
004030     05  FILLER                  PIC X(09) VALUE SPACES.
004040
004050 01  RPT-SECTION-LINE.
004060     05  FILLER                  PIC X(01) VALUE "0".
004070     05  RPT-SECTION-NAME        PIC X(50).
004080     05  FILLER                  PIC X(81) VALUE SPACES.
004090
004100 01  RPT-DETAIL-LINE.
004110     05  FILLER                  PIC X(01) VALUE SPACE.
004120     05  FILLER                  PIC X(02) VALUE SPACES.
004130     05  RPT-DTL-LABEL           PIC X(12).
004140     05  RPT-DTL-OPENING         PIC Z(09)9-.
004150     05  FILLER                  PIC X(01) VALUE SPACE.
004160     05  RPT-DTL-RECEIPTS        PIC Z(09)9-.
004170     05  FILLER                  PIC X(01) VALUE SPACE.
004180     05  RPT-DTL-DRAWS           PIC Z(09)9-.
004190     05  FILLER                  PIC X(01) VALUE SPACE.
004200     05  RPT-DTL-WRITE-OFFS      PIC Z(09)9-.
004210     05  FILLER                  PIC X(01) VALUE SPACE.
004220     05  RPT-DTL-BACKOUTS        PIC Z(09)9-.
004230     05  FILLER                  PIC X(01) VALUE SPACE.
004240     05  RPT-DTL-COUNT-ADJ       PIC Z(09)9-.
004250     05  FILLER                  PIC X(01) VALUE SPACE.
004260     05  RPT-DTL-COMPUTED        PIC Z(09)9-.
004270     05  FILLER                  PIC X(01) VALUE SPACE.
004280     05  RPT-DTL-RECORDED        PIC Z(09)9-.
004290     05  FILLER                  PIC X(01) VALUE SPACE.
004300     05  RPT-DTL-DIFFERENCE      PIC Z(09)9-.
004310     05  FILLER                  PIC X(03) VALUE SPACES.
004320     05  RPT-DTL-FLAG            PIC X(07).
004330
004340 01  RPT-MESSAGE-LINE.
004350     05  FILLER                  PIC X(01) VALUE "0".
004360     05  FILLER                  PIC X(02) VALUE SPACES.
004370     05  RPT-MESSAGE             PIC X(60).
004380     05  FILLER                  PIC X(69) VALUE SPACES.
004390
004400 01  RPT-TOTAL-LINE.
004410     05  FILLER                  PIC X(01) VALUE SPACE.
004420     05  FILLER                  PIC X(02) VALUE SPACES.
004430     05  RPT-TOT-LABEL           PIC X(40).
004440     05  RPT-TOT-COUNT           PIC Z(07)9.
004450     05  FILLER                  PIC X(04) VALUE SPACES.
004460     05  RPT-TOT-AMOUNT          PIC ZZZ,ZZZ,ZZZ,ZZ9.
004470     05  FILLER                  PIC X(62) VALUE SPACES.
004480
004490 PROCEDURE DIVISION.
004500****************************************************************
004510*    0000-MAINLINE                                              *
004520****************************************************************
004530 0000-MAINLINE.
004540     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
004550     PERFORM 2000-LOAD-HISTORY-RECORD THRU 2000-EXIT
004560         UNTIL WS-HIST-EOF.
004570     PERFORM 3000-LOAD-AUDIT-RECORD THRU 3000-EXIT
004580         UNTIL WS-AUD-EOF.
004590     PERFORM 4000-LOAD-ADJUSTMENT THRU 4000-EXIT
004600         UNTIL WS-ADJ-EOF.
004610     PERFORM 5000-ROLL-ONE-ITEM THRU 5000-EXIT
004620         VARYING RFW-ITEM-IDX FROM 1 BY 1
004630         UNTIL RFW-ITEM-IDX > RFW-ITEM-COUNT.
004640     PERFORM 6000-PRINT-ROLL-FORWARD THRU 6000-EXIT.
004650     PERFORM 6500-TIE-TO-JOURNAL THRU 6500-EXIT.
004660     PERFORM 8000-WRITE-TOTALS THRU 8000-EXIT.
004670     PERFORM 9000-TERMINATE THRU 9000-EXIT.
004680     PERFORM 9700-WRITE-RUN-END THRU 9700-EXIT.
004690     STOP RUN.
004700
004710****************************************************************
004720*    1000-INITIALIZE - THE PERIOD IS MANDATORY AND IS A FISCAL  *
004730*    PERIOD OF THE SHOP CALENDAR (YEAR AND PERIOD 01 THROUGH    *
004740*    12), THE SAME PERIOD GLCLOSE WAS RUN FOR                   *
004750****************************************************************
004760 1000-INITIALIZE.
004770     OPEN INPUT CONTROL-CARD-FILE.
004780     IF WS-CRD-FILE-STATUS NOT = "00"
004790         DISPLAY "ROLLFWD - ABEND - CONTROL-CARD-FILE "
004800                 "OPEN FAILED - STATUS " WS-CRD-FILE-STATUS
004810         GO TO 9900-ABEND-TERMINATION
004820     END-IF.
004830     READ CONTROL-CARD-FILE
004840         AT END
004850             MOVE SPACES TO CRD-RECORD
004860     END-READ.
004870     CLOSE CONTROL-CARD-FILE.
004880     IF CRD-PERIOD NOT NUMERIC
004890             OR CRD-PERIOD = ZERO
004900         DISPLAY "ROLLFWD - ABEND - PERIOD MISSING OR "
004910                 "NOT NUMERIC ON THE CONTROL CARD"
004920         GO TO 9900-ABEND-TERMINATION
004930     END-IF.
004940     IF CRD-PERIOD-NO < 01 OR CRD-PERIOD-NO > 12
004950         DISPLAY "ROLLFWD - ABEND - PERIOD "
004960                 CRD-PERIOD
004970                 " IS NOT A FISCAL PERIOD 01 THROUGH 12"
004980         GO TO 9900-ABEND-TERMINATION
004990     END-IF.
005000     MOVE CRD-PERIOD TO RFW-PERIOD.
005010     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
005020     PERFORM 1700-WRITE-RUN-START THRU 1700-EXIT.
005030     PERFORM 1100-FIND-PERIOD-DATES THRU 1100-EXIT.
005040     OPEN INPUT HISTORY-FILE.
005050     IF WS-HIST-FILE-STATUS NOT = "00"
005060         DISPLAY "ROLLFWD - ABEND - HISTORY-FILE "
005070                 "OPEN FAILED - STATUS " WS-HIST-FILE-STATUS
005080         GO TO 9900-ABEND-TERMINATION
005090     END-IF.
005100     OPEN INPUT AUDIT-FILE.
005110     IF WS-AUD-FILE-STATUS NOT = "00"
005120         DISPLAY "ROLLFWD - ABEND - AUDIT-FILE "
005130                 "OPEN FAILED - STATUS " WS-AUD-FILE-STATUS
005140         GO TO 9900-ABEND-TERMINATION
005150     END-IF.
005160     OPEN INPUT ADJUSTMENT-FILE.
005170     IF WS-ADJ-FILE-STATUS NOT = "00"
005180             AND WS-ADJ-FILE-STATUS NOT = "05"
005190         DISPLAY "ROLLFWD - ABEND - ADJUSTMENT-FILE "
005200                 "OPEN FAILED - STATUS " WS-ADJ-FILE-STATUS
005210         GO TO 9900-ABEND-TERMINATION
005220     END-IF.
005230     OPEN INPUT ITEM-MASTER-FILE.
005240     IF WS-ITM-FILE-STATUS NOT = "00"
005250         DISPLAY "ROLLFWD - ABEND - ITEM-MASTER-FILE "
005260                 "OPEN FAILED - STATUS " WS-ITM-FILE-STATUS
005270         GO TO 9900-ABEND-TERMINATION
005280     END-IF.
005290     OPEN INPUT JOURNAL-FILE.
005300     IF WS-JRN-FILE-STATUS NOT = "00"
005310             AND WS-JRN-FILE-STATUS NOT = "05"
005320         DISPLAY "ROLLFWD - ABEND - JOURNAL-FILE "
005330                 "OPEN FAILED - STATUS " WS-JRN-FILE-STATUS
005340         GO TO 9900-ABEND-TERMINATION
005350     END-IF.
005360     OPEN OUTPUT REPORT-FILE.
005370     IF WS-RPT-FILE-STATUS NOT = "00"
005380         DISPLAY "ROLLFWD - ABEND - REPORT-FILE "
005390                 "OPEN FAILED - STATUS " WS-RPT-FILE-STATUS
005400         GO TO 9900-ABEND-TERMINATION
005410     END-IF.
005420     PERFORM 7100-WRITE-REPORT-HEADING THRU 7100-EXIT.
005430     PERFORM 2900-READ-HISTORY-RECORD THRU 2900-EXIT.
005440     PERFORM 3900-READ-AUDIT-RECORD THRU 3900-EXIT.
005450     PERFORM 4900-READ-ADJUSTMENT THRU 4900-EXIT.
005460 1000-EXIT.
005470     EXIT.
005480
005490****************************************************************
005500*    1100-FIND-PERIOD-DATES - ONE PASS OF THE CALENDAR IN DATE  *
005510*    ORDER FOR THE FIRST AND LAST DATES CARRYING THE PERIOD,    *
005520*    STOPPING AT THE FIRST DATE OF A LATER PERIOD. A PERIOD THE *
005530*    CALENDAR DOES NOT COVER CANNOT BE ROLLED FORWARD.          *
005540****************************************************************
005550 1100-FIND-PERIOD-DATES.
005560     OPEN INPUT CALENDAR-FILE.
005570     IF WS-CAL-FILE-STATUS NOT = "00"
005580         DISPLAY "ROLLFWD - ABEND - CALENDAR-FILE "
005590                 "OPEN FAILED - STATUS " WS-CAL-FILE-STATUS
005600         GO TO 9900-ABEND-TERMINATION
005610     END-IF.
005620     MOVE ZERO TO CAL-DATE.
005630     START CALENDAR-FILE KEY IS NOT LESS THAN CAL-KEY
005640         INVALID KEY
005650             MOVE "Y" TO WS-CAL-EOF-SW
005660     END-START.
005670     IF NOT WS-CAL-EOF
005680         PERFORM 1190-READ-NEXT-CALENDAR THRU 1190-EXIT
005690     END-IF.
005700     PERFORM 1150-CHECK-CALENDAR-DATE THRU 1150-EXIT
005710         UNTIL WS-CAL-EOF.
005720     CLOSE CALENDAR-FILE.
005730     IF RFW-PERIOD-START = ZERO
005740         DISPLAY "ROLLFWD - ABEND - PERIOD " RFW-PERIOD
005750                 " IS NOT ON THE SHOP CALENDAR"
005760         GO TO 9900-ABEND-TERMINATION
005770     END-IF.
005780 1100-EXIT.
005790     EXIT.
005800
005810 1150-CHECK-CALENDAR-DATE.
005820     IF CAL-FISCAL-PERIOD > RFW-PERIOD
005830         MOVE "Y" TO WS-CAL-EOF-SW
005840         GO TO 1150-EXIT
005850     END-IF.
005860     IF CAL-FISCAL-PERIOD = RFW-PERIOD
005870         IF RFW-PERIOD-START = ZERO
005880             MOVE CAL-DATE TO RFW-PERIOD-START
005890         END-IF
005900         MOVE CAL-DATE TO RFW-PERIOD-END
005910     END-IF.
005920     PERFORM 1190-READ-NEXT-CALENDAR THRU 1190-EXIT.
005930 1150-EXIT.
005940     EXIT.
005950
005960 1190-READ-NEXT-CALENDAR.
005970     READ CALENDAR-FILE NEXT RECORD
005980         AT END
005990             MOVE "Y" TO WS-CAL-EOF-SW
006000     END-READ.
006010 1190-EXIT.
006020     EXIT.
006030
006040****************************************************************
006050*    1700-WRITE-RUN-START - OPEN THE SHARED RUN-STATUS FILE AND *
006060*    APPEND THIS RUN'S START RECORD FOR THE STATUS BOARD        *
006070****************************************************************
006080 1700-WRITE-RUN-START.
006090     OPEN EXTEND RUN-STATUS-FILE.
006100     IF WS-RUN-FILE-STATUS NOT = "00"
006110             AND WS-RUN-FILE-STATUS NOT = "05"
006120         DISPLAY "ROLLFWD - ABEND - RUN-STATUS-FILE "
006130                 "OPEN FAILED - STATUS " WS-RUN-FILE-STATUS
006140         GO TO 9900-ABEND-TERMINATION
006150     END-IF.
006160     MOVE "Y" TO WS-RUN-OPEN-SW.
006170     MOVE SPACES          TO RUN-RECORD.
006180     MOVE "ROLLFWD"       TO RUN-PROGRAM-ID.
006190     MOVE WS-CURRENT-DATE TO RUN-RUN-DATE.
006200     MOVE 01              TO RUN-CYCLE-NO.
006210     MOVE SPACES          TO RUN-RUN-ID.
006220     MOVE "S"             TO RUN-RECORD-TYPE.
006230     ACCEPT WS-CURRENT-TIME FROM TIME.
006240     MOVE WS-CURRENT-TIME TO RUN-TIME.
006250     MOVE ZERO            TO RUN-RECORDS-PROCESSED.
006260     MOVE ZERO            TO RUN-RETURN-CODE.
006270     WRITE RUN-RECORD.
006280     IF WS-RUN-FILE-STATUS NOT = "00"
006290         DISPLAY "ROLLFWD - ABEND - RUN-STATUS-FILE "
006300                 "WRITE FAILED - STATUS " WS-RUN-FILE-STATUS
006310         GO TO 9900-ABEND-TERMINATION
006320     END-IF.
006330 1700-EXIT.
006340     EXIT.
006350
006360****************************************************************
006370*    2000-LOAD-HISTORY-RECORD - ONE ITERATION PER HISTORY       *
006380*    RECORD. A RESULT BEFORE THE PERIOD IS A CANDIDATE OPENING, *
006390*    ONE IN THE PERIOD A CANDIDATE RECORDED CLOSING; THE LATEST *
006400*    DATE AND CYCLE WINS, AND A LATER RECORD FOR THE SAME DATE  *
006410*    AND CYCLE (A RESTART'S RE-EMISSION) REPLACES AN EARLIER.   *
006420****************************************************************
006430 2000-LOAD-HISTORY-RECORD.
006440     ADD 1 TO RFW-HIST-READ-COUNT.
006450     MOVE HIST-RECORD TO CTL-RECORD.
006460     IF CTL-HEADER OR CTL-TRAILER
006470         GO TO 2000-NEXT
006480     END-IF.
006490     IF HIST-RUN-DATE NOT NUMERIC
006500             OR HIST-RESULT NOT NUMERIC
006510             OR HIST-RUN-DATE > RFW-PERIOD-END
006520         GO TO 2000-NEXT
006530     END-IF.
006540     MOVE HIST-ITEM-CODE TO RFW-SEARCH-CODE.
006550     PERFORM 2100-FIND-OR-ADD-ITEM THRU 2100-EXIT.
006560     IF HIST-RUN-DATE < RFW-PERIOD-START
006570         IF HIST-RUN-DATE > RFW-TBL-OPEN-DATE (RFW-ITEM-IDX)
006580                 OR (HIST-RUN-DATE
006590                     = RFW-TBL-OPEN-DATE (RFW-ITEM-IDX)
006600                 AND HIST-CYCLE-NO
006610                     NOT < RFW-TBL-OPEN-CYCLE (RFW-ITEM-IDX))
006620             MOVE HIST-RUN-DATE
006630                 TO RFW-TBL-OPEN-DATE (RFW-ITEM-IDX)
006640             MOVE HIST-CYCLE-NO
006650                 TO RFW-TBL-OPEN-CYCLE (RFW-ITEM-IDX)
006660             MOVE HIST-RESULT
006670                 TO RFW-TBL-OPEN-RESULT (RFW-ITEM-IDX)
006680         END-IF
006690         GO TO 2000-NEXT
006700     END-IF.
006710     ADD 1 TO RFW-HIST-PERIOD-COUNT.
006720     IF HIST-RUN-DATE > RFW-TBL-CLOSE-DATE (RFW-ITEM-IDX)
006730             OR (HIST-RUN-DATE = RFW-TBL-CLOSE-DATE (RFW-ITEM-IDX)
006740             AND HIST-CYCLE-NO
006750                 NOT < RFW-TBL-CLOSE-CYCLE (RFW-ITEM-IDX))
006760         MOVE HIST-RUN-DATE TO RFW-TBL-CLOSE-DATE (RFW-ITEM-IDX)
006770         MOVE HIST-CYCLE-NO TO RFW-TBL-CLOSE-CYCLE (RFW-ITEM-IDX)
006780         MOVE HIST-RESULT   TO RFW-TBL-CLOSE-RESULT (RFW-ITEM-IDX)
006790     END-IF.
006800 2000-NEXT.
006810     PERFORM 2900-READ-HISTORY-RECORD THRU 2900-EXIT.
006820 2000-EXIT.
006830     EXIT.
006840
006850****************************************************************
006860*    2100-FIND-OR-ADD-ITEM - LOCATE RFW-SEARCH-CODE IN THE ITEM *
006870*    TABLE, LEAVING RFW-ITEM-IDX SET; A NEW ENTRY STARTS WITH   *
006880*    NO RESULTS AND NO MOVEMENTS                                *
006890****************************************************************
006900 2100-FIND-OR-ADD-ITEM.
006910     MOVE "N" TO RFW-MATCHED-SW.
006920     PERFORM 2110-MATCH-ONE-ITEM THRU 2110-EXIT
006930         VARYING RFW-ITEM-IDX FROM 1 BY 1
006940         UNTIL RFW-ITEM-IDX > RFW-ITEM-COUNT
006950            OR RFW-MATCHED.
006960     IF RFW-MATCHED
006970         SET RFW-ITEM-IDX DOWN BY 1
006980         GO TO 2100-EXIT
006990     END-IF.
007000     IF RFW-ITEM-COUNT >= 3000
007010         DISPLAY "ROLLFWD - ABEND - MORE THAN 3000 DISTINCT "
007020                 "ITEM CODES TO ROLL FORWARD"
007030         GO TO 9900-ABEND-TERMINATION
007040     END-IF.
007050     ADD 1 TO RFW-ITEM-COUNT.
007060     SET RFW-ITEM-IDX TO RFW-ITEM-COUNT.
007070     MOVE RFW-SEARCH-CODE TO RFW-TBL-ITEM-CODE (RFW-ITEM-IDX).
007080     MOVE SPACES TO RFW-TBL-COST-CENTER (RFW-ITEM-IDX).
007090     MOVE ZERO   TO RFW-TBL-OPEN-DATE (RFW-ITEM-IDX).
007100     MOVE ZERO   TO RFW-TBL-OPEN-CYCLE (RFW-ITEM-IDX).
007110     MOVE ZERO   TO RFW-TBL-OPEN-RESULT (RFW-ITEM-IDX).
007120     MOVE ZERO   TO RFW-TBL-OPEN-WO-DATE (RFW-ITEM-IDX).
007130     MOVE ZERO   TO RFW-TBL-CLOSE-DATE (RFW-ITEM-IDX).
007140     MOVE ZERO   TO RFW-TBL-CLOSE-CYCLE (RFW-ITEM-IDX).
007150     MOVE ZERO   TO RFW-TBL-CLOSE-RESULT (RFW-ITEM-IDX).
007160     MOVE ZERO   TO RFW-TBL-CLOSE-WO-DATE (RFW-ITEM-IDX).
007170     MOVE ZERO   TO RFW-TBL-LAST-DRAW-DATE (RFW-ITEM-IDX).
007180     MOVE ZERO   TO RFW-TBL-LAST-DRAW-CYCLE (RFW-ITEM-IDX).
007190     MOVE ZERO   TO RFW-TBL-LAST-DRAW-QTY (RFW-ITEM-IDX).
007200     MOVE ZERO   TO RFW-TBL-OPENING (RFW-ITEM-IDX).
007210     MOVE ZERO   TO RFW-TBL-RECEIPTS (RFW-ITEM-IDX).
007220     MOVE ZERO   TO RFW-TBL-DRAWS (RFW-ITEM-IDX).
007230     MOVE ZERO   TO RFW-TBL-WRITE-OFFS (RFW-ITEM-IDX).
007240     MOVE ZERO   TO RFW-TBL-BACKOUTS (RFW-ITEM-IDX).
007250     MOVE ZERO   TO RFW-TBL-COUNT-ADJ (RFW-ITEM-IDX).
007260     MOVE ZERO   TO RFW-TBL-COMPUTED (RFW-ITEM-IDX).
007270     MOVE ZERO   TO RFW-TBL-RECORDED (RFW-ITEM-IDX).
007280     MOVE ZERO   TO RFW-TBL-DIFFERENCE (RFW-ITEM-IDX).
007290     MOVE "N"    TO RFW-TBL-REPORT-SW (RFW-ITEM-IDX).
007300 2100-EXIT.
007310     EXIT.
007320
007330 2110-MATCH-ONE-ITEM.
007340     IF RFW-TBL-ITEM-CODE (RFW-ITEM-IDX) = RFW-SEARCH-CODE
007350         MOVE "Y" TO RFW-MATCHED-SW
007360     END-IF.
007370 2110-EXIT.
007380     EXIT.
007390
007400 2900-READ-HISTORY-RECORD.
007410     READ HISTORY-FILE
007420         AT END
007430             MOVE "Y" TO WS-HIST-EOF-SW
007440     END-READ.
007450 2900-EXIT.
007460     EXIT.
007470
007480****************************************************************
007490*    3000-LOAD-AUDIT-RECORD - ONE ITERATION PER AUDIT RECORD. A *
007500*    WRITE-OFF BEFORE THE PERIOD ONLY DATES THE ITEM'S LAST     *
007510*    WRITE-OFF FOR THE OPENING; IN THE PERIOD IT IS ALSO A      *
007520*    WRITE-OFF MOVEMENT. A DRAW COUNTS ONLY WHEN IT WAS VALID   *
007530*    (THE DRAW NOT GREATER THAN THE FIXED NUMBER) - AN INVALID  *
007540*    DRAW WENT TO THE EXCEPTION FILE AND TOOK NOTHING. A        *
007550*    BACKOUT MARKER ADDS ITS DRAW BACK IN THE PERIOD OF THE     *
007560*    ORIGINAL RUN.                                              *
007570****************************************************************
007580 3000-LOAD-AUDIT-RECORD.
007590     ADD 1 TO RFW-AUD-READ-COUNT.
007600     IF AUD-RUN-DATE NOT NUMERIC
007610             OR AUD-TYPE-HEADER
007620             OR AUD-RUN-DATE > RFW-PERIOD-END
007630         GO TO 3000-NEXT
007640     END-IF.
007650     IF AUD-FIXED-NUMBER NOT NUMERIC
007660             OR AUD-RANDOM-NUMBER NOT NUMERIC
007670             OR AUD-RESULT NOT NUMERIC
007680         GO TO 3000-NEXT
007690     END-IF.
007700     IF AUD-TYPE-WRITE-OFF
007710         PERFORM 3100-NOTE-WRITE-OFF THRU 3100-EXIT
007720         GO TO 3000-NEXT
007730     END-IF.
007740     IF AUD-RUN-DATE < RFW-PERIOD-START
007750         GO TO 3000-NEXT
007760     END-IF.
007770     IF AUD-RANDOM-NUMBER > AUD-FIXED-NUMBER
007780         IF NOT AUD-TYPE-BACKOUT
007790             ADD 1 TO RFW-INVALID-DRAW-COUNT
007800         END-IF
007810         GO TO 3000-NEXT
007820     END-IF.
007830     IF AUD-TYPE-BACKOUT
007840         PERFORM 3200-NOTE-BACKOUT THRU 3200-EXIT
007850     ELSE
007860         PERFORM 3300-NOTE-DRAW THRU 3300-EXIT
007870     END-IF.
007880 3000-NEXT.
007890     PERFORM 3900-READ-AUDIT-RECORD THRU 3900-EXIT.
007900 3000-EXIT.
007910     EXIT.
007920
007930 3100-NOTE-WRITE-OFF.
007940     MOVE AUD-ITEM-CODE TO RFW-SEARCH-CODE.
007950     PERFORM 2100-FIND-OR-ADD-ITEM THRU 2100-EXIT.
007960     IF AUD-RUN-DATE < RFW-PERIOD-START
007970         IF AUD-RUN-DATE > RFW-TBL-OPEN-WO-DATE (RFW-ITEM-IDX)
007980             MOVE AUD-RUN-DATE
007990                 TO RFW-TBL-OPEN-WO-DATE (RFW-ITEM-IDX)
008000         END-IF
008010         GO TO 3100-EXIT
008020     END-IF.
008030     ADD 1 TO RFW-WRITE-OFF-COUNT.
008040     ADD AUD-FIXED-NUMBER TO RFW-TBL-WRITE-OFFS (RFW-ITEM-IDX).
008050     IF AUD-RUN-DATE > RFW-TBL-CLOSE-WO-DATE (RFW-ITEM-IDX)
008060         MOVE AUD-RUN-DATE TO RFW-TBL-CLOSE-WO-DATE (RFW-ITEM-IDX)
008070     END-IF.
008080 3100-EXIT.
008090     EXIT.
008100
008110****************************************************************
008120*    3200-NOTE-BACKOUT - THE MARKER ADDS THE BACKED-OUT DRAW    *
008130*    BACK. WHEN IT IS FOR THE ITEM'S LAST DRAW, THAT DRAW IS NO *
008140*    LONGER ON THE BOOKS, SO A LATER DRAW FOR THE SAME DATE AND *
008150*    CYCLE (THE RUN RERUN AFTER ITS BACKOUT) IS A NEW DRAW AND  *
008160*    NOT A RESTART'S RE-EMISSION TO BE REPLACED                 *
008170****************************************************************
008180 3200-NOTE-BACKOUT.
008190     MOVE AUD-ITEM-CODE TO RFW-SEARCH-CODE.
008200     PERFORM 2100-FIND-OR-ADD-ITEM THRU 2100-EXIT.
008210     ADD 1 TO RFW-BACKOUT-COUNT.
008220     ADD AUD-RANDOM-NUMBER TO RFW-TBL-BACKOUTS (RFW-ITEM-IDX).
008230     ADD 1 TO RFW-GL-REVERSED-COUNT.
008240     ADD AUD-RESULT TO RFW-GL-REVERSED-AMOUNT.
008250     IF AUD-RUN-DATE = RFW-TBL-LAST-DRAW-DATE (RFW-ITEM-IDX)
008260             AND AUD-CYCLE-NO
008270                 = RFW-TBL-LAST-DRAW-CYCLE (RFW-ITEM-IDX)
008280         MOVE ZERO TO RFW-TBL-LAST-DRAW-DATE (RFW-ITEM-IDX)
008290         MOVE ZERO TO RFW-TBL-LAST-DRAW-CYCLE (RFW-ITEM-IDX)
008300         MOVE ZERO TO RFW-TBL-LAST-DRAW-QTY (RFW-ITEM-IDX)
008310     END-IF.
008320 3200-EXIT.
008330     EXIT.
008340
008350****************************************************************
008360*    3300-NOTE-DRAW - EVERY VALID DRAW RECORD WAS POSTED TO THE *
008370*    GL EXTRACT, SO ALL OF THEM COUNT TOWARD THE JOURNAL TIE; A *
008380*    SECOND DRAW FOR THE SAME ITEM, DATE AND CYCLE IS A         *
008390*    RESTART'S RE-EMISSION AND REPLACES THE FIRST IN THE ITEM'S *
008400*    DRAWS                                                      *
008410****************************************************************
008420 3300-NOTE-DRAW.
008430     MOVE AUD-ITEM-CODE TO RFW-SEARCH-CODE.
008440     PERFORM 2100-FIND-OR-ADD-ITEM THRU 2100-EXIT.
008450     ADD 1 TO RFW-GL-POSTED-COUNT.
008460     ADD AUD-RESULT TO RFW-GL-POSTED-AMOUNT.
008470     IF AUD-RUN-DATE = RFW-TBL-LAST-DRAW-DATE (RFW-ITEM-IDX)
008480             AND AUD-CYCLE-NO
008490                 = RFW-TBL-LAST-DRAW-CYCLE (RFW-ITEM-IDX)
008500         ADD 1 TO RFW-REEMITTED-COUNT
008510         SUBTRACT RFW-TBL-LAST-DRAW-QTY (RFW-ITEM-IDX)
008520             FROM RFW-TBL-DRAWS (RFW-ITEM-IDX)
008530     ELSE
008540         ADD 1 TO RFW-DRAW-COUNT
008550     END-IF.
008560     ADD AUD-RANDOM-NUMBER TO RFW-TBL-DRAWS (RFW-ITEM-IDX).
008570     MOVE AUD-RUN-DATE TO RFW-TBL-LAST-DRAW-DATE (RFW-ITEM-IDX).
008580     MOVE AUD-CYCLE-NO TO RFW-TBL-LAST-DRAW-CYCLE (RFW-ITEM-IDX).
008590     MOVE AUD-RANDOM-NUMBER
008600         TO RFW-TBL-LAST-DRAW-QTY (RFW-ITEM-IDX).
008610 3300-EXIT.
008620     EXIT.
008630
008640 3900-READ-AUDIT-RECORD.
008650     READ AUDIT-FILE
008660         AT END
008670             MOVE "Y" TO WS-AUD-EOF-SW
008680     END-READ.
008690 3900-EXIT.
008700     EXIT.
008710
008720****************************************************************
008730*    4000-LOAD-ADJUSTMENT - ONE ITERATION PER ADJUSTMENT        *
008740*    RECORD. A COUNT ADJUSTMENT FROM CNTRECON IS KEPT APART     *
008750*    FROM RECEIPTS AND MANUAL CORRECTIONS. A RECORD CARRYFWD    *
008760*    COULD NOT HAVE APPLIED IS COUNTED AND LEFT OUT.            *
008770****************************************************************
008780 4000-LOAD-ADJUSTMENT.
008790     ADD 1 TO RFW-ADJ-READ-COUNT.
008800     IF ADJ-QTY NOT NUMERIC
008810             OR (NOT ADJ-ADDITION AND NOT ADJ-SUBTRACTION)
008820         ADD 1 TO RFW-ADJ-UNREADABLE-COUNT
008830         GO TO 4000-NEXT
008840     END-IF.
008850     MOVE ADJ-ITEM-CODE TO RFW-SEARCH-CODE.
008860     PERFORM 2100-FIND-OR-ADD-ITEM THRU 2100-EXIT.
008870     IF ADJ-FROM-COUNT
008880         ADD 1 TO RFW-COUNT-ADJ-COUNT
008890         IF ADJ-ADDITION
008900             ADD ADJ-QTY TO RFW-TBL-COUNT-ADJ (RFW-ITEM-IDX)
008910         ELSE
008920             SUBTRACT ADJ-QTY
008930                 FROM RFW-TBL-COUNT-ADJ (RFW-ITEM-IDX)
008940         END-IF
008950     ELSE
008960         ADD 1 TO RFW-RECEIPT-COUNT
008970         IF ADJ-ADDITION
008980             ADD ADJ-QTY TO RFW-TBL-RECEIPTS (RFW-ITEM-IDX)
008990         ELSE
009000             SUBTRACT ADJ-QTY
009010                 FROM RFW-TBL-RECEIPTS (RFW-ITEM-IDX)
009020         END-IF
009030     END-IF.
009040 4000-NEXT.
009050     PERFORM 4900-READ-ADJUSTMENT THRU 4900-EXIT.
009060 4000-EXIT.
009070     EXIT.
009080
009090 4900-READ-ADJUSTMENT.
009100     IF WS-ADJ-FILE-STATUS = "05"
009110         MOVE "Y" TO WS-ADJ-EOF-SW
009120         GO TO 4900-EXIT
009130     END-IF.
009140     READ ADJUSTMENT-FILE
009150         AT END
009160             MOVE "Y" TO WS-ADJ-EOF-SW
009170     END-READ.
009180 4900-EXIT.
009190     EXIT.
009200
009210****************************************************************
009220*    5000-ROLL-ONE-ITEM - OPENING PLUS RECEIPTS AND             *
009230*    ADJUSTMENTS, LESS DRAWS AND WRITE-OFFS, PLUS BACKOUTS AND  *
009240*    COUNT ADJUSTMENTS GIVES THE COMPUTED CLOSING, PROVED       *
009250*    AGAINST THE RECORDED CLOSING. AN ITEM WITH NO RESULT IN    *
009260*    THE PERIOD STILL HOLDS ITS OPENING UNLESS IT WAS WRITTEN   *
009270*    OFF. AN ITEM WITH NOTHING ON HAND AND NOTHING MOVING IS    *
009280*    COUNTED BUT NOT PRINTED.                                   *
009290****************************************************************
009300 5000-ROLL-ONE-ITEM.
009310     IF RFW-TBL-OPEN-DATE (RFW-ITEM-IDX) = ZERO
009320             OR RFW-TBL-OPEN-WO-DATE (RFW-ITEM-IDX)
009330                 NOT < RFW-TBL-OPEN-DATE (RFW-ITEM-IDX)
009340         MOVE ZERO TO RFW-TBL-OPENING (RFW-ITEM-IDX)
009350     ELSE
009360         MOVE RFW-TBL-OPEN-RESULT (RFW-ITEM-IDX)
009370             TO RFW-TBL-OPENING (RFW-ITEM-IDX)
009380     END-IF.
009390     IF RFW-TBL-CLOSE-DATE (RFW-ITEM-IDX) = ZERO
009400         IF RFW-TBL-CLOSE-WO-DATE (RFW-ITEM-IDX) = ZERO
009410             MOVE RFW-TBL-OPENING (RFW-ITEM-IDX)
009420                 TO RFW-TBL-RECORDED (RFW-ITEM-IDX)
009430         ELSE
009440             MOVE ZERO TO RFW-TBL-RECORDED (RFW-ITEM-IDX)
009450         END-IF
009460     ELSE
009470         IF RFW-TBL-CLOSE-WO-DATE (RFW-ITEM-IDX)
009480                 NOT < RFW-TBL-CLOSE-DATE (RFW-ITEM-IDX)
009490             MOVE ZERO TO RFW-TBL-RECORDED (RFW-ITEM-IDX)
009500         ELSE
009510             MOVE RFW-TBL-CLOSE-RESULT (RFW-ITEM-IDX)
009520                 TO RFW-TBL-RECORDED (RFW-ITEM-IDX)
009530         END-IF
009540     END-IF.
009550     COMPUTE RFW-TBL-COMPUTED (RFW-ITEM-IDX) =
009560         RFW-TBL-OPENING (RFW-ITEM-IDX)
009570       + RFW-TBL-RECEIPTS (RFW-ITEM-IDX)
009580       - RFW-TBL-DRAWS (RFW-ITEM-IDX)
009590       - RFW-TBL-WRITE-OFFS (RFW-ITEM-IDX)
009600       + RFW-TBL-BACKOUTS (RFW-ITEM-IDX)
009610       + RFW-TBL-COUNT-ADJ (RFW-ITEM-IDX).
009620     COMPUTE RFW-TBL-DIFFERENCE (RFW-ITEM-IDX) =
009630         RFW-TBL-COMPUTED (RFW-ITEM-IDX)
009640       - RFW-TBL-RECORDED (RFW-ITEM-IDX).
009650     IF RFW-TBL-OPENING (RFW-ITEM-IDX) = ZERO
009660             AND RFW-TBL-RECEIPTS (RFW-ITEM-IDX) = ZERO
009670             AND RFW-TBL-DRAWS (RFW-ITEM-IDX) = ZERO
009680             AND RFW-TBL-WRITE-OFFS (RFW-ITEM-IDX) = ZERO
009690             AND RFW-TBL-BACKOUTS (RFW-ITEM-IDX) = ZERO
009700             AND RFW-TBL-COUNT-ADJ (RFW-ITEM-IDX) = ZERO
009710             AND RFW-TBL-RECORDED (RFW-ITEM-IDX) = ZERO
009720         ADD 1 TO RFW-ITEMS-QUIET-COUNT
009730         GO TO 5000-EXIT
009740     END-IF.
009750     MOVE "Y" TO RFW-TBL-REPORT-SW (RFW-ITEM-IDX).
009760     ADD 1 TO RFW-ITEMS-REPORTED-COUNT.
009770     MOVE RFW-TBL-ITEM-CODE (RFW-ITEM-IDX) TO ITM-ITEM-CODE.
009780     READ ITEM-MASTER-FILE
009790         INVALID KEY
009800             MOVE "*NONE*" TO RFW-TBL-COST-CENTER (RFW-ITEM-IDX)
009810             ADD 1 TO RFW-NOT-ON-MASTER-COUNT
009820         NOT INVALID KEY
009830             MOVE ITM-COST-CENTER
009840                 TO RFW-TBL-COST-CENTER (RFW-ITEM-IDX)
009850     END-READ.
009860     PERFORM 5100-FIND-OR-ADD-COST-CENTER THRU 5100-EXIT.
009870     ADD 1 TO RFW-CC-ITEM-COUNT (RFW-CC-IDX).
009880     IF RFW-TBL-DIFFERENCE (RFW-ITEM-IDX) NOT = ZERO
009890         ADD 1 TO RFW-CC-OUT-COUNT (RFW-CC-IDX)
009900         ADD 1 TO RFW-OUT-OF-BALANCE-COUNT
009910     END-IF.
009920     ADD RFW-TBL-OPENING (RFW-ITEM-IDX)
009930         TO RFW-CC-OPENING (RFW-CC-IDX) RFW-GRD-OPENING.
009940     ADD RFW-TBL-RECEIPTS (RFW-ITEM-IDX)
009950         TO RFW-CC-RECEIPTS (RFW-CC-IDX) RFW-GRD-RECEIPTS.
009960     ADD RFW-TBL-DRAWS (RFW-ITEM-IDX)
009970         TO RFW-CC-DRAWS (RFW-CC-IDX) RFW-GRD-DRAWS.
009980     ADD RFW-TBL-WRITE-OFFS (RFW-ITEM-IDX)
009990         TO RFW-CC-WRITE-OFFS (RFW-CC-IDX) RFW-GRD-WRITE-OFFS.
010000     ADD RFW-TBL-BACKOUTS (RFW-ITEM-IDX)
010010         TO RFW-CC-BACKOUTS (RFW-CC-IDX) RFW-GRD-BACKOUTS.
010020     ADD RFW-TBL-COUNT-ADJ (RFW-ITEM-IDX)
010030         TO RFW-CC-COUNT-ADJ (RFW-CC-IDX) RFW-GRD-COUNT-ADJ.
010040     ADD RFW-TBL-COMPUTED (RFW-ITEM-IDX)
010050         TO RFW-CC-COMPUTED (RFW-CC-IDX) RFW-GRD-COMPUTED.
010060     ADD RFW-TBL-RECORDED (RFW-ITEM-IDX)
010070         TO RFW-CC-RECORDED (RFW-CC-IDX) RFW-GRD-RECORDED.
010080     ADD RFW-TBL-DIFFERENCE (RFW-ITEM-IDX)
010090         TO RFW-CC-DIFFERENCE (RFW-CC-IDX) RFW-GRD-DIFFERENCE.
010100 5000-EXIT.
010110     EXIT.
010120
010130****************************************************************
010140*    5100-FIND-OR-ADD-COST-CENTER - LOCATE THE ITEM'S COST      *
010150*    CENTER IN THE COST-CENTER TABLE, LEAVING RFW-CC-IDX SET    *
010160****************************************************************
010170 5100-FIND-OR-ADD-COST-CENTER.
010180     MOVE "N" TO RFW-MATCHED-SW.
010190     PERFORM 5110-MATCH-ONE-COST-CENTER THRU 5110-EXIT
010200         VARYING RFW-CC-IDX FROM 1 BY 1
010210         UNTIL RFW-CC-IDX > RFW-CC-COUNT
010220            OR RFW-MATCHED.
010230     IF RFW-MATCHED
010240         SET RFW-CC-IDX DOWN BY 1
010250         GO TO 5100-EXIT
010260     END-IF.
010270     IF RFW-CC-COUNT >= 200
010280         DISPLAY "ROLLFWD - ABEND - MORE THAN 200 DISTINCT "
010290                 "COST CENTERS TO ROLL FORWARD"
010300         GO TO 9900-ABEND-TERMINATION
010310     END-IF.
010320     ADD 1 TO RFW-CC-COUNT.
010330     SET RFW-CC-IDX TO RFW-CC-COUNT.
010340     MOVE RFW-TBL-COST-CENTER (RFW-ITEM-IDX)
010350         TO RFW-CC-COST-CENTER (RFW-CC-IDX).
010360     MOVE ZERO TO RFW-CC-ITEM-COUNT (RFW-CC-IDX).
010370     MOVE ZERO TO RFW-CC-OUT-COUNT (RFW-CC-IDX).
010380     MOVE ZERO TO RFW-CC-OPENING (RFW-CC-IDX).
010390     MOVE ZERO TO RFW-CC-RECEIPTS (RFW-CC-IDX).
010400     MOVE ZERO TO RFW-CC-DRAWS (RFW-CC-IDX).
010410     MOVE ZERO TO RFW-CC-WRITE-OFFS (RFW-CC-IDX).
010420     MOVE ZERO TO RFW-CC-BACKOUTS (RFW-CC-IDX).
010430     MOVE ZERO TO RFW-CC-COUNT-ADJ (RFW-CC-IDX).
010440     MOVE ZERO TO RFW-CC-COMPUTED (RFW-CC-IDX).
010450     MOVE ZERO TO RFW-CC-RECORDED (RFW-CC-IDX).
010460     MOVE ZERO TO RFW-CC-DIFFERENCE (RFW-CC-IDX).
010470 5100-EXIT.
010480     EXIT.
010490
010500 5110-MATCH-ONE-COST-CENTER.
010510     IF RFW-CC-COST-CENTER (RFW-CC-IDX)
010520             = RFW-TBL-COST-CENTER (RFW-ITEM-IDX)
010530         MOVE "Y" TO RFW-MATCHED-SW
010540     END-IF.
010550 5110-EXIT.
010560     EXIT.
010570
010580****************************************************************
010590*    6000-PRINT-ROLL-FORWARD - COST CENTERS IN ASCENDING ORDER, *
010600*    EACH WITH ITS ITEMS IN ITEM-CODE ORDER AND A SUBTOTAL,     *
010610*    THEN THE GRAND TOTAL. AN ITEM WHOSE COMPUTED CLOSING DOES  *
010620*    NOT EQUAL ITS RECORDED CLOSING IS FLAGGED WITH ITS         *
010630*    DIFFERENCE.                                                *
010640****************************************************************
010650 6000-PRINT-ROLL-FORWARD.
010660     MOVE LOW-VALUES TO RFW-LAST-COST-CENTER.
010670     MOVE "N" TO RFW-CC-DONE-SW.
010680     PERFORM 6100-PRINT-NEXT-COST-CENTER THRU 6100-EXIT
010690         UNTIL RFW-CC-DONE.
010700     MOVE "GRAND TOTAL" TO RPT-SECTION-NAME.
010710     PERFORM 8300-WRITE-SECTION-LINE THRU 8300-EXIT.
010720     MOVE SPACES             TO RPT-DETAIL-LINE.
010730     MOVE "  ALL ITEMS"      TO RPT-DTL-LABEL.
010740     MOVE RFW-GRD-OPENING    TO RPT-DTL-OPENING.
010750     MOVE RFW-GRD-RECEIPTS   TO RPT-DTL-RECEIPTS.
010760     MOVE RFW-GRD-DRAWS      TO RPT-DTL-DRAWS.
010770     MOVE RFW-GRD-WRITE-OFFS TO RPT-DTL-WRITE-OFFS.
010780     MOVE RFW-GRD-BACKOUTS   TO RPT-DTL-BACKOUTS.
010790     MOVE RFW-GRD-COUNT-ADJ  TO RPT-DTL-COUNT-ADJ.
010800     MOVE RFW-GRD-COMPUTED   TO RPT-DTL-COMPUTED.
010810     MOVE RFW-GRD-RECORDED   TO RPT-DTL-RECORDED.
010820     MOVE RFW-GRD-DIFFERENCE TO RPT-DTL-DIFFERENCE.
010830     IF RFW-OUT-OF-BALANCE-COUNT > ZERO
010840         MOVE "**"           TO RPT-DTL-FLAG
010850     END-IF.
010860     PERFORM 8200-WRITE-DETAIL-LINE THRU 8200-EXIT.
010870 6000-EXIT.
010880     EXIT.
010890
010900 6100-PRINT-NEXT-COST-CENTER.
010910     MOVE HIGH-VALUES TO RFW-NEXT-COST-CENTER.
010920     PERFORM 6110-CHECK-ONE-COST-CENTER THRU 6110-EXIT
010930         VARYING RFW-CC-IDX FROM 1 BY 1
010940         UNTIL RFW-CC-IDX > RFW-CC-COUNT.
010950     IF RFW-NEXT-COST-CENTER = HIGH-VALUES
010960         MOVE "Y" TO RFW-CC-DONE-SW
010970         GO TO 6100-EXIT
010980     END-IF.
010990     MOVE RFW-NEXT-COST-CENTER TO RFW-LAST-COST-CENTER.
011000     MOVE SPACES TO RPT-SECTION-NAME.
011010     MOVE "COST CENTER" TO RPT-SECTION-NAME (1:11).
011020     MOVE RFW-NEXT-COST-CENTER TO RPT-SECTION-NAME (13:6).
011030     PERFORM 8300-WRITE-SECTION-LINE THRU 8300-EXIT.
011040     MOVE LOW-VALUES TO RFW-LAST-ITEM-CODE.
011050     MOVE "N" TO RFW-ITEM-DONE-SW.
011060     PERFORM 6200-PRINT-NEXT-ITEM THRU 6200-EXIT
011070         UNTIL RFW-ITEM-DONE.
011080     SET RFW-CC-IDX TO RFW-NEXT-CC-SUB.
011090     MOVE SPACES             TO RPT-DETAIL-LINE.
011100     MOVE "  CC TOTAL"       TO RPT-DTL-LABEL.
011110     MOVE RFW-CC-OPENING (RFW-CC-IDX)     TO RPT-DTL-OPENING.
011120     MOVE RFW-CC-RECEIPTS (RFW-CC-IDX)    TO RPT-DTL-RECEIPTS.
011130     MOVE RFW-CC-DRAWS (RFW-CC-IDX)       TO RPT-DTL-DRAWS.
011140     MOVE RFW-CC-WRITE-OFFS (RFW-CC-IDX)  TO RPT-DTL-WRITE-OFFS.
011150     MOVE RFW-CC-BACKOUTS (RFW-CC-IDX)    TO RPT-DTL-BACKOUTS.
011160     MOVE RFW-CC-COUNT-ADJ (RFW-CC-IDX)   TO RPT-DTL-COUNT-ADJ.
011170     MOVE RFW-CC-COMPUTED (RFW-CC-IDX)    TO RPT-DTL-COMPUTED.
011180     MOVE RFW-CC-RECORDED (RFW-CC-IDX)    TO RPT-DTL-RECORDED.
011190     MOVE RFW-CC-DIFFERENCE (RFW-CC-IDX)  TO RPT-DTL-DIFFERENCE.
011200     IF RFW-CC-OUT-COUNT (RFW-CC-IDX) > ZERO
011210         MOVE "**"           TO RPT-DTL-FLAG
011220     END-IF.
011230     PERFORM 8200-WRITE-DETAIL-LINE THRU 8200-EXIT.
011240 6100-EXIT.
011250     EXIT.
011260
011270 6110-CHECK-ONE-COST-CENTER.
011280     IF RFW-CC-COST-CENTER (RFW-CC-IDX) > RFW-LAST-COST-CENTER
011290             AND RFW-CC-COST-CENTER (RFW-CC-IDX)
011300                 < RFW-NEXT-COST-CENTER
011310         MOVE RFW-CC-COST-CENTER (RFW-CC-IDX)
011320             TO RFW-NEXT-COST-CENTER
011330         SET RFW-NEXT-CC-SUB TO RFW-CC-IDX
011340     END-IF.
011350 6110-EXIT.
011360     EXIT.
011370
011380 6200-PRINT-NEXT-ITEM.
011390     MOVE HIGH-VALUES TO RFW-NEXT-ITEM-CODE.
011400     PERFORM 6210-CHECK-ONE-ITEM THRU 6210-EXIT
011410         VARYING RFW-ITEM-IDX FROM 1 BY 1
011420         UNTIL RFW-ITEM-IDX > RFW-ITEM-COUNT.
011430     IF RFW-NEXT-ITEM-CODE = HIGH-VALUES
011440         MOVE "Y" TO RFW-ITEM-DONE-SW
011450         GO TO 6200-EXIT
011460     END-IF.
011470     MOVE RFW-NEXT-ITEM-CODE TO RFW-LAST-ITEM-CODE.
011480     SET RFW-ITEM-IDX TO RFW-NEXT-ITEM-SUB.
011490     MOVE SPACES TO RPT-DETAIL-LINE.
011500     MOVE RFW-TBL-ITEM-CODE (RFW-ITEM-IDX)  TO RPT-DTL-LABEL.
011510     MOVE RFW-TBL-OPENING (RFW-ITEM-IDX)    TO RPT-DTL-OPENING.
011520     MOVE RFW-TBL-RECEIPTS (RFW-ITEM-IDX)   TO RPT-DTL-RECEIPTS.
011530     MOVE RFW-TBL-DRAWS (RFW-ITEM-IDX)      TO RPT-DTL-DRAWS.
011540     MOVE RFW-TBL-WRITE-OFFS (RFW-ITEM-IDX) TO RPT-DTL-WRITE-OFFS.
011550     MOVE RFW-TBL-BACKOUTS (RFW-ITEM-IDX)   TO RPT-DTL-BACKOUTS.
011560     MOVE RFW-TBL-COUNT-ADJ (RFW-ITEM-IDX)  TO RPT-DTL-COUNT-ADJ.
011570     MOVE RFW-TBL-COMPUTED (RFW-ITEM-IDX)   TO RPT-DTL-COMPUTED.
011580     MOVE RFW-TBL-RECORDED (RFW-ITEM-IDX)   TO RPT-DTL-RECORDED.
011590     MOVE RFW-TBL-DIFFERENCE (RFW-ITEM-IDX) TO RPT-DTL-DIFFERENCE.
011600     IF RFW-TBL-DIFFERENCE (RFW-ITEM-IDX) NOT = ZERO
011610         MOVE "**"           TO RPT-DTL-FLAG
011620     END-IF.
011630     PERFORM 8200-WRITE-DETAIL-LINE THRU 8200-EXIT.
011640 6200-EXIT.
011650     EXIT.
011660
011670 6210-CHECK-ONE-ITEM.
011680     IF RFW-TBL-REPORTED (RFW-ITEM-IDX)
011690             AND RFW-TBL-COST-CENTER (RFW-ITEM-IDX)
011700                 = RFW-LAST-COST-CENTER
011710             AND RFW-TBL-ITEM-CODE (RFW-ITEM-IDX)
011720                 > RFW-LAST-ITEM-CODE
011730             AND RFW-TBL-ITEM-CODE (RFW-ITEM-IDX)
011740                 < RFW-NEXT-ITEM-CODE
011750         MOVE RFW-TBL-ITEM-CODE (RFW-ITEM-IDX)
011760             TO RFW-NEXT-ITEM-CODE
011770         SET RFW-NEXT-ITEM-SUB TO RFW-ITEM-IDX
011780     END-IF.
011790 6210-EXIT.
011800     EXIT.
011810
011820****************************************************************
011830*    6500-TIE-TO-JOURNAL - SUM THE GLCLOSE JOURNAL FOR THE      *
011840*    PERIOD AND PROVE ITS DEBITS AND ITS CREDITS EACH EQUAL THE *
011850*    RESULTS OF THE PERIOD'S VALID DRAWS PLUS THE RESULTS       *
011860*    REVERSED BY BACKOUTS. A PERIOD NOT YET CLOSED HAS NO       *
011870*    JOURNAL TO TIE TO.                                         *
011880****************************************************************
011890 6500-TIE-TO-JOURNAL.
011900     IF WS-JRN-FILE-STATUS = "05"
011910         MOVE "Y" TO WS-JRN-EOF-SW
011920     ELSE
011930         PERFORM 6590-READ-JOURNAL-RECORD THRU 6590-EXIT
011940     END-IF.
011950     PERFORM 6510-ADD-JOURNAL-RECORD THRU 6510-EXIT
011960         UNTIL WS-JRN-EOF.
011970     ADD RFW-GL-POSTED-AMOUNT RFW-GL-REVERSED-AMOUNT
011980         GIVING RFW-GL-EXPECTED-AMOUNT.
011990     MOVE "TIE TO THE GLCLOSE PERIOD JOURNAL"
012000         TO RPT-SECTION-NAME.
012010     PERFORM 8300-WRITE-SECTION-LINE THRU 8300-EXIT.
012020     MOVE SPACES                TO RPT-TOTAL-LINE.
012030     MOVE "DRAW RESULTS POSTED TO THE GL EXTRACT"
012040         TO RPT-TOT-LABEL.
012050     MOVE RFW-GL-POSTED-COUNT   TO RPT-TOT-COUNT.
012060     MOVE RFW-GL-POSTED-AMOUNT  TO RPT-TOT-AMOUNT.
012070     PERFORM 8500-WRITE-TOTAL-LINE THRU 8500-EXIT.
012080     MOVE SPACES                TO RPT-TOTAL-LINE.
012090     MOVE "RESULTS REVERSED BY BACKOUT" TO RPT-TOT-LABEL.
012100     MOVE RFW-GL-REVERSED-COUNT TO RPT-TOT-COUNT.
012110     MOVE RFW-GL-REVERSED-AMOUNT TO RPT-TOT-AMOUNT.
012120     PERFORM 8500-WRITE-TOTAL-LINE THRU 8500-EXIT.
012130     MOVE SPACES                TO RPT-TOTAL-LINE.
012140     MOVE "EXPECTED JOURNAL DEBITS AND CREDITS"
012150         TO RPT-TOT-LABEL.
012160     MOVE RFW-GL-EXPECTED-AMOUNT TO RPT-TOT-AMOUNT.
012170     PERFORM 8500-WRITE-TOTAL-LINE THRU 8500-EXIT.
012180     MOVE SPACES                TO RPT-TOTAL-LINE.
012190     MOVE "JOURNAL ACCOUNTS - DEBITS" TO RPT-TOT-LABEL.
012200     MOVE RFW-JRN-PERIOD-COUNT  TO RPT-TOT-COUNT.
012210     MOVE RFW-JRN-DEBIT-AMOUNT  TO RPT-TOT-AMOUNT.
012220     PERFORM 8500-WRITE-TOTAL-LINE THRU 8500-EXIT.
012230     MOVE SPACES                TO RPT-TOTAL-LINE.
012240     MOVE "JOURNAL ACCOUNTS - CREDITS" TO RPT-TOT-LABEL.
012250     MOVE RFW-JRN-PERIOD-COUNT  TO RPT-TOT-COUNT.
012260     MOVE RFW-JRN-CREDIT-AMOUNT TO RPT-TOT-AMOUNT.
012270     PERFORM 8500-WRITE-TOTAL-LINE THRU 8500-EXIT.
012280     MOVE SPACES TO RPT-MESSAGE-LINE.
012290     IF RFW-JRN-PERIOD-COUNT = ZERO
012300         MOVE "NO GLCLOSE JOURNAL FOR THE PERIOD - NOT TIED"
012310             TO RPT-MESSAGE
012320         PERFORM 8600-SET-WARNING-CODE THRU 8600-EXIT
012330     ELSE
012340         IF RFW-JRN-DEBIT-AMOUNT = RFW-GL-EXPECTED-AMOUNT
012350                 AND RFW-JRN-CREDIT-AMOUNT
012360                     = RFW-GL-EXPECTED-AMOUNT
012370             MOVE "JOURNAL TIES TO THE ROLL-FORWARD"
012380                 TO RPT-MESSAGE
012390         ELSE
012400             MOVE "** JOURNAL DOES NOT TIE TO THE ROLL-FORWARD"
012410                 TO RPT-MESSAGE
012420             PERFORM 8600-SET-WARNING-CODE THRU 8600-EXIT
012430         END-IF
012440     END-IF.
012450     PERFORM 8400-WRITE-MESSAGE-LINE THRU 8400-EXIT.
012460 6500-EXIT.
012470     EXIT.
012480
012490 6510-ADD-JOURNAL-RECORD.
012500     ADD 1 TO RFW-JRN-READ-COUNT.
012510     IF JRN-PERIOD = RFW-PERIOD
012520         ADD 1 TO RFW-JRN-PERIOD-COUNT
012530         IF JRN-DEBIT-AMOUNT NUMERIC
012540             ADD JRN-DEBIT-AMOUNT TO RFW-JRN-DEBIT-AMOUNT
012550         END-IF
012560         IF JRN-CREDIT-AMOUNT NUMERIC
012570             ADD JRN-CREDIT-AMOUNT TO RFW-JRN-CREDIT-AMOUNT
012580         END-IF
012590     END-IF.
012600     PERFORM 6590-READ-JOURNAL-RECORD THRU 6590-EXIT.
012610 6510-EXIT.
012620     EXIT.
012630
012640 6590-READ-JOURNAL-RECORD.
012650     READ JOURNAL-FILE
012660         AT END
012670             MOVE "Y" TO WS-JRN-EOF-SW
012680     END-READ.
012690 6590-EXIT.
012700     EXIT.
012710
012720****************************************************************
012730*    7100-WRITE-REPORT-HEADING - PAGE HEADING WITH THE PERIOD   *
012740*    AND ITS CALENDAR DATES                                     *
012750****************************************************************
012760 7100-WRITE-REPORT-HEADING.
012770     ADD 1 TO RFW-PAGE-COUNT.
012780     MOVE WS-CURRENT-DATE   TO RPT-HDG-RUN-DATE.
012790     MOVE RFW-PAGE-COUNT    TO RPT-HDG-PAGE-NO.
012800     WRITE REPORT-RECORD FROM RPT-HEADING-LINE-1.
012810     MOVE RFW-PERIOD        TO RPT-HDG-PERIOD.
012820     MOVE RFW-PERIOD-START  TO RPT-HDG-FROM-DATE.
012830     MOVE RFW-PERIOD-END    TO RPT-HDG-THRU-DATE.
012840     WRITE REPORT-RECORD FROM RPT-HEADING-LINE-2.
012850     WRITE REPORT-RECORD FROM RPT-HEADING-LINE-3.
012860     WRITE REPORT-RECORD FROM RPT-HEADING-LINE-4.
012870     MOVE 5 TO RFW-LINE-COUNT.
012880 7100-EXIT.
012890     EXIT.
012900
012910****************************************************************
012920*    8000-WRITE-TOTALS - CONTROL TOTALS THAT PROVE WHAT WAS     *
012930*    READ AND WHAT WENT INTO THE ROLL-FORWARD. AN ITEM OUT OF   *
012940*    BALANCE OR AN ADJUSTMENT RECORD LEFT OUT ENDS THE RUN WITH *
012950*    RETURN CODE 4.                                             *
012960****************************************************************
012970 8000-WRITE-TOTALS.
012980     MOVE "CONTROL TOTALS" TO RPT-SECTION-NAME.
012990     PERFORM 8300-WRITE-SECTION-LINE THRU 8300-EXIT.
013000     MOVE SPACES                TO RPT-TOTAL-LINE.
013010     MOVE "HISTORY RECORDS READ" TO RPT-TOT-LABEL.
013020     MOVE RFW-HIST-READ-COUNT   TO RPT-TOT-COUNT.
013030     PERFORM 8500-WRITE-TOTAL-LINE THRU 8500-EXIT.
013040     MOVE SPACES                TO RPT-TOTAL-LINE.
013050     MOVE "  RESULTS IN THE PERIOD" TO RPT-TOT-LABEL.
013060     MOVE RFW-HIST-PERIOD-COUNT TO RPT-TOT-COUNT.
013070     PERFORM 8500-WRITE-TOTAL-LINE THRU 8500-EXIT.
013080     MOVE SPACES                TO RPT-TOTAL-LINE.
013090     MOVE "AUDIT RECORDS READ"  TO RPT-TOT-LABEL.
013100     MOVE RFW-AUD-READ-COUNT    TO RPT-TOT-COUNT.
013110     PERFORM 8500-WRITE-TOTAL-LINE THRU 8500-EXIT.
013120     MOVE SPACES                TO RPT-TOTAL-LINE.
013130     MOVE "  DRAWS IN THE PERIOD" TO RPT-TOT-LABEL.
013140     MOVE RFW-DRAW-COUNT        TO RPT-TOT-COUNT.
013150     MOVE RFW-GRD-DRAWS         TO RPT-TOT-AMOUNT.
013160     PERFORM 8500-WRITE-TOTAL-LINE THRU 8500-EXIT.
013170     MOVE SPACES                TO RPT-TOTAL-LINE.
013180     MOVE "  RESTART RE-EMISSIONS REPLACED" TO RPT-TOT-LABEL.
013190     MOVE RFW-REEMITTED-COUNT   TO RPT-TOT-COUNT.
013200     PERFORM 8500-WRITE-TOTAL-LINE THRU 8500-EXIT.
013210     MOVE SPACES                TO RPT-TOTAL-LINE.
013220     MOVE "  INVALID DRAWS - TO EXCEPTIONS" TO RPT-TOT-LABEL.
013230     MOVE RFW-INVALID-DRAW-COUNT TO RPT-TOT-COUNT.
013240     PERFORM 8500-WRITE-TOTAL-LINE THRU 8500-EXIT.
013250     MOVE SPACES                TO RPT-TOTAL-LINE.
013260     MOVE "  WRITE-OFFS"        TO RPT-TOT-LABEL.
013270     MOVE RFW-WRITE-OFF-COUNT   TO RPT-TOT-COUNT.
013280     MOVE RFW-GRD-WRITE-OFFS    TO RPT-TOT-AMOUNT.
013290     PERFORM 8500-WRITE-TOTAL-LINE THRU 8500-EXIT.
013300     MOVE SPACES                TO RPT-TOTAL-LINE.
013310     MOVE "  BACKOUTS"          TO RPT-TOT-LABEL.
013320     MOVE RFW-BACKOUT-COUNT     TO RPT-TOT-COUNT.
013330     MOVE RFW-GRD-BACKOUTS      TO RPT-TOT-AMOUNT.
013340     PERFORM 8500-WRITE-TOTAL-LINE THRU 8500-EXIT.
013350     MOVE SPACES                TO RPT-TOTAL-LINE.
013360     MOVE "ADJUSTMENT RECORDS READ" TO RPT-TOT-LABEL.
013370     MOVE RFW-ADJ-READ-COUNT    TO RPT-TOT-COUNT.
013380     PERFORM 8500-WRITE-TOTAL-LINE THRU 8500-EXIT.
013390     MOVE SPACES                TO RPT-TOTAL-LINE.
013400     MOVE "  RECEIPTS AND CORRECTIONS" TO RPT-TOT-LABEL.
013410     MOVE RFW-RECEIPT-COUNT     TO RPT-TOT-COUNT.
013420     PERFORM 8500-WRITE-TOTAL-LINE THRU 8500-EXIT.
013430     MOVE SPACES                TO RPT-TOTAL-LINE.
013440     MOVE "  COUNT ADJUSTMENTS" TO RPT-TOT-LABEL.
013450     MOVE RFW-COUNT-ADJ-COUNT   TO RPT-TOT-COUNT.
013460     PERFORM 8500-WRITE-TOTAL-LINE THRU 8500-EXIT.
013470     MOVE SPACES                TO RPT-TOTAL-LINE.
013480     MOVE "  NOT READABLE - LEFT OUT" TO RPT-TOT-LABEL.
013490     MOVE RFW-ADJ-UNREADABLE-COUNT TO RPT-TOT-COUNT.
013500     PERFORM 8500-WRITE-TOTAL-LINE THRU 8500-EXIT.
013510     MOVE SPACES                TO RPT-TOTAL-LINE.
013520     MOVE "ITEMS ROLLED FORWARD" TO RPT-TOT-LABEL.
013530     MOVE RFW-ITEMS-REPORTED-COUNT TO RPT-TOT-COUNT.
013540     PERFORM 8500-WRITE-TOTAL-LINE THRU 8500-EXIT.
013550     MOVE SPACES                TO RPT-TOTAL-LINE.
013560     MOVE "  NOT ON THE ITEM MASTER" TO RPT-TOT-LABEL.
013570     MOVE RFW-NOT-ON-MASTER-COUNT TO RPT-TOT-COUNT.
013580     PERFORM 8500-WRITE-TOTAL-LINE THRU 8500-EXIT.
013590     MOVE SPACES                TO RPT-TOTAL-LINE.
013600     MOVE "  OUT OF BALANCE"    TO RPT-TOT-LABEL.
013610     MOVE RFW-OUT-OF-BALANCE-COUNT TO RPT-TOT-COUNT.
013620     PERFORM 8500-WRITE-TOTAL-LINE THRU 8500-EXIT.
013630     MOVE SPACES                TO RPT-TOTAL-LINE.
013640     MOVE "ITEMS WITH NO BALANCE OR MOVEMENT" TO RPT-TOT-LABEL.
013650     MOVE RFW-ITEMS-QUIET-COUNT TO RPT-TOT-COUNT.
013660     PERFORM 8500-WRITE-TOTAL-LINE THRU 8500-EXIT.
013670     IF RFW-OUT-OF-BALANCE-COUNT > ZERO
013680             OR RFW-ADJ-UNREADABLE-COUNT > ZERO
013690         PERFORM 8600-SET-WARNING-CODE THRU 8600-EXIT
013700     END-IF.
013710 8000-EXIT.
013720     EXIT.
013730
013740 8100-CHECK-PAGE-BREAK.
013750     IF RFW-LINE-COUNT >= RFW-LINES-PER-PAGE
013760         PERFORM 7100-WRITE-REPORT-HEADING THRU 7100-EXIT
013770     END-IF.
013780 8100-EXIT.
013790     EXIT.
013800
013810 8200-WRITE-DETAIL-LINE.
013820     PERFORM 8100-CHECK-PAGE-BREAK THRU 8100-EXIT.
013830     WRITE REPORT-RECORD FROM RPT-DETAIL-LINE.
013840     IF WS-RPT-FILE-STATUS NOT = "00"
013850         DISPLAY "ROLLFWD - ABEND - REPORT-FILE "
013860                 "WRITE FAILED - STATUS " WS-RPT-FILE-STATUS
013870         GO TO 9900-ABEND-TERMINATION
013880     END-IF.
013890     ADD 1 TO RFW-LINE-COUNT.
013900 8200-EXIT.
013910     EXIT.
013920
013930 8300-WRITE-SECTION-LINE.
013940     PERFORM 8100-CHECK-PAGE-BREAK THRU 8100-EXIT.
013950     WRITE REPORT-RECORD FROM RPT-SECTION-LINE.
013960     IF WS-RPT-FILE-STATUS NOT = "00"
013970         DISPLAY "ROLLFWD - ABEND - REPORT-FILE "
013980                 "WRITE FAILED - STATUS " WS-RPT-FILE-STATUS
013990         GO TO 9900-ABEND-TERMINATION
014000     END-IF.
014010     ADD 2 TO RFW-LINE-COUNT.
014020 8300-EXIT.
014030     EXIT.
014040
014050 8400-WRITE-MESSAGE-LINE.
014060     PERFORM 8100-CHECK-PAGE-BREAK THRU 8100-EXIT.
014070     WRITE REPORT-RECORD FROM RPT-MESSAGE-LINE.
014080     IF WS-RPT-FILE-STATUS NOT = "00"
014090         DISPLAY "ROLLFWD - ABEND - REPORT-FILE "
014100                 "WRITE FAILED - STATUS " WS-RPT-FILE-STATUS
014110         GO TO 9900-ABEND-TERMINATION
014120     END-IF.
014130     ADD 2 TO RFW-LINE-COUNT.
014140 8400-EXIT.
014150     EXIT.
014160
014170 8500-WRITE-TOTAL-LINE.
014180     PERFORM 8100-CHECK-PAGE-BREAK THRU 8100-EXIT.
014190     WRITE REPORT-RECORD FROM RPT-TOTAL-LINE.
014200     IF WS-RPT-FILE-STATUS NOT = "00"
014210         DISPLAY "ROLLFWD - ABEND - REPORT-FILE "
014220                 "WRITE FAILED - STATUS " WS-RPT-FILE-STATUS
014230         GO TO 9900-ABEND-TERMINATION
014240     END-IF.
014250     ADD 1 TO RFW-LINE-COUNT.
014260 8500-EXIT.
014270     EXIT.
014280
014290 8600-SET-WARNING-CODE.
014300     IF RETURN-CODE < 4
014310         MOVE 4 TO RETURN-CODE
014320     END-IF.
014330 8600-EXIT.
014340     EXIT.
014350
014360****************************************************************
014370*    9000-TERMINATE                                             *
014380****************************************************************
014390 9000-TERMINATE.
014400     CLOSE HISTORY-FILE
014410           AUDIT-FILE
014420           ADJUSTMENT-FILE
014430           ITEM-MASTER-FILE
014440           JOURNAL-FILE
014450           REPORT-FILE.
014460 9000-EXIT.
014470     EXIT.
014480
014490****************************************************************
014500*    9700-WRITE-RUN-END - APPEND THE END RECORD WITH THE FINAL  *
014510*    RETURN CODE AND THE ITEMS ROLLED FORWARD; NEVER ABENDS,    *
014520*    SINCE THE ABEND PATH ITSELF COMES THROUGH HERE             *
014530****************************************************************
014540 9700-WRITE-RUN-END.
014550     IF NOT WS-RUN-OPEN
014560         GO TO 9700-EXIT
014570     END-IF.
014580     MOVE SPACES          TO RUN-RECORD.
014590     MOVE "ROLLFWD"       TO RUN-PROGRAM-ID.
014600     MOVE WS-CURRENT-DATE TO RUN-RUN-DATE.
014610     MOVE 01              TO RUN-CYCLE-NO.
014620     MOVE SPACES          TO RUN-RUN-ID.
014630     MOVE "E"             TO RUN-RECORD-TYPE.
014640     ACCEPT WS-CURRENT-TIME FROM TIME.
014650     MOVE WS-CURRENT-TIME TO RUN-TIME.
014660     MOVE RFW-ITEMS-REPORTED-COUNT TO RUN-RECORDS-PROCESSED.
014670     MOVE RETURN-CODE     TO RUN-RETURN-CODE.
014680     WRITE RUN-RECORD.
014690     IF WS-RUN-FILE-STATUS NOT = "00"
014700         DISPLAY "ROLLFWD - RUN-STATUS-FILE WRITE FAILED - "
014710                 "STATUS " WS-RUN-FILE-STATUS
014720     END-IF.
014730     CLOSE RUN-STATUS-FILE.
014740     MOVE "N" TO WS-RUN-OPEN-SW.
014750 9700-EXIT.
014760     EXIT.
014770
014780****************************************************************
014790*    9900-ABEND-TERMINATION - AN OPEN OR A WRITE CAME BACK      *
014800*    WITH A FILE STATUS OTHER THAN SUCCESSFUL; THE RUN CANNOT   *
014810*    BE TRUSTED TO CONTINUE, SO IT STOPS HERE WITH A NON-ZERO   *
014820*    RETURN CODE FOR THE JOB SCHEDULER TO CATCH.                *
014830****************************************************************
014840 9900-ABEND-TERMINATION.
014850     MOVE 16 TO RETURN-CODE.
014860     PERFORM 9700-WRITE-RUN-END THRU 9700-EXIT.
014870     STOP RUN.
