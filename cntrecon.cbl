000010****************************************************************
000020* PROGRAM-ID.  CNTRECON                                        *
000030* AUTHOR.      D. L. OKAFOR                                    *
000040* INSTALLATION. INVENTORY CONTROL SYSTEMS                      *
000050* DATE-WRITTEN. 09/22/2026                                     *
000060* DATE-COMPILED.                                                *
000070*                                                                *
000080* REMARKS.                                                      *
000090*     PHYSICAL COUNT RECONCILIATION. READS THE COUNT ENTRY      *
000100*     FILE KEYED FROM THE WAREHOUSE COUNT SHEETS AND MATCHES    *
000110*     EACH COUNT TO THE LAST CYCLE'S RESULT FOR ITS COUNT DATE  *
000120*     ON THE INQUIRY FILE. THE VARIANCE REPORT SHOWS EVERY      *
000130*     COUNT WITH ITS QUANTITY AND PERCENT VARIANCE, A SUMMARY   *
000140*     BY COST CENTER, AND THE RUN COUNTS. A VARIANCE WHOSE      *
000150*     PERCENT EXCEEDS THE TOLERANCE BECOMES AN ADJUSTMENT IN    *
000160*     THE ADJREC LAYOUT, MARKED AS A COUNT ADJUSTMENT, FOR THE  *
000170*     ADJUSTMENT DECK - IT GOES THROUGH ADJEDIT AND ITS         *
000180*     APPROVAL RULES LIKE ANY KEYED ADJUSTMENT, SO THIS STEP    *
000190*     RUNS BEFORE ADJEDIT AND CARRYFWD FOR THE COUNT DATE.      *
000200*     THE LAST COUNT OF EACH ITEM IS KEPT ON THE COUNT STATUS   *
000210*     FILE; AN ITEM WHOSE COUNT SHEET IS OLDER THAN THAT, OR    *
000220*     WAS ALREADY RECONCILED FOR THE SAME DATE, IS REJECTED SO  *
000230*     THE SAME DIFFERENCE IS NEVER ADJUSTED TWICE. FINALLY      *
000240*     EVERY ACTIVE ITEM WITH A COUNT CYCLE ON THE ITEM MASTER   *
000250*     THAT HAS NOT BEEN COUNTED WITHIN ITS CYCLE AS OF THE RUN  *
000260*     DATE IS LISTED, SO THE CYCLE-COUNT PROGRAM CAN BE         *
000270*     AUDITED. AN OPTIONAL CONTROL CARD GIVES THE AS-OF DATE,   *
000280*     THE TOLERANCE IN PERCENT, AND THE SUPERVISOR WHO SIGNED   *
000290*     OFF THE COUNT AS APPROVER OF THE ADJUSTMENTS; THEY        *
000300*     DEFAULT TO TODAY, 2.0 PERCENT, AND NO APPROVER. ENDS      *
000310*     WITH RETURN CODE 0 ON A CLEAN RUN AND 4 WHEN A COUNT WAS  *
000320*     REJECTED OR HAD NO RESULT, OR AN ITEM WAS DUE AND NOT     *
000330*     COUNTED.                                                  *
000340*                                                                *
000350* MODIFICATION HISTORY.                                         *
000360*     09/22/2026  DLO  ORIGINAL PROGRAM.                        *
000370*     10/02/2026  DLO  CARRY THE COUNTER AS THE KEYER OF A      *
000380*                      COUNT ADJUSTMENT SO ADJEDIT CAN HOLD THE *
000390*                      SUPERVISING APPROVER TO A DIFFERENT      *
000400*                      PERSON.                                  *
000410*     10/15/2026  DLO  CORRECT THE REGISTER HEADING, DETAIL AND *
000420*                      COST-CENTER LINE LENGTHS.                *
000430****************************************************************
000440 IDENTIFICATION DIVISION.
000450 PROGRAM-ID.    CNTRECON.
000460 AUTHOR.        D. L. OKAFOR.
000470 INSTALLATION.  INVENTORY CONTROL SYSTEMS.
000480 DATE-WRITTEN.  09/22/2026.
000490 DATE-COMPILED.
000500
000510 ENVIRONMENT DIVISION.
000520 CONFIGURATION SECTION.
000530 SOURCE-COMPUTER.   IBM-370.
000540 OBJECT-COMPUTER.   IBM-370.
000550 SPECIAL-NAMES.
000560     C01 IS TOP-OF-PAGE.
000570
000580 INPUT-OUTPUT SECTION.
000590 FILE-CONTROL.
000600*    AS-OF DATE, TOLERANCE, AND APPROVER - OPTIONAL
000610     SELECT OPTIONAL CONTROL-CARD-FILE
000620         ASSIGN TO CNTCARD
000630         ORGANIZATION IS SEQUENTIAL
000640         FILE STATUS IS WS-CRD-FILE-STATUS.
000650
000660*    RUN PARAMETERS - SUPPLIES THE CYCLE AND RUN ID
000670     SELECT PARAMETER-FILE
000680         ASSIGN TO PARMIN
000690         ORGANIZATION IS SEQUENTIAL
000700         FILE STATUS IS WS-PARM-FILE-STATUS.
000710
000720*    PHYSICAL COUNT ENTRIES, AS KEYED FROM THE COUNT SHEETS
000730     SELECT COUNT-FILE
000740         ASSIGN TO COUNTIN
000750         ORGANIZATION IS SEQUENTIAL
000760         FILE STATUS IS WS-CNT-FILE-STATUS.
000770
000780*    ITEM MASTER, KEYED BY ITEM CODE, MAINTAINED BY ITEMMNT -
000790*    SUPPLIES THE COST CENTER AND THE COUNT CYCLE
000800     SELECT ITEM-MASTER-FILE
000810         ASSIGN TO ITEMMST
000820         ORGANIZATION IS INDEXED
000830         ACCESS MODE IS DYNAMIC
000840         RECORD KEY IS ITM-KEY
000850         FILE STATUS IS WS-ITM-FILE-STATUS.
000860
000870*    ONLINE INQUIRY FILE, KEYED BY DATE, ITEM AND CYCLE -
000880*    THE LAST CYCLE'S RESULT IS THE SYSTEM QUANTITY
000890     SELECT OPTIONAL INQUIRY-FILE
000900         ASSIGN TO INQFILE
000910         ORGANIZATION IS INDEXED
000920         ACCESS MODE IS DYNAMIC
000930         RECORD KEY IS INQ-KEY
000940         FILE STATUS IS WS-INQ-FILE-STATUS.
000950
000960*    LAST COUNT OF EACH ITEM, KEYED BY ITEM CODE - CREATED ON
000970*    THE FIRST RUN
000980     SELECT OPTIONAL COUNT-STATUS-FILE
000990         ASSIGN TO CNTSTAT
001000         ORGANIZATION IS INDEXED
001010         ACCESS MODE IS DYNAMIC
001020         RECORD KEY IS CST-KEY
001030         FILE STATUS IS WS-CST-FILE-STATUS.
001040
001050*    COUNT ADJUSTMENTS IN THE ADJREC LAYOUT - ADDED TO THE RAW
001060*    ADJUSTMENT DECK THAT ADJEDIT EDITS
001070     SELECT COUNT-ADJUSTMENT-FILE
001080         ASSIGN TO CNTADJ
001090         ORGANIZATION IS SEQUENTIAL
001100         FILE STATUS IS WS-ADJ-FILE-STATUS.
001110
001120*    PRINTED, PAGINATED VARIANCE REPORT
001130     SELECT REPORT-FILE
001140         ASSIGN TO CNTRPT
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
001270 FD  CONTROL-CARD-FILE
001280     LABEL RECORDS ARE STANDARD
001290     RECORD CONTAINS 80 CHARACTERS.
001300 01  CRD-RECORD.
001310     05  CRD-AS-OF-DATE          PIC X(08).
001320     05  CRD-AS-OF-DATE-NUM REDEFINES CRD-AS-OF-DATE
001330                                 PIC 9(08).
001340     05  CRD-TOLERANCE-PCT       PIC X(04).
001350     05  CRD-TOLERANCE-PCT-NUM REDEFINES CRD-TOLERANCE-PCT
001360                                 PIC 9(03)V9.
001370     05  CRD-APPROVER-ID         PIC X(08).
001380     05  FILLER                  PIC X(60).
001390
001400 FD  PARAMETER-FILE
001410     LABEL RECORDS ARE STANDARD
001420     RECORD CONTAINS 80 CHARACTERS.
001430     COPY "PARMREC.CPY".
001440
001450 FD  COUNT-FILE
001460     LABEL RECORDS ARE STANDARD
001470     RECORD CONTAINS 80 CHARACTERS.
001480     COPY "CNTREC.CPY".
001490
001500 FD  ITEM-MASTER-FILE
001510     LABEL RECORDS ARE STANDARD
001520     RECORD CONTAINS 80 CHARACTERS.
001530     COPY "ITMREC.CPY".
001540
001550 FD  INQUIRY-FILE
001560     LABEL RECORDS ARE STANDARD
001570     RECORD CONTAINS 80 CHARACTERS.
001580     COPY "INQREC.CPY".
001590
001600 FD  COUNT-STATUS-FILE
001610     LABEL RECORDS ARE STANDARD
001620     RECORD CONTAINS 80 CHARACTERS.
001630     COPY "CSTREC.CPY".
001640
001650 FD  COUNT-ADJUSTMENT-FILE
001660     LABEL RECORDS ARE STANDARD
001670     RECORD CONTAINS 80 CHARACTERS.
001680     COPY "ADJREC.CPY".
001690
001700 FD  REPORT-FILE
001710     LABEL RECORDS ARE STANDARD
001720     RECORD CONTAINS 132 CHARACTERS.
001730 01  REPORT-RECORD               PIC X(132).
001740
001750 FD  RUN-STATUS-FILE
001760     LABEL RECORDS ARE STANDARD
001770     RECORD CONTAINS 80 CHARACTERS.
001780     COPY "RUNREC.CPY".
001790
001800 WORKING-STORAGE SECTION.
001810****************************************************************
001820*    FILE STATUS SWITCHES                                      *
001830****************************************************************
001840 01  WS-FILE-STATUSES.
001850     05  WS-CRD-FILE-STATUS      PIC X(02) VALUE "00".
001860     05  WS-PARM-FILE-STATUS     PIC X(02) VALUE "00".
001870     05  WS-CNT-FILE-STATUS      PIC X(02) VALUE "00".
001880     05  WS-ITM-FILE-STATUS      PIC X(02) VALUE "00".
001890     05  WS-INQ-FILE-STATUS      PIC X(02) VALUE "00".
001900     05  WS-CST-FILE-STATUS      PIC X(02) VALUE "00".
001910     05  WS-ADJ-FILE-STATUS      PIC X(02) VALUE "00".
001920     05  WS-RPT-FILE-STATUS      PIC X(02) VALUE "00".
001930     05  WS-RUN-FILE-STATUS      PIC X(02) VALUE "00".
001940
001950****************************************************************
001960*    PROGRAM SWITCHES                                          *
001970****************************************************************
001980 01  WS-SWITCHES.
001990     05  WS-RUN-OPEN-SW          PIC X(01) VALUE "N".
002000         88  WS-RUN-OPEN                    VALUE "Y".
002010     05  WS-CNT-EOF-SW           PIC X(01) VALUE "N".
002020         88  WS-CNT-EOF                     VALUE "Y".
002030     05  WS-ITM-EOF-SW           PIC X(01) VALUE "N".
002040         88  WS-ITM-EOF                     VALUE "Y".
002050     05  CNR-REVIEW-SW           PIC X(01) VALUE "N".
002060         88  CNR-REVIEW-NEEDED              VALUE "Y".
002070     05  CNR-RESULT-FOUND-SW     PIC X(01) VALUE "N".
002080         88  CNR-RESULT-FOUND               VALUE "Y".
002090     05  CNR-INQ-DONE-SW         PIC X(01) VALUE "N".
002100         88  CNR-INQ-DONE                   VALUE "Y".
002110     05  CNR-STATUS-FOUND-SW     PIC X(01) VALUE "N".
002120         88  CNR-STATUS-FOUND               VALUE "Y".
002130     05  CNR-SECTION-SW          PIC X(01) VALUE "C".
002140         88  CNR-COUNT-SECTION              VALUE "C".
002150         88  CNR-DUE-SECTION                VALUE "D".
002160
002170****************************************************************
002180*    CONTROL CARD VALUES, RUN PARAMETERS, AND RUN DATE          *
002190****************************************************************
002200 01  CNR-AS-OF-DATE              PIC 9(08) VALUE ZERO.
002210 01  CNR-TOLERANCE-PCT           PIC 9(03)V9 VALUE 2.0.
002220 01  CNR-APPROVER-ID             PIC X(08) VALUE SPACES.
002230 01  CNR-CYCLE-NO                PIC 9(02) VALUE 01.
002240 01  CNR-RUN-ID                  PIC X(08) VALUE SPACES.
002250 01  WS-CURRENT-DATE             PIC 9(08) VALUE ZERO.
002260 01  WS-CURRENT-TIME             PIC 9(08) VALUE ZERO.
002270
002280****************************************************************
002290*    WORK FIELDS FOR ONE COUNT                                  *
002300****************************************************************
002310 01  CNR-SYSTEM-QTY              PIC 9(07) VALUE ZERO.
002320 01  CNR-VARIANCE                PIC S9(07) VALUE ZERO.
002330 01  CNR-ABS-VARIANCE            PIC 9(07) VALUE ZERO.
002340 01  CNR-PCT-VARIANCE            PIC S9(09) VALUE ZERO.
002350 01  CNR-PCT-ABS-VARIANCE        PIC 9(09) VALUE ZERO.
002360 01  CNR-PCT-BASE                PIC 9(09) VALUE ZERO.
002370 01  CNR-ABS-PCT                 PIC 9(04)V9 VALUE ZERO.
002380 01  CNR-VARIANCE-PCT            PIC S9(04)V9 VALUE ZERO.
002390 01  CNR-COST-CENTER             PIC X(06).
002400 01  CNR-LOOKUP-COST-CENTER      PIC X(06).
002410 01  CNR-COUNT-STATUS            PIC X(30).
002420 01  CNR-ADJ-REASON.
002430     05  FILLER                  PIC X(06) VALUE "COUNT ".
002440     05  CNR-RSN-COUNT-DATE      PIC 9(08).
002450     05  FILLER                  PIC X(04) VALUE " BY ".
002460     05  CNR-RSN-COUNTER-ID      PIC X(08).
002470     05  FILLER                  PIC X(04) VALUE SPACES.
002480
002490****************************************************************
002500*    DUE-FOR-COUNT WORK FIELDS - THE CUTOFF IS THE AS-OF DATE   *
002510*    BACKED UP BY THE ITEM'S COUNT CYCLE; A LAST COUNT ON OR    *
002520*    BEFORE IT MEANS THE ITEM IS DUE                            *
002530****************************************************************
002540 01  CNR-CYCLE-DAYS              PIC 9(03) VALUE ZERO.
002550 01  CNR-DUE-CUTOFF              PIC 9(08) VALUE ZERO.
002560 01  CNR-WORK-DATE-NUM           PIC 9(08).
002570 01  CNR-WORK-DATE REDEFINES CNR-WORK-DATE-NUM.
002580     05  CNR-WORK-YEAR           PIC 9(04).
002590     05  CNR-WORK-MONTH          PIC 9(02).
002600     05  CNR-WORK-DAY            PIC 9(02).
002610 01  CNR-MONTH-DAYS-DEF          PIC X(24)
002620         VALUE "312831303130313130313031".
002630 01  CNR-MONTH-DAYS-TBL REDEFINES CNR-MONTH-DAYS-DEF.
002640     05  CNR-MONTH-DAYS OCCURS 12 TIMES
002650                                 PIC 9(02).
002660 01  CNR-MONTH-LENGTH            PIC 9(02) VALUE ZERO.
002670 01  CNR-LEAP-QUOTIENT           PIC 9(04) COMP VALUE ZERO.
002680 01  CNR-LEAP-REMAINDER          PIC 9(04) COMP VALUE ZERO.
002690
002700****************************************************************
002710*    RUN COUNTERS                                               *
002720****************************************************************
002730 01  CNR-READ-COUNT              PIC 9(06) COMP VALUE ZERO.
002740 01  CNR-REJECT-COUNT            PIC 9(06) COMP VALUE ZERO.
002750 01  CNR-NO-RESULT-COUNT         PIC 9(06) COMP VALUE ZERO.
002760 01  CNR-AGREE-COUNT             PIC 9(06) COMP VALUE ZERO.
002770 01  CNR-WITHIN-COUNT            PIC 9(06) COMP VALUE ZERO.
002780 01  CNR-ADJ-COUNT               PIC 9(06) COMP VALUE ZERO.
002790 01  CNR-DUE-COUNT               PIC 9(06) COMP VALUE ZERO.
002800 01  CNR-TOTAL-SYSTEM            PIC 9(09) COMP VALUE ZERO.
002810 01  CNR-TOTAL-COUNTED           PIC 9(09) COMP VALUE ZERO.
002820 01  CNR-TOTAL-VARIANCE          PIC S9(09) COMP VALUE ZERO.
002830 01  CNR-TOTAL-ITEMS             PIC 9(06) COMP VALUE ZERO.
002840
002850****************************************************************
002860*    COST-CENTER SUMMARY TABLE - ONE ENTRY PER DISTINCT COST    *
002870*    CENTER AMONG THE ITEMS RECONCILED                          *
002880****************************************************************
002890 01  CNR-CC-COUNT                PIC 9(04) COMP VALUE ZERO.
002900 01  CNR-CC-TABLE.
002910     05  CNR-CC-ENTRY OCCURS 200 TIMES
002920             INDEXED BY CNR-CC-IDX.
002930         10  CNR-TBL-COST-CENTER     PIC X(06).
002940         10  CNR-TBL-ITEM-COUNT      PIC 9(06) COMP.
002950         10  CNR-TBL-SYSTEM-QTY      PIC 9(09) COMP.
002960         10  CNR-TBL-COUNTED-QTY     PIC 9(09) COMP.
002970         10  CNR-TBL-VARIANCE        PIC S9(09) COMP.
002980         10  CNR-TBL-ADJ-COUNT       PIC 9(06) COMP.
002990
003000****************************************************************
003010*    PAGINATION COUNTERS                                        *
003020****************************************************************
003030 01  CNR-LINE-COUNT              PIC 9(03) COMP VALUE ZERO.
003040 01  CNR-PAGE-COUNT              PIC 9(03) COMP VALUE ZERO.
003050 01  CNR-LINES-PER-PAGE          PIC 9(03) COMP VALUE 55.
003060
003070****************************************************************
003080*    PAGINATED REPORT LINES                                     *
003090****************************************************************
003100 01  RPT-HEADING-LINE-1.
003110     05  FILLER                  PIC X(01) VALUE "1".
003120     05  FILLER                  PIC X(40)
003130             VALUE "CNTRECON - PHYSICAL COUNT VARIANCE".
003140     05  FILLER                  PIC X(10) VALUE "  RUN DATE".
003150     05  RPT-HDG-RUN-DATE        PIC 9(08).
003160     05  FILLER                  PIC X(09) VALUE SPACES.
003170     05  FILLER                  PIC X(05) VALUE "PAGE ".
003180     05  RPT-HDG-PAGE-NO         PIC ZZ9.
003190     05  FILLER                  PIC X(56) VALUE SPACES.
003200
003210 01  RPT-HEADING-LINE-2.
003220     05  FILLER                  PIC X(01) VALUE SPACE.
003230     05  FILLER                  PIC X(10) VALUE "ITEM CODE".
003240     05  FILLER                  PIC X(02) VALUE SPACES.
003250     05  FILLER                  PIC X(06) VALUE "CENTER".
003260     05  FILLER                  PIC X(02) VALUE SPACES.
003270     05  FILLER                  PIC X(08) VALUE "CNT DATE".
003280     05  FILLER                  PIC X(02) VALUE SPACES.
003290     05  FILLER                  PIC X(08) VALUE "COUNTER".
003300     05  FILLER                  PIC X(02) VALUE SPACES.
003310     05  FILLER                  PIC X(07) VALUE " SYSTEM".
003320     05  FILLER                  PIC X(02) VALUE SPACES.
003330     05  FILLER                  PIC X(07) VALUE "COUNTED".
003340     05  FILLER                  PIC X(02) VALUE SPACES.
003350     05  FILLER                  PIC X(08) VALUE "VARIANCE".
003360     05  FILLER                  PIC X(02) VALUE SPACES.
003370     05  FILLER                  PIC X(07) VALUE "  PCT  ".
003380     05  FILLER                  PIC X(02) VALUE SPACES.
003390     05  FILLER                  PIC X(30) VALUE "STATUS".
003400     05  FILLER                  PIC X(24) VALUE SPACES.
003410
003420 01  RPT-DUE-HEADING-LINE.
003430     05  FILLER                  PIC X(01) VALUE SPACE.
003440     05  FILLER                  PIC X(10) VALUE "ITEM CODE".
003450     05  FILLER                  PIC X(02) VALUE SPACES.
003460     05  FILLER                  PIC X(06) VALUE "CENTER".
003470     05  FILLER                  PIC X(02) VALUE SPACES.
003480     05  FILLER                  PIC X(09) VALUE "CYCLE".
003490     05  FILLER                  PIC X(02) VALUE SPACES.
003500     05  FILLER                  PIC X(08) VALUE "LAST CNT".
003510     05  FILLER                  PIC X(02) VALUE SPACES.
003520     05  FILLER                  PIC X(30) VALUE "DESCRIPTION".
003530     05  FILLER                  PIC X(60) VALUE SPACES.
003540
003550 01  RPT-SELECTION-LINE.
003560     05  FILLER                  PIC X(01) VALUE SPACE.
003570     05  FILLER                  PIC X(06) VALUE "AS OF ".
003580     05  RPT-SEL-AS-OF-DATE      PIC 9(08).
003590     05  FILLER                  PIC X(16)
003600             VALUE "  TOLERANCE PCT ".
003610     05  RPT-SEL-TOLERANCE       PIC ZZ9.9.
003620     05  FILLER                  PIC X(11) VALUE "  APPROVER ".
003630     05  RPT-SEL-APPROVER-ID     PIC X(08).
003640     05  FILLER                  PIC X(77) VALUE SPACES.
003650
003660 01  RPT-SECTION-LINE.
003670     05  FILLER                  PIC X(01) VALUE SPACE.
003680     05  RPT-SECTION-TITLE       PIC X(50).
003690     05  FILLER                  PIC X(81) VALUE SPACES.
003700
003710 01  RPT-DETAIL-LINE.
003720     05  FILLER                  PIC X(01) VALUE SPACE.
003730     05  RPT-ITEM-CODE           PIC X(10).
003740     05  FILLER                  PIC X(02) VALUE SPACES.
003750     05  RPT-COST-CENTER         PIC X(06).
003760     05  FILLER                  PIC X(02) VALUE SPACES.
003770     05  RPT-COUNT-DATE          PIC X(08).
003780     05  FILLER                  PIC X(02) VALUE SPACES.
003790     05  RPT-COUNTER-ID          PIC X(08).
003800     05  FILLER                  PIC X(02) VALUE SPACES.
003810     05  RPT-SYSTEM-QTY          PIC ZZZZZZ9.
003820     05  FILLER                  PIC X(02) VALUE SPACES.
003830     05  RPT-COUNTED-QTY         PIC X(07).
003840     05  RPT-COUNTED-QTY-NUM REDEFINES RPT-COUNTED-QTY
003850                                 PIC ZZZZZZ9.
003860     05  FILLER                  PIC X(02) VALUE SPACES.
003870     05  RPT-VARIANCE            PIC ZZZZZZ9-.
003880     05  FILLER                  PIC X(02) VALUE SPACES.
003890     05  RPT-VARIANCE-PCT        PIC ZZZ9.9-.
003900     05  FILLER                  PIC X(02) VALUE SPACES.
003910     05  RPT-STATUS              PIC X(30).
003920     05  FILLER                  PIC X(24) VALUE SPACES.
003930
003940 01  RPT-CC-LINE.
003950     05  FILLER                  PIC X(01) VALUE SPACE.
003960     05  RPT-CC-LABEL            PIC X(10).
003970     05  FILLER                  PIC X(02) VALUE SPACES.
003980     05  RPT-CC-COST-CENTER      PIC X(06).
003990     05  FILLER                  PIC X(02) VALUE SPACES.
004000     05  RPT-CC-ITEM-COUNT       PIC ZZZZ9.
004010     05  FILLER                  PIC X(06) VALUE " ITEMS".
004020     05  FILLER                  PIC X(02) VALUE SPACES.
004030     05  RPT-CC-SYSTEM-QTY       PIC ZZZZZZZZ9.
004040     05  FILLER                  PIC X(02) VALUE SPACES.
004050     05  RPT-CC-COUNTED-QTY      PIC ZZZZZZZZ9.
004060     05  FILLER                  PIC X(02) VALUE SPACES.
004070     05  RPT-CC-VARIANCE         PIC ZZZZZZZZ9-.
004080     05  FILLER                  PIC X(02) VALUE SPACES.
004090     05  RPT-CC-VARIANCE-PCT     PIC ZZZ9.9-.
004100     05  FILLER                  PIC X(02) VALUE SPACES.
004110     05  RPT-CC-ADJ-COUNT        PIC ZZZZ9.
004120     05  FILLER                  PIC X(12) VALUE " ADJUSTMENTS".
004130     05  FILLER                  PIC X(38) VALUE SPACES.
004140
004150 01  RPT-DUE-LINE.
004160     05  FILLER                  PIC X(01) VALUE SPACE.
004170     05  RPT-DUE-ITEM-CODE       PIC X(10).
004180     05  FILLER                  PIC X(02) VALUE SPACES.
004190     05  RPT-DUE-COST-CENTER     PIC X(06).
004200     05  FILLER                  PIC X(02) VALUE SPACES.
004210     05  RPT-DUE-CYCLE-DAYS      PIC ZZ9.
004220     05  FILLER                  PIC X(06) VALUE " DAYS ".
004230     05  FILLER                  PIC X(02) VALUE SPACES.
004240     05  RPT-DUE-LAST-COUNT      PIC X(08).
004250     05  FILLER                  PIC X(02) VALUE SPACES.
004260     05  RPT-DUE-DESCRIPTION     PIC X(30).
004270     05  FILLER                  PIC X(60) VALUE SPACES.
004280
004290 01  RPT-TOTAL-LINE.
004300     05  FILLER                  PIC X(01) VALUE SPACE.
004310     05  RPT-TOT-LABEL           PIC X(25).
004320     05  RPT-TOT-VALUE           PIC ZZZZZ9.
004330     05  FILLER                  PIC X(100) VALUE SPACES.
004340
004350 PROCEDURE DIVISION.
004360****************************************************************
004370*    0000-MAINLINE                                              *
004380****************************************************************
004390 0000-MAINLINE.
004400     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
004410     PERFORM 2000-RECONCILE-COUNT THRU 2000-EXIT
004420         UNTIL WS-CNT-EOF.
004430     PERFORM 5000-WRITE-CC-SUMMARY THRU 5000-EXIT.
004440     PERFORM 6500-LIST-ITEMS-DUE THRU 6500-EXIT.
004450     PERFORM 8000-WRITE-RUN-TOTALS THRU 8000-EXIT.
004460     PERFORM 9000-TERMINATE THRU 9000-EXIT.
004470     PERFORM 9700-WRITE-RUN-END THRU 9700-EXIT.
004480     STOP RUN.
004490
004500****************************************************************
004510*    1000-INITIALIZE                                            *
004520****************************************************************
004530 1000-INITIALIZE.
004540     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
004550     PERFORM 1100-GET-CONTROL-CARD THRU 1100-EXIT.
004560     OPEN INPUT PARAMETER-FILE.
004570     IF WS-PARM-FILE-STATUS NOT = "00"
004580         DISPLAY "CNTRECON - ABEND - PARAMETER-FILE "
004590                 "OPEN FAILED - STATUS " WS-PARM-FILE-STATUS
004600         GO TO 9900-ABEND-TERMINATION
004610     END-IF.
004620     PERFORM 1200-READ-PARAMETER-RECORD THRU 1200-EXIT.
004630     PERFORM 1700-WRITE-RUN-START THRU 1700-EXIT.
004640     OPEN INPUT COUNT-FILE.
004650     IF WS-CNT-FILE-STATUS NOT = "00"
004660         DISPLAY "CNTRECON - ABEND - COUNT-FILE "
004670                 "OPEN FAILED - STATUS " WS-CNT-FILE-STATUS
004680         GO TO 9900-ABEND-TERMINATION
004690     END-IF.
004700     OPEN INPUT ITEM-MASTER-FILE.
004710     IF WS-ITM-FILE-STATUS NOT = "00"
004720         DISPLAY "CNTRECON - ABEND - ITEM-MASTER-FILE "
004730                 "OPEN FAILED - STATUS " WS-ITM-FILE-STATUS
004740         GO TO 9900-ABEND-TERMINATION
004750     END-IF.
004760     OPEN INPUT INQUIRY-FILE.
004770     IF WS-INQ-FILE-STATUS NOT = "00"
004780             AND WS-INQ-FILE-STATUS NOT = "05"
004790         DISPLAY "CNTRECON - ABEND - INQUIRY-FILE "
004800                 "OPEN FAILED - STATUS " WS-INQ-FILE-STATUS
004810         GO TO 9900-ABEND-TERMINATION
004820     END-IF.
004830     OPEN I-O COUNT-STATUS-FILE.
004840     IF WS-CST-FILE-STATUS NOT = "00"
004850             AND WS-CST-FILE-STATUS NOT = "05"
004860         DISPLAY "CNTRECON - ABEND - COUNT-STATUS-FILE "
004870                 "OPEN FAILED - STATUS " WS-CST-FILE-STATUS
004880         GO TO 9900-ABEND-TERMINATION
004890     END-IF.
004900     OPEN OUTPUT COUNT-ADJUSTMENT-FILE.
004910     IF WS-ADJ-FILE-STATUS NOT = "00"
004920         DISPLAY "CNTRECON - ABEND - COUNT-ADJUSTMENT-FILE "
004930                 "OPEN FAILED - STATUS " WS-ADJ-FILE-STATUS
004940         GO TO 9900-ABEND-TERMINATION
004950     END-IF.
004960     OPEN OUTPUT REPORT-FILE.
004970     IF WS-RPT-FILE-STATUS NOT = "00"
004980         DISPLAY "CNTRECON - ABEND - REPORT-FILE "
004990                 "OPEN FAILED - STATUS " WS-RPT-FILE-STATUS
005000         GO TO 9900-ABEND-TERMINATION
005010     END-IF.
005020     PERFORM 7100-WRITE-REPORT-HEADING THRU 7100-EXIT.
005030     PERFORM 7200-WRITE-SELECTION-LINE THRU 7200-EXIT.
005040     PERFORM 2900-READ-COUNT-RECORD THRU 2900-EXIT.
005050 1000-EXIT.
005060     EXIT.
005070
005080****************************************************************
005090*    1100-GET-CONTROL-CARD - AN ABSENT OR BLANK CARD RUNS AS    *
005100*    OF TODAY AT A 2.0 PERCENT TOLERANCE WITH NO APPROVER, SO   *
005110*    AN OVER-TOLERANCE COUNT ADJUSTMENT ABOVE THE ADJEDIT       *
005120*    LIMIT WAITS FOR A SUPERVISOR LIKE ANY KEYED ONE            *
005130****************************************************************
005140 1100-GET-CONTROL-CARD.
005150     MOVE WS-CURRENT-DATE TO CNR-AS-OF-DATE.
005160     OPEN INPUT CONTROL-CARD-FILE.
005170     IF WS-CRD-FILE-STATUS NOT = "00"
005180             AND WS-CRD-FILE-STATUS NOT = "05"
005190         DISPLAY "CNTRECON - ABEND - CONTROL-CARD-FILE "
005200                 "OPEN FAILED - STATUS " WS-CRD-FILE-STATUS
005210         GO TO 9900-ABEND-TERMINATION
005220     END-IF.
005230     READ CONTROL-CARD-FILE
005240         AT END
005250             MOVE SPACES TO CRD-RECORD
005260     END-READ.
005270     IF CRD-AS-OF-DATE NUMERIC
005280             AND CRD-AS-OF-DATE-NUM > ZERO
005290         MOVE CRD-AS-OF-DATE-NUM TO CNR-AS-OF-DATE
005300     END-IF.
005310     IF CRD-TOLERANCE-PCT NUMERIC
005320         MOVE CRD-TOLERANCE-PCT-NUM TO CNR-TOLERANCE-PCT
005330     END-IF.
005340     MOVE CRD-APPROVER-ID TO CNR-APPROVER-ID.
005350     CLOSE CONTROL-CARD-FILE.
005360 1100-EXIT.
005370     EXIT.
005380
005390****************************************************************
005400*    1200-READ-PARAMETER-RECORD - CYCLE AND RUN ID FOR THE      *
005410*    RUN-STATUS RECORDS, DEFAULTED THE SAME WAY AS ADJEDIT      *
005420****************************************************************
005430 1200-READ-PARAMETER-RECORD.
005440     READ PARAMETER-FILE
005450         AT END
005460             MOVE ZERO TO PARM-CYCLE-NO
005470             MOVE SPACES TO PARM-RUN-ID
005480     END-READ.
005490     IF PARM-CYCLE-NO NUMERIC AND PARM-CYCLE-NO > ZERO
005500         MOVE PARM-CYCLE-NO TO CNR-CYCLE-NO
005510     ELSE
005520         MOVE 01 TO CNR-CYCLE-NO
005530     END-IF.
005540     IF PARM-RUN-ID = SPACES
005550         MOVE "CNTRECON" TO CNR-RUN-ID
005560     ELSE
005570         MOVE PARM-RUN-ID TO CNR-RUN-ID
005580     END-IF.
005590     CLOSE PARAMETER-FILE.
005600 1200-EXIT.
005610     EXIT.
005620
005630****************************************************************
005640*    1700-WRITE-RUN-START - APPEND THE START RECORD TO THE      *
005650*    SHARED RUN-STATUS FILE FOR THE STATBRD STATUS BOARD        *
005660****************************************************************
005670 1700-WRITE-RUN-START.
005680     OPEN EXTEND RUN-STATUS-FILE.
005690     IF WS-RUN-FILE-STATUS NOT = "00"
005700             AND WS-RUN-FILE-STATUS NOT = "05"
005710         DISPLAY "CNTRECON - ABEND - RUN-STATUS-FILE "
005720                 "OPEN FAILED - STATUS " WS-RUN-FILE-STATUS
005730         GO TO 9900-ABEND-TERMINATION
005740     END-IF.
005750     MOVE "Y" TO WS-RUN-OPEN-SW.
005760     MOVE SPACES          TO RUN-RECORD.
005770     MOVE "CNTRECON"      TO RUN-PROGRAM-ID.
005780     MOVE WS-CURRENT-DATE TO RUN-RUN-DATE.
005790     MOVE CNR-CYCLE-NO    TO RUN-CYCLE-NO.
005800     MOVE CNR-RUN-ID      TO RUN-RUN-ID.
005810     MOVE "S"             TO RUN-RECORD-TYPE.
005820     ACCEPT WS-CURRENT-TIME FROM TIME.
005830     MOVE WS-CURRENT-TIME TO RUN-TIME.
005840     MOVE ZERO            TO RUN-RECORDS-PROCESSED.
005850     MOVE ZERO            TO RUN-RETURN-CODE.
005860     WRITE RUN-RECORD.
005870     IF WS-RUN-FILE-STATUS NOT = "00"
005880         DISPLAY "CNTRECON - ABEND - RUN-STATUS-FILE "
005890                 "WRITE FAILED - STATUS " WS-RUN-FILE-STATUS
005900         GO TO 9900-ABEND-TERMINATION
005910     END-IF.
005920 1700-EXIT.
005930     EXIT.
005940
005950****************************************************************
005960*    2000-RECONCILE-COUNT - ONE ITERATION PER COUNT ENTRY:      *
005970*    EDIT IT, FIND THE SYSTEM QUANTITY, PRINT THE VARIANCE,     *
005980*    AND ADJUST WHEN IT IS OUTSIDE TOLERANCE                    *
005990****************************************************************
006000 2000-RECONCILE-COUNT.
006010     ADD 1 TO CNR-READ-COUNT.
006020     MOVE SPACES TO CNR-COUNT-STATUS.
006030     MOVE SPACES TO CNR-COST-CENTER.
006040     MOVE ZERO   TO CNR-SYSTEM-QTY.
006050     MOVE ZERO   TO CNR-VARIANCE.
006060     MOVE ZERO   TO CNR-VARIANCE-PCT.
006070     PERFORM 3000-EDIT-COUNT THRU 3000-EXIT.
006080     IF CNR-COUNT-STATUS NOT = SPACES
006090         ADD 1 TO CNR-REJECT-COUNT
006100         MOVE "Y" TO CNR-REVIEW-SW
006110         PERFORM 6000-WRITE-COUNT-LINE THRU 6000-EXIT
006120         GO TO 2000-NEXT
006130     END-IF.
006140     PERFORM 3500-GET-SYSTEM-QTY THRU 3500-EXIT.
006150     IF NOT CNR-RESULT-FOUND
006160         MOVE "NO RESULT FOR COUNT DATE" TO CNR-COUNT-STATUS
006170         ADD 1 TO CNR-NO-RESULT-COUNT
006180         MOVE "Y" TO CNR-REVIEW-SW
006190         PERFORM 6000-WRITE-COUNT-LINE THRU 6000-EXIT
006200         GO TO 2000-NEXT
006210     END-IF.
006220     PERFORM 4000-COMPUTE-VARIANCE THRU 4000-EXIT.
006230     MOVE CNR-COST-CENTER TO CNR-LOOKUP-COST-CENTER.
006240     IF CNR-LOOKUP-COST-CENTER = SPACES
006250         MOVE "*NONE*" TO CNR-LOOKUP-COST-CENTER
006260     END-IF.
006270     PERFORM 2500-FIND-OR-ADD-CC THRU 2500-EXIT.
006280     ADD 1               TO CNR-TBL-ITEM-COUNT (CNR-CC-IDX).
006290     ADD CNR-SYSTEM-QTY  TO CNR-TBL-SYSTEM-QTY (CNR-CC-IDX).
006300     ADD CNT-COUNTED-QTY TO CNR-TBL-COUNTED-QTY (CNR-CC-IDX).
006310     ADD CNR-VARIANCE    TO CNR-TBL-VARIANCE (CNR-CC-IDX).
006320     ADD 1               TO CNR-TOTAL-ITEMS.
006330     ADD CNR-SYSTEM-QTY  TO CNR-TOTAL-SYSTEM.
006340     ADD CNT-COUNTED-QTY TO CNR-TOTAL-COUNTED.
006350     ADD CNR-VARIANCE    TO CNR-TOTAL-VARIANCE.
006360     IF CNR-VARIANCE = ZERO
006370         MOVE "AGREES" TO CNR-COUNT-STATUS
006380         ADD 1 TO CNR-AGREE-COUNT
006390     ELSE
006400         IF CNR-ABS-PCT > CNR-TOLERANCE-PCT
006410             PERFORM 4500-WRITE-COUNT-ADJUSTMENT THRU 4500-EXIT
006420             ADD 1 TO CNR-TBL-ADJ-COUNT (CNR-CC-IDX)
006430             MOVE "ADJUSTMENT WRITTEN" TO CNR-COUNT-STATUS
006440         ELSE
006450             MOVE "WITHIN TOLERANCE" TO CNR-COUNT-STATUS
006460             ADD 1 TO CNR-WITHIN-COUNT
006470         END-IF
006480     END-IF.
006490     PERFORM 4800-UPDATE-COUNT-STATUS THRU 4800-EXIT.
006500     PERFORM 6000-WRITE-COUNT-LINE THRU 6000-EXIT.
006510 2000-NEXT.
006520     PERFORM 2900-READ-COUNT-RECORD THRU 2900-EXIT.
006530 2000-EXIT.
006540     EXIT.
006550
006560****************************************************************
006570*    2500-FIND-OR-ADD-CC - LOCATE CNR-LOOKUP-COST-CENTER IN     *
006580*    THE TABLE, LEAVING CNR-CC-IDX SET                          *
006590****************************************************************
006600 2500-FIND-OR-ADD-CC.
006610     SET CNR-CC-IDX TO 1.
006620     SEARCH CNR-CC-ENTRY
006630         AT END
006640             PERFORM 2550-ADD-NEW-CC THRU 2550-EXIT
006650         WHEN CNR-TBL-COST-CENTER (CNR-CC-IDX)
006660                 = CNR-LOOKUP-COST-CENTER
006670             CONTINUE
006680     END-SEARCH.
006690 2500-EXIT.
006700     EXIT.
006710
006720 2550-ADD-NEW-CC.
006730     IF CNR-CC-COUNT >= 200
006740         DISPLAY "CNTRECON - ABEND - MORE THAN 200 DISTINCT "
006750                 "COST CENTERS"
006760         GO TO 9900-ABEND-TERMINATION
006770     END-IF.
006780     ADD 1 TO CNR-CC-COUNT.
006790     SET CNR-CC-IDX TO CNR-CC-COUNT.
006800     MOVE CNR-LOOKUP-COST-CENTER
006810         TO CNR-TBL-COST-CENTER (CNR-CC-IDX).
006820     MOVE ZERO TO CNR-TBL-ITEM-COUNT (CNR-CC-IDX).
006830     MOVE ZERO TO CNR-TBL-SYSTEM-QTY (CNR-CC-IDX).
006840     MOVE ZERO TO CNR-TBL-COUNTED-QTY (CNR-CC-IDX).
006850     MOVE ZERO TO CNR-TBL-VARIANCE (CNR-CC-IDX).
006860     MOVE ZERO TO CNR-TBL-ADJ-COUNT (CNR-CC-IDX).
006870 2550-EXIT.
006880     EXIT.
006890
006900 2900-READ-COUNT-RECORD.
006910     READ COUNT-FILE
006920         AT END
006930             MOVE "Y" TO WS-CNT-EOF-SW
006940     END-READ.
006950 2900-EXIT.
006960     EXIT.
006970
006980****************************************************************
006990*    3000-EDIT-COUNT - FIRST FAILING EDIT WINS AND LEAVES ITS   *
007000*    REASON IN CNR-COUNT-STATUS. A COUNT SHEET DATED BEFORE     *
007010*    THE ITEM'S LAST RECONCILED COUNT, OR FOR THE SAME DATE,    *
007020*    IS REFUSED: ITS DIFFERENCE HAS EITHER BEEN OVERTAKEN OR    *
007030*    ALREADY ADJUSTED.                                          *
007040****************************************************************
007050 3000-EDIT-COUNT.
007060     IF CNT-ITEM-CODE = SPACES
007070         MOVE "REJECTED - ITEM CODE BLANK" TO CNR-COUNT-STATUS
007080         GO TO 3000-EXIT
007090     END-IF.
007100     MOVE CNT-ITEM-CODE TO ITM-ITEM-CODE.
007110     READ ITEM-MASTER-FILE
007120         INVALID KEY
007130             MOVE "REJECTED - ITEM NOT ON MASTER"
007140                 TO CNR-COUNT-STATUS
007150             GO TO 3000-EXIT
007160     END-READ.
007170     MOVE ITM-COST-CENTER TO CNR-COST-CENTER.
007180     IF CNT-COUNT-DATE NOT NUMERIC
007190             OR CNT-COUNT-DATE = ZERO
007200         MOVE "REJECTED - BAD COUNT DATE" TO CNR-COUNT-STATUS
007210         GO TO 3000-EXIT
007220     END-IF.
007230     IF CNT-COUNT-DATE > CNR-AS-OF-DATE
007240         MOVE "REJECTED - COUNT DATE IN FUTURE"
007250             TO CNR-COUNT-STATUS
007260         GO TO 3000-EXIT
007270     END-IF.
007280     IF CNT-COUNTED-QTY NOT NUMERIC
007290         MOVE "REJECTED - BAD COUNTED QTY" TO CNR-COUNT-STATUS
007300         GO TO 3000-EXIT
007310     END-IF.
007320     IF CNT-COUNTER-ID = SPACES
007330         MOVE "REJECTED - NO COUNTER ID" TO CNR-COUNT-STATUS
007340         GO TO 3000-EXIT
007350     END-IF.
007360     MOVE CNT-ITEM-CODE TO CST-ITEM-CODE.
007370     MOVE "Y" TO CNR-STATUS-FOUND-SW.
007380     READ COUNT-STATUS-FILE
007390         INVALID KEY
007400             MOVE "N" TO CNR-STATUS-FOUND-SW
007410     END-READ.
007420     IF NOT CNR-STATUS-FOUND
007430         GO TO 3000-EXIT
007440     END-IF.
007450     IF CNT-COUNT-DATE = CST-LAST-COUNT-DATE
007460         MOVE "REJECTED - ALREADY COUNTED ON DATE"
007470             TO CNR-COUNT-STATUS
007480         GO TO 3000-EXIT
007490     END-IF.
007500     IF CNT-COUNT-DATE < CST-LAST-COUNT-DATE
007510         MOVE "REJECTED - LATER COUNT ON FILE"
007520             TO CNR-COUNT-STATUS
007530     END-IF.
007540 3000-EXIT.
007550     EXIT.
007560
007570****************************************************************
007580*    3500-GET-SYSTEM-QTY - THE INQUIRY RECORDS FOR THE COUNT    *
007590*    DATE AND ITEM ARE READ IN CYCLE ORDER; THE LAST CYCLE'S    *
007600*    RESULT IS WHAT THE SYSTEM BELIEVED WAS ON THE SHELF        *
007610****************************************************************
007620 3500-GET-SYSTEM-QTY.
007630     MOVE "N" TO CNR-RESULT-FOUND-SW.
007640     MOVE "N" TO CNR-INQ-DONE-SW.
007650     MOVE CNT-COUNT-DATE TO INQ-RUN-DATE.
007660     MOVE CNT-ITEM-CODE  TO INQ-ITEM-CODE.
007670     MOVE ZERO           TO INQ-CYCLE-NO.
007680     START INQUIRY-FILE KEY NOT < INQ-KEY
007690         INVALID KEY
007700             MOVE "Y" TO CNR-INQ-DONE-SW
007710     END-START.
007720     PERFORM 3600-READ-NEXT-INQUIRY THRU 3600-EXIT
007730         UNTIL CNR-INQ-DONE.
007740 3500-EXIT.
007750     EXIT.
007760
007770 3600-READ-NEXT-INQUIRY.
007780     READ INQUIRY-FILE NEXT RECORD
007790         AT END
007800             MOVE "Y" TO CNR-INQ-DONE-SW
007810             GO TO 3600-EXIT
007820     END-READ.
007830     IF INQ-RUN-DATE NOT = CNT-COUNT-DATE
007840             OR INQ-ITEM-CODE NOT = CNT-ITEM-CODE
007850         MOVE "Y" TO CNR-INQ-DONE-SW
007860         GO TO 3600-EXIT
007870     END-IF.
007880     IF INQ-RESULT NUMERIC
007890         MOVE INQ-RESULT TO CNR-SYSTEM-QTY
007900         MOVE "Y" TO CNR-RESULT-FOUND-SW
007910     END-IF.
007920 3600-EXIT.
007930     EXIT.
007940
007950****************************************************************
007960*    4000-COMPUTE-VARIANCE - COUNTED LESS SYSTEM, AND THAT AS   *
007970*    A PERCENT OF THE SYSTEM QUANTITY                           *
007980****************************************************************
007990 4000-COMPUTE-VARIANCE.
008000     COMPUTE CNR-VARIANCE = CNT-COUNTED-QTY - CNR-SYSTEM-QTY.
008010     IF CNR-VARIANCE < ZERO
008020         COMPUTE CNR-ABS-VARIANCE = ZERO - CNR-VARIANCE
008030     ELSE
008040         MOVE CNR-VARIANCE TO CNR-ABS-VARIANCE
008050     END-IF.
008060     MOVE CNR-VARIANCE   TO CNR-PCT-VARIANCE.
008070     MOVE CNR-SYSTEM-QTY TO CNR-PCT-BASE.
008080     PERFORM 4100-COMPUTE-PERCENT THRU 4100-EXIT.
008090 4000-EXIT.
008100     EXIT.
008110
008120****************************************************************
008130*    4100-COMPUTE-PERCENT - CNR-PCT-VARIANCE AS A PERCENT OF    *
008140*    CNR-PCT-BASE, SIGNED AND UNSIGNED. STOCK FOUND WHERE THE   *
008150*    SYSTEM SHOWED NONE IS A 100 PERCENT VARIANCE; A PERCENT    *
008160*    TOO LARGE TO PRINT IS HELD AT 9999.9.                      *
008170****************************************************************
008180 4100-COMPUTE-PERCENT.
008190     IF CNR-PCT-VARIANCE < ZERO
008200         COMPUTE CNR-PCT-ABS-VARIANCE = ZERO - CNR-PCT-VARIANCE
008210     ELSE
008220         MOVE CNR-PCT-VARIANCE TO CNR-PCT-ABS-VARIANCE
008230     END-IF.
008240     IF CNR-PCT-BASE = ZERO
008250         IF CNR-PCT-ABS-VARIANCE = ZERO
008260             MOVE ZERO TO CNR-ABS-PCT
008270         ELSE
008280             MOVE 100 TO CNR-ABS-PCT
008290         END-IF
008300     ELSE
008310         COMPUTE CNR-ABS-PCT ROUNDED =
008320             CNR-PCT-ABS-VARIANCE * 100 / CNR-PCT-BASE
008330             ON SIZE ERROR
008340                 MOVE 9999.9 TO CNR-ABS-PCT
008350         END-COMPUTE
008360     END-IF.
008370     IF CNR-PCT-VARIANCE < ZERO
008380         COMPUTE CNR-VARIANCE-PCT = ZERO - CNR-ABS-PCT
008390     ELSE
008400         MOVE CNR-ABS-PCT TO CNR-VARIANCE-PCT
008410     END-IF.
008420 4100-EXIT.
008430     EXIT.
008440
008450****************************************************************
008460*    4500-WRITE-COUNT-ADJUSTMENT - BRINGS THE CARRIED RESULT    *
008470*    TO THE COUNTED QUANTITY. THE REASON NAMES THE COUNT DATE   *
008480*    AND THE COUNTER; THE APPROVER IS THE SUPERVISOR FROM THE   *
008490*    CONTROL CARD, AND ADJEDIT DECIDES WHETHER THAT IS ENOUGH.  *
008500****************************************************************
008510 4500-WRITE-COUNT-ADJUSTMENT.
008520     MOVE SPACES           TO ADJ-RECORD.
008530     MOVE CNT-ITEM-CODE    TO ADJ-ITEM-CODE.
008540     IF CNR-VARIANCE > ZERO
008550         MOVE "+" TO ADJ-SIGN
008560     ELSE
008570         MOVE "-" TO ADJ-SIGN
008580     END-IF.
008590     MOVE CNR-ABS-VARIANCE TO ADJ-QTY.
008600     MOVE CNT-COUNT-DATE   TO CNR-RSN-COUNT-DATE.
008610     MOVE CNT-COUNTER-ID   TO CNR-RSN-COUNTER-ID.
008620     MOVE CNR-ADJ-REASON   TO ADJ-REASON.
008630     MOVE CNR-APPROVER-ID  TO ADJ-APPROVER-ID.
008640     MOVE "C"              TO ADJ-SOURCE-CODE.
008650     MOVE CNT-COUNTER-ID   TO ADJ-KEYER-ID.
008660     WRITE ADJ-RECORD.
008670     IF WS-ADJ-FILE-STATUS NOT = "00"
008680         DISPLAY "CNTRECON - ABEND - COUNT-ADJUSTMENT-FILE "
008690                 "WRITE FAILED - STATUS " WS-ADJ-FILE-STATUS
008700         GO TO 9900-ABEND-TERMINATION
008710     END-IF.
008720     ADD 1 TO CNR-ADJ-COUNT.
008730 4500-EXIT.
008740     EXIT.
008750
008760****************************************************************
008770*    4800-UPDATE-COUNT-STATUS - RECORD THIS AS THE ITEM'S LAST  *
008780*    COUNT; THE EDIT HAS ALREADY REFUSED AN OLDER SHEET         *
008790****************************************************************
008800 4800-UPDATE-COUNT-STATUS.
008810     IF NOT CNR-STATUS-FOUND
008820         MOVE SPACES        TO CST-RECORD
008830         MOVE CNT-ITEM-CODE TO CST-ITEM-CODE
008840     END-IF.
008850     MOVE CNT-COUNT-DATE  TO CST-LAST-COUNT-DATE.
008860     MOVE CNT-COUNTED-QTY TO CST-LAST-COUNTED-QTY.
008870     MOVE CNR-SYSTEM-QTY  TO CST-LAST-SYSTEM-QTY.
008880     MOVE CNT-COUNTER-ID  TO CST-LAST-COUNTER-ID.
008890     MOVE CNR-AS-OF-DATE  TO CST-LAST-RECON-DATE.
008900     IF CNR-STATUS-FOUND
008910         REWRITE CST-RECORD
008920             INVALID KEY
008930                 DISPLAY "CNTRECON - ABEND - COUNT-STATUS-FILE "
008940                         "REWRITE INVALID KEY - ITEM "
008950                         CST-ITEM-CODE
008960                 GO TO 9900-ABEND-TERMINATION
008970         END-REWRITE
008980     ELSE
008990         WRITE CST-RECORD
009000             INVALID KEY
009010                 DISPLAY "CNTRECON - ABEND - COUNT-STATUS-FILE "
009020                         "WRITE INVALID KEY - ITEM "
009030                         CST-ITEM-CODE
009040                 GO TO 9900-ABEND-TERMINATION
009050         END-WRITE
009060     END-IF.
009070     IF WS-CST-FILE-STATUS NOT = "00"
009080         DISPLAY "CNTRECON - ABEND - COUNT-STATUS-FILE "
009090                 "WRITE FAILED - STATUS " WS-CST-FILE-STATUS
009100         GO TO 9900-ABEND-TERMINATION
009110     END-IF.
009120 4800-EXIT.
009130     EXIT.
009140
009150****************************************************************
009160*    5000-WRITE-CC-SUMMARY - ONE LINE PER COST CENTER, THEN     *
009170*    THE TOTAL FOR EVERY COUNT RECONCILED                       *
009180****************************************************************
009190 5000-WRITE-CC-SUMMARY.
009200     MOVE "VARIANCE BY COST CENTER" TO RPT-SECTION-TITLE.
009210     PERFORM 7300-WRITE-SECTION-LINE THRU 7300-EXIT.
009220     IF CNR-CC-COUNT > ZERO
009230         PERFORM 5100-WRITE-CC-DETAIL THRU 5100-EXIT
009240             VARYING CNR-CC-IDX FROM 1 BY 1
009250             UNTIL CNR-CC-IDX > CNR-CC-COUNT
009260     END-IF.
009270     MOVE SPACES             TO RPT-CC-LINE.
009280     MOVE "*TOTAL"           TO RPT-CC-LABEL.
009290     MOVE "ALL"              TO RPT-CC-COST-CENTER.
009300     MOVE CNR-TOTAL-ITEMS    TO RPT-CC-ITEM-COUNT.
009310     MOVE CNR-TOTAL-SYSTEM   TO RPT-CC-SYSTEM-QTY.
009320     MOVE CNR-TOTAL-COUNTED  TO RPT-CC-COUNTED-QTY.
009330     MOVE CNR-TOTAL-VARIANCE TO RPT-CC-VARIANCE.
009340     MOVE CNR-TOTAL-VARIANCE TO CNR-PCT-VARIANCE.
009350     MOVE CNR-TOTAL-SYSTEM   TO CNR-PCT-BASE.
009360     PERFORM 4100-COMPUTE-PERCENT THRU 4100-EXIT.
009370     MOVE CNR-VARIANCE-PCT   TO RPT-CC-VARIANCE-PCT.
009380     MOVE CNR-ADJ-COUNT      TO RPT-CC-ADJ-COUNT.
009390     PERFORM 5900-WRITE-CC-RECORD THRU 5900-EXIT.
009400 5000-EXIT.
009410     EXIT.
009420
009430 5100-WRITE-CC-DETAIL.
009440     MOVE SPACES      TO RPT-CC-LINE.
009450     MOVE "*CC TOTAL" TO RPT-CC-LABEL.
009460     MOVE CNR-TBL-COST-CENTER (CNR-CC-IDX)
009470         TO RPT-CC-COST-CENTER.
009480     MOVE CNR-TBL-ITEM-COUNT (CNR-CC-IDX)  TO RPT-CC-ITEM-COUNT.
009490     MOVE CNR-TBL-SYSTEM-QTY (CNR-CC-IDX)  TO RPT-CC-SYSTEM-QTY.
009500     MOVE CNR-TBL-COUNTED-QTY (CNR-CC-IDX) TO RPT-CC-COUNTED-QTY.
009510     MOVE CNR-TBL-VARIANCE (CNR-CC-IDX)    TO RPT-CC-VARIANCE.
009520     MOVE CNR-TBL-ADJ-COUNT (CNR-CC-IDX)   TO RPT-CC-ADJ-COUNT.
009530     MOVE CNR-TBL-VARIANCE (CNR-CC-IDX)   TO CNR-PCT-VARIANCE.
009540     MOVE CNR-TBL-SYSTEM-QTY (CNR-CC-IDX) TO CNR-PCT-BASE.
009550     PERFORM 4100-COMPUTE-PERCENT THRU 4100-EXIT.
009560     MOVE CNR-VARIANCE-PCT TO RPT-CC-VARIANCE-PCT.
009570     PERFORM 5900-WRITE-CC-RECORD THRU 5900-EXIT.
009580 5100-EXIT.
009590     EXIT.
009600
009610 5900-WRITE-CC-RECORD.
009620     IF CNR-LINE-COUNT >= CNR-LINES-PER-PAGE
009630         PERFORM 7100-WRITE-REPORT-HEADING THRU 7100-EXIT
009640     END-IF.
009650     WRITE REPORT-RECORD FROM RPT-CC-LINE.
009660     IF WS-RPT-FILE-STATUS NOT = "00"
009670         DISPLAY "CNTRECON - ABEND - REPORT-FILE "
009680                 "WRITE FAILED - STATUS " WS-RPT-FILE-STATUS
009690         GO TO 9900-ABEND-TERMINATION
009700     END-IF.
009710     ADD 1 TO CNR-LINE-COUNT.
009720 5900-EXIT.
009730     EXIT.
009740
009750****************************************************************
009760*    6000-WRITE-COUNT-LINE - DETAIL LINE WITH PAGE BREAK; A     *
009770*    REJECTED COUNT SHOWS ITS FIELDS AS KEYED                   *
009780****************************************************************
009790 6000-WRITE-COUNT-LINE.
009800     IF CNR-LINE-COUNT >= CNR-LINES-PER-PAGE
009810         PERFORM 7100-WRITE-REPORT-HEADING THRU 7100-EXIT
009820     END-IF.
009830     MOVE SPACES           TO RPT-DETAIL-LINE.
009840     MOVE CNT-ITEM-CODE    TO RPT-ITEM-CODE.
009850     MOVE CNR-COST-CENTER  TO RPT-COST-CENTER.
009860     MOVE CNT-COUNT-DATE   TO RPT-COUNT-DATE.
009870     MOVE CNT-COUNTER-ID   TO RPT-COUNTER-ID.
009880     MOVE CNR-SYSTEM-QTY   TO RPT-SYSTEM-QTY.
009890     IF CNT-COUNTED-QTY NUMERIC
009900         MOVE CNT-COUNTED-QTY TO RPT-COUNTED-QTY-NUM
009910     ELSE
009920         MOVE CNT-COUNTED-QTY TO RPT-COUNTED-QTY
009930     END-IF.
009940     MOVE CNR-VARIANCE     TO RPT-VARIANCE.
009950     MOVE CNR-VARIANCE-PCT TO RPT-VARIANCE-PCT.
009960     MOVE CNR-COUNT-STATUS TO RPT-STATUS.
009970     WRITE REPORT-RECORD FROM RPT-DETAIL-LINE.
009980     IF WS-RPT-FILE-STATUS NOT = "00"
009990         DISPLAY "CNTRECON - ABEND - REPORT-FILE "
010000                 "WRITE FAILED - STATUS " WS-RPT-FILE-STATUS
010010         GO TO 9900-ABEND-TERMINATION
010020     END-IF.
010030     ADD 1 TO CNR-LINE-COUNT.
010040 6000-EXIT.
010050     EXIT.
010060
010070****************************************************************
010080*    6500-LIST-ITEMS-DUE - EVERY ACTIVE ITEM WITH A COUNT       *
010090*    CYCLE WHOSE LAST RECONCILED COUNT, IF ANY, IS A FULL       *
010100*    CYCLE OR MORE BEFORE THE AS-OF DATE. COUNTS RECONCILED     *
010110*    IN THIS RUN ARE ALREADY ON THE COUNT STATUS FILE.          *
010120****************************************************************
010130 6500-LIST-ITEMS-DUE.
010140     MOVE "D" TO CNR-SECTION-SW.
010150     PERFORM 7100-WRITE-REPORT-HEADING THRU 7100-EXIT.
010160     MOVE "ITEMS DUE FOR COUNT AND NOT COUNTED"
010170         TO RPT-SECTION-TITLE.
010180     PERFORM 7300-WRITE-SECTION-LINE THRU 7300-EXIT.
010190     MOVE LOW-VALUES TO ITM-KEY.
010200     START ITEM-MASTER-FILE KEY NOT < ITM-KEY
010210         INVALID KEY
010220             MOVE "Y" TO WS-ITM-EOF-SW
010230     END-START.
010240     PERFORM 6900-READ-NEXT-ITEM THRU 6900-EXIT.
010250     PERFORM 6600-CHECK-ITEM-DUE THRU 6600-EXIT
010260         UNTIL WS-ITM-EOF.
010270 6500-EXIT.
010280     EXIT.
010290
010300 6600-CHECK-ITEM-DUE.
010310     IF NOT ITM-ACTIVE
010320             OR ITM-COUNT-CYCLE-DAYS NOT NUMERIC
010330             OR ITM-COUNT-CYCLE-DAYS = ZERO
010340         GO TO 6600-NEXT
010350     END-IF.
010360     MOVE ITM-COUNT-CYCLE-DAYS TO CNR-CYCLE-DAYS.
010370     PERFORM 8700-COMPUTE-DUE-CUTOFF THRU 8700-EXIT.
010380     MOVE ITM-ITEM-CODE TO CST-ITEM-CODE.
010390     MOVE "Y" TO CNR-STATUS-FOUND-SW.
010400     READ COUNT-STATUS-FILE
010410         INVALID KEY
010420             MOVE "N" TO CNR-STATUS-FOUND-SW
010430     END-READ.
010440     IF CNR-STATUS-FOUND
010450             AND CST-LAST-COUNT-DATE > CNR-DUE-CUTOFF
010460         GO TO 6600-NEXT
010470     END-IF.
010480     ADD 1 TO CNR-DUE-COUNT.
010490     MOVE "Y" TO CNR-REVIEW-SW.
010500     PERFORM 6700-WRITE-DUE-LINE THRU 6700-EXIT.
010510 6600-NEXT.
010520     PERFORM 6900-READ-NEXT-ITEM THRU 6900-EXIT.
010530 6600-EXIT.
010540     EXIT.
010550
010560 6700-WRITE-DUE-LINE.
010570     IF CNR-LINE-COUNT >= CNR-LINES-PER-PAGE
010580         PERFORM 7100-WRITE-REPORT-HEADING THRU 7100-EXIT
010590     END-IF.
010600     MOVE SPACES               TO RPT-DUE-LINE.
010610     MOVE ITM-ITEM-CODE        TO RPT-DUE-ITEM-CODE.
010620     MOVE ITM-COST-CENTER      TO RPT-DUE-COST-CENTER.
010630     MOVE CNR-CYCLE-DAYS       TO RPT-DUE-CYCLE-DAYS.
010640     IF CNR-STATUS-FOUND
010650         MOVE CST-LAST-COUNT-DATE TO RPT-DUE-LAST-COUNT
010660     ELSE
010670         MOVE "NEVER"             TO RPT-DUE-LAST-COUNT
010680     END-IF.
010690     MOVE ITM-DESCRIPTION      TO RPT-DUE-DESCRIPTION.
010700     WRITE REPORT-RECORD FROM RPT-DUE-LINE.
010710     IF WS-RPT-FILE-STATUS NOT = "00"
010720         DISPLAY "CNTRECON - ABEND - REPORT-FILE "
010730                 "WRITE FAILED - STATUS " WS-RPT-FILE-STATUS
010740         GO TO 9900-ABEND-TERMINATION
010750     END-IF.
010760     ADD 1 TO CNR-LINE-COUNT.
010770 6700-EXIT.
010780     EXIT.
010790
010800 6900-READ-NEXT-ITEM.
010810     IF WS-ITM-EOF
010820         GO TO 6900-EXIT
010830     END-IF.
010840     READ ITEM-MASTER-FILE NEXT RECORD
010850         AT END
010860             MOVE "Y" TO WS-ITM-EOF-SW
010870     END-READ.
010880 6900-EXIT.
010890     EXIT.
010900
010910****************************************************************
010920*    7100-WRITE-REPORT-HEADING - PAGE BREAK; THE COLUMN         *
010930*    HEADING FOLLOWS THE SECTION BEING PRINTED                  *
010940****************************************************************
010950 7100-WRITE-REPORT-HEADING.
010960     ADD 1 TO CNR-PAGE-COUNT.
010970     MOVE WS-CURRENT-DATE TO RPT-HDG-RUN-DATE.
010980     MOVE CNR-PAGE-COUNT  TO RPT-HDG-PAGE-NO.
010990     WRITE REPORT-RECORD FROM RPT-HEADING-LINE-1.
011000     IF CNR-DUE-SECTION
011010         WRITE REPORT-RECORD FROM RPT-DUE-HEADING-LINE
011020     ELSE
011030         WRITE REPORT-RECORD FROM RPT-HEADING-LINE-2
011040     END-IF.
011050     MOVE ZERO TO CNR-LINE-COUNT.
011060 7100-EXIT.
011070     EXIT.
011080
011090****************************************************************
011100*    7200-WRITE-SELECTION-LINE - THE AS-OF DATE, TOLERANCE,     *
011110*    AND APPROVER THIS RUN USED, PRINTED ONCE                   *
011120****************************************************************
011130 7200-WRITE-SELECTION-LINE.
011140     MOVE CNR-AS-OF-DATE    TO RPT-SEL-AS-OF-DATE.
011150     MOVE CNR-TOLERANCE-PCT TO RPT-SEL-TOLERANCE.
011160     MOVE CNR-APPROVER-ID   TO RPT-SEL-APPROVER-ID.
011170     WRITE REPORT-RECORD FROM RPT-SELECTION-LINE.
011180     IF WS-RPT-FILE-STATUS NOT = "00"
011190         DISPLAY "CNTRECON - ABEND - REPORT-FILE "
011200                 "WRITE FAILED - STATUS " WS-RPT-FILE-STATUS
011210         GO TO 9900-ABEND-TERMINATION
011220     END-IF.
011230     ADD 1 TO CNR-LINE-COUNT.
011240 7200-EXIT.
011250     EXIT.
011260
011270 7300-WRITE-SECTION-LINE.
011280     IF CNR-LINE-COUNT >= CNR-LINES-PER-PAGE
011290         PERFORM 7100-WRITE-REPORT-HEADING THRU 7100-EXIT
011300     END-IF.
011310     WRITE REPORT-RECORD FROM RPT-SECTION-LINE.
011320     IF WS-RPT-FILE-STATUS NOT = "00"
011330         DISPLAY "CNTRECON - ABEND - REPORT-FILE "
011340                 "WRITE FAILED - STATUS " WS-RPT-FILE-STATUS
011350         GO TO 9900-ABEND-TERMINATION
011360     END-IF.
011370     ADD 1 TO CNR-LINE-COUNT.
011380 7300-EXIT.
011390     EXIT.
011400
011410****************************************************************
011420*    8000-WRITE-RUN-TOTALS - THE COUNTS THAT PROVE THE RUN      *
011430****************************************************************
011440 8000-WRITE-RUN-TOTALS.
011450     MOVE SPACES                  TO RPT-TOTAL-LINE.
011460     MOVE "COUNTS READ"           TO RPT-TOT-LABEL.
011470     MOVE CNR-READ-COUNT          TO RPT-TOT-VALUE.
011480     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT.
011490     MOVE SPACES                  TO RPT-TOTAL-LINE.
011500     MOVE "COUNTS REJECTED"       TO RPT-TOT-LABEL.
011510     MOVE CNR-REJECT-COUNT        TO RPT-TOT-VALUE.
011520     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT.
011530     MOVE SPACES                  TO RPT-TOTAL-LINE.
011540     MOVE "COUNTS WITH NO RESULT"  TO RPT-TOT-LABEL.
011550     MOVE CNR-NO-RESULT-COUNT     TO RPT-TOT-VALUE.
011560     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT.
011570     MOVE SPACES                  TO RPT-TOTAL-LINE.
011580     MOVE "COUNTS AGREEING"       TO RPT-TOT-LABEL.
011590     MOVE CNR-AGREE-COUNT         TO RPT-TOT-VALUE.
011600     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT.
011610     MOVE SPACES                  TO RPT-TOTAL-LINE.
011620     MOVE "WITHIN TOLERANCE"      TO RPT-TOT-LABEL.
011630     MOVE CNR-WITHIN-COUNT        TO RPT-TOT-VALUE.
011640     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT.
011650     MOVE SPACES                  TO RPT-TOTAL-LINE.
011660     MOVE "ADJUSTMENTS WRITTEN"   TO RPT-TOT-LABEL.
011670     MOVE CNR-ADJ-COUNT           TO RPT-TOT-VALUE.
011680     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT.
011690     MOVE SPACES                  TO RPT-TOTAL-LINE.
011700     MOVE "ITEMS DUE NOT COUNTED" TO RPT-TOT-LABEL.
011710     MOVE CNR-DUE-COUNT           TO RPT-TOT-VALUE.
011720     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT.
011730 8000-EXIT.
011740     EXIT.
011750
011760 8100-WRITE-TOTAL-LINE.
011770     IF CNR-LINE-COUNT >= CNR-LINES-PER-PAGE
011780         PERFORM 7100-WRITE-REPORT-HEADING THRU 7100-EXIT
011790     END-IF.
011800     WRITE REPORT-RECORD FROM RPT-TOTAL-LINE.
011810     IF WS-RPT-FILE-STATUS NOT = "00"
011820         DISPLAY "CNTRECON - ABEND - REPORT-FILE "
011830                 "WRITE FAILED - STATUS " WS-RPT-FILE-STATUS
011840         GO TO 9900-ABEND-TERMINATION
011850     END-IF.
011860     ADD 1 TO CNR-LINE-COUNT.
011870 8100-EXIT.
011880     EXIT.
011890
011900****************************************************************
011910*    8700-COMPUTE-DUE-CUTOFF - BACK THE AS-OF DATE UP BY THE    *
011920*    ITEM'S COUNT CYCLE, ONE CALENDAR DAY AT A TIME, HONORING   *
011930*    MONTH LENGTHS AND LEAP YEARS                               *
011940****************************************************************
011950 8700-COMPUTE-DUE-CUTOFF.
011960     MOVE CNR-AS-OF-DATE TO CNR-WORK-DATE-NUM.
011970     PERFORM 8800-BACK-ONE-DAY THRU 8800-EXIT
011980         CNR-CYCLE-DAYS TIMES.
011990     MOVE CNR-WORK-DATE-NUM TO CNR-DUE-CUTOFF.
012000 8700-EXIT.
012010     EXIT.
012020
012030 8800-BACK-ONE-DAY.
012040     IF CNR-WORK-DAY > 1
012050         SUBTRACT 1 FROM CNR-WORK-DAY
012060         GO TO 8800-EXIT
012070     END-IF.
012080     IF CNR-WORK-MONTH = 1
012090         MOVE 12 TO CNR-WORK-MONTH
012100         SUBTRACT 1 FROM CNR-WORK-YEAR
012110     ELSE
012120         SUBTRACT 1 FROM CNR-WORK-MONTH
012130     END-IF.
012140     PERFORM 8900-GET-MONTH-LENGTH THRU 8900-EXIT.
012150     MOVE CNR-MONTH-LENGTH TO CNR-WORK-DAY.
012160 8800-EXIT.
012170     EXIT.
012180
012190****************************************************************
012200*    8900-GET-MONTH-LENGTH - FEBRUARY RUNS 29 DAYS WHEN THE     *
012210*    YEAR DIVIDES BY 4, EXCEPT CENTURIES NOT DIVISIBLE BY 400   *
012220****************************************************************
012230 8900-GET-MONTH-LENGTH.
012240     MOVE CNR-MONTH-DAYS (CNR-WORK-MONTH) TO CNR-MONTH-LENGTH.
012250     IF CNR-WORK-MONTH NOT = 2
012260         GO TO 8900-EXIT
012270     END-IF.
012280     DIVIDE CNR-WORK-YEAR BY 4
012290         GIVING CNR-LEAP-QUOTIENT
012300         REMAINDER CNR-LEAP-REMAINDER.
012310     IF CNR-LEAP-REMAINDER NOT = ZERO
012320         GO TO 8900-EXIT
012330     END-IF.
012340     DIVIDE CNR-WORK-YEAR BY 100
012350         GIVING CNR-LEAP-QUOTIENT
012360         REMAINDER CNR-LEAP-REMAINDER.
012370     IF CNR-LEAP-REMAINDER NOT = ZERO
012380         MOVE 29 TO CNR-MONTH-LENGTH
012390         GO TO 8900-EXIT
012400     END-IF.
012410     DIVIDE CNR-WORK-YEAR BY 400
012420         GIVING CNR-LEAP-QUOTIENT
012430         REMAINDER CNR-LEAP-REMAINDER.
012440     IF CNR-LEAP-REMAINDER = ZERO
012450         MOVE 29 TO CNR-MONTH-LENGTH
012460     END-IF.
012470 8900-EXIT.
012480     EXIT.
012490
012500****************************************************************
012510*    9000-TERMINATE - RETURN CODE 4 SENDS THE WAREHOUSE BACK    *
012520*    TO THE REPORT FOR A REJECTED COUNT, A COUNT WITH NO        *
012530*    RESULT, OR AN ITEM DUE AND NOT COUNTED                     *
012540****************************************************************
012550 9000-TERMINATE.
012560     CLOSE COUNT-FILE
012570           ITEM-MASTER-FILE
012580           INQUIRY-FILE
012590           COUNT-STATUS-FILE
012600           COUNT-ADJUSTMENT-FILE
012610           REPORT-FILE.
012620     IF CNR-REVIEW-NEEDED
012630         MOVE 4 TO RETURN-CODE
012640     END-IF.
012650 9000-EXIT.
012660     EXIT.
012670
012680****************************************************************
012690*    9700-WRITE-RUN-END - APPEND THE END RECORD WITH THE        *
012700*    FINAL RETURN CODE AND RECORDS PROCESSED; NEVER ABENDS,     *
012710*    SINCE THE ABEND PATH ITSELF COMES THROUGH HERE             *
012720****************************************************************
012730 9700-WRITE-RUN-END.
012740     IF NOT WS-RUN-OPEN
012750         GO TO 9700-EXIT
012760     END-IF.
012770     MOVE SPACES          TO RUN-RECORD.
012780     MOVE "CNTRECON"      TO RUN-PROGRAM-ID.
012790     MOVE WS-CURRENT-DATE TO RUN-RUN-DATE.
012800     MOVE CNR-CYCLE-NO    TO RUN-CYCLE-NO.
012810     MOVE CNR-RUN-ID      TO RUN-RUN-ID.
012820     MOVE "E"             TO RUN-RECORD-TYPE.
012830     ACCEPT WS-CURRENT-TIME FROM TIME.
012840     MOVE WS-CURRENT-TIME TO RUN-TIME.
012850     MOVE CNR-READ-COUNT  TO RUN-RECORDS-PROCESSED.
012860     MOVE RETURN-CODE     TO RUN-RETURN-CODE.
012870     WRITE RUN-RECORD.
012880     IF WS-RUN-FILE-STATUS NOT = "00"
012890         DISPLAY "CNTRECON - RUN-STATUS-FILE WRITE FAILED - "
012900                 "STATUS " WS-RUN-FILE-STATUS
012910     END-IF.
012920     CLOSE RUN-STATUS-FILE.
012930     MOVE "N" TO WS-RUN-OPEN-SW.
012940 9700-EXIT.
012950     EXIT.
012960
012970****************************************************************
012980*    9900-ABEND-TERMINATION - AN OPEN OR A WRITE CAME BACK      *
012990*    WITH A FILE STATUS OTHER THAN SUCCESSFUL; THE RUN CANNOT   *
013000*    BE TRUSTED TO CONTINUE, SO IT STOPS HERE WITH A NON-ZERO   *
013010*    RETURN CODE FOR THE JOB SCHEDULER TO CATCH.                *
013020****************************************************************
013030 9900-ABEND-TERMINATION.
013040     MOVE 16 TO RETURN-CODE.
013050     PERFORM 9700-WRITE-RUN-END THRU 9700-EXIT.
013060     STOP RUN.
