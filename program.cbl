001370*     09/01/2026  DLO  STAMP A NEW EXCEPTION WITH THE DATE IT    *
001380*                      WAS FIRST RAISED AND A CYCLE COUNT OF     *
001390*                      ONE, FOR THE EXCAGE AGING REPORT.         *
001400*     09/18/2026  DLO  LOOK UP EACH ITEM'S STANDARD COST ON THE  *
001410*                      NEW STANDARD COST FILE AND CARRY THE      *
001420*                      UNIT COST AND THE EXTENDED DOLLAR VALUE   *
001430*                      ALONGSIDE THE QUANTITY ON THE GL          *
001440*                      EXTRACT; A COST CHANGE NOT YET EFFECTIVE  *
001450*                      VALUES AT THE PRIOR COST.                 *
001460*     10/06/2026  DLO  TAKE THE RUN DATE'S FISCAL PERIOD FROM    *
001470*                      THE SHOP CALENDAR FOR THE HISTORY AND GL  *
001480*                      EXTRACT RECORDS, AND STOP WITH A WARNING  *
001490*                      ON A NON-BUSINESS RUN DATE UNLESS AN      *
001500*                      OVERRIDE CARD AUTHORIZES THE RUN.         *
001510*     10/08/2026  DLO  PASS OVER BACKOUT MARKERS ON THE AUDIT    *
001520*                      TRAIL IN REPLAY MODE.                     *
001530*     10/14/2026  DLO  PASS OVER WRITE-OFF MARKERS ON THE AUDIT  *
001540*                      TRAIL IN REPLAY MODE.                     *
001550*     10/15/2026  DLO  STAMP RANDSUB AS THE WRITING PROGRAM ON   *
001560*                      THE GL EXTRACT AND HISTORY CONTROL        *
001570*                      RECORDS, FOR BACKOUT.                     *
001580****************************************************************
001590 IDENTIFICATION DIVISION.
001600 PROGRAM-ID.    RANDOM-SUBTRACTION.
001610 AUTHOR.        D. L. OKAFOR.
001620 INSTALLATION.  INVENTORY CONTROL SYSTEMS.
001630 DATE-WRITTEN.  01/05/2009.
001640 DATE-COMPILED.
001650
001660 ENVIRONMENT DIVISION.
001670 CONFIGURATION SECTION.
001680 SOURCE-COMPUTER.   IBM-370.
001690 OBJECT-COMPUTER.   IBM-370.
001700 SPECIAL-NAMES.
001710     C01 IS TOP-OF-PAGE.
001720
001730 INPUT-OUTPUT SECTION.
001740 FILE-CONTROL.
001750*    DAILY ITEM/COST-CENTER BALANCES TO BE PROCESSED
001760     SELECT DAILY-BALANCE-FILE
001770         ASSIGN TO BALIN
001780         ORGANIZATION IS SEQUENTIAL
001790         FILE STATUS IS WS-BAL-FILE-STATUS.
001800
001810*    ITEMS FAILING THE SIGN/OVERFLOW CHECK
001820     SELECT EXCEPTION-FILE
001830         ASSIGN TO EXCPOUT
001840         ORGANIZATION IS SEQUENTIAL
001850         FILE STATUS IS WS-EXC-FILE-STATUS.
001860
001870*    PRINTED, PAGINATED RESULT REPORT
001880     SELECT REPORT-FILE
001890         ASSIGN TO RPTOUT
001900         ORGANIZATION IS SEQUENTIAL
001910         FILE STATUS IS WS-RPT-FILE-STATUS.
001920
001930*    AUDIT TRAIL OF EVERY DRAW, APPENDED EACH RUN - OPTIONAL SO
001940*    A FIRST-EVER RUN CAN EXTEND A FILE THAT DOES NOT YET EXIST
001950     SELECT OPTIONAL AUDIT-FILE
001960         ASSIGN TO AUDOUT
001970         ORGANIZATION IS SEQUENTIAL
001980         FILE STATUS IS WS-AUD-FILE-STATUS.
001990
002000*    OPERATOR-MAINTAINED RUN CONTROL VALUES
002010     SELECT PARAMETER-FILE
002020         ASSIGN TO PARMIN
002030         ORGANIZATION IS SEQUENTIAL
002040         FILE STATUS IS WS-PARM-FILE-STATUS.
002050
002060*    LAST ITEM SUCCESSFULLY PROCESSED, FOR RESTART - KEYED BY
002070*    RUN-ID AND RUN DATE SO A STALE CHECKPOINT FROM AN EARLIER
002080*    DAY CANNOT BE APPLIED TO A LATER DAY'S BALANCE FILE
002090*    OPTIONAL SO THE FIRST-EVER RUN OF THE DAY CAN CREATE IT
002100     SELECT OPTIONAL CHECKPOINT-FILE
002110         ASSIGN TO CKPTFIL
002120         ORGANIZATION IS INDEXED
002130         ACCESS MODE IS DYNAMIC
002140         RECORD KEY IS CKPT-KEY
002150         FILE STATUS IS WS-CKPT-FILE-STATUS.
002160
002170*    ACCUMULATED RESULT HISTORY, APPENDED EACH RUN, READ BY
002180*    THE STATRPT TRENDING PROGRAM
002190*    OPTIONAL SO A FIRST-EVER RUN CAN EXTEND A NEW FILE
002200     SELECT OPTIONAL HISTORY-FILE
002210         ASSIGN TO HISTOUT
002220         ORGANIZATION IS SEQUENTIAL
002230         FILE STATUS IS WS-HIST-FILE-STATUS.
002240
002250*    DAILY FEED TO THE ACCOUNTING GL LOADER
002260     SELECT GLEXTRACT-FILE
002270         ASSIGN TO GLXOUT
002280         ORGANIZATION IS SEQUENTIAL
002290         FILE STATUS IS WS-GLX-FILE-STATUS.
002300
002310*    TODAY'S RESULT BY ITEM, FOR ONLINE INQUIRY - OPTIONAL SO
002320*    THE FIRST-EVER RUN OF THE DAY CAN CREATE IT
002330     SELECT OPTIONAL INQUIRY-FILE
002340         ASSIGN TO INQFILE
002350         ORGANIZATION IS INDEXED
002360         ACCESS MODE IS DYNAMIC
002370         RECORD KEY IS INQ-KEY
002380         FILE STATUS IS WS-INQ-FILE-STATUS.
002390
002400*    ITEM MASTER, KEYED BY ITEM CODE, MAINTAINED BY ITEMMNT
002410     SELECT ITEM-MASTER-FILE
002420         ASSIGN TO ITEMMST
002430         ORGANIZATION IS INDEXED
002440         ACCESS MODE IS DYNAMIC
002450         RECORD KEY IS ITM-KEY
002460         FILE STATUS IS WS-ITM-FILE-STATUS.
002470
002480*    ITEM-TO-GL-ACCOUNT MAPPING, SUPPLIED BY FINANCE
002490     SELECT GL-MAPPING-FILE
002500         ASSIGN TO GLMAP
002510         ORGANIZATION IS INDEXED
002520         ACCESS MODE IS DYNAMIC
002530         RECORD KEY IS GLM-KEY
002540         FILE STATUS IS WS-GLM-FILE-STATUS.
002550
002560*    STANDARD UNIT COST BY ITEM CODE, MAINTAINED BY STDMNT -
002570*    OPTIONAL SO AN ITEM WITH NO COST ON FILE POSTS ZERO VALUE
002580     SELECT OPTIONAL STANDARD-COST-FILE
002590         ASSIGN TO STDCOST
002600         ORGANIZATION IS INDEXED
002610         ACCESS MODE IS DYNAMIC
002620         RECORD KEY IS STD-KEY
002630         FILE STATUS IS WS-STD-FILE-STATUS.
002640
002650*    PRINTED LISTING OF ITEMS POSTED TO SUSPENSE
002660     SELECT MAP-EXCEPTION-FILE
002670         ASSIGN TO GLMEXRPT
002680         ORGANIZATION IS SEQUENTIAL
002690         FILE STATUS IS WS-MEX-FILE-STATUS.
002700
002710*    SHARED RUN-STATUS FILE - ONE START AND ONE END RECORD PER
002720*    RUN, READ BY THE STATBRD OPERATIONS STATUS BOARD
002730     SELECT OPTIONAL RUN-STATUS-FILE
002740         ASSIGN TO RUNSTAT
002750         ORGANIZATION IS SEQUENTIAL
002760         FILE STATUS IS WS-RUN-FILE-STATUS.
002770
002780*    SHOP BUSINESS CALENDAR, KEYED BY DATE, MAINTAINED BY CALMNT
002790     SELECT CALENDAR-FILE
002800         ASSIGN TO CALFILE
002810         ORGANIZATION IS INDEXED
002820         ACCESS MODE IS DYNAMIC
002830         RECORD KEY IS CAL-KEY
002840         FILE STATUS IS WS-CAL-FILE-STATUS.
002850
002860*    NON-BUSINESS DATE OVERRIDE CARDS - OPTIONAL
002870     SELECT OPTIONAL OVERRIDE-FILE
002880         ASSIGN TO CALOVRD
002890         ORGANIZATION IS SEQUENTIAL
002900         FILE STATUS IS WS-OVR-FILE-STATUS.
002910
002920 DATA DIVISION.
002930 FILE SECTION.
002940 FD  DAILY-BALANCE-FILE
002950     LABEL RECORDS ARE STANDARD
002960     RECORD CONTAINS 80 CHARACTERS.
002970     COPY "BALREC.CPY".
002980
002990 FD  EXCEPTION-FILE
003000     LABEL RECORDS ARE STANDARD
003010     RECORD CONTAINS 80 CHARACTERS.
003020     COPY "EXCREC.CPY".
003030
003040 FD  REPORT-FILE
003050     LABEL RECORDS ARE STANDARD
003060     RECORD CONTAINS 132 CHARACTERS.
003070 01  REPORT-RECORD               PIC X(132).
003080
003090 FD  AUDIT-FILE
003100     LABEL RECORDS ARE STANDARD
003110     RECORD CONTAINS 80 CHARACTERS.
003120     COPY "AUDREC.CPY".
003130
003140 FD  PARAMETER-FILE
003150     LABEL RECORDS ARE STANDARD
003160     RECORD CONTAINS 80 CHARACTERS.
003170     COPY "PARMREC.CPY".
003180
003190 FD  CHECKPOINT-FILE
003200     LABEL RECORDS ARE STANDARD
003210     RECORD CONTAINS 80 CHARACTERS.
003220     COPY "CKPTREC.CPY".
003230
003240 FD  HISTORY-FILE
003250     LABEL RECORDS ARE STANDARD
003260     RECORD CONTAINS 80 CHARACTERS.
003270     COPY "HISTREC.CPY".
003280
003290 FD  GLEXTRACT-FILE
003300     LABEL RECORDS ARE STANDARD
003310     RECORD CONTAINS 80 CHARACTERS.
003320     COPY "GLXREC.CPY".
003330
003340 FD  INQUIRY-FILE
003350     LABEL RECORDS ARE STANDARD
003360     RECORD CONTAINS 80 CHARACTERS.
003370     COPY "INQREC.CPY".
003380
003390 FD  ITEM-MASTER-FILE
003400     LABEL RECORDS ARE STANDARD
003410     RECORD CONTAINS 80 CHARACTERS.
003420     COPY "ITMREC.CPY".
003430
003440 FD  GL-MAPPING-FILE
003450     LABEL RECORDS ARE STANDARD
003460     RECORD CONTAINS 80 CHARACTERS.
003470     COPY "GLMREC.CPY".
003480
003490 FD  STANDARD-COST-FILE
003500     LABEL RECORDS ARE STANDARD
003510     RECORD CONTAINS 80 CHARACTERS.
003520     COPY "STDREC.CPY".
003530
003540 FD  MAP-EXCEPTION-FILE
003550     LABEL RECORDS ARE STANDARD
003560     RECORD CONTAINS 132 CHARACTERS.
003570 01  MAP-EXCEPTION-RECORD        PIC X(132).
003580
003590 FD  RUN-STATUS-FILE
003600     LABEL RECORDS ARE STANDARD
003610     RECORD CONTAINS 80 CHARACTERS.
003620     COPY "RUNREC.CPY".
003630
003640 FD  CALENDAR-FILE
003650     LABEL RECORDS ARE STANDARD
003660     RECORD CONTAINS 80 CHARACTERS.
003670     COPY "CALREC.CPY".
003680
003690 FD  OVERRIDE-FILE
003700     LABEL RECORDS ARE STANDARD
003710     RECORD CONTAINS 80 CHARACTERS.
003720     COPY "OVRREC.CPY".
003730
003740 WORKING-STORAGE SECTION.
003750****************************************************************
003760*    FILE STATUS SWITCHES                                      *
003770****************************************************************
003780 01  WS-FILE-STATUSES.
003790     05  WS-BAL-FILE-STATUS      PIC X(02) VALUE "00".
003800     05  WS-EXC-FILE-STATUS      PIC X(02) VALUE "00".
003810     05  WS-RPT-FILE-STATUS      PIC X(02) VALUE "00".
003820     05  WS-AUD-FILE-STATUS      PIC X(02) VALUE "00".
003830     05  WS-PARM-FILE-STATUS     PIC X(02) VALUE "00".
003840     05  WS-CKPT-FILE-STATUS     PIC X(02) VALUE "00".
003850     05  WS-HIST-FILE-STATUS     PIC X(02) VALUE "00".
003860     05  WS-GLX-FILE-STATUS      PIC X(02) VALUE "00".
003870     05  WS-INQ-FILE-STATUS      PIC X(02) VALUE "00".
003880     05  WS-ITM-FILE-STATUS      PIC X(02) VALUE "00".
003890     05  WS-GLM-FILE-STATUS      PIC X(02) VALUE "00".
003900     05  WS-MEX-FILE-STATUS      PIC X(02) VALUE "00".
003910     05  WS-RUN-FILE-STATUS      PIC X(02) VALUE "00".
003920     05  WS-STD-FILE-STATUS      PIC X(02) VALUE "00".
003930     05  WS-CAL-FILE-STATUS      PIC X(02) VALUE "00".
003940     05  WS-OVR-FILE-STATUS      PIC X(02) VALUE "00".
003950
003960****************************************************************
003970*    PROGRAM SWITCHES                                          *
003980****************************************************************
003990 01  WS-SWITCHES.
004000     05  WS-RUN-OPEN-SW          PIC X(01) VALUE "N".
004010         88  WS-RUN-OPEN                    VALUE "Y".
004020     05  WS-BAL-EOF-SW           PIC X(01) VALUE "N".
004030         88  WS-BAL-EOF                     VALUE "Y".
004040     05  WS-AUD-EOF-SW           PIC X(01) VALUE "N".
004050         88  WS-AUD-EOF                     VALUE "Y".
004060     05  RSB-RESULT-VALID-SW     PIC X(01) VALUE "Y".
004070         88  RSB-RESULT-VALID               VALUE "Y".
004080         88  RSB-RESULT-INVALID             VALUE "N".
004090     05  RSB-ITEM-VALID-SW       PIC X(01) VALUE "Y".
004100         88  RSB-ITEM-VALID                 VALUE "Y".
004110         88  RSB-ITEM-INVALID               VALUE "N".
004120     05  RSB-GL-SUSPENSE-SW      PIC X(01) VALUE SPACE.
004130         88  RSB-GL-UNMAPPED                VALUE "Y".
004140     05  RSB-BALANCED-SW         PIC X(01) VALUE "Y".
004150         88  RSB-COUNTS-BALANCED            VALUE "Y".
004160         88  RSB-COUNTS-UNBALANCED          VALUE "N".
004170     05  RSB-RPL-SEED-SEEN-SW    PIC X(01) VALUE "N".
004180         88  RSB-RPL-SEED-SEEN              VALUE "Y".
004190     05  RSB-BAL-SEG-OPEN-SW     PIC X(01) VALUE "N".
004200         88  RSB-BAL-SEG-OPEN               VALUE "Y".
004210     05  RSB-BAL-CTL-ERROR-SW    PIC X(01) VALUE "N".
004220         88  RSB-BAL-CTL-ERROR              VALUE "Y".
004230     05  WS-OVR-EOF-SW           PIC X(01) VALUE "N".
004240         88  WS-OVR-EOF                     VALUE "Y".
004250     05  RSB-ON-CALENDAR-SW      PIC X(01) VALUE "N".
004260         88  RSB-ON-CALENDAR                VALUE "Y".
004270     05  RSB-OVERRIDE-SW         PIC X(01) VALUE "N".
004280         88  RSB-OVERRIDE-USED              VALUE "Y".
004290     05  RSB-DATE-REFUSED-SW     PIC X(01) VALUE "N".
004300         88  RSB-DATE-REFUSED               VALUE "Y".
004310
004320****************************************************************
004330*    CURRENT-ITEM WORKING FIELDS                                *
004340****************************************************************
004350 01  RSB-CURRENT-ITEM-CODE       PIC X(10).
004360 01  RSB-FIXED-NUMBER            PIC 9(07).
004370 01  RSB-RANDOM-NUMBER           PIC 9(04).
004380 01  RSB-RESULT                  PIC 9(07).
004390 01  RSB-MESSAGE                 PIC X(50).
004400 01  RSB-ITEM-DESC               PIC X(30).
004410 01  RSB-ITEM-EXC-REASON         PIC X(35).
004420 01  RSB-GL-ACCOUNT              PIC X(08).
004430 01  RSB-OFFSET-ACCOUNT          PIC X(08).
004440 01  RSB-UNIT-COST               PIC 9(05)V9(04).
004450 01  RSB-EXT-VALUE               PIC 9(12)V99.
004460
004470****************************************************************
004480*    SHOP CALENDAR VALUES FOR THE RUN DATE                      *
004490****************************************************************
004500 01  RSB-FISCAL-PERIOD           PIC 9(06) VALUE ZERO.
004510 01  RSB-OVERRIDE-BY             PIC X(08) VALUE SPACES.
004520
004530****************************************************************
004540*    RUN CONTROL VALUES - LOADED FROM PARAMETER-FILE            *
004550****************************************************************
004560 01  RSB-RUN-CONTROLS.
004570     05  RSB-DEFAULT-FIXED-NUMBER    PIC 9(04).
004580     05  RSB-CHECKPOINT-INTERVAL     PIC 9(04).
004590     05  RSB-ALERT-THRESHOLD         PIC 9(04).
004600     05  RSB-SUSPENSE-ACCOUNT        PIC X(08).
004610     05  RSB-PARM-SEED               PIC 9(10).
004620     05  RSB-PROCESS-MODE            PIC X(01).
004630         88  RSB-REPLAY-MODE                VALUE "R".
004640     05  RSB-REPLAY-DATE             PIC 9(08).
004650     05  RSB-CYCLE-NO                PIC 9(02).
004660     05  RSB-RUN-ID                  PIC X(08).
004670     05  RSB-RANGE-FROM              PIC X(10).
004680     05  RSB-RANGE-TO                PIC X(10).
004690
004700****************************************************************
004710*    PAGINATION COUNTERS AND RUN DATE                           *
004720****************************************************************
004730 01  RSB-ITEM-SEQ-NO             PIC 9(06) COMP VALUE ZERO.
004740 01  RSB-RESTART-SEQ-NO          PIC 9(06) COMP VALUE ZERO.
004750 01  RSB-ITEMS-SINCE-CKPT        PIC 9(06) COMP VALUE ZERO.
004760 01  RSB-LINE-COUNT              PIC 9(03) COMP VALUE ZERO.
004770 01  RSB-PAGE-COUNT              PIC 9(03) COMP VALUE ZERO.
004780 01  RSB-LINES-PER-PAGE          PIC 9(03) COMP VALUE 55.
004790 01  RSB-MEX-LINE-COUNT          PIC 9(03) COMP VALUE ZERO.
004800 01  RSB-MEX-PAGE-COUNT          PIC 9(03) COMP VALUE ZERO.
004810
004820****************************************************************
004830*    RUN CONTROL TOTALS - PROOF AT END OF JOB THAT EVERY        *
004840*    BALANCE RECORD LANDED SOMEWHERE                            *
004850****************************************************************
004860 01  RSB-CONTROL-TOTALS.
004870     05  RSB-CNT-ITEMS-READ      PIC 9(06) COMP VALUE ZERO.
004880     05  RSB-CNT-SKIPPED         PIC 9(06) COMP VALUE ZERO.
004890     05  RSB-CNT-OUT-OF-RANGE    PIC 9(06) COMP VALUE ZERO.
004900     05  RSB-CNT-VALID-RESULTS   PIC 9(06) COMP VALUE ZERO.
004910     05  RSB-CNT-EXCEPTIONS      PIC 9(06) COMP VALUE ZERO.
004920     05  RSB-CNT-HISTORY         PIC 9(06) COMP VALUE ZERO.
004930     05  RSB-CNT-GL-RECORDS      PIC 9(06) COMP VALUE ZERO.
004940     05  RSB-CNT-INQUIRY         PIC 9(06) COMP VALUE ZERO.
004950     05  RSB-HASH-RESULT         PIC 9(12) COMP VALUE ZERO.
004960
004970****************************************************************
004980*    INTERFACE FILE CONTROL-RECORD STATE - THE BALANCE FILE IS  *
004990*    VERIFIED SEGMENT BY SEGMENT AGAINST ITS HEADER/TRAILER     *
005000*    CONTROL RECORDS, AND THE GL EXTRACT AND HISTORY OUTPUT     *
005010*    CARRY THEIR OWN CONTROL RECORDS FOR THE NEXT CONSUMER.     *
005020*    THE OUTPUT COUNTS AND HASHES ARE RESTORED FROM THE         *
005030*    CHECKPOINT ON A RESTART SO THE TRAILER STILL COVERS THE    *
005040*    WHOLE FILE.                                                *
005050****************************************************************
005060 01  RSB-BAL-HDR-COUNT           PIC 9(04) COMP VALUE ZERO.
005070 01  RSB-BAL-SEG-COUNT           PIC 9(08) COMP VALUE ZERO.
005080 01  RSB-BAL-SEG-HASH            PIC 9(12) COMP VALUE ZERO.
005090 01  RSB-GLX-CTL-COUNT           PIC 9(08) COMP VALUE ZERO.
005100 01  RSB-GLX-CTL-HASH            PIC 9(12) COMP VALUE ZERO.
005110 01  RSB-HIST-CTL-COUNT          PIC 9(08) COMP VALUE ZERO.
005120 01  RSB-HIST-CTL-HASH           PIC 9(12) COMP VALUE ZERO.
005130
005140     COPY "CTLREC.CPY".
005150
005160****************************************************************
005170*    DRAW GENERATOR STATE - LEHMER MULTIPLICATIVE CONGRUENTIAL, *
005180*    SEED(N+1) = SEED(N) * 16807 MODULO 2147483647. THE SEED IS *
005190*    RECORDED ON THE RUN-HEADER AUDIT RECORD SO A QUESTIONED    *
005200*    RUN CAN BE REPLAYED DETERMINISTICALLY.                     *
005210****************************************************************
005220 01  RSB-SEED-WORK               PIC 9(18) COMP VALUE ZERO.
005230 01  RSB-SEED-QUOT               PIC 9(18) COMP VALUE ZERO.
005240 01  RSB-SEED-REM                PIC 9(18) COMP VALUE ZERO.
005250
005260****************************************************************
005270*    REPLAY-MODE COUNTERS                                       *
005280****************************************************************
005290 01  RSB-RPL-DRAW-COUNT          PIC 9(06) COMP VALUE ZERO.
005300 01  RSB-RPL-MATCH-COUNT         PIC 9(06) COMP VALUE ZERO.
005310 01  RSB-RPL-MISMATCH-COUNT      PIC 9(06) COMP VALUE ZERO.
005320 01  RSB-RPL-UNVERIF-COUNT       PIC 9(06) COMP VALUE ZERO.
005330 01  WS-CURRENT-DATE             PIC 9(08) VALUE ZERO.
005340 01  WS-CURRENT-TIME             PIC 9(08) VALUE ZERO.
005350
005360****************************************************************
005370*    PAGINATED REPORT LINES                                     *
005380****************************************************************
005390 01  RPT-HEADING-LINE-1.
005400     05  FILLER                  PIC X(01) VALUE "1".
005410     05  FILLER                  PIC X(40)
005420             VALUE "RANDOM-SUBTRACTION - DAILY RESULT REPORT".
005430     05  FILLER                  PIC X(10) VALUE "  RUN DATE".
005440     05  RPT-HDG-RUN-DATE        PIC 9(08).
005450     05  FILLER                  PIC X(09) VALUE SPACES.
005460     05  FILLER                  PIC X(05) VALUE "PAGE ".
005470     05  RPT-HDG-PAGE-NO         PIC ZZ9.
005480     05  FILLER                  PIC X(56) VALUE SPACES.
005490
005500 01  RPT-HEADING-LINE-2.
005510     05  FILLER                  PIC X(01) VALUE SPACE.
005520     05  FILLER                  PIC X(10) VALUE "ITEM CODE".
005530     05  FILLER                  PIC X(02) VALUE SPACES.
005540     05  FILLER                  PIC X(30) VALUE "DESCRIPTION".
005550     05  FILLER                  PIC X(02) VALUE SPACES.
005560     05  FILLER                  PIC X(07) VALUE "   FXNO".
005570     05  FILLER                  PIC X(02) VALUE SPACES.
005580     05  FILLER                  PIC X(04) VALUE "RAND".
005590     05  FILLER                  PIC X(02) VALUE SPACES.
005600     05  FILLER                  PIC X(07) VALUE "   RSLT".
005610     05  FILLER                  PIC X(02) VALUE SPACES.
005620     05  FILLER                  PIC X(50) VALUE "MESSAGE".
005630     05  FILLER                  PIC X(13) VALUE SPACES.
005640
005650 01  RPT-DETAIL-LINE.
005660     05  FILLER                  PIC X(01) VALUE SPACE.
005670     05  RPT-ITEM-CODE           PIC X(10).
005680     05  FILLER                  PIC X(02) VALUE SPACES.
005690     05  RPT-ITEM-DESC           PIC X(30).
005700     05  FILLER                  PIC X(02) VALUE SPACES.
005710     05  RPT-FIXED-NUMBER        PIC ZZZZZZ9.
005720     05  FILLER                  PIC X(02) VALUE SPACES.
005730     05  RPT-RANDOM-NUMBER       PIC ZZZ9.
005740     05  FILLER                  PIC X(02) VALUE SPACES.
005750     05  RPT-RESULT              PIC ZZZZZZ9.
005760     05  FILLER                  PIC X(02) VALUE SPACES.
005770     05  RPT-MESSAGE             PIC X(50).
005780     05  FILLER                  PIC X(13) VALUE SPACES.
005790
005800
005810****************************************************************
005820*    GL MAPPING-EXCEPTIONS LISTING LINES                        *
005830****************************************************************
005840 01  MEX-HEADING-LINE-1.
005850     05  FILLER                  PIC X(01) VALUE "1".
005860     05  FILLER                  PIC X(44)
005870             VALUE "RANDOM-SUBTRACTION - GL MAPPING EXCEPTIONS".
005880     05  FILLER                  PIC X(10) VALUE "  RUN DATE".
005890     05  MEX-HDG-RUN-DATE        PIC 9(08).
005900     05  FILLER                  PIC X(09) VALUE SPACES.
005910     05  FILLER                  PIC X(05) VALUE "PAGE ".
005920     05  MEX-HDG-PAGE-NO         PIC ZZ9.
005930     05  FILLER                  PIC X(52) VALUE SPACES.
005940
005950 01  MEX-HEADING-LINE-2.
005960     05  FILLER                  PIC X(01) VALUE SPACE.
005970     05  FILLER                  PIC X(10) VALUE "ITEM CODE".
005980     05  FILLER                  PIC X(02) VALUE SPACES.
005990     05  FILLER                  PIC X(07) VALUE "   RSLT".
006000     05  FILLER                  PIC X(02) VALUE SPACES.
006010     05  FILLER                  PIC X(08) VALUE "SUSPENSE".
006020     05  FILLER                  PIC X(02) VALUE SPACES.
006030     05  FILLER                  PIC X(35) VALUE "REASON".
006040     05  FILLER                  PIC X(65) VALUE SPACES.
006050
006060 01  MEX-DETAIL-LINE.
006070     05  FILLER                  PIC X(01) VALUE SPACE.
006080     05  MEX-ITEM-CODE           PIC X(10).
006090     05  FILLER                  PIC X(02) VALUE SPACES.
006100     05  MEX-RESULT              PIC ZZZZZZ9.
006110     05  FILLER                  PIC X(02) VALUE SPACES.
006120     05  MEX-SUSPENSE-ACCT       PIC X(08).
006130     05  FILLER                  PIC X(02) VALUE SPACES.
006140     05  MEX-REASON              PIC X(35).
006150     05  FILLER                  PIC X(65) VALUE SPACES.
006160
006170****************************************************************
006180*    CONTROL-TOTALS PAGE LINES                                  *
006190****************************************************************
006200 01  RPT-CONTROL-HEADING.
006210     05  FILLER                  PIC X(01) VALUE "1".
006220     05  FILLER                  PIC X(40)
006230             VALUE "RANDOM-SUBTRACTION - CONTROL TOTALS".
006240     05  FILLER                  PIC X(10) VALUE "  RUN DATE".
006250     05  RPT-CTL-RUN-DATE        PIC 9(08).
006260     05  FILLER                  PIC X(73) VALUE SPACES.
006270
006280 01  RPT-CONTROL-LINE.
006290     05  FILLER                  PIC X(01) VALUE SPACE.
006300     05  RPT-CTL-LABEL           PIC X(25).
006310     05  RPT-CTL-VALUE           PIC ZZZZZZZZZZZ9.
006320     05  FILLER                  PIC X(94) VALUE SPACES.
006330
006340 01  RPT-CONTROL-STATUS-LINE.
006350     05  FILLER                  PIC X(01) VALUE SPACE.
006360     05  RPT-CTL-STATUS          PIC X(50).
006370     05  FILLER                  PIC X(81) VALUE SPACES.
006380
006390****************************************************************
006400*    REPLAY VERIFICATION REPORT LINES                           *
006410****************************************************************
006420 01  RPL-HEADING-LINE-1.
006430     05  FILLER                  PIC X(01) VALUE "1".
006440     05  FILLER                  PIC X(44)
006450             VALUE "RANDOM-SUBTRACTION - REPLAY VERIFICATION".
006460     05  FILLER                  PIC X(10) VALUE "  FOR DATE".
006470     05  RPL-HDG-DATE            PIC 9(08).
006480     05  FILLER                  PIC X(09) VALUE SPACES.
006490     05  FILLER                  PIC X(05) VALUE "PAGE ".
006500     05  RPL-HDG-PAGE-NO         PIC ZZ9.
006510     05  FILLER                  PIC X(52) VALUE SPACES.
006520
006530 01  RPL-HEADING-LINE-2.
006540     05  FILLER                  PIC X(01) VALUE SPACE.
006550     05  FILLER                  PIC X(10) VALUE "ITEM CODE".
006560     05  FILLER                  PIC X(02) VALUE SPACES.
006570     05  FILLER                  PIC X(07) VALUE "   FXNO".
006580     05  FILLER                  PIC X(02) VALUE SPACES.
006590     05  FILLER                  PIC X(04) VALUE "RAND".
006600     05  FILLER                  PIC X(02) VALUE SPACES.
006610     05  FILLER                  PIC X(04) VALUE "RPLR".
006620     05  FILLER                  PIC X(02) VALUE SPACES.
006630     05  FILLER                  PIC X(07) VALUE "   RSLT".
006640     05  FILLER                  PIC X(02) VALUE SPACES.
006650     05  FILLER                  PIC X(07) VALUE "   RPLS".
006660     05  FILLER                  PIC X(02) VALUE SPACES.
006670     05  FILLER                  PIC X(10) VALUE "STATUS".
006680     05  FILLER                  PIC X(70) VALUE SPACES.
006690
006700 01  RPL-DETAIL-LINE.
006710     05  FILLER                  PIC X(01) VALUE SPACE.
006720     05  RPL-ITEM-CODE           PIC X(10).
006730     05  FILLER                  PIC X(02) VALUE SPACES.
006740     05  RPL-FIXED               PIC ZZZZZZ9.
006750     05  FILLER                  PIC X(02) VALUE SPACES.
006760     05  RPL-AUD-RANDOM          PIC ZZZ9.
006770     05  FILLER                  PIC X(02) VALUE SPACES.
006780     05  RPL-NEW-RANDOM          PIC ZZZ9.
006790     05  FILLER                  PIC X(02) VALUE SPACES.
006800     05  RPL-AUD-RESULT          PIC ZZZZZZ9.
006810     05  FILLER                  PIC X(02) VALUE SPACES.
006820     05  RPL-NEW-RESULT          PIC ZZZZZZ9.
006830     05  FILLER                  PIC X(02) VALUE SPACES.
006840     05  RPL-STATUS              PIC X(10).
006850     05  FILLER                  PIC X(70) VALUE SPACES.
006860
006870 01  RPL-MESSAGE-LINE.
006880     05  FILLER                  PIC X(01) VALUE SPACE.
006890     05  RPL-MESSAGE             PIC X(60).
006900     05  FILLER                  PIC X(71) VALUE SPACES.
006910
006920 01  RPL-TOTAL-LINE.
006930     05  FILLER                  PIC X(01) VALUE SPACE.
006940     05  RPL-TOT-LABEL           PIC X(25).
006950     05  RPL-TOT-VALUE           PIC ZZZZZ9.
006960     05  FILLER                  PIC X(100) VALUE SPACES.
006970 PROCEDURE DIVISION.
006980****************************************************************
006990*    0000-MAINLINE                                              *
007000****************************************************************
007010 0000-MAINLINE.
007020     PERFORM 0100-GET-PROCESS-MODE THRU 0100-EXIT.
007030     IF RSB-REPLAY-MODE
007040         PERFORM 8500-REPLAY-RUN THRU 8500-EXIT
007050     ELSE
007060         IF NOT RSB-DATE-REFUSED
007070             PERFORM 1000-INITIALIZE THRU 1000-EXIT
007080             PERFORM 2000-PROCESS-ITEM THRU 2000-EXIT
007090                 UNTIL WS-BAL-EOF
007100             PERFORM 9000-TERMINATE THRU 9000-EXIT
007110         END-IF
007120     END-IF.
007130     PERFORM 9700-WRITE-RUN-END THRU 9700-EXIT.
007140     STOP RUN.
007150
007160****************************************************************
007170*    0100-GET-PROCESS-MODE - THE PARAMETER RECORD IS READ       *
007180*    BEFORE ANYTHING ELSE SO A REPLAY REQUEST CAN BYPASS THE    *
007190*    NORMAL PROCESSING RUN ENTIRELY; A NORMAL RUN IS THEN       *
007200*    CHECKED AGAINST THE SHOP CALENDAR BEFORE ANY FILE OPENS    *
007210****************************************************************
007220 0100-GET-PROCESS-MODE.
007230     OPEN INPUT PARAMETER-FILE.
007240     IF WS-PARM-FILE-STATUS NOT = "00"
007250         DISPLAY "RANDOM-SUBTRACTION - ABEND - PARAMETER-FILE "
007260                 "OPEN FAILED - STATUS " WS-PARM-FILE-STATUS
007270         GO TO 9900-ABEND-TERMINATION
007280     END-IF.
007290     PERFORM 1100-READ-PARAMETER-RECORD THRU 1100-EXIT.
007300     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
007310     ACCEPT WS-CURRENT-TIME FROM TIME.
007320     PERFORM 1700-WRITE-RUN-START THRU 1700-EXIT.
007330     IF RSB-REPLAY-MODE AND RSB-REPLAY-DATE = ZERO
007340         DISPLAY "RANDOM-SUBTRACTION - ABEND - REPLAY "
007350                 "REQUESTED WITHOUT A REPLAY DATE"
007360         GO TO 9900-ABEND-TERMINATION
007370     END-IF.
007380     IF NOT RSB-REPLAY-MODE
007390         PERFORM 0200-CHECK-BUSINESS-CALENDAR THRU 0200-EXIT
007400     END-IF.
007410 0100-EXIT.
007420     EXIT.
007430
007440****************************************************************
007450*    0200-CHECK-BUSINESS-CALENDAR - THE RUN DATE'S FISCAL       *
007460*    PERIOD IS TAKEN FROM THE SHOP CALENDAR FOR THE HISTORY AND *
007470*    GL EXTRACT RECORDS. A RUN DATE THE CALENDAR DOES NOT MARK  *
007480*    AS A BUSINESS DAY STOPS THE RUN WITH A WARNING (RETURN     *
007490*    CODE 4) BEFORE ANY OUTPUT IS OPENED, UNLESS AN OVERRIDE    *
007500*    CARD NAMES THE DATE.                                       *
007510****************************************************************
007520 0200-CHECK-BUSINESS-CALENDAR.
007530     OPEN INPUT CALENDAR-FILE.
007540     IF WS-CAL-FILE-STATUS NOT = "00"
007550         DISPLAY "RANDOM-SUBTRACTION - ABEND - CALENDAR-FILE "
007560                 "OPEN FAILED - STATUS " WS-CAL-FILE-STATUS
007570         GO TO 9900-ABEND-TERMINATION
007580     END-IF.
007590     MOVE WS-CURRENT-DATE TO CAL-DATE.
007600     READ CALENDAR-FILE
007610         INVALID KEY
007620             MOVE "N" TO RSB-ON-CALENDAR-SW
007630         NOT INVALID KEY
007640             MOVE "Y" TO RSB-ON-CALENDAR-SW
007650             MOVE CAL-FISCAL-PERIOD TO RSB-FISCAL-PERIOD
007660     END-READ.
007670     CLOSE CALENDAR-FILE.
007680     IF RSB-ON-CALENDAR AND CAL-BUSINESS-DAY
007690         GO TO 0200-EXIT
007700     END-IF.
007710     PERFORM 0210-CHECK-OVERRIDE THRU 0210-EXIT.
007720     IF RSB-OVERRIDE-USED
007730         DISPLAY "RANDOM-SUBTRACTION - RUN DATE " WS-CURRENT-DATE
007740                 " IS NOT A BUSINESS DAY - RUN AUTHORIZED BY "
007750                 RSB-OVERRIDE-BY
007760         GO TO 0200-EXIT
007770     END-IF.
007780     IF RSB-ON-CALENDAR
007790         DISPLAY "RANDOM-SUBTRACTION - WARNING - RUN DATE "
007800                 WS-CURRENT-DATE " IS NOT A BUSINESS DAY - "
007810                 "RUN STOPPED"
007820     ELSE
007830         DISPLAY "RANDOM-SUBTRACTION - WARNING - RUN DATE "
007840                 WS-CURRENT-DATE " IS NOT ON THE BUSINESS "
007850                 "CALENDAR - RUN STOPPED"
007860     END-IF.
007870     MOVE "Y" TO RSB-DATE-REFUSED-SW.
007880     MOVE 4 TO RETURN-CODE.
007890 0200-EXIT.
007900     EXIT.
007910
007920****************************************************************
007930*    0210-CHECK-OVERRIDE - ONLY A CARD FOR THIS RUN DATE AND    *
007940*    THIS PROGRAM, SIGNED BY THE AUTHORIZING SUPERVISOR, COUNTS *
007950****************************************************************
007960 0210-CHECK-OVERRIDE.
007970     OPEN INPUT OVERRIDE-FILE.
007980     IF WS-OVR-FILE-STATUS NOT = "00"
007990             AND WS-OVR-FILE-STATUS NOT = "05"
008000         DISPLAY "RANDOM-SUBTRACTION - ABEND - OVERRIDE-FILE "
008010                 "OPEN FAILED - STATUS " WS-OVR-FILE-STATUS
008020         GO TO 9900-ABEND-TERMINATION
008030     END-IF.
008040 0210-READ-NEXT.
008050     READ OVERRIDE-FILE
008060         AT END
008070             MOVE "Y" TO WS-OVR-EOF-SW
008080     END-READ.
008090     IF WS-OVR-EOF
008100         CLOSE OVERRIDE-FILE
008110         GO TO 0210-EXIT
008120     END-IF.
008130     IF OVR-RUN-DATE NOT NUMERIC
008140             OR OVR-RUN-DATE NOT = WS-CURRENT-DATE
008150             OR OVR-PROGRAM-ID NOT = "RANDSUB"
008160             OR OVR-AUTHORIZED-BY = SPACES
008170         GO TO 0210-READ-NEXT
008180     END-IF.
008190     MOVE "Y" TO RSB-OVERRIDE-SW.
008200     MOVE OVR-AUTHORIZED-BY TO RSB-OVERRIDE-BY.
008210     CLOSE OVERRIDE-FILE.
008220 0210-EXIT.
008230     EXIT.
008240
008250****************************************************************
008260*    1000-INITIALIZE                                            *
008270****************************************************************
008280 1000-INITIALIZE.
008290     OPEN INPUT DAILY-BALANCE-FILE.
008300     IF WS-BAL-FILE-STATUS NOT = "00"
008310         DISPLAY "RANDOM-SUBTRACTION - ABEND - DAILY-BALANCE-"
008320                 "FILE OPEN FAILED - STATUS " WS-BAL-FILE-STATUS
008330         GO TO 9900-ABEND-TERMINATION
008340     END-IF.
008350     OPEN I-O CHECKPOINT-FILE.
008360     IF WS-CKPT-FILE-STATUS NOT = "00"
008370             AND WS-CKPT-FILE-STATUS NOT = "05"
008380         DISPLAY "RANDOM-SUBTRACTION - ABEND - CHECKPOINT-FILE "
008390                 "OPEN FAILED - STATUS " WS-CKPT-FILE-STATUS
008400         GO TO 9900-ABEND-TERMINATION
008410     END-IF.
008420     PERFORM 1300-GET-RESTART-POINT THRU 1300-EXIT.
008430     PERFORM 1400-OPEN-OUTPUT-FILES THRU 1400-EXIT.
008440     OPEN EXTEND AUDIT-FILE.
008450     IF WS-AUD-FILE-STATUS NOT = "00"
008460             AND WS-AUD-FILE-STATUS NOT = "05"
008470         DISPLAY "RANDOM-SUBTRACTION - ABEND - AUDIT-FILE "
008480                 "OPEN FAILED - STATUS " WS-AUD-FILE-STATUS
008490         GO TO 9900-ABEND-TERMINATION
008500     END-IF.
008510     PERFORM 1500-SEED-GENERATOR THRU 1500-EXIT.
008520     OPEN EXTEND HISTORY-FILE.
008530     IF WS-HIST-FILE-STATUS NOT = "00"
008540             AND WS-HIST-FILE-STATUS NOT = "05"
008550         DISPLAY "RANDOM-SUBTRACTION - ABEND - HISTORY-FILE "
008560                 "OPEN FAILED - STATUS " WS-HIST-FILE-STATUS
008570         GO TO 9900-ABEND-TERMINATION
008580     END-IF.
008590     IF RSB-RESTART-SEQ-NO = ZERO
008600         PERFORM 1460-WRITE-HIST-HEADER THRU 1460-EXIT
008610     END-IF.
008620     OPEN I-O INQUIRY-FILE.
008630     IF WS-INQ-FILE-STATUS NOT = "00"
008640             AND WS-INQ-FILE-STATUS NOT = "05"
008650         DISPLAY "RANDOM-SUBTRACTION - ABEND - INQUIRY-FILE "
008660                 "OPEN FAILED - STATUS " WS-INQ-FILE-STATUS
008670         GO TO 9900-ABEND-TERMINATION
008680     END-IF.
008690     OPEN INPUT ITEM-MASTER-FILE.
008700     IF WS-ITM-FILE-STATUS NOT = "00"
008710         DISPLAY "RANDOM-SUBTRACTION - ABEND - ITEM-MASTER-"
008720                 "FILE OPEN FAILED - STATUS " WS-ITM-FILE-STATUS
008730         GO TO 9900-ABEND-TERMINATION
008740     END-IF.
008750     OPEN INPUT GL-MAPPING-FILE.
008760     IF WS-GLM-FILE-STATUS NOT = "00"
008770         DISPLAY "RANDOM-SUBTRACTION - ABEND - GL-MAPPING-FILE "
008780                 "OPEN FAILED - STATUS " WS-GLM-FILE-STATUS
008790         GO TO 9900-ABEND-TERMINATION
008800     END-IF.
008810     OPEN INPUT STANDARD-COST-FILE.
008820     IF WS-STD-FILE-STATUS NOT = "00"
008830             AND WS-STD-FILE-STATUS NOT = "05"
008840         DISPLAY "RANDOM-SUBTRACTION - ABEND - STANDARD-COST-"
008850                 "FILE OPEN FAILED - STATUS " WS-STD-FILE-STATUS
008860         GO TO 9900-ABEND-TERMINATION
008870     END-IF.
008880     PERFORM 7100-WRITE-REPORT-HEADING THRU 7100-EXIT.
008890     PERFORM 7200-WRITE-MEX-HEADING THRU 7200-EXIT.
008900     PERFORM 2900-READ-BALANCE-RECORD THRU 2900-EXIT.
008910 1000-EXIT.
008920     EXIT.
008930
008940 1100-READ-PARAMETER-RECORD.
008950     READ PARAMETER-FILE
008960         AT END
008970             MOVE 1000 TO PARM-DEFAULT-FIXED-NUM
008980             MOVE 0010 TO PARM-CHECKPOINT-INTERVAL
008990             MOVE 0100 TO PARM-ALERT-THRESHOLD
009000             MOVE SPACES TO PARM-SUSPENSE-ACCOUNT
009010             MOVE ZERO TO PARM-RANDOM-SEED
009020             MOVE SPACE TO PARM-PROCESS-MODE
009030             MOVE ZERO TO PARM-REPLAY-DATE
009040             MOVE 01 TO PARM-CYCLE-NO
009050             MOVE SPACES TO PARM-RUN-ID
009060             MOVE SPACES TO PARM-ITEM-RANGE-FROM
009070             MOVE SPACES TO PARM-ITEM-RANGE-TO
009080     END-READ.
009090     MOVE PARM-DEFAULT-FIXED-NUM   TO RSB-DEFAULT-FIXED-NUMBER.
009100     MOVE PARM-CHECKPOINT-INTERVAL TO RSB-CHECKPOINT-INTERVAL.
009110     MOVE PARM-ALERT-THRESHOLD     TO RSB-ALERT-THRESHOLD.
009120     MOVE PARM-SUSPENSE-ACCOUNT    TO RSB-SUSPENSE-ACCOUNT.
009130*    A PARAMETER DECK KEYED BEFORE THE SUSPENSE FIELD EXISTED
009140*    LEAVES IT BLANK - FALL BACK TO THE STANDING SUSPENSE NUMBER
009150     IF RSB-SUSPENSE-ACCOUNT = SPACES
009160         MOVE "99999999" TO RSB-SUSPENSE-ACCOUNT
009170     END-IF.
009180     IF PARM-RANDOM-SEED NUMERIC
009190         MOVE PARM-RANDOM-SEED TO RSB-PARM-SEED
009200     ELSE
009210         MOVE ZERO TO RSB-PARM-SEED
009220     END-IF.
009230     MOVE PARM-PROCESS-MODE TO RSB-PROCESS-MODE.
009240     IF PARM-REPLAY-DATE NUMERIC
009250         MOVE PARM-REPLAY-DATE TO RSB-REPLAY-DATE
009260     ELSE
009270         MOVE ZERO TO RSB-REPLAY-DATE
009280     END-IF.
009290     IF PARM-CYCLE-NO NUMERIC AND PARM-CYCLE-NO > ZERO
009300         MOVE PARM-CYCLE-NO TO RSB-CYCLE-NO
009310     ELSE
009320         MOVE 01 TO RSB-CYCLE-NO
009330     END-IF.
009340     IF PARM-RUN-ID = SPACES
009350         MOVE "RANDSUB1" TO RSB-RUN-ID
009360     ELSE
009370         MOVE PARM-RUN-ID TO RSB-RUN-ID
009380     END-IF.
009390*    A BLANK RANGE BOUND LEAVES THAT END OF THE STREAM OPEN
009400     IF PARM-ITEM-RANGE-FROM = SPACES
009410         MOVE LOW-VALUES TO RSB-RANGE-FROM
009420     ELSE
009430         MOVE PARM-ITEM-RANGE-FROM TO RSB-RANGE-FROM
009440     END-IF.
009450     IF PARM-ITEM-RANGE-TO = SPACES
009460         MOVE HIGH-VALUES TO RSB-RANGE-TO
009470     ELSE
009480         MOVE PARM-ITEM-RANGE-TO TO RSB-RANGE-TO
009490     END-IF.
009500     CLOSE PARAMETER-FILE.
009510 1100-EXIT.
009520     EXIT.
009530
009540****************************************************************
009550*    1300-GET-RESTART-POINT - THE CHECKPOINT KEY INCLUDES       *
009560*    TODAY'S DATE, SO A CHECKPOINT LEFT BY AN EARLIER DAY'S     *
009570*    ABEND SIMPLY WILL NOT BE FOUND HERE AND RESTART-SEQ-NO     *
009580*    COMES BACK ZERO, AS IT SHOULD FOR A FRESH DAY. THE PAGE    *
009590*    NUMBER IN PROGRESS COMES BACK WITH IT SO THE REPORT FILE   *
009600*    CONTINUES ITS PAGINATION ACROSS A RESTART.                 *
009610****************************************************************
009620 1300-GET-RESTART-POINT.
009630     MOVE RSB-RUN-ID      TO CKPT-RUN-ID.
009640     MOVE WS-CURRENT-DATE TO CKPT-RUN-DATE.
009650     MOVE RSB-CYCLE-NO    TO CKPT-CYCLE-NO.
009660     READ CHECKPOINT-FILE
009670         INVALID KEY
009680             MOVE ZERO TO RSB-RESTART-SEQ-NO
009690             MOVE ZERO TO RSB-PAGE-COUNT
009700             MOVE ZERO TO RSB-MEX-PAGE-COUNT
009710         NOT INVALID KEY
009720             MOVE CKPT-LAST-ITEM-SEQ  TO RSB-RESTART-SEQ-NO
009730             MOVE CKPT-LAST-PAGE-NO   TO RSB-PAGE-COUNT
009740             IF CKPT-LAST-MEX-PAGE-NO NUMERIC
009750                 MOVE CKPT-LAST-MEX-PAGE-NO TO RSB-MEX-PAGE-COUNT
009760             ELSE
009770                 MOVE ZERO TO RSB-MEX-PAGE-COUNT
009780             END-IF
009790             IF CKPT-GLX-COUNT NUMERIC
009800                     AND CKPT-GLX-HASH NUMERIC
009810                     AND CKPT-HIST-COUNT NUMERIC
009820                     AND CKPT-HIST-HASH NUMERIC
009830                 MOVE CKPT-GLX-COUNT  TO RSB-GLX-CTL-COUNT
009840                 MOVE CKPT-GLX-HASH   TO RSB-GLX-CTL-HASH
009850                 MOVE CKPT-HIST-COUNT TO RSB-HIST-CTL-COUNT
009860                 MOVE CKPT-HIST-HASH  TO RSB-HIST-CTL-HASH
009870             END-IF
009880     END-READ.
009890 1300-EXIT.
009900     EXIT.
009910
009920****************************************************************
009930*    1400-OPEN-OUTPUT-FILES - A FRESH DAY (NO RESTART POINT)    *
009940*    TRUNCATES THESE FILES AS BEFORE; RESUMING A CHECKPOINTED   *
009950*    RUN EXTENDS THEM SO THE EARLIER PART OF THE RUN IS KEPT.   *
009960****************************************************************
009970 1400-OPEN-OUTPUT-FILES.
009980     IF RSB-RESTART-SEQ-NO = ZERO
009990         OPEN OUTPUT EXCEPTION-FILE
010000         OPEN OUTPUT REPORT-FILE
010010         OPEN OUTPUT GLEXTRACT-FILE
010020         OPEN OUTPUT MAP-EXCEPTION-FILE
010030     ELSE
010040         OPEN EXTEND EXCEPTION-FILE
010050         OPEN EXTEND REPORT-FILE
010060         OPEN EXTEND GLEXTRACT-FILE
010070         OPEN EXTEND MAP-EXCEPTION-FILE
010080     END-IF.
010090     IF WS-EXC-FILE-STATUS NOT = "00"
010100             AND WS-EXC-FILE-STATUS NOT = "05"
010110         DISPLAY "RANDOM-SUBTRACTION - ABEND - EXCEPTION-FILE "
010120                 "OPEN FAILED - STATUS " WS-EXC-FILE-STATUS
010130         GO TO 9900-ABEND-TERMINATION
010140     END-IF.
010150     IF WS-RPT-FILE-STATUS NOT = "00"
010160             AND WS-RPT-FILE-STATUS NOT = "05"
010170         DISPLAY "RANDOM-SUBTRACTION - ABEND - REPORT-FILE "
010180                 "OPEN FAILED - STATUS " WS-RPT-FILE-STATUS
010190         GO TO 9900-ABEND-TERMINATION
010200     END-IF.
010210     IF WS-GLX-FILE-STATUS NOT = "00"
010220             AND WS-GLX-FILE-STATUS NOT = "05"
010230         DISPLAY "RANDOM-SUBTRACTION - ABEND - GLEXTRACT-FILE "
010240                 "OPEN FAILED - STATUS " WS-GLX-FILE-STATUS
010250         GO TO 9900-ABEND-TERMINATION
010260     END-IF.
010270     IF WS-MEX-FILE-STATUS NOT = "00"
010280             AND WS-MEX-FILE-STATUS NOT = "05"
010290         DISPLAY "RANDOM-SUBTRACTION - ABEND - MAP-EXCEPTION-"
010300                 "FILE OPEN FAILED - STATUS " WS-MEX-FILE-STATUS
010310         GO TO 9900-ABEND-TERMINATION
010320     END-IF.
010330     IF RSB-RESTART-SEQ-NO = ZERO
010340         PERFORM 1450-WRITE-GLX-HEADER THRU 1450-EXIT
010350     END-IF.
010360 1400-EXIT.
010370     EXIT.
010380
010390****************************************************************
010400*    1450-WRITE-GLX-HEADER - A FRESH RUN OPENS ITS GL EXTRACT   *
010410*    SEGMENT WITH A HEADER CONTROL RECORD; A RESTARTED RUN      *
010420*    EXTENDS THE SEGMENT THE ABENDED RUN ALREADY OPENED         *
010430****************************************************************
010440 1450-WRITE-GLX-HEADER.
010450     MOVE SPACES          TO CTL-RECORD.
010460     MOVE "*CTLHDR*"      TO CTL-RECORD-ID.
010470     MOVE WS-CURRENT-DATE TO CTL-RUN-DATE.
010480     MOVE RSB-CYCLE-NO    TO CTL-CYCLE-NO.
010490     MOVE RSB-RUN-ID      TO CTL-RUN-ID.
010500     MOVE "RANDSUB"       TO CTL-PROGRAM-ID.
010510     MOVE ZERO            TO CTL-RECORD-COUNT.
010520     MOVE ZERO            TO CTL-HASH-TOTAL.
010530     WRITE GLX-RECORD FROM CTL-RECORD.
010540     IF WS-GLX-FILE-STATUS NOT = "00"
010550         DISPLAY "RANDOM-SUBTRACTION - ABEND - GLEXTRACT-FILE "
010560                 "WRITE FAILED - STATUS " WS-GLX-FILE-STATUS
010570         GO TO 9900-ABEND-TERMINATION
010580     END-IF.
010590 1450-EXIT.
010600     EXIT.
010610
010620****************************************************************
010630*    1460-WRITE-HIST-HEADER - SAME SEGMENT HEADER FOR THE       *
010640*    RESULT HISTORY APPENDED BY THIS RUN                        *
010650****************************************************************
010660 1460-WRITE-HIST-HEADER.
010670     MOVE SPACES          TO CTL-RECORD.
010680     MOVE "*CTLHDR*"      TO CTL-RECORD-ID.
010690     MOVE WS-CURRENT-DATE TO CTL-RUN-DATE.
010700     MOVE RSB-CYCLE-NO    TO CTL-CYCLE-NO.
010710     MOVE RSB-RUN-ID      TO CTL-RUN-ID.
010720     MOVE "RANDSUB"       TO CTL-PROGRAM-ID.
010730     MOVE ZERO            TO CTL-RECORD-COUNT.
010740     MOVE ZERO            TO CTL-HASH-TOTAL.
010750     WRITE HIST-RECORD FROM CTL-RECORD.
010760     IF WS-HIST-FILE-STATUS NOT = "00"
010770         DISPLAY "RANDOM-SUBTRACTION - ABEND - HISTORY-FILE "
010780                 "WRITE FAILED - STATUS " WS-HIST-FILE-STATUS
010790         GO TO 9900-ABEND-TERMINATION
010800     END-IF.
010810 1460-EXIT.
010820     EXIT.
010830
010840****************************************************************
010850*    1500-SEED-GENERATOR - A NONZERO PARAMETER SEED GIVES A     *
010860*    REPEATABLE RUN; OTHERWISE THE SEED DERIVES FROM THE RUN    *
010870*    DATE AND TIME. EITHER WAY THE SEED IS RECORDED ON A RUN-   *
010880*    HEADER AUDIT RECORD SO THE DAY'S DRAWS CAN BE REPLAYED.    *
010890****************************************************************
010900 1500-SEED-GENERATOR.
010910     IF RSB-PARM-SEED > ZERO
010920         MOVE RSB-PARM-SEED TO RSB-SEED-WORK
010930     ELSE
010940         COMPUTE RSB-SEED-WORK =
010950             WS-CURRENT-TIME * 97 + WS-CURRENT-DATE
010960     END-IF.
010970     DIVIDE RSB-SEED-WORK BY 2147483647
010980         GIVING RSB-SEED-QUOT REMAINDER RSB-SEED-REM.
010990     MOVE RSB-SEED-REM TO RSB-SEED-WORK.
011000     IF RSB-SEED-WORK = ZERO
011010         MOVE 123457 TO RSB-SEED-WORK
011020     END-IF.
011030     MOVE WS-CURRENT-DATE TO AUD-RUN-DATE.
011040     MOVE WS-CURRENT-TIME TO AUD-RUN-TIME.
011050     MOVE "*RUNHDR*"      TO AUD-ITEM-CODE.
011060     MOVE ZERO            TO AUD-FIXED-NUMBER.
011070     MOVE ZERO            TO AUD-RANDOM-NUMBER.
011080     MOVE ZERO            TO AUD-RESULT.
011090     MOVE "H"             TO AUD-RECORD-TYPE.
011100     MOVE RSB-CYCLE-NO    TO AUD-CYCLE-NO.
011110     MOVE RSB-SEED-WORK   TO AUD-RANDOM-SEED.
011120     WRITE AUD-RECORD.
011130     IF WS-AUD-FILE-STATUS NOT = "00"
011140         DISPLAY "RANDOM-SUBTRACTION - ABEND - AUDIT-FILE "
011150                 "WRITE FAILED - STATUS " WS-AUD-FILE-STATUS
011160         GO TO 9900-ABEND-TERMINATION
011170     END-IF.
011180 1500-EXIT.
011190     EXIT.
011200
011210****************************************************************
011220*    1700-WRITE-RUN-START - APPEND THE START RECORD TO THE      *
011230*    SHARED RUN-STATUS FILE FOR THE STATBRD STATUS BOARD        *
011240****************************************************************
011250 1700-WRITE-RUN-START.
011260     OPEN EXTEND RUN-STATUS-FILE.
011270     IF WS-RUN-FILE-STATUS NOT = "00"
011280             AND WS-RUN-FILE-STATUS NOT = "05"
011290         DISPLAY "RANDSUB - ABEND - RUN-STATUS-FILE "
011300                 "OPEN FAILED - STATUS " WS-RUN-FILE-STATUS
011310         GO TO 9900-ABEND-TERMINATION
011320     END-IF.
011330     MOVE "Y" TO WS-RUN-OPEN-SW.
011340     MOVE SPACES          TO RUN-RECORD.
011350     MOVE "RANDSUB"        TO RUN-PROGRAM-ID.
011360     MOVE WS-CURRENT-DATE TO RUN-RUN-DATE.
011370     MOVE RSB-CYCLE-NO    TO RUN-CYCLE-NO.
011380     MOVE RSB-RUN-ID      TO RUN-RUN-ID.
011390     MOVE "S"             TO RUN-RECORD-TYPE.
011400     ACCEPT WS-CURRENT-TIME FROM TIME.
011410     MOVE WS-CURRENT-TIME TO RUN-TIME.
011420     MOVE ZERO            TO RUN-RECORDS-PROCESSED.
011430     MOVE ZERO            TO RUN-RETURN-CODE.
011440     WRITE RUN-RECORD.
011450     IF WS-RUN-FILE-STATUS NOT = "00"
011460         DISPLAY "RANDSUB - ABEND - RUN-STATUS-FILE "
011470                 "WRITE FAILED - STATUS " WS-RUN-FILE-STATUS
011480         GO TO 9900-ABEND-TERMINATION
011490     END-IF.
011500 1700-EXIT.
011510     EXIT.
011520
011530****************************************************************
011540*    2000-PROCESS-ITEM - ONE ITERATION PER BALANCE RECORD       *
011550****************************************************************
011560 2000-PROCESS-ITEM.
011570     ADD 1 TO RSB-CNT-ITEMS-READ.
011580*    A RECORD OUTSIDE THIS STREAM'S ITEM RANGE BELONGS TO A
011590*    DIFFERENT STREAM OF THE SPLIT BALANCE FILE; IT IS COUNTED
011600*    AND BYPASSED WITHOUT DISTURBING THE CHECKPOINT SEQUENCE.
011610     IF BAL-ITEM-CODE < RSB-RANGE-FROM
011620             OR BAL-ITEM-CODE > RSB-RANGE-TO
011630         ADD 1 TO RSB-CNT-OUT-OF-RANGE
011640         GO TO 2000-NEXT
011650     END-IF.
011660     ADD 1 TO RSB-ITEM-SEQ-NO.
011670*    AN ITEM AT OR BELOW THE RESTART POINT WAS HANDLED BY THE
011680*    ABENDED EXECUTION; IT IS COUNTED AS SKIPPED SO THE CONTROL
011690*    TOTALS STILL PROVE EVERY RECORD READ WAS ACCOUNTED FOR.
011700     IF RSB-ITEM-SEQ-NO > RSB-RESTART-SEQ-NO
011710         PERFORM 2500-VALIDATE-ITEM THRU 2500-EXIT
011720         IF RSB-ITEM-INVALID
011730             PERFORM 2600-WRITE-ITEM-EXCEPTION THRU 2600-EXIT
011740         ELSE
011750             PERFORM 3000-COMPUTE-RESULT THRU 3000-EXIT
011760             PERFORM 4000-VALIDATE-RESULT THRU 4000-EXIT
011770             PERFORM 5200-WRITE-AUDIT-RECORD THRU 5200-EXIT
011780             IF RSB-RESULT-VALID
011790                 ADD 1 TO RSB-CNT-VALID-RESULTS
011800                 ADD RSB-RESULT TO RSB-HASH-RESULT
011810                 PERFORM 5000-BUILD-MESSAGE THRU 5000-EXIT
011820                 PERFORM 5100-WRITE-REPORT-LINE THRU 5100-EXIT
011830                 PERFORM 5300-WRITE-HISTORY-RECORD THRU 5300-EXIT
011840                 PERFORM 5400-WRITE-GL-EXTRACT THRU 5400-EXIT
011850                 PERFORM 5500-WRITE-INQUIRY-RECORD THRU 5500-EXIT
011860             ELSE
011870                 PERFORM 4100-WRITE-EXCEPTION-RECORD
011880                     THRU 4100-EXIT
011890             END-IF
011900         END-IF
011910         PERFORM 6000-CHECKPOINT-IF-DUE THRU 6000-EXIT
011920     ELSE
011930         ADD 1 TO RSB-CNT-SKIPPED
011940     END-IF.
011950 2000-NEXT.
011960     PERFORM 2900-READ-BALANCE-RECORD THRU 2900-EXIT.
011970 2000-EXIT.
011980     EXIT.
011990
012000****************************************************************
012010*    2500-VALIDATE-ITEM - A BALANCE RECORD ONLY PROCEEDS WHEN   *
012020*    ITS ITEM IS ON THE ITEM MASTER AND ACTIVE; THE ITEM        *
012030*    DESCRIPTION RIDES ALONG FOR THE RESULT REPORT              *
012040****************************************************************
012050 2500-VALIDATE-ITEM.
012060     MOVE "Y"    TO RSB-ITEM-VALID-SW.
012070     MOVE SPACES TO RSB-ITEM-DESC.
012080     MOVE SPACES TO RSB-ITEM-EXC-REASON.
012090     MOVE BAL-ITEM-CODE TO ITM-ITEM-CODE.
012100     READ ITEM-MASTER-FILE
012110         INVALID KEY
012120             MOVE "N" TO RSB-ITEM-VALID-SW
012130             MOVE "ITEM NOT ON ITEM MASTER"
012140                 TO RSB-ITEM-EXC-REASON
012150     END-READ.
012160     IF RSB-ITEM-VALID
012170         MOVE ITM-DESCRIPTION TO RSB-ITEM-DESC
012180         IF ITM-SUSPENDED
012190             MOVE "N" TO RSB-ITEM-VALID-SW
012200             MOVE "ITEM SUSPENDED ON ITEM MASTER"
012210                 TO RSB-ITEM-EXC-REASON
012220         ELSE
012230             IF NOT ITM-ACTIVE
012240                 MOVE "N" TO RSB-ITEM-VALID-SW
012250                 MOVE "ITEM NOT ACTIVE ON ITEM MASTER"
012260                     TO RSB-ITEM-EXC-REASON
012270             END-IF
012280         END-IF
012290     END-IF.
012300 2500-EXIT.
012310     EXIT.
012320
012330 2600-WRITE-ITEM-EXCEPTION.
012340     MOVE BAL-ITEM-CODE       TO EXC-ITEM-CODE.
012350     MOVE BAL-START-QTY       TO EXC-FIXED-NUMBER.
012360     MOVE ZERO                TO EXC-RANDOM-NUMBER.
012370     MOVE RSB-ITEM-EXC-REASON TO EXC-REASON.
012380     MOVE WS-CURRENT-DATE     TO EXC-FIRST-DATE.
012390     MOVE 1                   TO EXC-CYCLE-COUNT.
012400     ADD 1 TO RSB-CNT-EXCEPTIONS.
012410     WRITE EXC-RECORD.
012420     IF WS-EXC-FILE-STATUS NOT = "00"
012430         DISPLAY "RANDOM-SUBTRACTION - ABEND - EXCEPTION-FILE "
012440                 "WRITE FAILED - STATUS " WS-EXC-FILE-STATUS
012450         GO TO 9900-ABEND-TERMINATION
012460     END-IF.
012470 2600-EXIT.
012480     EXIT.
012490
012500****************************************************************
012510*    2900-READ-BALANCE-RECORD - CONTROL RECORDS ARE CONSUMED    *
012520*    HERE, INVISIBLY TO THE ITEM LOOP; EVERY DETAIL RECORD IS   *
012530*    COUNTED AND HASHED AGAINST THE SEGMENT'S TRAILER           *
012540****************************************************************
012550 2900-READ-BALANCE-RECORD.
012560     READ DAILY-BALANCE-FILE
012570         AT END
012580             MOVE "Y" TO WS-BAL-EOF-SW
012590             PERFORM 2960-CHECK-BAL-CTL-AT-EOF THRU 2960-EXIT
012600             GO TO 2900-EXIT
012610     END-READ.
012620     MOVE BAL-RECORD TO CTL-RECORD.
012630     IF CTL-HEADER OR CTL-TRAILER
012640         PERFORM 2950-PROCESS-BAL-CONTROL THRU 2950-EXIT
012650         GO TO 2900-READ-BALANCE-RECORD
012660     END-IF.
012670     IF NOT RSB-BAL-SEG-OPEN AND NOT RSB-BAL-CTL-ERROR
012680         MOVE "Y" TO RSB-BAL-CTL-ERROR-SW
012690         DISPLAY "RANDOM-SUBTRACTION - BALANCE FILE DETAIL "
012700                 "RECORD OUTSIDE ANY CONTROL SEGMENT"
012710     END-IF.
012720     ADD 1 TO RSB-BAL-SEG-COUNT.
012730     IF BAL-START-QTY NUMERIC
012740         ADD BAL-START-QTY TO RSB-BAL-SEG-HASH
012750     END-IF.
012760 2900-EXIT.
012770     EXIT.
012780
012790****************************************************************
012800*    2950-PROCESS-BAL-CONTROL - A HEADER OPENS A SEGMENT AND    *
012810*    A TRAILER CLOSES IT AGAINST THE COUNT AND QUANTITY HASH    *
012820*    ACCUMULATED SINCE THE HEADER; ANYTHING ELSE MEANS A        *
012830*    PARTIAL WRITE OR A RESTORED WRONG GENERATION               *
012840****************************************************************
012850 2950-PROCESS-BAL-CONTROL.
012860     IF CTL-HEADER
012870         IF RSB-BAL-SEG-OPEN
012880             MOVE "Y" TO RSB-BAL-CTL-ERROR-SW
012890             DISPLAY "RANDOM-SUBTRACTION - BALANCE FILE "
012900                     "SEGMENT NOT TERMINATED BEFORE NEXT HEADER"
012910         END-IF
012920         ADD 1 TO RSB-BAL-HDR-COUNT
012930         MOVE "Y"  TO RSB-BAL-SEG-OPEN-SW
012940         MOVE ZERO TO RSB-BAL-SEG-COUNT
012950         MOVE ZERO TO RSB-BAL-SEG-HASH
012960         GO TO 2950-EXIT
012970     END-IF.
012980     IF NOT RSB-BAL-SEG-OPEN
012990         MOVE "Y" TO RSB-BAL-CTL-ERROR-SW
013000         DISPLAY "RANDOM-SUBTRACTION - BALANCE FILE TRAILER "
013010                 "WITHOUT A HEADER"
013020         GO TO 2950-EXIT
013030     END-IF.
013040     IF CTL-RECORD-COUNT NOT NUMERIC
013050             OR CTL-HASH-TOTAL NOT NUMERIC
013060         MOVE "Y" TO RSB-BAL-CTL-ERROR-SW
013070         DISPLAY "RANDOM-SUBTRACTION - BALANCE FILE TRAILER "
013080                 "CONTROL TOTALS UNREADABLE"
013090         MOVE "N" TO RSB-BAL-SEG-OPEN-SW
013100         GO TO 2950-EXIT
013110     END-IF.
013120     IF CTL-RECORD-COUNT NOT = RSB-BAL-SEG-COUNT
013130             OR CTL-HASH-TOTAL NOT = RSB-BAL-SEG-HASH
013140         MOVE "Y" TO RSB-BAL-CTL-ERROR-SW
013150         DISPLAY "RANDOM-SUBTRACTION - BALANCE FILE TRAILER "
013160                 "CONTROL TOTALS DO NOT MATCH THE RECORDS READ"
013170     END-IF.
013180     MOVE "N" TO RSB-BAL-SEG-OPEN-SW.
013190 2950-EXIT.
013200     EXIT.
013210
013220****************************************************************
013230*    2960-CHECK-BAL-CTL-AT-EOF - A FILE THAT ENDS INSIDE A      *
013240*    SEGMENT WAS CUT SHORT BY AN ABEND; A FILE WITH NO CONTROL  *
013250*    RECORDS AT ALL DID NOT COME THROUGH THE FRONT-END EDIT     *
013260****************************************************************
013270 2960-CHECK-BAL-CTL-AT-EOF.
013280     IF RSB-BAL-SEG-OPEN
013290         MOVE "Y" TO RSB-BAL-CTL-ERROR-SW
013300         DISPLAY "RANDOM-SUBTRACTION - BALANCE FILE ENDS "
013310                 "WITHOUT A TRAILER CONTROL RECORD"
013320     END-IF.
013330     IF RSB-BAL-HDR-COUNT = ZERO
013340         MOVE "Y" TO RSB-BAL-CTL-ERROR-SW
013350         DISPLAY "RANDOM-SUBTRACTION - BALANCE FILE CARRIES "
013360                 "NO CONTROL RECORDS"
013370     END-IF.
013380 2960-EXIT.
013390     EXIT.
013400
013410****************************************************************
013420*    3000-COMPUTE-RESULT - DRAW AND SUBTRACT FOR ONE ITEM       *
013430****************************************************************
013440 3000-COMPUTE-RESULT.
013450     MOVE BAL-ITEM-CODE TO RSB-CURRENT-ITEM-CODE.
013460     MOVE BAL-START-QTY TO RSB-FIXED-NUMBER.
013470     IF BAL-USE-PARM-DEFAULT
013480         MOVE RSB-DEFAULT-FIXED-NUMBER TO RSB-FIXED-NUMBER
013490     END-IF.
013500     PERFORM 3100-DRAW-RANDOM-NUMBER THRU 3100-EXIT.
013510     COMPUTE RSB-RESULT = RSB-FIXED-NUMBER - RSB-RANDOM-NUMBER.
013520 3000-EXIT.
013530     EXIT.
013540
013550****************************************************************
013560*    3100-DRAW-RANDOM-NUMBER - ADVANCE THE SEED AND TAKE THE    *
013570*    LOW FOUR DIGITS AS THE DRAW                                *
013580****************************************************************
013590 3100-DRAW-RANDOM-NUMBER.
013600     COMPUTE RSB-SEED-WORK = RSB-SEED-WORK * 16807.
013610     DIVIDE RSB-SEED-WORK BY 2147483647
013620         GIVING RSB-SEED-QUOT REMAINDER RSB-SEED-REM.
013630     MOVE RSB-SEED-REM TO RSB-SEED-WORK.
013640     IF RSB-SEED-WORK = ZERO
013650         MOVE 123457 TO RSB-SEED-WORK
013660     END-IF.
013670     DIVIDE RSB-SEED-WORK BY 10000
013680         GIVING RSB-SEED-QUOT REMAINDER RSB-SEED-REM.
013690     MOVE RSB-SEED-REM TO RSB-RANDOM-NUMBER.
013700 3100-EXIT.
013710     EXIT.
013720
013730****************************************************************
013740*    4000-VALIDATE-RESULT - CATCH THE UNSIGNED SUBTRACT         *
013750*    UNDERFLOW BEFORE RESULT IS TRUSTED ANYWHERE DOWNSTREAM     *
013760****************************************************************
013770 4000-VALIDATE-RESULT.
013780     IF RSB-RANDOM-NUMBER > RSB-FIXED-NUMBER
013790         MOVE "N" TO RSB-RESULT-VALID-SW
013800     ELSE
013810         MOVE "Y" TO RSB-RESULT-VALID-SW
013820     END-IF.
013830 4000-EXIT.
013840     EXIT.
013850
013860 4100-WRITE-EXCEPTION-RECORD.
013870     MOVE RSB-CURRENT-ITEM-CODE TO EXC-ITEM-CODE.
013880     MOVE RSB-FIXED-NUMBER      TO EXC-FIXED-NUMBER.
013890     MOVE RSB-RANDOM-NUMBER     TO EXC-RANDOM-NUMBER.
013900     MOVE "RANDOM NUMBER EXCEEDS FIXED NUMBER"
013910         TO EXC-REASON.
013920     MOVE WS-CURRENT-DATE       TO EXC-FIRST-DATE.
013930     MOVE 1                     TO EXC-CYCLE-COUNT.
013940     ADD 1 TO RSB-CNT-EXCEPTIONS.
013950     WRITE EXC-RECORD.
013960     IF WS-EXC-FILE-STATUS NOT = "00"
013970         DISPLAY "RANDOM-SUBTRACTION - ABEND - EXCEPTION-FILE "
013980                 "WRITE FAILED - STATUS " WS-EXC-FILE-STATUS
013990         GO TO 9900-ABEND-TERMINATION
014000     END-IF.
014010 4100-EXIT.
014020     EXIT.
014030
014040****************************************************************
014050*    5000-BUILD-MESSAGE                                         *
014060****************************************************************
014070 5000-BUILD-MESSAGE.
014080     MOVE SPACES TO RSB-MESSAGE.
014090     IF RSB-RESULT < RSB-ALERT-THRESHOLD
014100         MOVE "** LOW RESULT ALERT - REVIEW ITEM "
014110             TO RSB-MESSAGE
014120         MOVE RSB-CURRENT-ITEM-CODE TO RSB-MESSAGE(35:10)
014130         MOVE " **"                 TO RSB-MESSAGE(45:3)
014140     ELSE
014150         MOVE "YOU HAVE " TO RSB-MESSAGE
014160         MOVE RSB-RESULT  TO RSB-MESSAGE(10:7)
014170         MOVE " ITEMS REMAINING." TO RSB-MESSAGE(17:17)
014180     END-IF.
014190 5000-EXIT.
014200     EXIT.
014210
014220****************************************************************
014230*    5100-WRITE-REPORT-LINE - DETAIL LINE WITH PAGE BREAK       *
014240****************************************************************
014250 5100-WRITE-REPORT-LINE.
014260     IF RSB-LINE-COUNT >= RSB-LINES-PER-PAGE
014270         PERFORM 7100-WRITE-REPORT-HEADING THRU 7100-EXIT
014280     END-IF.
014290     MOVE SPACES               TO RPT-DETAIL-LINE.
014300     MOVE RSB-CURRENT-ITEM-CODE TO RPT-ITEM-CODE.
014310     MOVE RSB-ITEM-DESC         TO RPT-ITEM-DESC.
014320     MOVE RSB-FIXED-NUMBER      TO RPT-FIXED-NUMBER.
014330     MOVE RSB-RANDOM-NUMBER     TO RPT-RANDOM-NUMBER.
014340     MOVE RSB-RESULT            TO RPT-RESULT.
014350     MOVE RSB-MESSAGE           TO RPT-MESSAGE.
014360     WRITE REPORT-RECORD FROM RPT-DETAIL-LINE.
014370     IF WS-RPT-FILE-STATUS NOT = "00"
014380         DISPLAY "RANDOM-SUBTRACTION - ABEND - REPORT-FILE "
014390                 "WRITE FAILED - STATUS " WS-RPT-FILE-STATUS
014400         GO TO 9900-ABEND-TERMINATION
014410     END-IF.
014420     ADD 1 TO RSB-LINE-COUNT.
014430 5100-EXIT.
014440     EXIT.
014450
014460****************************************************************
014470*    5200-WRITE-AUDIT-RECORD                                    *
014480****************************************************************
014490 5200-WRITE-AUDIT-RECORD.
014500     MOVE WS-CURRENT-DATE       TO AUD-RUN-DATE.
014510     MOVE WS-CURRENT-TIME       TO AUD-RUN-TIME.
014520     MOVE RSB-CURRENT-ITEM-CODE TO AUD-ITEM-CODE.
014530     MOVE RSB-FIXED-NUMBER      TO AUD-FIXED-NUMBER.
014540     MOVE RSB-RANDOM-NUMBER     TO AUD-RANDOM-NUMBER.
014550     MOVE RSB-RESULT            TO AUD-RESULT.
014560     MOVE "D"                   TO AUD-RECORD-TYPE.
014570     MOVE ZERO                  TO AUD-RANDOM-SEED.
014580     MOVE RSB-CYCLE-NO          TO AUD-CYCLE-NO.
014590     WRITE AUD-RECORD.
014600     IF WS-AUD-FILE-STATUS NOT = "00"
014610         DISPLAY "RANDOM-SUBTRACTION - ABEND - AUDIT-FILE "
014620                 "WRITE FAILED - STATUS " WS-AUD-FILE-STATUS
014630         GO TO 9900-ABEND-TERMINATION
014640     END-IF.
014650 5200-EXIT.
014660     EXIT.
014670
014680****************************************************************
014690*    5300-WRITE-HISTORY-RECORD                                  *
014700****************************************************************
014710 5300-WRITE-HISTORY-RECORD.
014720     MOVE WS-CURRENT-DATE       TO HIST-RUN-DATE.
014730     MOVE RSB-CYCLE-NO          TO HIST-CYCLE-NO.
014740     MOVE RSB-CURRENT-ITEM-CODE TO HIST-ITEM-CODE.
014750     MOVE RSB-RESULT            TO HIST-RESULT.
014760     MOVE RSB-FISCAL-PERIOD     TO HIST-FISCAL-PERIOD.
014770     WRITE HIST-RECORD.
014780     IF WS-HIST-FILE-STATUS NOT = "00"
014790         DISPLAY "RANDOM-SUBTRACTION - ABEND - HISTORY-FILE "
014800                 "WRITE FAILED - STATUS " WS-HIST-FILE-STATUS
014810         GO TO 9900-ABEND-TERMINATION
014820     END-IF.
014830     ADD 1 TO RSB-CNT-HISTORY.
014840     ADD 1 TO RSB-HIST-CTL-COUNT.
014850     ADD HIST-RESULT TO RSB-HIST-CTL-HASH.
014860 5300-EXIT.
014870     EXIT.
014880
014890****************************************************************
014900*    5400-WRITE-GL-EXTRACT - ONE BALANCED DEBIT/CREDIT PAIR     *
014910*    PER ITEM, CARRYING THE QUANTITY AND ITS VALUE AT STANDARD  *
014920*    COST; AN UNMAPPED ITEM POSTS BOTH SIDES TO THE SUSPENSE    *
014930*    ACCOUNT AND PRINTS ON THE MAPPING-EXCEPTIONS LISTING       *
014940****************************************************************
014950 5400-WRITE-GL-EXTRACT.
014960     PERFORM 5410-GET-GL-MAPPING THRU 5410-EXIT.
014970     PERFORM 5415-GET-STANDARD-COST THRU 5415-EXIT.
014980     MOVE SPACES                TO GLX-RECORD.
014990     MOVE WS-CURRENT-DATE       TO GLX-RUN-DATE.
015000     MOVE RSB-CURRENT-ITEM-CODE TO GLX-ITEM-CODE.
015010     MOVE RSB-GL-ACCOUNT        TO GLX-GL-ACCOUNT.
015020     MOVE "D"                   TO GLX-DEBIT-CREDIT-CODE.
015030     MOVE RSB-RESULT            TO GLX-AMOUNT.
015040     MOVE RSB-GL-SUSPENSE-SW    TO GLX-SUSPENSE-SW.
015050     MOVE RSB-CYCLE-NO          TO GLX-CYCLE-NO.
015060     MOVE RSB-UNIT-COST         TO GLX-UNIT-COST.
015070     MOVE RSB-EXT-VALUE         TO GLX-EXT-VALUE.
015080     MOVE RSB-FISCAL-PERIOD     TO GLX-FISCAL-PERIOD.
015090     PERFORM 5420-WRITE-GL-RECORD THRU 5420-EXIT.
015100     MOVE RSB-OFFSET-ACCOUNT    TO GLX-GL-ACCOUNT.
015110     MOVE "C"                   TO GLX-DEBIT-CREDIT-CODE.
015120     PERFORM 5420-WRITE-GL-RECORD THRU 5420-EXIT.
015130     IF RSB-GL-UNMAPPED
015140         PERFORM 5430-WRITE-MAP-EXCEPTION THRU 5430-EXIT
015150     END-IF.
015160 5400-EXIT.
015170     EXIT.
015180
015190****************************************************************
015200*    5410-GET-GL-MAPPING - AN ITEM WITH NO MAPPING RECORD       *
015210*    POSTS BOTH SIDES TO THE SUSPENSE ACCOUNT                   *
015220****************************************************************
015230 5410-GET-GL-MAPPING.
015240     MOVE SPACE TO RSB-GL-SUSPENSE-SW.
015250     MOVE RSB-CURRENT-ITEM-CODE TO GLM-ITEM-CODE.
015260     READ GL-MAPPING-FILE
015270         INVALID KEY
015280             MOVE "Y" TO RSB-GL-SUSPENSE-SW
015290             MOVE RSB-SUSPENSE-ACCOUNT TO RSB-GL-ACCOUNT
015300             MOVE RSB-SUSPENSE-ACCOUNT TO RSB-OFFSET-ACCOUNT
015310         NOT INVALID KEY
015320             MOVE GLM-GL-ACCOUNT     TO RSB-GL-ACCOUNT
015330             MOVE GLM-OFFSET-ACCOUNT TO RSB-OFFSET-ACCOUNT
015340     END-READ.
015350 5410-EXIT.
015360     EXIT.
015370
015380****************************************************************
015390*    5415-GET-STANDARD-COST - THE COST IN FORCE ON THE RUN      *
015400*    DATE: A CHANGE NOT YET EFFECTIVE LEAVES THE ITEM AT ITS    *
015410*    PRIOR COST. AN ITEM WITH NO STANDARD COST POSTS ZERO       *
015420*    VALUE AND IS LISTED BY THE VALRPT VALUATION REPORT.        *
015430****************************************************************
015440 5415-GET-STANDARD-COST.
015450     MOVE ZERO TO RSB-UNIT-COST.
015460     MOVE RSB-CURRENT-ITEM-CODE TO STD-ITEM-CODE.
015470     READ STANDARD-COST-FILE
015480         INVALID KEY
015490             MOVE SPACES TO STD-RECORD
015500     END-READ.
015510     IF STD-EFFECTIVE-DATE NUMERIC
015520             AND STD-EFFECTIVE-DATE > WS-CURRENT-DATE
015530         IF STD-PRIOR-UNIT-COST NUMERIC
015540             MOVE STD-PRIOR-UNIT-COST TO RSB-UNIT-COST
015550         END-IF
015560     ELSE
015570         IF STD-UNIT-COST NUMERIC
015580             MOVE STD-UNIT-COST TO RSB-UNIT-COST
015590         END-IF
015600     END-IF.
015610     COMPUTE RSB-EXT-VALUE ROUNDED = RSB-RESULT * RSB-UNIT-COST.
015620 5415-EXIT.
015630     EXIT.
015640
015650 5420-WRITE-GL-RECORD.
015660     WRITE GLX-RECORD.
015670     IF WS-GLX-FILE-STATUS NOT = "00"
015680         DISPLAY "RANDOM-SUBTRACTION - ABEND - GLEXTRACT-FILE "
015690                 "WRITE FAILED - STATUS " WS-GLX-FILE-STATUS
015700         GO TO 9900-ABEND-TERMINATION
015710     END-IF.
015720     ADD 1 TO RSB-CNT-GL-RECORDS.
015730     ADD 1 TO RSB-GLX-CTL-COUNT.
015740     ADD GLX-AMOUNT TO RSB-GLX-CTL-HASH.
015750 5420-EXIT.
015760     EXIT.
015770
015780 5430-WRITE-MAP-EXCEPTION.
015790     IF RSB-MEX-LINE-COUNT >= RSB-LINES-PER-PAGE
015800         PERFORM 7200-WRITE-MEX-HEADING THRU 7200-EXIT
015810     END-IF.
015820     MOVE SPACES                TO MEX-DETAIL-LINE.
015830     MOVE RSB-CURRENT-ITEM-CODE TO MEX-ITEM-CODE.
015840     MOVE RSB-RESULT            TO MEX-RESULT.
015850     MOVE RSB-SUSPENSE-ACCOUNT  TO MEX-SUSPENSE-ACCT.
015860     MOVE "NO GL MAPPING - POSTED TO SUSPENSE"
015870         TO MEX-REASON.
015880     WRITE MAP-EXCEPTION-RECORD FROM MEX-DETAIL-LINE.
015890     IF WS-MEX-FILE-STATUS NOT = "00"
015900         DISPLAY "RANDOM-SUBTRACTION - ABEND - MAP-EXCEPTION-"
015910                 "FILE WRITE FAILED - STATUS " WS-MEX-FILE-STATUS
015920         GO TO 9900-ABEND-TERMINATION
015930     END-IF.
015940     ADD 1 TO RSB-MEX-LINE-COUNT.
015950 5430-EXIT.
015960     EXIT.
015970
015980****************************************************************
015990*    5500-WRITE-INQUIRY-RECORD                                  *
016000****************************************************************
016010 5500-WRITE-INQUIRY-RECORD.
016020     MOVE WS-CURRENT-DATE       TO INQ-RUN-DATE.
016030     MOVE RSB-CURRENT-ITEM-CODE TO INQ-ITEM-CODE.
016040     MOVE RSB-CYCLE-NO          TO INQ-CYCLE-NO.
016050     MOVE RSB-FIXED-NUMBER      TO INQ-FIXED-NUMBER.
016060     MOVE RSB-RANDOM-NUMBER     TO INQ-RANDOM-NUMBER.
016070     MOVE RSB-RESULT            TO INQ-RESULT.
016080     WRITE INQ-RECORD
016090         INVALID KEY
016100             REWRITE INQ-RECORD
016110     END-WRITE.
016120     IF WS-INQ-FILE-STATUS NOT = "00"
016130         DISPLAY "RANDOM-SUBTRACTION - ABEND - INQUIRY-FILE "
016140                 "WRITE FAILED - STATUS " WS-INQ-FILE-STATUS
016150         GO TO 9900-ABEND-TERMINATION
016160     END-IF.
016170     ADD 1 TO RSB-CNT-INQUIRY.
016180 5500-EXIT.
016190     EXIT.
016200
016210****************************************************************
016220*    6000-CHECKPOINT-IF-DUE - SAVE RESTART POSITION             *
016230****************************************************************
016240 6000-CHECKPOINT-IF-DUE.
016250     ADD 1 TO RSB-ITEMS-SINCE-CKPT.
016260     IF RSB-ITEMS-SINCE-CKPT >= RSB-CHECKPOINT-INTERVAL
016270         MOVE RSB-ITEM-SEQ-NO       TO CKPT-LAST-ITEM-SEQ
016280         MOVE RSB-CURRENT-ITEM-CODE TO CKPT-LAST-ITEM-CODE
016290         MOVE RSB-PAGE-COUNT        TO CKPT-LAST-PAGE-NO
016300         MOVE RSB-MEX-PAGE-COUNT    TO CKPT-LAST-MEX-PAGE-NO
016310         MOVE RSB-GLX-CTL-COUNT     TO CKPT-GLX-COUNT
016320         MOVE RSB-GLX-CTL-HASH      TO CKPT-GLX-HASH
016330         MOVE RSB-HIST-CTL-COUNT    TO CKPT-HIST-COUNT
016340         MOVE RSB-HIST-CTL-HASH     TO CKPT-HIST-HASH
016350         REWRITE CKPT-RECORD
016360             INVALID KEY
016370                 WRITE CKPT-RECORD
016380         END-REWRITE
016390         IF WS-CKPT-FILE-STATUS NOT = "00"
016400             DISPLAY "RANDOM-SUBTRACTION - ABEND - "
016410                     "CHECKPOINT-FILE WRITE FAILED - STATUS "
016420                     WS-CKPT-FILE-STATUS
016430             GO TO 9900-ABEND-TERMINATION
016440         END-IF
016450         MOVE ZERO TO RSB-ITEMS-SINCE-CKPT
016460     END-IF.
016470 6000-EXIT.
016480     EXIT.
016490
016500****************************************************************
016510*    7100-WRITE-REPORT-HEADING - PAGE BREAK                     *
016520****************************************************************
016530 7100-WRITE-REPORT-HEADING.
016540     ADD 1 TO RSB-PAGE-COUNT.
016550     MOVE WS-CURRENT-DATE  TO RPT-HDG-RUN-DATE.
016560     MOVE RSB-PAGE-COUNT   TO RPT-HDG-PAGE-NO.
016570     WRITE REPORT-RECORD FROM RPT-HEADING-LINE-1.
016580     WRITE REPORT-RECORD FROM RPT-HEADING-LINE-2.
016590     MOVE ZERO TO RSB-LINE-COUNT.
016600 7100-EXIT.
016610     EXIT.
016620
016630****************************************************************
016640*    7200-WRITE-MEX-HEADING - PAGE BREAK                        *
016650****************************************************************
016660 7200-WRITE-MEX-HEADING.
016670     ADD 1 TO RSB-MEX-PAGE-COUNT.
016680     MOVE WS-CURRENT-DATE    TO MEX-HDG-RUN-DATE.
016690     MOVE RSB-MEX-PAGE-COUNT TO MEX-HDG-PAGE-NO.
016700     WRITE MAP-EXCEPTION-RECORD FROM MEX-HEADING-LINE-1.
016710     WRITE MAP-EXCEPTION-RECORD FROM MEX-HEADING-LINE-2.
016720     MOVE ZERO TO RSB-MEX-LINE-COUNT.
016730 7200-EXIT.
016740     EXIT.
016750
016760****************************************************************
016770*    7300-WRITE-RPL-HEADING - PAGE BREAK FOR THE REPLAY REPORT  *
016780****************************************************************
016790 7300-WRITE-RPL-HEADING.
016800     ADD 1 TO RSB-PAGE-COUNT.
016810     MOVE RSB-REPLAY-DATE TO RPL-HDG-DATE.
016820     MOVE RSB-PAGE-COUNT  TO RPL-HDG-PAGE-NO.
016830     WRITE REPORT-RECORD FROM RPL-HEADING-LINE-1.
016840     WRITE REPORT-RECORD FROM RPL-HEADING-LINE-2.
016850     MOVE ZERO TO RSB-LINE-COUNT.
016860 7300-EXIT.
016870     EXIT.
016880
016890****************************************************************
016900*    8000-WRITE-CONTROL-TOTALS - PROOF PAGE AT THE END OF THE   *
016910*    RESULT REPORT. ITEMS READ MUST EQUAL VALID RESULTS PLUS    *
016920*    EXCEPTIONS PLUS RESTART SKIPS, HISTORY AND INQUIRY MUST    *
016930*    MATCH VALID RESULTS, AND THE GL EXTRACT MUST CARRY TWO     *
016940*    RECORDS PER VALID RESULT. ANY MISMATCH ENDS THE RUN WITH   *
016950*    RETURN CODE 8 SO THE SCHEDULER HOLDS THE GL LOAD.          *
016960****************************************************************
016970 8000-WRITE-CONTROL-TOTALS.
016980     MOVE WS-CURRENT-DATE TO RPT-CTL-RUN-DATE.
016990     WRITE REPORT-RECORD FROM RPT-CONTROL-HEADING.
017000     IF WS-RPT-FILE-STATUS NOT = "00"
017010         DISPLAY "RANDOM-SUBTRACTION - ABEND - REPORT-FILE "
017020                 "WRITE FAILED - STATUS " WS-RPT-FILE-STATUS
017030         GO TO 9900-ABEND-TERMINATION
017040     END-IF.
017050     MOVE "ITEMS READ"            TO RPT-CTL-LABEL.
017060     MOVE RSB-CNT-ITEMS-READ      TO RPT-CTL-VALUE.
017070     PERFORM 8100-WRITE-CONTROL-LINE THRU 8100-EXIT.
017080     MOVE "ITEMS SKIPPED (RESTART)" TO RPT-CTL-LABEL.
017090     MOVE RSB-CNT-SKIPPED         TO RPT-CTL-VALUE.
017100     PERFORM 8100-WRITE-CONTROL-LINE THRU 8100-EXIT.
017110     MOVE "ITEMS OUT OF RANGE"    TO RPT-CTL-LABEL.
017120     MOVE RSB-CNT-OUT-OF-RANGE    TO RPT-CTL-VALUE.
017130     PERFORM 8100-WRITE-CONTROL-LINE THRU 8100-EXIT.
017140     MOVE "VALID RESULTS"         TO RPT-CTL-LABEL.
017150     MOVE RSB-CNT-VALID-RESULTS   TO RPT-CTL-VALUE.
017160     PERFORM 8100-WRITE-CONTROL-LINE THRU 8100-EXIT.
017170     MOVE "EXCEPTIONS"            TO RPT-CTL-LABEL.
017180     MOVE RSB-CNT-EXCEPTIONS      TO RPT-CTL-VALUE.
017190     PERFORM 8100-WRITE-CONTROL-LINE THRU 8100-EXIT.
017200     MOVE "HISTORY RECORDS"       TO RPT-CTL-LABEL.
017210     MOVE RSB-CNT-HISTORY         TO RPT-CTL-VALUE.
017220     PERFORM 8100-WRITE-CONTROL-LINE THRU 8100-EXIT.
017230     MOVE "GL EXTRACT RECORDS"    TO RPT-CTL-LABEL.
017240     MOVE RSB-CNT-GL-RECORDS      TO RPT-CTL-VALUE.
017250     PERFORM 8100-WRITE-CONTROL-LINE THRU 8100-EXIT.
017260     MOVE "INQUIRY RECORDS"       TO RPT-CTL-LABEL.
017270     MOVE RSB-CNT-INQUIRY         TO RPT-CTL-VALUE.
017280     PERFORM 8100-WRITE-CONTROL-LINE THRU 8100-EXIT.
017290     MOVE "RESULT HASH TOTAL"     TO RPT-CTL-LABEL.
017300     MOVE RSB-HASH-RESULT         TO RPT-CTL-VALUE.
017310     PERFORM 8100-WRITE-CONTROL-LINE THRU 8100-EXIT.
017320     PERFORM 8200-CHECK-CONTROL-BALANCE THRU 8200-EXIT.
017330     MOVE SPACES TO RPT-CONTROL-STATUS-LINE.
017340     IF RSB-COUNTS-BALANCED
017350         MOVE "CONTROL TOTALS IN BALANCE" TO RPT-CTL-STATUS
017360     ELSE
017370         MOVE "** CONTROL TOTALS OUT OF BALANCE - GL LOAD "
017380             TO RPT-CTL-STATUS
017390         MOVE "HELD **" TO RPT-CTL-STATUS(44:7)
017400     END-IF.
017410     WRITE REPORT-RECORD FROM RPT-CONTROL-STATUS-LINE.
017420     IF WS-RPT-FILE-STATUS NOT = "00"
017430         DISPLAY "RANDOM-SUBTRACTION - ABEND - REPORT-FILE "
017440                 "WRITE FAILED - STATUS " WS-RPT-FILE-STATUS
017450         GO TO 9900-ABEND-TERMINATION
017460     END-IF.
017470     MOVE SPACES TO RPT-CONTROL-STATUS-LINE.
017480     IF RSB-BAL-CTL-ERROR
017490         MOVE "** BALANCE FILE CONTROL CHECK FAILED - HELD **"
017500             TO RPT-CTL-STATUS
017510     ELSE
017520         MOVE "BALANCE FILE CONTROL RECORDS VERIFIED"
017530             TO RPT-CTL-STATUS
017540     END-IF.
017550     WRITE REPORT-RECORD FROM RPT-CONTROL-STATUS-LINE.
017560     IF WS-RPT-FILE-STATUS NOT = "00"
017570         DISPLAY "RANDOM-SUBTRACTION - ABEND - REPORT-FILE "
017580                 "WRITE FAILED - STATUS " WS-RPT-FILE-STATUS
017590         GO TO 9900-ABEND-TERMINATION
017600     END-IF.
017610     IF RSB-OVERRIDE-USED
017620         MOVE SPACES TO RPT-CONTROL-STATUS-LINE
017630         MOVE "NON-BUSINESS DATE RUN AUTHORIZED BY"
017640             TO RPT-CTL-STATUS
017650         MOVE RSB-OVERRIDE-BY TO RPT-CTL-STATUS(37:8)
017660         WRITE REPORT-RECORD FROM RPT-CONTROL-STATUS-LINE
017670         IF WS-RPT-FILE-STATUS NOT = "00"
017680             DISPLAY "RANDOM-SUBTRACTION - ABEND - REPORT-FILE "
017690                     "WRITE FAILED - STATUS " WS-RPT-FILE-STATUS
017700             GO TO 9900-ABEND-TERMINATION
017710         END-IF
017720     END-IF.
017730 8000-EXIT.
017740     EXIT.
017750
017760 8100-WRITE-CONTROL-LINE.
017770     WRITE REPORT-RECORD FROM RPT-CONTROL-LINE.
017780     IF WS-RPT-FILE-STATUS NOT = "00"
017790         DISPLAY "RANDOM-SUBTRACTION - ABEND - REPORT-FILE "
017800                 "WRITE FAILED - STATUS " WS-RPT-FILE-STATUS
017810         GO TO 9900-ABEND-TERMINATION
017820     END-IF.
017830 8100-EXIT.
017840     EXIT.
017850
017860 8200-CHECK-CONTROL-BALANCE.
017870     MOVE "Y" TO RSB-BALANCED-SW.
017880     IF RSB-CNT-ITEMS-READ NOT EQUAL
017890             RSB-CNT-VALID-RESULTS + RSB-CNT-EXCEPTIONS
017900             + RSB-CNT-SKIPPED + RSB-CNT-OUT-OF-RANGE
017910         MOVE "N" TO RSB-BALANCED-SW
017920     END-IF.
017930     IF RSB-CNT-HISTORY NOT = RSB-CNT-VALID-RESULTS
017940         MOVE "N" TO RSB-BALANCED-SW
017950     END-IF.
017960     IF RSB-CNT-INQUIRY NOT = RSB-CNT-VALID-RESULTS
017970         MOVE "N" TO RSB-BALANCED-SW
017980     END-IF.
017990     IF RSB-CNT-GL-RECORDS NOT EQUAL
018000             RSB-CNT-VALID-RESULTS + RSB-CNT-VALID-RESULTS
018010         MOVE "N" TO RSB-BALANCED-SW
018020     END-IF.
018030 8200-EXIT.
018040     EXIT.
018050
018060****************************************************************
018070*    8500-REPLAY-RUN - RE-RUNS A NAMED PRIOR DATE FROM THE      *
018080*    AUDIT TRAIL. EACH RUN-HEADER RECORD RESEEDS THE GENERATOR  *
018090*    AND EACH DETAIL DRAW IS RECOMPUTED AND COMPARED AGAINST    *
018100*    WHAT WAS RECORDED, SO A QUESTIONED RESULT IS PROVEN        *
018110*    RATHER THAN ASSERTED. ENDS WITH RETURN CODE 8 WHEN ANY     *
018120*    DRAW MISMATCHES, CANNOT BE VERIFIED, OR NO DRAWS WERE      *
018130*    FOUND FOR THE REPLAY DATE.                                 *
018140****************************************************************
018150 8500-REPLAY-RUN.
018160     OPEN INPUT AUDIT-FILE.
018170     IF WS-AUD-FILE-STATUS NOT = "00"
018180         DISPLAY "RANDOM-SUBTRACTION - ABEND - AUDIT-FILE "
018190                 "OPEN FAILED - STATUS " WS-AUD-FILE-STATUS
018200         GO TO 9900-ABEND-TERMINATION
018210     END-IF.
018220     OPEN OUTPUT REPORT-FILE.
018230     IF WS-RPT-FILE-STATUS NOT = "00"
018240         DISPLAY "RANDOM-SUBTRACTION - ABEND - REPORT-FILE "
018250                 "OPEN FAILED - STATUS " WS-RPT-FILE-STATUS
018260         GO TO 9900-ABEND-TERMINATION
018270     END-IF.
018280     PERFORM 7300-WRITE-RPL-HEADING THRU 7300-EXIT.
018290     PERFORM 8590-READ-AUDIT-RECORD THRU 8590-EXIT.
018300     PERFORM 8510-REPLAY-ONE-RECORD THRU 8510-EXIT
018310         UNTIL WS-AUD-EOF.
018320     PERFORM 8550-WRITE-RPL-TOTALS THRU 8550-EXIT.
018330     CLOSE AUDIT-FILE
018340           REPORT-FILE.
018350     IF RSB-RPL-MISMATCH-COUNT > ZERO
018360             OR RSB-RPL-UNVERIF-COUNT > ZERO
018370             OR RSB-RPL-DRAW-COUNT = ZERO
018380         MOVE 8 TO RETURN-CODE
018390     END-IF.
018400 8500-EXIT.
018410     EXIT.
018420
018430****************************************************************
018440*    8510-REPLAY-ONE-RECORD - ONLY THE REPLAY DATE'S RECORDS    *
018450*    PARTICIPATE; A DETAIL SEEN BEFORE ANY HEADER HAS NO SEED   *
018460*    ON FILE AND IS REPORTED AS UNVERIFIABLE. A BACKOUT OR      *
018470*    WRITE-OFF MARKER IS NOT A DRAW AND IS PASSED OVER.         *
018480****************************************************************
018490 8510-REPLAY-ONE-RECORD.
018500     IF AUD-RUN-DATE NOT = RSB-REPLAY-DATE
018510         GO TO 8510-NEXT
018520     END-IF.
018530     IF AUD-TYPE-BACKOUT OR AUD-TYPE-WRITE-OFF
018540         GO TO 8510-NEXT
018550     END-IF.
018560     IF AUD-TYPE-HEADER
018570         MOVE AUD-RANDOM-SEED TO RSB-SEED-WORK
018580         MOVE "Y" TO RSB-RPL-SEED-SEEN-SW
018590         MOVE SPACES TO RPL-MESSAGE-LINE
018600         MOVE "RUN HEADER - GENERATOR RESEEDED"
018610             TO RPL-MESSAGE
018620         PERFORM 8530-WRITE-RPL-MESSAGE THRU 8530-EXIT
018630         GO TO 8510-NEXT
018640     END-IF.
018650     IF NOT RSB-RPL-SEED-SEEN
018660         ADD 1 TO RSB-RPL-UNVERIF-COUNT
018670         MOVE SPACES TO RPL-MESSAGE-LINE
018680         MOVE "NO SEED RECORDED FOR THIS DRAW - CANNOT VERIFY"
018690             TO RPL-MESSAGE
018700         PERFORM 8530-WRITE-RPL-MESSAGE THRU 8530-EXIT
018710         GO TO 8510-NEXT
018720     END-IF.
018730     PERFORM 8520-VERIFY-ONE-DRAW THRU 8520-EXIT.
018740 8510-NEXT.
018750     PERFORM 8590-READ-AUDIT-RECORD THRU 8590-EXIT.
018760 8510-EXIT.
018770     EXIT.
018780
018790 8520-VERIFY-ONE-DRAW.
018800     ADD 1 TO RSB-RPL-DRAW-COUNT.
018810     PERFORM 3100-DRAW-RANDOM-NUMBER THRU 3100-EXIT.
018820     MOVE AUD-FIXED-NUMBER TO RSB-FIXED-NUMBER.
018830     COMPUTE RSB-RESULT = RSB-FIXED-NUMBER - RSB-RANDOM-NUMBER.
018840     IF RSB-LINE-COUNT >= RSB-LINES-PER-PAGE
018850         PERFORM 7300-WRITE-RPL-HEADING THRU 7300-EXIT
018860     END-IF.
018870     MOVE SPACES TO RPL-DETAIL-LINE.
018880     MOVE AUD-ITEM-CODE     TO RPL-ITEM-CODE.
018890     MOVE AUD-FIXED-NUMBER  TO RPL-FIXED.
018900     MOVE AUD-RANDOM-NUMBER TO RPL-AUD-RANDOM.
018910     MOVE RSB-RANDOM-NUMBER TO RPL-NEW-RANDOM.
018920     MOVE AUD-RESULT        TO RPL-AUD-RESULT.
018930     MOVE RSB-RESULT        TO RPL-NEW-RESULT.
018940     IF RSB-RANDOM-NUMBER = AUD-RANDOM-NUMBER
018950             AND RSB-RESULT = AUD-RESULT
018960         MOVE "MATCH"    TO RPL-STATUS
018970         ADD 1 TO RSB-RPL-MATCH-COUNT
018980     ELSE
018990         MOVE "MISMATCH" TO RPL-STATUS
019000         ADD 1 TO RSB-RPL-MISMATCH-COUNT
019010     END-IF.
019020     WRITE REPORT-RECORD FROM RPL-DETAIL-LINE.
019030     IF WS-RPT-FILE-STATUS NOT = "00"
019040         DISPLAY "RANDOM-SUBTRACTION - ABEND - REPORT-FILE "
019050                 "WRITE FAILED - STATUS " WS-RPT-FILE-STATUS
019060         GO TO 9900-ABEND-TERMINATION
019070     END-IF.
019080     ADD 1 TO RSB-LINE-COUNT.
019090 8520-EXIT.
019100     EXIT.
019110
019120 8530-WRITE-RPL-MESSAGE.
019130     IF RSB-LINE-COUNT >= RSB-LINES-PER-PAGE
019140         PERFORM 7300-WRITE-RPL-HEADING THRU 7300-EXIT
019150     END-IF.
019160     WRITE REPORT-RECORD FROM RPL-MESSAGE-LINE.
019170     IF WS-RPT-FILE-STATUS NOT = "00"
019180         DISPLAY "RANDOM-SUBTRACTION - ABEND - REPORT-FILE "
019190                 "WRITE FAILED - STATUS " WS-RPT-FILE-STATUS
019200         GO TO 9900-ABEND-TERMINATION
019210     END-IF.
019220     ADD 1 TO RSB-LINE-COUNT.
019230 8530-EXIT.
019240     EXIT.
019250
019260 8550-WRITE-RPL-TOTALS.
019270     IF RSB-RPL-DRAW-COUNT = ZERO
019280             AND RSB-RPL-UNVERIF-COUNT = ZERO
019290         MOVE SPACES TO RPL-MESSAGE-LINE
019300         MOVE "NO AUDIT RECORDS FOUND FOR THE REPLAY DATE"
019310             TO RPL-MESSAGE
019320         PERFORM 8530-WRITE-RPL-MESSAGE THRU 8530-EXIT
019330     END-IF.
019340     MOVE SPACES                 TO RPL-TOTAL-LINE.
019350     MOVE "DRAWS VERIFIED"       TO RPL-TOT-LABEL.
019360     MOVE RSB-RPL-DRAW-COUNT     TO RPL-TOT-VALUE.
019370     PERFORM 8560-WRITE-RPL-TOTAL-LINE THRU 8560-EXIT.
019380     MOVE SPACES                 TO RPL-TOTAL-LINE.
019390     MOVE "DRAWS MATCHED"        TO RPL-TOT-LABEL.
019400     MOVE RSB-RPL-MATCH-COUNT    TO RPL-TOT-VALUE.
019410     PERFORM 8560-WRITE-RPL-TOTAL-LINE THRU 8560-EXIT.
019420     MOVE SPACES                 TO RPL-TOTAL-LINE.
019430     MOVE "DRAWS MISMATCHED"     TO RPL-TOT-LABEL.
019440     MOVE RSB-RPL-MISMATCH-COUNT TO RPL-TOT-VALUE.
019450     PERFORM 8560-WRITE-RPL-TOTAL-LINE THRU 8560-EXIT.
019460     MOVE SPACES                 TO RPL-TOTAL-LINE.
019470     MOVE "DRAWS UNVERIFIABLE"   TO RPL-TOT-LABEL.
019480     MOVE RSB-RPL-UNVERIF-COUNT  TO RPL-TOT-VALUE.
019490     PERFORM 8560-WRITE-RPL-TOTAL-LINE THRU 8560-EXIT.
019500 8550-EXIT.
019510     EXIT.
019520
019530 8560-WRITE-RPL-TOTAL-LINE.
019540     IF RSB-LINE-COUNT >= RSB-LINES-PER-PAGE
019550         PERFORM 7300-WRITE-RPL-HEADING THRU 7300-EXIT
019560     END-IF.
019570     WRITE REPORT-RECORD FROM RPL-TOTAL-LINE.
019580     IF WS-RPT-FILE-STATUS NOT = "00"
019590         DISPLAY "RANDOM-SUBTRACTION - ABEND - REPORT-FILE "
019600                 "WRITE FAILED - STATUS " WS-RPT-FILE-STATUS
019610         GO TO 9900-ABEND-TERMINATION
019620     END-IF.
019630     ADD 1 TO RSB-LINE-COUNT.
019640 8560-EXIT.
019650     EXIT.
019660
019670 8590-READ-AUDIT-RECORD.
019680     READ AUDIT-FILE
019690         AT END
019700             MOVE "Y" TO WS-AUD-EOF-SW
019710     END-READ.
019720 8590-EXIT.
019730     EXIT.
019740
019750****************************************************************
019760*    9000-TERMINATE                                             *
019770****************************************************************
019780 9000-TERMINATE.
019790*    REACHING THIS PARAGRAPH MEANS THE ITEM LOOP RAN TO
019800*    COMPLETION, SO THE CHECKPOINT IS CLEARED FOR THE NEXT RUN.
019810     PERFORM 8000-WRITE-CONTROL-TOTALS THRU 8000-EXIT.
019820     MOVE ZERO   TO CKPT-LAST-ITEM-SEQ.
019830     MOVE SPACES TO CKPT-LAST-ITEM-CODE.
019840     MOVE ZERO   TO CKPT-LAST-PAGE-NO.
019850     MOVE ZERO   TO CKPT-LAST-MEX-PAGE-NO.
019860     MOVE ZERO   TO CKPT-GLX-COUNT.
019870     MOVE ZERO   TO CKPT-GLX-HASH.
019880     MOVE ZERO   TO CKPT-HIST-COUNT.
019890     MOVE ZERO   TO CKPT-HIST-HASH.
019900     REWRITE CKPT-RECORD
019910         INVALID KEY
019920             WRITE CKPT-RECORD
019930     END-REWRITE.
019940     IF WS-CKPT-FILE-STATUS NOT = "00"
019950         DISPLAY "RANDOM-SUBTRACTION - ABEND - CHECKPOINT-FILE "
019960                 "CLEAR FAILED - STATUS " WS-CKPT-FILE-STATUS
019970         GO TO 9900-ABEND-TERMINATION
019980     END-IF.
019990     PERFORM 9100-WRITE-OUTPUT-TRAILERS THRU 9100-EXIT.
020000     CLOSE DAILY-BALANCE-FILE
020010           EXCEPTION-FILE
020020           REPORT-FILE
020030           AUDIT-FILE
020040           HISTORY-FILE
020050           GLEXTRACT-FILE
020060           CHECKPOINT-FILE
020070           INQUIRY-FILE
020080           ITEM-MASTER-FILE
020090           GL-MAPPING-FILE
020100           STANDARD-COST-FILE
020110           MAP-EXCEPTION-FILE.
020120     IF RSB-COUNTS-UNBALANCED
020130         MOVE 8 TO RETURN-CODE
020140     END-IF.
020150     IF RSB-BAL-CTL-ERROR
020160         MOVE 8 TO RETURN-CODE
020170     END-IF.
020180 9000-EXIT.
020190     EXIT.
020200
020210****************************************************************
020220*    9100-WRITE-OUTPUT-TRAILERS - THE GL EXTRACT AND HISTORY    *
020230*    SEGMENTS THIS RUN OPENED ARE CLOSED WITH TRAILER CONTROL   *
020240*    RECORDS CARRYING THE DETAIL COUNT AND AMOUNT HASH, SO THE  *
020250*    NEXT CONSUMER CAN PROVE THE FILE ARRIVED WHOLE             *
020260****************************************************************
020270 9100-WRITE-OUTPUT-TRAILERS.
020280     MOVE SPACES            TO CTL-RECORD.
020290     MOVE "*CTLTRL*"        TO CTL-RECORD-ID.
020300     MOVE WS-CURRENT-DATE   TO CTL-RUN-DATE.
020310     MOVE RSB-CYCLE-NO      TO CTL-CYCLE-NO.
020320     MOVE RSB-RUN-ID        TO CTL-RUN-ID.
020330     MOVE "RANDSUB"         TO CTL-PROGRAM-ID.
020340     MOVE RSB-GLX-CTL-COUNT TO CTL-RECORD-COUNT.
020350     MOVE RSB-GLX-CTL-HASH  TO CTL-HASH-TOTAL.
020360     WRITE GLX-RECORD FROM CTL-RECORD.
020370     IF WS-GLX-FILE-STATUS NOT = "00"
020380         DISPLAY "RANDOM-SUBTRACTION - ABEND - GLEXTRACT-FILE "
020390                 "WRITE FAILED - STATUS " WS-GLX-FILE-STATUS
020400         GO TO 9900-ABEND-TERMINATION
020410     END-IF.
020420     MOVE RSB-HIST-CTL-COUNT TO CTL-RECORD-COUNT.
020430     MOVE RSB-HIST-CTL-HASH  TO CTL-HASH-TOTAL.
020440     WRITE HIST-RECORD FROM CTL-RECORD.
020450     IF WS-HIST-FILE-STATUS NOT = "00"
020460         DISPLAY "RANDOM-SUBTRACTION - ABEND - HISTORY-FILE "
020470                 "WRITE FAILED - STATUS " WS-HIST-FILE-STATUS
020480         GO TO 9900-ABEND-TERMINATION
020490     END-IF.
020500 9100-EXIT.
020510     EXIT.
020520
020530****************************************************************
020540*    9700-WRITE-RUN-END - APPEND THE END RECORD WITH THE        *
020550*    FINAL RETURN CODE AND RECORDS PROCESSED; NEVER ABENDS,     *
020560*    SINCE THE ABEND PATH ITSELF COMES THROUGH HERE             *
020570****************************************************************
020580 9700-WRITE-RUN-END.
020590     IF NOT WS-RUN-OPEN
020600         GO TO 9700-EXIT
020610     END-IF.
020620     MOVE SPACES          TO RUN-RECORD.
020630     MOVE "RANDSUB"        TO RUN-PROGRAM-ID.
020640     MOVE WS-CURRENT-DATE TO RUN-RUN-DATE.
020650     MOVE RSB-CYCLE-NO    TO RUN-CYCLE-NO.
020660     MOVE RSB-RUN-ID      TO RUN-RUN-ID.
020670     MOVE "E"             TO RUN-RECORD-TYPE.
020680     ACCEPT WS-CURRENT-TIME FROM TIME.
020690     MOVE WS-CURRENT-TIME TO RUN-TIME.
020700     IF RSB-REPLAY-MODE
020710         MOVE RSB-RPL-DRAW-COUNT TO RUN-RECORDS-PROCESSED
020720     ELSE
020730         MOVE RSB-CNT-ITEMS-READ TO RUN-RECORDS-PROCESSED
020740     END-IF.
020750     MOVE RETURN-CODE     TO RUN-RETURN-CODE.
020760     WRITE RUN-RECORD.
020770     IF WS-RUN-FILE-STATUS NOT = "00"
020780         DISPLAY "RANDSUB - RUN-STATUS-FILE WRITE FAILED - "
020790                 "STATUS " WS-RUN-FILE-STATUS
020800     END-IF.
020810     CLOSE RUN-STATUS-FILE.
020820     MOVE "N" TO WS-RUN-OPEN-SW.
020830 9700-EXIT.
020840     EXIT.
020850
020860****************************************************************
020870*    9900-ABEND-TERMINATION - AN OPEN OR A WRITE CAME BACK      *
020880*    WITH A FILE STATUS OTHER THAN SUCCESSFUL; THE RUN CANNOT   *
020890*    BE TRUSTED TO CONTINUE, SO IT STOPS HERE WITH A NON-ZERO   *
020900*    RETURN CODE FOR THE JOB SCHEDULER TO CATCH.                *
020910****************************************************************
020920 9900-ABEND-TERMINATION.
020930     MOVE 16 TO RETURN-CODE.
020940     PERFORM 9700-WRITE-RUN-END THRU 9700-EXIT.
020950     STOP RUN.
