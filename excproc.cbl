000440*     09/02/2026  DLO  ROUTE THE TABLE-FULL ABEND THROUGH THE    *
000450*                      COMMON ABEND EXIT SO THE RUN-STATUS END   *
000460*                      RECORD IS STILL WRITTEN.                  *
000470*     09/18/2026  DLO  VALUE A REDRAW AT THE ITEM'S STANDARD     *
000480*                      COST AND CARRY THE UNIT COST AND          *
000490*                      EXTENDED DOLLAR VALUE ON THE GL EXTRACT   *
000500*                      WITH THE QUANTITY, AS RANDOM-SUBTRACTION  *
000510*                      DOES.                                     *
000520*     10/02/2026  DLO  ACT ON A DISPOSITION ONLY WHEN ITS        *
000530*                      OPERATOR IS AN ACTIVE HOLDER OF THE       *
000540*                      EXCEPTION DISPOSITIONER ROLE ON THE       *
000550*                      OPERATOR AUTHORIZATION FILE; LOG EACH     *
000560*                      DISPOSITION FOR THE ACCESS REVIEW.        *
000570*     10/14/2026  DLO  LEAVE EACH WRITE-OFF ON THE AUDIT TRAIL   *
000580*                      AS A TYPE W RECORD CARRYING THE QUANTITY  *
000590*                      WRITTEN OFF, FOR THE ROLLFWD MONTH-END    *
000600*                      ROLL-FORWARD.                             *
000610*     10/15/2026  DLO  STAMP THE HISTORY AND GL EXTRACT RECORDS  *
000620*                      WITH THE RUN DATE'S FISCAL PERIOD FROM    *
000630*                      THE SHOP CALENDAR, AS RANDOM-SUBTRACTION  *
000640*                      DOES; ZERO WHEN THE DATE IS NOT ON THE    *
000650*                      CALENDAR.                                 *
000660*     10/15/2026  DLO  STAMP EXCPROC AS THE WRITING PROGRAM ON   *
000670*                      EACH CONTROL RECORD, SO BACKOUT CAN TELL  *
000680*                      THIS STEP'S SEGMENT FROM                  *
000690*                      RANDOM-SUBTRACTION'S; CLEAR THE AUDIT     *
000700*                      RECORD BEFORE BUILDING A WRITE-OFF.       *
000710****************************************************************
000720 IDENTIFICATION DIVISION.
000730 PROGRAM-ID.    EXCPROC.
000740 AUTHOR.        D. L. OKAFOR.
000750 INSTALLATION.  INVENTORY CONTROL SYSTEMS.
000760 DATE-WRITTEN.  08/18/2026.
000770 DATE-COMPILED.
000780
000790 ENVIRONMENT DIVISION.
000800 CONFIGURATION SECTION.
000810 SOURCE-COMPUTER.   IBM-370.
000820 OBJECT-COMPUTER.   IBM-370.
000830 SPECIAL-NAMES.
000840     C01 IS TOP-OF-PAGE.
000850
000860 INPUT-OUTPUT SECTION.
000870 FILE-CONTROL.
000880*    EXCEPTIONS WRITTEN BY RANDOM-SUBTRACTION
000890     SELECT EXCEPTION-INPUT-FILE
000900         ASSIGN TO EXCIN
000910         ORGANIZATION IS SEQUENTIAL
000920         FILE STATUS IS WS-EXC-FILE-STATUS.
000930
000940*    OPERATOR DISPOSITIONS, KEYED BY ITEM CODE
000950     SELECT DISPOSITION-FILE
000960         ASSIGN TO DSPIN
000970         ORGANIZATION IS SEQUENTIAL
000980         FILE STATUS IS WS-DSP-FILE-STATUS.
000990
001000*    OPERATOR-MAINTAINED RUN CONTROL VALUES
001010     SELECT PARAMETER-FILE
001020         ASSIGN TO PARMIN
001030         ORGANIZATION IS SEQUENTIAL
001040         FILE STATUS IS WS-PARM-FILE-STATUS.
001050
001060*    ITEM-TO-GL-ACCOUNT MAPPING, SUPPLIED BY FINANCE
001070     SELECT GL-MAPPING-FILE
001080         ASSIGN TO GLMAP
001090         ORGANIZATION IS INDEXED
001100         ACCESS MODE IS DYNAMIC
001110         RECORD KEY IS GLM-KEY
001120         FILE STATUS IS WS-GLM-FILE-STATUS.
001130
001140*    ITEM MASTER, KEYED BY ITEM CODE, MAINTAINED BY ITEMMNT -
001150*    A REDRAW IS ONLY ALLOWED FOR AN ACTIVE ITEM, THE SAME
001160*    RULE RANDOM-SUBTRACTION APPLIES
001170     SELECT ITEM-MASTER-FILE
001180         ASSIGN TO ITEMMST
001190         ORGANIZATION IS INDEXED
001200         ACCESS MODE IS DYNAMIC
001210         RECORD KEY IS ITM-KEY
001220         FILE STATUS IS WS-ITM-FILE-STATUS.
001230
001240*    AUTHORIZED OPERATORS, KEYED BY OPERATOR ID, MAINTAINED BY
001250*    OPRMNT - A DISPOSITION IS ONLY ACTED ON WHEN THE OPERATOR
001260*    WHO KEYED IT HOLDS THE EXCEPTION DISPOSITIONER ROLE
001270     SELECT OPERATOR-AUTH-FILE
001280         ASSIGN TO OPRAUTH
001290         ORGANIZATION IS INDEXED
001300         ACCESS MODE IS DYNAMIC
001310         RECORD KEY IS OPR-KEY
001320         FILE STATUS IS WS-OPR-FILE-STATUS.
001330
001340*    SHARED OPERATOR ACTIVITY LOG, READ BY THE ACCREV ACCESS
001350*    REVIEW - OPTIONAL SO THE FIRST RUN CAN CREATE IT
001360     SELECT OPTIONAL OPERATOR-ACTIVITY-FILE
001370         ASSIGN TO OPRLOG
001380         ORGANIZATION IS SEQUENTIAL
001390         FILE STATUS IS WS-OPA-FILE-STATUS.
001400
001410*    STANDARD UNIT COST BY ITEM CODE, MAINTAINED BY STDMNT -
001420*    A REDRAW IS VALUED THE SAME WAY RANDOM-SUBTRACTION VALUES
001430*    A NORMAL DRAW
001440     SELECT OPTIONAL STANDARD-COST-FILE
001450         ASSIGN TO STDCOST
001460         ORGANIZATION IS INDEXED
001470         ACCESS MODE IS DYNAMIC
001480         RECORD KEY IS STD-KEY
001490         FILE STATUS IS WS-STD-FILE-STATUS.
001500
001510*    AUDIT TRAIL, APPENDED LIKE A NORMAL RUN - OPTIONAL SO A
001520*    FIRST-EVER RUN CAN EXTEND A FILE THAT DOES NOT YET EXIST
001530     SELECT OPTIONAL AUDIT-FILE
001540         ASSIGN TO AUDOUT
001550         ORGANIZATION IS SEQUENTIAL
001560         FILE STATUS IS WS-AUD-FILE-STATUS.
001570
001580*    RESULT HISTORY, APPENDED LIKE A NORMAL RUN - OPTIONAL
001590     SELECT OPTIONAL HISTORY-FILE
001600         ASSIGN TO HISTOUT
001610         ORGANIZATION IS SEQUENTIAL
001620         FILE STATUS IS WS-HIST-FILE-STATUS.
001630
001640*    GL EXTRACT, APPENDED LIKE A NORMAL RUN - OPTIONAL
001650     SELECT OPTIONAL GLEXTRACT-FILE
001660         ASSIGN TO GLXOUT
001670         ORGANIZATION IS SEQUENTIAL
001680         FILE STATUS IS WS-GLX-FILE-STATUS.
001690
001700*    ONLINE INQUIRY FILE - OPTIONAL SO THE FIRST RUN OF THE
001710*    DAY CAN CREATE IT
001720     SELECT OPTIONAL INQUIRY-FILE
001730         ASSIGN TO INQFILE
001740         ORGANIZATION IS INDEXED
001750         ACCESS MODE IS DYNAMIC
001760         RECORD KEY IS INQ-KEY
001770         FILE STATUS IS WS-INQ-FILE-STATUS.
001780
001790*    BALANCE RECORDS FOR CARRY-TO-NEXT-DAY DISPOSITIONS
001800     SELECT CARRY-OUTPUT-FILE
001810         ASSIGN TO CARRYOUT
001820         ORGANIZATION IS SEQUENTIAL
001830         FILE STATUS IS WS-CRY-FILE-STATUS.
001840
001850*    EXCEPTIONS STILL OPEN AFTER THIS RUN
001860     SELECT OPEN-EXCEPTION-FILE
001870         ASSIGN TO EXCPNEW
001880         ORGANIZATION IS SEQUENTIAL
001890         FILE STATUS IS WS-EXN-FILE-STATUS.
001900
001910*    PRINTED, PAGINATED DISPOSITION REGISTER
001920     SELECT REGISTER-FILE
001930         ASSIGN TO DSPRPT
001940         ORGANIZATION IS SEQUENTIAL
001950         FILE STATUS IS WS-RPT-FILE-STATUS.
001960
001970*    SHARED RUN-STATUS FILE - ONE START AND ONE END RECORD PER
001980*    RUN, READ BY THE STATBRD OPERATIONS STATUS BOARD
001990     SELECT OPTIONAL RUN-STATUS-FILE
002000         ASSIGN TO RUNSTAT
002010         ORGANIZATION IS SEQUENTIAL
002020         FILE STATUS IS WS-RUN-FILE-STATUS.
002030
002040*    SHOP BUSINESS CALENDAR, KEYED BY DATE, MAINTAINED BY CALMNT -
002050*    GIVES THE FISCAL PERIOD FOR THE HISTORY AND GL EXTRACT
002060     SELECT CALENDAR-FILE
002070         ASSIGN TO CALFILE
002080         ORGANIZATION IS INDEXED
002090         ACCESS MODE IS DYNAMIC
002100         RECORD KEY IS CAL-KEY
002110         FILE STATUS IS WS-CAL-FILE-STATUS.
002120
002130 DATA DIVISION.
002140 FILE SECTION.
002150 FD  EXCEPTION-INPUT-FILE
002160     LABEL RECORDS ARE STANDARD
002170     RECORD CONTAINS 80 CHARACTERS.
002180     COPY "EXCREC.CPY".
002190
002200 FD  DISPOSITION-FILE
002210     LABEL RECORDS ARE STANDARD
002220     RECORD CONTAINS 80 CHARACTERS.
002230     COPY "DSPREC.CPY".
002240
002250 FD  PARAMETER-FILE
002260     LABEL RECORDS ARE STANDARD
002270     RECORD CONTAINS 80 CHARACTERS.
002280     COPY "PARMREC.CPY".
002290
002300 FD  GL-MAPPING-FILE
002310     LABEL RECORDS ARE STANDARD
002320     RECORD CONTAINS 80 CHARACTERS.
002330     COPY "GLMREC.CPY".
002340
002350 FD  ITEM-MASTER-FILE
002360     LABEL RECORDS ARE STANDARD
002370     RECORD CONTAINS 80 CHARACTERS.
002380     COPY "ITMREC.CPY".
002390
002400 FD  OPERATOR-AUTH-FILE
002410     LABEL RECORDS ARE STANDARD
002420     RECORD CONTAINS 80 CHARACTERS.
002430     COPY "OPRREC.CPY".
002440
002450 FD  OPERATOR-ACTIVITY-FILE
002460     LABEL RECORDS ARE STANDARD
002470     RECORD CONTAINS 80 CHARACTERS.
002480     COPY "OPAREC.CPY".
002490
002500 FD  STANDARD-COST-FILE
002510     LABEL RECORDS ARE STANDARD
002520     RECORD CONTAINS 80 CHARACTERS.
002530     COPY "STDREC.CPY".
002540
002550 FD  AUDIT-FILE
002560     LABEL RECORDS ARE STANDARD
002570     RECORD CONTAINS 80 CHARACTERS.
002580     COPY "AUDREC.CPY".
002590
002600 FD  HISTORY-FILE
002610     LABEL RECORDS ARE STANDARD
002620     RECORD CONTAINS 80 CHARACTERS.
002630     COPY "HISTREC.CPY".
002640
002650 FD  GLEXTRACT-FILE
002660     LABEL RECORDS ARE STANDARD
002670     RECORD CONTAINS 80 CHARACTERS.
002680     COPY "GLXREC.CPY".
002690
002700 FD  INQUIRY-FILE
002710     LABEL RECORDS ARE STANDARD
002720     RECORD CONTAINS 80 CHARACTERS.
002730     COPY "INQREC.CPY".
002740
002750 FD  CARRY-OUTPUT-FILE
002760     LABEL RECORDS ARE STANDARD
002770     RECORD CONTAINS 80 CHARACTERS.
002780     COPY "BALREC.CPY".
002790
002800 FD  OPEN-EXCEPTION-FILE
002810     LABEL RECORDS ARE STANDARD
002820     RECORD CONTAINS 80 CHARACTERS.
002830 01  EXN-RECORD                  PIC X(80).
002840
002850 FD  REGISTER-FILE
002860     LABEL RECORDS ARE STANDARD
002870     RECORD CONTAINS 132 CHARACTERS.
002880 01  REGISTER-RECORD             PIC X(132).
002890
002900 FD  RUN-STATUS-FILE
002910     LABEL RECORDS ARE STANDARD
002920     RECORD CONTAINS 80 CHARACTERS.
002930     COPY "RUNREC.CPY".
002940
002950 FD  CALENDAR-FILE
002960     LABEL RECORDS ARE STANDARD
002970     RECORD CONTAINS 80 CHARACTERS.
002980     COPY "CALREC.CPY".
002990
003000 WORKING-STORAGE SECTION.
003010****************************************************************
003020*    FILE STATUS SWITCHES                                      *
003030****************************************************************
003040 01  WS-FILE-STATUSES.
003050     05  WS-EXC-FILE-STATUS      PIC X(02) VALUE "00".
003060     05  WS-DSP-FILE-STATUS      PIC X(02) VALUE "00".
003070     05  WS-PARM-FILE-STATUS     PIC X(02) VALUE "00".
003080     05  WS-GLM-FILE-STATUS      PIC X(02) VALUE "00".
003090     05  WS-ITM-FILE-STATUS      PIC X(02) VALUE "00".
003100     05  WS-AUD-FILE-STATUS      PIC X(02) VALUE "00".
003110     05  WS-HIST-FILE-STATUS     PIC X(02) VALUE "00".
003120     05  WS-GLX-FILE-STATUS      PIC X(02) VALUE "00".
003130     05  WS-INQ-FILE-STATUS      PIC X(02) VALUE "00".
003140     05  WS-CRY-FILE-STATUS      PIC X(02) VALUE "00".
003150     05  WS-EXN-FILE-STATUS      PIC X(02) VALUE "00".
003160     05  WS-RPT-FILE-STATUS      PIC X(02) VALUE "00".
003170     05  WS-RUN-FILE-STATUS      PIC X(02) VALUE "00".
003180     05  WS-STD-FILE-STATUS      PIC X(02) VALUE "00".
003190     05  WS-OPR-FILE-STATUS      PIC X(02) VALUE "00".
003200     05  WS-OPA-FILE-STATUS      PIC X(02) VALUE "00".
003210     05  WS-CAL-FILE-STATUS      PIC X(02) VALUE "00".
003220
003230****************************************************************
003240*    PROGRAM SWITCHES                                          *
003250****************************************************************
003260 01  WS-SWITCHES.
003270     05  WS-RUN-OPEN-SW          PIC X(01) VALUE "N".
003280         88  WS-RUN-OPEN                    VALUE "Y".
003290     05  WS-EXC-EOF-SW           PIC X(01) VALUE "N".
003300         88  WS-EXC-EOF                     VALUE "Y".
003310     05  WS-DSP-EOF-SW           PIC X(01) VALUE "N".
003320         88  WS-DSP-EOF                     VALUE "Y".
003330     05  EXP-DISP-FOUND-SW       PIC X(01) VALUE "N".
003340         88  EXP-DISP-FOUND                 VALUE "Y".
003350     05  EXP-OPEN-ITEMS-SW       PIC X(01) VALUE "N".
003360         88  EXP-OPEN-ITEMS                 VALUE "Y".
003370     05  EXP-GL-SUSPENSE-SW      PIC X(01) VALUE SPACE.
003380         88  EXP-GL-UNMAPPED                VALUE "Y".
003390     05  EXP-ITEM-VALID-SW       PIC X(01) VALUE "Y".
003400         88  EXP-ITEM-VALID                 VALUE "Y".
003410         88  EXP-ITEM-INVALID               VALUE "N".
003420     05  EXP-OPERATOR-VALID-SW   PIC X(01) VALUE "Y".
003430         88  EXP-OPERATOR-VALID             VALUE "Y".
003440         88  EXP-OPERATOR-INVALID           VALUE "N".
003450
003460****************************************************************
003470*    RUN CONTROL VALUES - LOADED FROM PARAMETER-FILE            *
003480****************************************************************
003490 01  EXP-RUN-CONTROLS.
003500     05  EXP-SUSPENSE-ACCOUNT    PIC X(08).
003510     05  EXP-PARM-SEED           PIC 9(10).
003520     05  EXP-CYCLE-NO            PIC 9(02).
003530     05  EXP-RUN-ID              PIC X(08).
003540
003550****************************************************************
003560*    CONTROL TOTALS FOR THE GL EXTRACT AND HISTORY SEGMENTS     *
003570*    THIS RUN APPENDS AND FOR THE CARRY-TO-NEXT-DAY BALANCE     *
003580*    OUTPUT                                                     *
003590****************************************************************
003600 01  EXP-GLX-CTL-COUNT           PIC 9(08) COMP VALUE ZERO.
003610 01  EXP-GLX-CTL-HASH            PIC 9(12) COMP VALUE ZERO.
003620 01  EXP-HIST-CTL-COUNT          PIC 9(08) COMP VALUE ZERO.
003630 01  EXP-HIST-CTL-HASH           PIC 9(12) COMP VALUE ZERO.
003640 01  EXP-CRY-CTL-COUNT           PIC 9(08) COMP VALUE ZERO.
003650 01  EXP-CRY-CTL-HASH            PIC 9(12) COMP VALUE ZERO.
003660
003670     COPY "CTLREC.CPY".
003680
003690****************************************************************
003700*    CURRENT-ITEM WORKING FIELDS                                *
003710****************************************************************
003720 01  EXP-FIXED-NUMBER            PIC 9(07).
003730 01  EXP-RANDOM-NUMBER           PIC 9(04).
003740 01  EXP-RESULT                  PIC 9(07).
003750 01  EXP-GL-ACCOUNT              PIC X(08).
003760 01  EXP-OFFSET-ACCOUNT          PIC X(08).
003770 01  EXP-UNIT-COST               PIC 9(05)V9(04).
003780 01  EXP-EXT-VALUE               PIC 9(12)V99.
003790 01  EXP-REGISTER-STATUS         PIC X(30).
003800 01  EXP-ITEM-EXC-REASON         PIC X(35).
003810 01  EXP-OPR-EXC-REASON          PIC X(35).
003820 01  EXP-ACTIVITY-RESULT         PIC X(01).
003830 01  EXP-FISCAL-PERIOD           PIC 9(06) VALUE ZERO.
003840 01  WS-CURRENT-DATE             PIC 9(08) VALUE ZERO.
003850 01  WS-CURRENT-TIME             PIC 9(08) VALUE ZERO.
003860
003870****************************************************************
003880*    DRAW GENERATOR STATE - SAME LEHMER RECURRENCE AS           *
003890*    RANDOM-SUBTRACTION, SEEDED AND RECORDED ON A RUN-HEADER    *
003900*    AUDIT RECORD SO REDRAWS CAN BE REPLAYED LIKE NORMAL DRAWS  *
003910****************************************************************
003920 01  EXP-SEED-WORK               PIC 9(18) COMP VALUE ZERO.
003930 01  EXP-SEED-QUOT               PIC 9(18) COMP VALUE ZERO.
003940 01  EXP-SEED-REM                PIC 9(18) COMP VALUE ZERO.
003950
003960****************************************************************
003970*    RUN COUNTERS                                               *
003980****************************************************************
003990 01  EXP-EXC-READ-COUNT          PIC 9(06) COMP VALUE ZERO.
004000 01  EXP-DSP-READ-COUNT          PIC 9(06) COMP VALUE ZERO.
004010 01  EXP-REDRAWN-COUNT           PIC 9(06) COMP VALUE ZERO.
004020 01  EXP-REDRAW-FAIL-COUNT       PIC 9(06) COMP VALUE ZERO.
004030 01  EXP-ITEM-INVALID-COUNT      PIC 9(06) COMP VALUE ZERO.
004040 01  EXP-WRITE-OFF-COUNT         PIC 9(06) COMP VALUE ZERO.
004050 01  EXP-CARRIED-COUNT           PIC 9(06) COMP VALUE ZERO.
004060 01  EXP-NO-DISP-COUNT           PIC 9(06) COMP VALUE ZERO.
004070 01  EXP-UNUSED-DISP-COUNT       PIC 9(06) COMP VALUE ZERO.
004080 01  EXP-NOT-AUTH-COUNT          PIC 9(06) COMP VALUE ZERO.
004090
004100****************************************************************
004110*    DISPOSITION TABLE - ONE ENTRY PER DISPOSITION RECORD,      *
004120*    FLAGGED AS USED WHEN AN EXCEPTION CLAIMS IT SO A           *
004130*    DISPOSITION WITHOUT AN EXCEPTION CAN BE LISTED             *
004140****************************************************************
004150 01  EXP-DISP-COUNT              PIC 9(04) COMP VALUE ZERO.
004160 01  EXP-DISP-TABLE.
004170     05  EXP-DISP-ENTRY OCCURS 1000 TIMES
004180             INDEXED BY EXP-DISP-IDX.
004190         10  EXP-TBL-ITEM-CODE       PIC X(10).
004200         10  EXP-TBL-DISP-CODE       PIC X(01).
004210         10  EXP-TBL-OPERATOR-ID     PIC X(08).
004220         10  EXP-TBL-COMMENT         PIC X(30).
004230         10  EXP-TBL-USED-SW         PIC X(01).
004240             88  EXP-TBL-USED                VALUE "Y".
004250
004260****************************************************************
004270*    PAGINATION COUNTERS                                        *
004280****************************************************************
004290 01  EXP-LINE-COUNT              PIC 9(03) COMP VALUE ZERO.
004300 01  EXP-PAGE-COUNT              PIC 9(03) COMP VALUE ZERO.
004310 01  EXP-LINES-PER-PAGE          PIC 9(03) COMP VALUE 55.
004320
004330****************************************************************
004340*    PAGINATED REGISTER LINES                                   *
004350****************************************************************
004360 01  RPT-HEADING-LINE-1.
004370     05  FILLER                  PIC X(01) VALUE "1".
004380     05  FILLER                  PIC X(40)
004390             VALUE "EXCPROC - EXCEPTION DISPOSITION REGISTER".
004400     05  FILLER                  PIC X(10) VALUE "  RUN DATE".
004410     05  RPT-HDG-RUN-DATE        PIC 9(08).
004420     05  FILLER                  PIC X(09) VALUE SPACES.
004430     05  FILLER                  PIC X(05) VALUE "PAGE ".
004440     05  RPT-HDG-PAGE-NO         PIC ZZ9.
004450     05  FILLER                  PIC X(56) VALUE SPACES.
004460
004470 01  RPT-HEADING-LINE-2.
004480     05  FILLER                  PIC X(01) VALUE SPACE.
004490     05  FILLER                  PIC X(10) VALUE "ITEM CODE".
004500     05  FILLER                  PIC X(02) VALUE SPACES.
004510     05  FILLER                  PIC X(02) VALUE "DC".
004520     05  FILLER                  PIC X(01) VALUE SPACES.
004530     05  FILLER                  PIC X(07) VALUE "   FXNO".
004540     05  FILLER                  PIC X(02) VALUE SPACES.
004550     05  FILLER                  PIC X(04) VALUE "RAND".
004560     05  FILLER                  PIC X(02) VALUE SPACES.
004570     05  FILLER                  PIC X(07) VALUE "   RSLT".
004580     05  FILLER                  PIC X(02) VALUE SPACES.
004590     05  FILLER                  PIC X(30) VALUE "STATUS".
004600     05  FILLER                  PIC X(02) VALUE SPACES.
004610     05  FILLER                  PIC X(08) VALUE "OPERATOR".
004620     05  FILLER                  PIC X(52) VALUE SPACES.
004630
004640 01  RPT-DETAIL-LINE.
004650     05  FILLER                  PIC X(01) VALUE SPACE.
004660     05  RPT-ITEM-CODE           PIC X(10).
004670     05  FILLER                  PIC X(02) VALUE SPACES.
004680     05  RPT-DISP-CODE           PIC X(01).
004690     05  FILLER                  PIC X(02) VALUE SPACES.
004700     05  RPT-FIXED-NUMBER        PIC ZZZZZZ9.
004710     05  FILLER                  PIC X(02) VALUE SPACES.
004720     05  RPT-RANDOM-NUMBER       PIC ZZZ9.
004730     05  FILLER                  PIC X(02) VALUE SPACES.
004740     05  RPT-RESULT              PIC ZZZZZZ9.
004750     05  FILLER                  PIC X(02) VALUE SPACES.
004760     05  RPT-STATUS              PIC X(30).
004770     05  FILLER                  PIC X(02) VALUE SPACES.
004780     05  RPT-OPERATOR-ID         PIC X(08).
004790     05  FILLER                  PIC X(52) VALUE SPACES.
004800
004810 01  RPT-TOTAL-LINE.
004820     05  FILLER                  PIC X(01) VALUE SPACE.
004830     05  RPT-TOT-LABEL           PIC X(25).
004840     05  RPT-TOT-VALUE           PIC ZZZZZ9.
004850     05  FILLER                  PIC X(100) VALUE SPACES.
004860
004870 PROCEDURE DIVISION.
004880****************************************************************
004890*    0000-MAINLINE                                              *
004900****************************************************************
004910 0000-MAINLINE.
004920     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
004930     PERFORM 2000-PROCESS-EXCEPTION THRU 2000-EXIT
004940         UNTIL WS-EXC-EOF.
004950     PERFORM 8500-LIST-UNUSED-DISPOSITIONS THRU 8500-EXIT.
004960     PERFORM 9000-TERMINATE THRU 9000-EXIT.
004970     PERFORM 9700-WRITE-RUN-END THRU 9700-EXIT.
004980     STOP RUN.
004990
005000****************************************************************
005010*    1000-INITIALIZE                                            *
005020****************************************************************
005030 1000-INITIALIZE.
005040     OPEN INPUT EXCEPTION-INPUT-FILE.
005050     IF WS-EXC-FILE-STATUS NOT = "00"
005060         DISPLAY "EXCPROC - ABEND - EXCEPTION-INPUT-FILE "
005070                 "OPEN FAILED - STATUS " WS-EXC-FILE-STATUS
005080         GO TO 9900-ABEND-TERMINATION
005090     END-IF.
005100     OPEN INPUT PARAMETER-FILE.
005110     IF WS-PARM-FILE-STATUS NOT = "00"
005120         DISPLAY "EXCPROC - ABEND - PARAMETER-FILE "
005130                 "OPEN FAILED - STATUS " WS-PARM-FILE-STATUS
005140         GO TO 9900-ABEND-TERMINATION
005150     END-IF.
005160     PERFORM 1100-READ-PARAMETER-RECORD THRU 1100-EXIT.
005170     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
005180     ACCEPT WS-CURRENT-TIME FROM TIME.
005190     PERFORM 1700-WRITE-RUN-START THRU 1700-EXIT.
005200     PERFORM 1300-GET-FISCAL-PERIOD THRU 1300-EXIT.
005210     PERFORM 1200-LOAD-DISPOSITIONS THRU 1200-EXIT.
005220     OPEN INPUT GL-MAPPING-FILE.
005230     IF WS-GLM-FILE-STATUS NOT = "00"
005240         DISPLAY "EXCPROC - ABEND - GL-MAPPING-FILE "
005250                 "OPEN FAILED - STATUS " WS-GLM-FILE-STATUS
005260         GO TO 9900-ABEND-TERMINATION
005270     END-IF.
005280     OPEN INPUT ITEM-MASTER-FILE.
005290     IF WS-ITM-FILE-STATUS NOT = "00"
005300         DISPLAY "EXCPROC - ABEND - ITEM-MASTER-FILE "
005310                 "OPEN FAILED - STATUS " WS-ITM-FILE-STATUS
005320         GO TO 9900-ABEND-TERMINATION
005330     END-IF.
005340     OPEN INPUT OPERATOR-AUTH-FILE.
005350     IF WS-OPR-FILE-STATUS NOT = "00"
005360         DISPLAY "EXCPROC - ABEND - OPERATOR-AUTH-FILE "
005370                 "OPEN FAILED - STATUS " WS-OPR-FILE-STATUS
005380         GO TO 9900-ABEND-TERMINATION
005390     END-IF.
005400     OPEN EXTEND OPERATOR-ACTIVITY-FILE.
005410     IF WS-OPA-FILE-STATUS NOT = "00"
005420             AND WS-OPA-FILE-STATUS NOT = "05"
005430         DISPLAY "EXCPROC - ABEND - OPERATOR-ACTIVITY-FILE "
005440                 "OPEN FAILED - STATUS " WS-OPA-FILE-STATUS
005450         GO TO 9900-ABEND-TERMINATION
005460     END-IF.
005470     OPEN INPUT STANDARD-COST-FILE.
005480     IF WS-STD-FILE-STATUS NOT = "00"
005490             AND WS-STD-FILE-STATUS NOT = "05"
005500         DISPLAY "EXCPROC - ABEND - STANDARD-COST-FILE "
005510                 "OPEN FAILED - STATUS " WS-STD-FILE-STATUS
005520         GO TO 9900-ABEND-TERMINATION
005530     END-IF.
005540     OPEN EXTEND AUDIT-FILE.
005550     IF WS-AUD-FILE-STATUS NOT = "00"
005560             AND WS-AUD-FILE-STATUS NOT = "05"
005570         DISPLAY "EXCPROC - ABEND - AUDIT-FILE "
005580                 "OPEN FAILED - STATUS " WS-AUD-FILE-STATUS
005590         GO TO 9900-ABEND-TERMINATION
005600     END-IF.
005610     OPEN EXTEND HISTORY-FILE.
005620     IF WS-HIST-FILE-STATUS NOT = "00"
005630             AND WS-HIST-FILE-STATUS NOT = "05"
005640         DISPLAY "EXCPROC - ABEND - HISTORY-FILE "
005650                 "OPEN FAILED - STATUS " WS-HIST-FILE-STATUS
005660         GO TO 9900-ABEND-TERMINATION
005670     END-IF.
005680     PERFORM 1600-WRITE-HIST-HEADER THRU 1600-EXIT.
005690     OPEN EXTEND GLEXTRACT-FILE.
005700     IF WS-GLX-FILE-STATUS NOT = "00"
005710             AND WS-GLX-FILE-STATUS NOT = "05"
005720         DISPLAY "EXCPROC - ABEND - GLEXTRACT-FILE "
005730                 "OPEN FAILED - STATUS " WS-GLX-FILE-STATUS
005740         GO TO 9900-ABEND-TERMINATION
005750     END-IF.
005760     PERFORM 1650-WRITE-GLX-HEADER THRU 1650-EXIT.
005770     OPEN I-O INQUIRY-FILE.
005780     IF WS-INQ-FILE-STATUS NOT = "00"
005790             AND WS-INQ-FILE-STATUS NOT = "05"
005800         DISPLAY "EXCPROC - ABEND - INQUIRY-FILE "
005810                 "OPEN FAILED - STATUS " WS-INQ-FILE-STATUS
005820         GO TO 9900-ABEND-TERMINATION
005830     END-IF.
005840     OPEN OUTPUT CARRY-OUTPUT-FILE.
005850     IF WS-CRY-FILE-STATUS NOT = "00"
005860         DISPLAY "EXCPROC - ABEND - CARRY-OUTPUT-FILE "
005870                 "OPEN FAILED - STATUS " WS-CRY-FILE-STATUS
005880         GO TO 9900-ABEND-TERMINATION
005890     END-IF.
005900     PERFORM 1680-WRITE-CARRY-HEADER THRU 1680-EXIT.
005910     OPEN OUTPUT OPEN-EXCEPTION-FILE.
005920     IF WS-EXN-FILE-STATUS NOT = "00"
005930         DISPLAY "EXCPROC - ABEND - OPEN-EXCEPTION-FILE "
005940                 "OPEN FAILED - STATUS " WS-EXN-FILE-STATUS
005950         GO TO 9900-ABEND-TERMINATION
005960     END-IF.
005970     OPEN OUTPUT REGISTER-FILE.
005980     IF WS-RPT-FILE-STATUS NOT = "00"
005990         DISPLAY "EXCPROC - ABEND - REGISTER-FILE "
006000                 "OPEN FAILED - STATUS " WS-RPT-FILE-STATUS
006010         GO TO 9900-ABEND-TERMINATION
006020     END-IF.
006030     PERFORM 1500-SEED-GENERATOR THRU 1500-EXIT.
006040     PERFORM 7100-WRITE-REPORT-HEADING THRU 7100-EXIT.
006050     PERFORM 2900-READ-EXCEPTION-RECORD THRU 2900-EXIT.
006060 1000-EXIT.
006070     EXIT.
006080
006090****************************************************************
006100*    1100-READ-PARAMETER-RECORD - ONLY THE VALUES THE           *
006110*    REPROCESSING RUN NEEDS; A MISSING RECORD TAKES THE SAME    *
006120*    DEFAULTS AS RANDOM-SUBTRACTION                             *
006130****************************************************************
006140 1100-READ-PARAMETER-RECORD.
006150     READ PARAMETER-FILE
006160         AT END
006170             MOVE SPACES TO PARM-SUSPENSE-ACCOUNT
006180             MOVE ZERO TO PARM-RANDOM-SEED
006190             MOVE 01 TO PARM-CYCLE-NO
006200             MOVE SPACES TO PARM-RUN-ID
006210     END-READ.
006220     MOVE PARM-SUSPENSE-ACCOUNT TO EXP-SUSPENSE-ACCOUNT.
006230     IF EXP-SUSPENSE-ACCOUNT = SPACES
006240         MOVE "99999999" TO EXP-SUSPENSE-ACCOUNT
006250     END-IF.
006260     IF PARM-RANDOM-SEED NUMERIC
006270         MOVE PARM-RANDOM-SEED TO EXP-PARM-SEED
006280     ELSE
006290         MOVE ZERO TO EXP-PARM-SEED
006300     END-IF.
006310     IF PARM-CYCLE-NO NUMERIC AND PARM-CYCLE-NO > ZERO
006320         MOVE PARM-CYCLE-NO TO EXP-CYCLE-NO
006330     ELSE
006340         MOVE 01 TO EXP-CYCLE-NO
006350     END-IF.
006360     IF PARM-RUN-ID = SPACES
006370         MOVE "EXCPROC" TO EXP-RUN-ID
006380     ELSE
006390         MOVE PARM-RUN-ID TO EXP-RUN-ID
006400     END-IF.
006410     CLOSE PARAMETER-FILE.
006420 1100-EXIT.
006430     EXIT.
006440
006450****************************************************************
006460*    1200-LOAD-DISPOSITIONS - THE WHOLE DECK IS TABLED UP       *
006470*    FRONT SO EACH EXCEPTION CAN CLAIM ITS DISPOSITION AND      *
006480*    LEFTOVER DISPOSITIONS CAN BE LISTED AT END OF RUN          *
006490****************************************************************
006500 1200-LOAD-DISPOSITIONS.
006510     OPEN INPUT DISPOSITION-FILE.
006520     IF WS-DSP-FILE-STATUS NOT = "00"
006530         DISPLAY "EXCPROC - ABEND - DISPOSITION-FILE "
006540                 "OPEN FAILED - STATUS " WS-DSP-FILE-STATUS
006550         GO TO 9900-ABEND-TERMINATION
006560     END-IF.
006570     PERFORM 1290-READ-DISPOSITION-RECORD THRU 1290-EXIT.
006580     PERFORM 1250-ADD-DISPOSITION THRU 1250-EXIT
006590         UNTIL WS-DSP-EOF.
006600     CLOSE DISPOSITION-FILE.
006610 1200-EXIT.
006620     EXIT.
006630
006640 1250-ADD-DISPOSITION.
006650     ADD 1 TO EXP-DSP-READ-COUNT.
006660     IF EXP-DISP-COUNT >= 1000
006670         DISPLAY "EXCPROC - ABEND - MORE THAN 1000 "
006680                 "DISPOSITION RECORDS"
006690         GO TO 9900-ABEND-TERMINATION
006700     END-IF.
006710     ADD 1 TO EXP-DISP-COUNT.
006720     SET EXP-DISP-IDX TO EXP-DISP-COUNT.
006730     MOVE DSP-ITEM-CODE
006740         TO EXP-TBL-ITEM-CODE (EXP-DISP-IDX).
006750     MOVE DSP-DISPOSITION-CODE
006760         TO EXP-TBL-DISP-CODE (EXP-DISP-IDX).
006770     MOVE DSP-OPERATOR-ID
006780         TO EXP-TBL-OPERATOR-ID (EXP-DISP-IDX).
006790     MOVE DSP-COMMENT
006800         TO EXP-TBL-COMMENT (EXP-DISP-IDX).
006810     MOVE "N" TO EXP-TBL-USED-SW (EXP-DISP-IDX).
006820     PERFORM 1290-READ-DISPOSITION-RECORD THRU 1290-EXIT.
006830 1250-EXIT.
006840     EXIT.
006850
006860 1290-READ-DISPOSITION-RECORD.
006870     READ DISPOSITION-FILE
006880         AT END
006890             MOVE "Y" TO WS-DSP-EOF-SW
006900     END-READ.
006910 1290-EXIT.
006920     EXIT.
006930
006940****************************************************************
006950*    1300-GET-FISCAL-PERIOD - THE RUN DATE'S FISCAL PERIOD IS   *
006960*    TAKEN FROM THE SHOP CALENDAR FOR THE HISTORY AND GL        *
006970*    EXTRACT RECORDS, AS RANDOM-SUBTRACTION TAKES IT; A DATE    *
006980*    NOT ON THE CALENDAR LEAVES THE PERIOD ZERO                 *
006990****************************************************************
007000 1300-GET-FISCAL-PERIOD.
007010     OPEN INPUT CALENDAR-FILE.
007020     IF WS-CAL-FILE-STATUS NOT = "00"
007030         DISPLAY "EXCPROC - ABEND - CALENDAR-FILE "
007040                 "OPEN FAILED - STATUS " WS-CAL-FILE-STATUS
007050         GO TO 9900-ABEND-TERMINATION
007060     END-IF.
007070     MOVE WS-CURRENT-DATE TO CAL-DATE.
007080     READ CALENDAR-FILE
007090         INVALID KEY
007100             MOVE ZERO TO EXP-FISCAL-PERIOD
007110         NOT INVALID KEY
007120             MOVE CAL-FISCAL-PERIOD TO EXP-FISCAL-PERIOD
007130     END-READ.
007140     CLOSE CALENDAR-FILE.
007150 1300-EXIT.
007160     EXIT.
007170
007180****************************************************************
007190*    1500-SEED-GENERATOR - SAME SEEDING RULE AS                 *
007200*    RANDOM-SUBTRACTION; THE RUN-HEADER AUDIT RECORD MAKES      *
007210*    THE REDRAWS REPLAYABLE LIKE ANY NORMAL RUN                 *
007220****************************************************************
007230 1500-SEED-GENERATOR.
007240     IF EXP-PARM-SEED > ZERO
007250         MOVE EXP-PARM-SEED TO EXP-SEED-WORK
007260     ELSE
007270         COMPUTE EXP-SEED-WORK =
007280             WS-CURRENT-TIME * 97 + WS-CURRENT-DATE
007290     END-IF.
007300     DIVIDE EXP-SEED-WORK BY 2147483647
007310         GIVING EXP-SEED-QUOT REMAINDER EXP-SEED-REM.
007320     MOVE EXP-SEED-REM TO EXP-SEED-WORK.
007330     IF EXP-SEED-WORK = ZERO
007340         MOVE 123457 TO EXP-SEED-WORK
007350     END-IF.
007360     MOVE WS-CURRENT-DATE TO AUD-RUN-DATE.
007370     MOVE WS-CURRENT-TIME TO AUD-RUN-TIME.
007380     MOVE "*RUNHDR*"      TO AUD-ITEM-CODE.
007390     MOVE ZERO            TO AUD-FIXED-NUMBER.
007400     MOVE ZERO            TO AUD-RANDOM-NUMBER.
007410     MOVE ZERO            TO AUD-RESULT.
007420     MOVE "H"             TO AUD-RECORD-TYPE.
007430     MOVE EXP-SEED-WORK   TO AUD-RANDOM-SEED.
007440     MOVE EXP-CYCLE-NO    TO AUD-CYCLE-NO.
007450     WRITE AUD-RECORD.
007460     IF WS-AUD-FILE-STATUS NOT = "00"
007470         DISPLAY "EXCPROC - ABEND - AUDIT-FILE "
007480                 "WRITE FAILED - STATUS " WS-AUD-FILE-STATUS
007490         GO TO 9900-ABEND-TERMINATION
007500     END-IF.
007510 1500-EXIT.
007520     EXIT.
007530
007540****************************************************************
007550*    1600-WRITE-HIST-HEADER - OPENS THE HISTORY CONTROL         *
007560*    SEGMENT THIS RUN APPENDS; THE MATCHING TRAILER IS          *
007570*    WRITTEN AT END OF JOB                                      *
007580****************************************************************
007590 1600-WRITE-HIST-HEADER.
007600     MOVE SPACES          TO CTL-RECORD.
007610     MOVE "*CTLHDR*"      TO CTL-RECORD-ID.
007620     MOVE WS-CURRENT-DATE TO CTL-RUN-DATE.
007630     MOVE EXP-CYCLE-NO    TO CTL-CYCLE-NO.
007640     MOVE EXP-RUN-ID      TO CTL-RUN-ID.
007650     MOVE "EXCPROC"       TO CTL-PROGRAM-ID.
007660     MOVE ZERO            TO CTL-RECORD-COUNT.
007670     MOVE ZERO            TO CTL-HASH-TOTAL.
007680     WRITE HIST-RECORD FROM CTL-RECORD.
007690     IF WS-HIST-FILE-STATUS NOT = "00"
007700         DISPLAY "EXCPROC - ABEND - HISTORY-FILE "
007710                 "WRITE FAILED - STATUS " WS-HIST-FILE-STATUS
007720         GO TO 9900-ABEND-TERMINATION
007730     END-IF.
007740 1600-EXIT.
007750     EXIT.
007760
007770****************************************************************
007780*    1650-WRITE-GLX-HEADER - SAME CONTROL SEGMENT FOR THE GL    *
007790*    EXTRACT RECORDS THIS RUN APPENDS                           *
007800****************************************************************
007810 1650-WRITE-GLX-HEADER.
007820     MOVE SPACES          TO CTL-RECORD.
007830     MOVE "*CTLHDR*"      TO CTL-RECORD-ID.
007840     MOVE WS-CURRENT-DATE TO CTL-RUN-DATE.
007850     MOVE EXP-CYCLE-NO    TO CTL-CYCLE-NO.
007860     MOVE EXP-RUN-ID      TO CTL-RUN-ID.
007870     MOVE "EXCPROC"       TO CTL-PROGRAM-ID.
007880     MOVE ZERO            TO CTL-RECORD-COUNT.
007890     MOVE ZERO            TO CTL-HASH-TOTAL.
007900     WRITE GLX-RECORD FROM CTL-RECORD.
007910     IF WS-GLX-FILE-STATUS NOT = "00"
007920         DISPLAY "EXCPROC - ABEND - GLEXTRACT-FILE "
007930                 "WRITE FAILED - STATUS " WS-GLX-FILE-STATUS
007940         GO TO 9900-ABEND-TERMINATION
007950     END-IF.
007960 1650-EXIT.
007970     EXIT.
007980
007990****************************************************************
008000*    1680-WRITE-CARRY-HEADER - OPENS THE CARRY OUTPUT'S         *
008010*    CONTROL SEGMENT, THE SAME BRACKETING CARRYFWD PUTS ON      *
008020*    ITS BALANCE OUTPUT, SO RANDOM-SUBTRACTION'S BALANCE-FILE   *
008030*    CONTROL CHECK ACCEPTS THE CARRIED RECORDS                  *
008040****************************************************************
008050 1680-WRITE-CARRY-HEADER.
008060     MOVE SPACES          TO CTL-RECORD.
008070     MOVE "*CTLHDR*"      TO CTL-RECORD-ID.
008080     MOVE WS-CURRENT-DATE TO CTL-RUN-DATE.
008090     MOVE EXP-CYCLE-NO    TO CTL-CYCLE-NO.
008100     MOVE EXP-RUN-ID      TO CTL-RUN-ID.
008110     MOVE "EXCPROC"       TO CTL-PROGRAM-ID.
008120     MOVE ZERO            TO CTL-RECORD-COUNT.
008130     MOVE ZERO            TO CTL-HASH-TOTAL.
008140     WRITE BAL-RECORD FROM CTL-RECORD.
008150     IF WS-CRY-FILE-STATUS NOT = "00"
008160         DISPLAY "EXCPROC - ABEND - CARRY-OUTPUT-FILE "
008170                 "WRITE FAILED - STATUS " WS-CRY-FILE-STATUS
008180         GO TO 9900-ABEND-TERMINATION
008190     END-IF.
008200 1680-EXIT.
008210     EXIT.
008220
008230****************************************************************
008240*    1700-WRITE-RUN-START - APPEND THE START RECORD TO THE      *
008250*    SHARED RUN-STATUS FILE FOR THE STATBRD STATUS BOARD        *
008260****************************************************************
008270 1700-WRITE-RUN-START.
008280     OPEN EXTEND RUN-STATUS-FILE.
008290     IF WS-RUN-FILE-STATUS NOT = "00"
008300             AND WS-RUN-FILE-STATUS NOT = "05"
008310         DISPLAY "EXCPROC - ABEND - RUN-STATUS-FILE "
008320                 "OPEN FAILED - STATUS " WS-RUN-FILE-STATUS
008330         GO TO 9900-ABEND-TERMINATION
008340     END-IF.
008350     MOVE "Y" TO WS-RUN-OPEN-SW.
008360     MOVE SPACES          TO RUN-RECORD.
008370     MOVE "EXCPROC"        TO RUN-PROGRAM-ID.
008380     MOVE WS-CURRENT-DATE TO RUN-RUN-DATE.
008390     MOVE EXP-CYCLE-NO    TO RUN-CYCLE-NO.
008400     MOVE EXP-RUN-ID      TO RUN-RUN-ID.
008410     MOVE "S"             TO RUN-RECORD-TYPE.
008420     ACCEPT WS-CURRENT-TIME FROM TIME.
008430     MOVE WS-CURRENT-TIME TO RUN-TIME.
008440     MOVE ZERO            TO RUN-RECORDS-PROCESSED.
008450     MOVE ZERO            TO RUN-RETURN-CODE.
008460     WRITE RUN-RECORD.
008470     IF WS-RUN-FILE-STATUS NOT = "00"
008480         DISPLAY "EXCPROC - ABEND - RUN-STATUS-FILE "
008490                 "WRITE FAILED - STATUS " WS-RUN-FILE-STATUS
008500         GO TO 9900-ABEND-TERMINATION
008510     END-IF.
008520 1700-EXIT.
008530     EXIT.
008540
008550****************************************************************
008560*    2000-PROCESS-EXCEPTION - ONE ITERATION PER EXCEPTION       *
008570*    RECORD; THE DISPOSITION CODE DECIDES ITS FATE. A           *
008580*    DISPOSITION KEYED BY AN OPERATOR WITHOUT THE               *
008590*    DISPOSITIONER ROLE IS NOT ACTED ON - THE EXCEPTION STAYS   *
008600*    OPEN WITH THE REASON ON IT.                                *
008610****************************************************************
008620 2000-PROCESS-EXCEPTION.
008630     ADD 1 TO EXP-EXC-READ-COUNT.
008640     MOVE SPACES TO EXP-REGISTER-STATUS.
008650     MOVE EXC-FIXED-NUMBER  TO EXP-FIXED-NUMBER.
008660     MOVE EXC-RANDOM-NUMBER TO EXP-RANDOM-NUMBER.
008670     MOVE ZERO              TO EXP-RESULT.
008680     PERFORM 2100-FIND-DISPOSITION THRU 2100-EXIT.
008690     IF NOT EXP-DISP-FOUND
008700         ADD 1 TO EXP-NO-DISP-COUNT
008710         MOVE "NO DISPOSITION - STILL OPEN"
008720             TO EXP-REGISTER-STATUS
008730         PERFORM 6100-WRITE-OPEN-EXCEPTION THRU 6100-EXIT
008740         PERFORM 6000-WRITE-REGISTER-LINE THRU 6000-EXIT
008750         GO TO 2000-NEXT
008760     END-IF.
008770     MOVE "Y" TO EXP-TBL-USED-SW (EXP-DISP-IDX).
008780     PERFORM 2200-CHECK-OPERATOR THRU 2200-EXIT.
008790     IF EXP-OPERATOR-INVALID
008800         ADD 1 TO EXP-NOT-AUTH-COUNT
008810         MOVE "NOT AUTHORIZED - STILL OPEN"
008820             TO EXP-REGISTER-STATUS
008830         MOVE EXP-OPR-EXC-REASON TO EXC-REASON
008840         PERFORM 6100-WRITE-OPEN-EXCEPTION THRU 6100-EXIT
008850         PERFORM 6000-WRITE-REGISTER-LINE THRU 6000-EXIT
008860         MOVE "R" TO EXP-ACTIVITY-RESULT
008870         PERFORM 6200-WRITE-ACTIVITY-RECORD THRU 6200-EXIT
008880         GO TO 2000-NEXT
008890     END-IF.
008900     MOVE "A" TO EXP-ACTIVITY-RESULT.
008910     IF EXP-TBL-DISP-CODE (EXP-DISP-IDX) = "R"
008920         PERFORM 3000-REDRAW-ITEM THRU 3000-EXIT
008930     ELSE
008940         IF EXP-TBL-DISP-CODE (EXP-DISP-IDX) = "W"
008950             PERFORM 4000-WRITE-OFF-ITEM THRU 4000-EXIT
008960         ELSE
008970             IF EXP-TBL-DISP-CODE (EXP-DISP-IDX) = "C"
008980                 PERFORM 5000-CARRY-ITEM THRU 5000-EXIT
008990             ELSE
009000                 ADD 1 TO EXP-NO-DISP-COUNT
009010                 MOVE "R" TO EXP-ACTIVITY-RESULT
009020                 MOVE "INVALID DISPOSITION - STILL OPEN"
009030                     TO EXP-REGISTER-STATUS
009040                 PERFORM 6100-WRITE-OPEN-EXCEPTION
009050                     THRU 6100-EXIT
009060                 PERFORM 6000-WRITE-REGISTER-LINE
009070                     THRU 6000-EXIT
009080             END-IF
009090         END-IF
009100     END-IF.
009110     PERFORM 6200-WRITE-ACTIVITY-RECORD THRU 6200-EXIT.
009120 2000-NEXT.
009130     PERFORM 2900-READ-EXCEPTION-RECORD THRU 2900-EXIT.
009140 2000-EXIT.
009150     EXIT.
009160
009170****************************************************************
009180*    2100-FIND-DISPOSITION - FIRST DISPOSITION FOR THE ITEM     *
009190*    WINS; EXP-DISP-IDX IS LEFT SET ON A HIT                    *
009200****************************************************************
009210 2100-FIND-DISPOSITION.
009220     MOVE "N" TO EXP-DISP-FOUND-SW.
009230     IF EXP-DISP-COUNT = ZERO
009240         GO TO 2100-EXIT
009250     END-IF.
009260     SET EXP-DISP-IDX TO 1.
009270     SEARCH EXP-DISP-ENTRY
009280         AT END
009290             MOVE "N" TO EXP-DISP-FOUND-SW
009300         WHEN EXP-TBL-ITEM-CODE (EXP-DISP-IDX)
009310                 = EXC-ITEM-CODE
009320             MOVE "Y" TO EXP-DISP-FOUND-SW
009330     END-SEARCH.
009340 2100-EXIT.
009350     EXIT.
009360
009370****************************************************************
009380*    2200-CHECK-OPERATOR - THE OPERATOR WHO KEYED THE           *
009390*    DISPOSITION MUST BE AN ACTIVE OPERATOR HOLDING THE         *
009400*    EXCEPTION DISPOSITIONER ROLE                               *
009410****************************************************************
009420 2200-CHECK-OPERATOR.
009430     MOVE "Y"    TO EXP-OPERATOR-VALID-SW.
009440     MOVE SPACES TO EXP-OPR-EXC-REASON.
009450     IF EXP-TBL-OPERATOR-ID (EXP-DISP-IDX) = SPACES
009460         MOVE "N" TO EXP-OPERATOR-VALID-SW
009470         MOVE "DISPOSITION OPERATOR ID BLANK"
009480             TO EXP-OPR-EXC-REASON
009490         GO TO 2200-EXIT
009500     END-IF.
009510     MOVE EXP-TBL-OPERATOR-ID (EXP-DISP-IDX) TO OPR-OPERATOR-ID.
009520     READ OPERATOR-AUTH-FILE
009530         INVALID KEY
009540             MOVE "N" TO EXP-OPERATOR-VALID-SW
009550             MOVE "DISPOSITION OPERATOR NOT ON FILE"
009560                 TO EXP-OPR-EXC-REASON
009570             GO TO 2200-EXIT
009580     END-READ.
009590     IF NOT OPR-ACTIVE
009600         MOVE "N" TO EXP-OPERATOR-VALID-SW
009610         MOVE "DISPOSITION OPERATOR ID REVOKED"
009620             TO EXP-OPR-EXC-REASON
009630         GO TO 2200-EXIT
009640     END-IF.
009650     IF NOT OPR-EXC-DISPOSITIONER
009660         MOVE "N" TO EXP-OPERATOR-VALID-SW
009670         MOVE "OPERATOR LACKS DISPOSITIONER ROLE"
009680             TO EXP-OPR-EXC-REASON
009690     END-IF.
009700 2200-EXIT.
009710     EXIT.
009720
009730****************************************************************
009740*    2500-VALIDATE-ITEM - A REDRAW ONLY PROCEEDS WHEN ITS ITEM  *
009750*    IS ON THE ITEM MASTER AND ACTIVE, THE SAME RULE            *
009760*    RANDOM-SUBTRACTION APPLIES; ANYTHING ELSE STAYS ON THE     *
009770*    OPEN EXCEPTION FILE                                        *
009780****************************************************************
009790 2500-VALIDATE-ITEM.
009800     MOVE "Y"    TO EXP-ITEM-VALID-SW.
009810     MOVE SPACES TO EXP-ITEM-EXC-REASON.
009820     MOVE EXC-ITEM-CODE TO ITM-ITEM-CODE.
009830     READ ITEM-MASTER-FILE
009840         INVALID KEY
009850             MOVE "N" TO EXP-ITEM-VALID-SW
009860             MOVE "ITEM NOT ON ITEM MASTER"
009870                 TO EXP-ITEM-EXC-REASON
009880             MOVE "ITEM NOT ON MASTER-STILL OPEN"
009890                 TO EXP-REGISTER-STATUS
009900     END-READ.
009910     IF EXP-ITEM-VALID
009920         IF ITM-SUSPENDED
009930             MOVE "N" TO EXP-ITEM-VALID-SW
009940             MOVE "ITEM SUSPENDED ON ITEM MASTER"
009950                 TO EXP-ITEM-EXC-REASON
009960             MOVE "ITEM SUSPENDED-STILL OPEN"
009970                 TO EXP-REGISTER-STATUS
009980         ELSE
009990             IF NOT ITM-ACTIVE
010000                 MOVE "N" TO EXP-ITEM-VALID-SW
010010                 MOVE "ITEM NOT ACTIVE ON ITEM MASTER"
010020                     TO EXP-ITEM-EXC-REASON
010030                 MOVE "ITEM NOT ACTIVE-STILL OPEN"
010040                     TO EXP-REGISTER-STATUS
010050             END-IF
010060         END-IF
010070     END-IF.
010080 2500-EXIT.
010090     EXIT.
010100
010110 2900-READ-EXCEPTION-RECORD.
010120     READ EXCEPTION-INPUT-FILE
010130         AT END
010140             MOVE "Y" TO WS-EXC-EOF-SW
010150     END-READ.
010160 2900-EXIT.
010170     EXIT.
010180
010190****************************************************************
010200*    3000-REDRAW-ITEM - RE-VALIDATE THE ITEM AGAINST THE ITEM  *
010210*    MASTER, THEN RE-EXECUTE THE DRAW AGAINST THE EXCEPTION'S  *
010220*    FIXED NUMBER. A GOOD RESULT GETS THE FULL AUDIT/HISTORY/  *
010230*    GL/INQUIRY OUTPUT OF A NORMAL ITEM; AN INACTIVE ITEM OR   *
010240*    A FAILED REDRAW STAYS ON THE OPEN EXCEPTION FILE.         *
010250****************************************************************
010260 3000-REDRAW-ITEM.
010270     PERFORM 2500-VALIDATE-ITEM THRU 2500-EXIT.
010280     IF EXP-ITEM-INVALID
010290         ADD 1 TO EXP-ITEM-INVALID-COUNT
010300         MOVE EXP-ITEM-EXC-REASON TO EXC-REASON
010310         PERFORM 6100-WRITE-OPEN-EXCEPTION THRU 6100-EXIT
010320         PERFORM 6000-WRITE-REGISTER-LINE THRU 6000-EXIT
010330         GO TO 3000-EXIT
010340     END-IF.
010350     PERFORM 3100-DRAW-RANDOM-NUMBER THRU 3100-EXIT.
010360     COMPUTE EXP-RESULT = EXP-FIXED-NUMBER - EXP-RANDOM-NUMBER.
010370     PERFORM 5200-WRITE-AUDIT-RECORD THRU 5200-EXIT.
010380     IF EXP-RANDOM-NUMBER > EXP-FIXED-NUMBER
010390         ADD 1 TO EXP-REDRAW-FAIL-COUNT
010400         MOVE "REDRAW FAILED - STILL OPEN"
010410             TO EXP-REGISTER-STATUS
010420         MOVE EXP-RANDOM-NUMBER TO EXC-RANDOM-NUMBER
010430         MOVE "REDRAW RANDOM EXCEEDS FIXED NUMBER"
010440             TO EXC-REASON
010450         PERFORM 6100-WRITE-OPEN-EXCEPTION THRU 6100-EXIT
010460         PERFORM 6000-WRITE-REGISTER-LINE THRU 6000-EXIT
010470         GO TO 3000-EXIT
010480     END-IF.
010490     ADD 1 TO EXP-REDRAWN-COUNT.
010500     MOVE "REDRAWN" TO EXP-REGISTER-STATUS.
010510     PERFORM 5300-WRITE-HISTORY-RECORD THRU 5300-EXIT.
010520     PERFORM 5400-WRITE-GL-EXTRACT THRU 5400-EXIT.
010530     PERFORM 5500-WRITE-INQUIRY-RECORD THRU 5500-EXIT.
010540     PERFORM 6000-WRITE-REGISTER-LINE THRU 6000-EXIT.
010550 3000-EXIT.
010560     EXIT.
010570
010580****************************************************************
010590*    3100-DRAW-RANDOM-NUMBER - ADVANCE THE SEED AND TAKE THE    *
010600*    LOW FOUR DIGITS AS THE DRAW                                *
010610****************************************************************
010620 3100-DRAW-RANDOM-NUMBER.
010630     COMPUTE EXP-SEED-WORK = EXP-SEED-WORK * 16807.
010640     DIVIDE EXP-SEED-WORK BY 2147483647
010650         GIVING EXP-SEED-QUOT REMAINDER EXP-SEED-REM.
010660     MOVE EXP-SEED-REM TO EXP-SEED-WORK.
010670     IF EXP-SEED-WORK = ZERO
010680         MOVE 123457 TO EXP-SEED-WORK
010690     END-IF.
010700     DIVIDE EXP-SEED-WORK BY 10000
010710         GIVING EXP-SEED-QUOT REMAINDER EXP-SEED-REM.
010720     MOVE EXP-SEED-REM TO EXP-RANDOM-NUMBER.
010730 3100-EXIT.
010740     EXIT.
010750
010760****************************************************************
010770*    4000-WRITE-OFF-ITEM - THE QUANTITY WRITTEN OFF IS LEFT ON  *
010780*    THE AUDIT TRAIL AS A TYPE "W" RECORD, SO THE MONTH-END     *
010790*    ROLL-FORWARD CAN ACCOUNT FOR IT                            *
010800****************************************************************
010810 4000-WRITE-OFF-ITEM.
010820     ADD 1 TO EXP-WRITE-OFF-COUNT.
010830     MOVE "WRITTEN OFF" TO EXP-REGISTER-STATUS.
010840     MOVE SPACES            TO AUD-RECORD.
010850     MOVE WS-CURRENT-DATE   TO AUD-RUN-DATE.
010860     MOVE WS-CURRENT-TIME   TO AUD-RUN-TIME.
010870     MOVE EXC-ITEM-CODE     TO AUD-ITEM-CODE.
010880     MOVE EXP-FIXED-NUMBER  TO AUD-FIXED-NUMBER.
010890     MOVE EXP-RANDOM-NUMBER TO AUD-RANDOM-NUMBER.
010900     MOVE ZERO              TO AUD-RESULT.
010910     MOVE "W"               TO AUD-RECORD-TYPE.
010920     MOVE ZERO              TO AUD-RANDOM-SEED.
010930     MOVE EXP-CYCLE-NO      TO AUD-CYCLE-NO.
010940     WRITE AUD-RECORD.
010950     IF WS-AUD-FILE-STATUS NOT = "00"
010960         DISPLAY "EXCPROC - ABEND - AUDIT-FILE "
010970                 "WRITE FAILED - STATUS " WS-AUD-FILE-STATUS
010980         GO TO 9900-ABEND-TERMINATION
010990     END-IF.
011000     PERFORM 6000-WRITE-REGISTER-LINE THRU 6000-EXIT.
011010 4000-EXIT.
011020     EXIT.
011030
011040****************************************************************
011050*    5000-CARRY-ITEM - THE EXCEPTION'S QUANTITY BECOMES A       *
011060*    BALANCE RECORD FOR THE NEXT DAY'S FILE                     *
011070****************************************************************
011080 5000-CARRY-ITEM.
011090     ADD 1 TO EXP-CARRIED-COUNT.
011100     MOVE "CARRIED TO NEXT DAY" TO EXP-REGISTER-STATUS.
011110     MOVE SPACES            TO BAL-RECORD.
011120     MOVE EXC-ITEM-CODE     TO BAL-ITEM-CODE.
011130     MOVE EXP-FIXED-NUMBER  TO BAL-START-QTY.
011140     MOVE SPACE             TO BAL-DEFAULT-OVERRIDE-SW.
011150     WRITE BAL-RECORD.
011160     IF WS-CRY-FILE-STATUS NOT = "00"
011170         DISPLAY "EXCPROC - ABEND - CARRY-OUTPUT-FILE "
011180                 "WRITE FAILED - STATUS " WS-CRY-FILE-STATUS
011190         GO TO 9900-ABEND-TERMINATION
011200     END-IF.
011210     ADD 1 TO EXP-CRY-CTL-COUNT.
011220     ADD BAL-START-QTY TO EXP-CRY-CTL-HASH.
011230     PERFORM 6000-WRITE-REGISTER-LINE THRU 6000-EXIT.
011240 5000-EXIT.
011250     EXIT.
011260
011270****************************************************************
011280*    5200-WRITE-AUDIT-RECORD - EVERY REDRAW IS AUDITED,         *
011290*    SUCCESSFUL OR NOT, LIKE A NORMAL RUN'S DRAWS               *
011300****************************************************************
011310 5200-WRITE-AUDIT-RECORD.
011320     MOVE WS-CURRENT-DATE   TO AUD-RUN-DATE.
011330     MOVE WS-CURRENT-TIME   TO AUD-RUN-TIME.
011340     MOVE EXC-ITEM-CODE     TO AUD-ITEM-CODE.
011350     MOVE EXP-FIXED-NUMBER  TO AUD-FIXED-NUMBER.
011360     MOVE EXP-RANDOM-NUMBER TO AUD-RANDOM-NUMBER.
011370     MOVE EXP-RESULT        TO AUD-RESULT.
011380     MOVE "D"               TO AUD-RECORD-TYPE.
011390     MOVE ZERO              TO AUD-RANDOM-SEED.
011400     MOVE EXP-CYCLE-NO      TO AUD-CYCLE-NO.
011410     WRITE AUD-RECORD.
011420     IF WS-AUD-FILE-STATUS NOT = "00"
011430         DISPLAY "EXCPROC - ABEND - AUDIT-FILE "
011440                 "WRITE FAILED - STATUS " WS-AUD-FILE-STATUS
011450         GO TO 9900-ABEND-TERMINATION
011460     END-IF.
011470 5200-EXIT.
011480     EXIT.
011490
011500****************************************************************
011510*    5300-WRITE-HISTORY-RECORD                                  *
011520****************************************************************
011530 5300-WRITE-HISTORY-RECORD.
011540     MOVE WS-CURRENT-DATE   TO HIST-RUN-DATE.
011550     MOVE EXP-CYCLE-NO      TO HIST-CYCLE-NO.
011560     MOVE EXC-ITEM-CODE     TO HIST-ITEM-CODE.
011570     MOVE EXP-RESULT        TO HIST-RESULT.
011580     MOVE EXP-FISCAL-PERIOD TO HIST-FISCAL-PERIOD.
011590     WRITE HIST-RECORD.
011600     IF WS-HIST-FILE-STATUS NOT = "00"
011610         DISPLAY "EXCPROC - ABEND - HISTORY-FILE "
011620                 "WRITE FAILED - STATUS " WS-HIST-FILE-STATUS
011630         GO TO 9900-ABEND-TERMINATION
011640     END-IF.
011650     ADD 1 TO EXP-HIST-CTL-COUNT.
011660     ADD HIST-RESULT TO EXP-HIST-CTL-HASH.
011670 5300-EXIT.
011680     EXIT.
011690
011700****************************************************************
011710*    5400-WRITE-GL-EXTRACT - ONE BALANCED DEBIT/CREDIT PAIR,    *
011720*    QUANTITY AND STANDARD-COST VALUE, SAME RULES AS            *
011730*    RANDOM-SUBTRACTION                                         *
011740****************************************************************
011750 5400-WRITE-GL-EXTRACT.
011760     PERFORM 5410-GET-GL-MAPPING THRU 5410-EXIT.
011770     PERFORM 5415-GET-STANDARD-COST THRU 5415-EXIT.
011780     MOVE SPACES             TO GLX-RECORD.
011790     MOVE WS-CURRENT-DATE    TO GLX-RUN-DATE.
011800     MOVE EXC-ITEM-CODE      TO GLX-ITEM-CODE.
011810     MOVE EXP-GL-ACCOUNT     TO GLX-GL-ACCOUNT.
011820     MOVE "D"                TO GLX-DEBIT-CREDIT-CODE.
011830     MOVE EXP-RESULT         TO GLX-AMOUNT.
011840     MOVE EXP-GL-SUSPENSE-SW TO GLX-SUSPENSE-SW.
011850     MOVE EXP-CYCLE-NO       TO GLX-CYCLE-NO.
011860     MOVE EXP-UNIT-COST      TO GLX-UNIT-COST.
011870     MOVE EXP-EXT-VALUE      TO GLX-EXT-VALUE.
011880     MOVE EXP-FISCAL-PERIOD  TO GLX-FISCAL-PERIOD.
011890     PERFORM 5420-WRITE-GL-RECORD THRU 5420-EXIT.
011900     MOVE EXP-OFFSET-ACCOUNT TO GLX-GL-ACCOUNT.
011910     MOVE "C"                TO GLX-DEBIT-CREDIT-CODE.
011920     PERFORM 5420-WRITE-GL-RECORD THRU 5420-EXIT.
011930 5400-EXIT.
011940     EXIT.
011950
011960 5410-GET-GL-MAPPING.
011970     MOVE SPACE TO EXP-GL-SUSPENSE-SW.
011980     MOVE EXC-ITEM-CODE TO GLM-ITEM-CODE.
011990     READ GL-MAPPING-FILE
012000         INVALID KEY
012010             MOVE "Y" TO EXP-GL-SUSPENSE-SW
012020             MOVE EXP-SUSPENSE-ACCOUNT TO EXP-GL-ACCOUNT
012030             MOVE EXP-SUSPENSE-ACCOUNT TO EXP-OFFSET-ACCOUNT
012040         NOT INVALID KEY
012050             MOVE GLM-GL-ACCOUNT     TO EXP-GL-ACCOUNT
012060             MOVE GLM-OFFSET-ACCOUNT TO EXP-OFFSET-ACCOUNT
012070     END-READ.
012080 5410-EXIT.
012090     EXIT.
012100
012110 5415-GET-STANDARD-COST.
012120     MOVE ZERO TO EXP-UNIT-COST.
012130     MOVE EXC-ITEM-CODE TO STD-ITEM-CODE.
012140     READ STANDARD-COST-FILE
012150         INVALID KEY
012160             MOVE SPACES TO STD-RECORD
012170     END-READ.
012180     IF STD-EFFECTIVE-DATE NUMERIC
012190             AND STD-EFFECTIVE-DATE > WS-CURRENT-DATE
012200         IF STD-PRIOR-UNIT-COST NUMERIC
012210             MOVE STD-PRIOR-UNIT-COST TO EXP-UNIT-COST
012220         END-IF
012230     ELSE
012240         IF STD-UNIT-COST NUMERIC
012250             MOVE STD-UNIT-COST TO EXP-UNIT-COST
012260         END-IF
012270     END-IF.
012280     COMPUTE EXP-EXT-VALUE ROUNDED = EXP-RESULT * EXP-UNIT-COST.
012290 5415-EXIT.
012300     EXIT.
012310
012320 5420-WRITE-GL-RECORD.
012330     WRITE GLX-RECORD.
012340     IF WS-GLX-FILE-STATUS NOT = "00"
012350         DISPLAY "EXCPROC - ABEND - GLEXTRACT-FILE "
012360                 "WRITE FAILED - STATUS " WS-GLX-FILE-STATUS
012370         GO TO 9900-ABEND-TERMINATION
012380     END-IF.
012390     ADD 1 TO EXP-GLX-CTL-COUNT.
012400     ADD GLX-AMOUNT TO EXP-GLX-CTL-HASH.
012410 5420-EXIT.
012420     EXIT.
012430
012440****************************************************************
012450*    5500-WRITE-INQUIRY-RECORD                                  *
012460****************************************************************
012470 5500-WRITE-INQUIRY-RECORD.
012480     MOVE WS-CURRENT-DATE   TO INQ-RUN-DATE.
012490     MOVE EXC-ITEM-CODE     TO INQ-ITEM-CODE.
012500     MOVE EXP-CYCLE-NO      TO INQ-CYCLE-NO.
012510     MOVE EXP-FIXED-NUMBER  TO INQ-FIXED-NUMBER.
012520     MOVE EXP-RANDOM-NUMBER TO INQ-RANDOM-NUMBER.
012530     MOVE EXP-RESULT        TO INQ-RESULT.
012540     WRITE INQ-RECORD
012550         INVALID KEY
012560             REWRITE INQ-RECORD
012570     END-WRITE.
012580     IF WS-INQ-FILE-STATUS NOT = "00"
012590         DISPLAY "EXCPROC - ABEND - INQUIRY-FILE "
012600                 "WRITE FAILED - STATUS " WS-INQ-FILE-STATUS
012610         GO TO 9900-ABEND-TERMINATION
012620     END-IF.
012630 5500-EXIT.
012640     EXIT.
012650
012660****************************************************************
012670*    6000-WRITE-REGISTER-LINE - DETAIL LINE WITH PAGE BREAK     *
012680****************************************************************
012690 6000-WRITE-REGISTER-LINE.
012700     IF EXP-LINE-COUNT >= EXP-LINES-PER-PAGE
012710         PERFORM 7100-WRITE-REPORT-HEADING THRU 7100-EXIT
012720     END-IF.
012730     MOVE SPACES             TO RPT-DETAIL-LINE.
012740     MOVE EXC-ITEM-CODE      TO RPT-ITEM-CODE.
012750     IF EXP-DISP-FOUND
012760         MOVE EXP-TBL-DISP-CODE (EXP-DISP-IDX)
012770             TO RPT-DISP-CODE
012780         MOVE EXP-TBL-OPERATOR-ID (EXP-DISP-IDX)
012790             TO RPT-OPERATOR-ID
012800     END-IF.
012810     MOVE EXP-FIXED-NUMBER   TO RPT-FIXED-NUMBER.
012820     MOVE EXP-RANDOM-NUMBER  TO RPT-RANDOM-NUMBER.
012830     MOVE EXP-RESULT         TO RPT-RESULT.
012840     MOVE EXP-REGISTER-STATUS TO RPT-STATUS.
012850     WRITE REGISTER-RECORD FROM RPT-DETAIL-LINE.
012860     IF WS-RPT-FILE-STATUS NOT = "00"
012870         DISPLAY "EXCPROC - ABEND - REGISTER-FILE "
012880                 "WRITE FAILED - STATUS " WS-RPT-FILE-STATUS
012890         GO TO 9900-ABEND-TERMINATION
012900     END-IF.
012910     ADD 1 TO EXP-LINE-COUNT.
012920 6000-EXIT.
012930     EXIT.
012940
012950****************************************************************
012960*    6100-WRITE-OPEN-EXCEPTION - THE RECORD STAYS IN THE        *
012970*    CYCLE UNTIL A LATER RUN RESOLVES IT. THE DATE IT WAS       *
012980*    FIRST RAISED IS PRESERVED AND THE CYCLE COUNT STEPPED,     *
012990*    SO THE EXCAGE AGING REPORT CAN SAY HOW LONG IT HAS SAT     *
013000*    OPEN; A RECORD FROM BEFORE THE AGING FIELDS EXISTED IS     *
013010*    STAMPED AS OF TODAY.                                       *
013020****************************************************************
013030 6100-WRITE-OPEN-EXCEPTION.
013040     MOVE "Y" TO EXP-OPEN-ITEMS-SW.
013050     IF EXC-FIRST-DATE NOT NUMERIC
013060             OR EXC-FIRST-DATE = ZERO
013070         MOVE WS-CURRENT-DATE TO EXC-FIRST-DATE
013080         MOVE 1 TO EXC-CYCLE-COUNT
013090     ELSE
013100         IF EXC-CYCLE-COUNT NUMERIC
013110             ADD 1 TO EXC-CYCLE-COUNT
013120         ELSE
013130             MOVE 1 TO EXC-CYCLE-COUNT
013140         END-IF
013150     END-IF.
013160     WRITE EXN-RECORD FROM EXC-RECORD.
013170     IF WS-EXN-FILE-STATUS NOT = "00"
013180         DISPLAY "EXCPROC - ABEND - OPEN-EXCEPTION-FILE "
013190                 "WRITE FAILED - STATUS " WS-EXN-FILE-STATUS
013200         GO TO 9900-ABEND-TERMINATION
013210     END-IF.
013220 6100-EXIT.
013230     EXIT.
013240
013250****************************************************************
013260*    6200-WRITE-ACTIVITY-RECORD - ONE ACTIVITY RECORD PER       *
013270*    DISPOSITION ACTED ON OR REFUSED, UNDER THE OPERATOR WHO    *
013280*    KEYED IT, FOR THE ACCREV ACCESS REVIEW                     *
013290****************************************************************
013300 6200-WRITE-ACTIVITY-RECORD.
013310     IF EXP-TBL-OPERATOR-ID (EXP-DISP-IDX) = SPACES
013320         GO TO 6200-EXIT
013330     END-IF.
013340     MOVE SPACES              TO OPA-RECORD.
013350     MOVE EXP-TBL-OPERATOR-ID (EXP-DISP-IDX) TO OPA-OPERATOR-ID.
013360     MOVE WS-CURRENT-DATE     TO OPA-ACTIVITY-DATE.
013370     ACCEPT WS-CURRENT-TIME FROM TIME.
013380     MOVE WS-CURRENT-TIME     TO OPA-ACTIVITY-TIME.
013390     MOVE "EXCPROC"           TO OPA-PROGRAM-ID.
013400     MOVE "D"                 TO OPA-ROLE-CODE.
013410     MOVE EXP-ACTIVITY-RESULT TO OPA-RESULT-CODE.
013420     MOVE EXP-TBL-DISP-CODE (EXP-DISP-IDX) TO OPA-ACTION-CODE.
013430     MOVE EXC-ITEM-CODE       TO OPA-ITEM-CODE.
013440     MOVE EXP-REGISTER-STATUS TO OPA-REASON.
013450     WRITE OPA-RECORD.
013460     IF WS-OPA-FILE-STATUS NOT = "00"
013470         DISPLAY "EXCPROC - ABEND - OPERATOR-ACTIVITY-FILE "
013480                 "WRITE FAILED - STATUS " WS-OPA-FILE-STATUS
013490         GO TO 9900-ABEND-TERMINATION
013500     END-IF.
013510 6200-EXIT.
013520     EXIT.
013530
013540****************************************************************
013550*    7100-WRITE-REPORT-HEADING - PAGE BREAK                     *
013560****************************************************************
013570 7100-WRITE-REPORT-HEADING.
013580     ADD 1 TO EXP-PAGE-COUNT.
013590     MOVE WS-CURRENT-DATE TO RPT-HDG-RUN-DATE.
013600     MOVE EXP-PAGE-COUNT  TO RPT-HDG-PAGE-NO.
013610     WRITE REGISTER-RECORD FROM RPT-HEADING-LINE-1.
013620     WRITE REGISTER-RECORD FROM RPT-HEADING-LINE-2.
013630     MOVE ZERO TO EXP-LINE-COUNT.
013640 7100-EXIT.
013650     EXIT.
013660
013670****************************************************************
013680*    8000-WRITE-REGISTER-TOTALS                                 *
013690****************************************************************
013700 8000-WRITE-REGISTER-TOTALS.
013710     MOVE SPACES                   TO RPT-TOTAL-LINE.
013720     MOVE "EXCEPTIONS READ"        TO RPT-TOT-LABEL.
013730     MOVE EXP-EXC-READ-COUNT       TO RPT-TOT-VALUE.
013740     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT.
013750     MOVE SPACES                   TO RPT-TOTAL-LINE.
013760     MOVE "DISPOSITIONS READ"      TO RPT-TOT-LABEL.
013770     MOVE EXP-DSP-READ-COUNT       TO RPT-TOT-VALUE.
013780     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT.
013790     MOVE SPACES                   TO RPT-TOTAL-LINE.
013800     MOVE "ITEMS REDRAWN"          TO RPT-TOT-LABEL.
013810     MOVE EXP-REDRAWN-COUNT        TO RPT-TOT-VALUE.
013820     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT.
013830     MOVE SPACES                   TO RPT-TOTAL-LINE.
013840     MOVE "REDRAWS FAILED"         TO RPT-TOT-LABEL.
013850     MOVE EXP-REDRAW-FAIL-COUNT    TO RPT-TOT-VALUE.
013860     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT.
013870     MOVE SPACES                   TO RPT-TOTAL-LINE.
013880     MOVE "INVALID ON ITEM MASTER" TO RPT-TOT-LABEL.
013890     MOVE EXP-ITEM-INVALID-COUNT   TO RPT-TOT-VALUE.
013900     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT.
013910     MOVE SPACES                   TO RPT-TOTAL-LINE.
013920     MOVE "ITEMS WRITTEN OFF"      TO RPT-TOT-LABEL.
013930     MOVE EXP-WRITE-OFF-COUNT      TO RPT-TOT-VALUE.
013940     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT.
013950     MOVE SPACES                   TO RPT-TOTAL-LINE.
013960     MOVE "ITEMS CARRIED"          TO RPT-TOT-LABEL.
013970     MOVE EXP-CARRIED-COUNT        TO RPT-TOT-VALUE.
013980     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT.
013990     MOVE SPACES                   TO RPT-TOTAL-LINE.
014000     MOVE "OPERATOR NOT AUTHORIZED" TO RPT-TOT-LABEL.
014010     MOVE EXP-NOT-AUTH-COUNT       TO RPT-TOT-VALUE.
014020     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT.
014030     MOVE SPACES                   TO RPT-TOTAL-LINE.
014040     MOVE "STILL OPEN"             TO RPT-TOT-LABEL.
014050     COMPUTE RPT-TOT-VALUE = EXP-NO-DISP-COUNT
014060         + EXP-REDRAW-FAIL-COUNT + EXP-ITEM-INVALID-COUNT
014070         + EXP-NOT-AUTH-COUNT.
014080     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT.
014090     MOVE SPACES                   TO RPT-TOTAL-LINE.
014100     MOVE "DISPOSITIONS UNUSED"    TO RPT-TOT-LABEL.
014110     MOVE EXP-UNUSED-DISP-COUNT    TO RPT-TOT-VALUE.
014120     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT.
014130 8000-EXIT.
014140     EXIT.
014150
014160 8100-WRITE-TOTAL-LINE.
014170     IF EXP-LINE-COUNT >= EXP-LINES-PER-PAGE
014180         PERFORM 7100-WRITE-REPORT-HEADING THRU 7100-EXIT
014190     END-IF.
014200     WRITE REGISTER-RECORD FROM RPT-TOTAL-LINE.
014210     IF WS-RPT-FILE-STATUS NOT = "00"
014220         DISPLAY "EXCPROC - ABEND - REGISTER-FILE "
014230                 "WRITE FAILED - STATUS " WS-RPT-FILE-STATUS
014240         GO TO 9900-ABEND-TERMINATION
014250     END-IF.
014260     ADD 1 TO EXP-LINE-COUNT.
014270 8100-EXIT.
014280     EXIT.
014290
014300****************************************************************
014310*    8500-LIST-UNUSED-DISPOSITIONS - A DISPOSITION NO           *
014320*    EXCEPTION CLAIMED IS USUALLY A MIS-KEYED ITEM CODE AND     *
014330*    IS LISTED SO OPERATIONS CAN CORRECT THE DECK               *
014340****************************************************************
014350 8500-LIST-UNUSED-DISPOSITIONS.
014360     IF EXP-DISP-COUNT > ZERO
014370         PERFORM 8510-CHECK-ONE-DISPOSITION THRU 8510-EXIT
014380             VARYING EXP-DISP-IDX FROM 1 BY 1
014390             UNTIL EXP-DISP-IDX > EXP-DISP-COUNT
014400     END-IF.
014410 8500-EXIT.
014420     EXIT.
014430
014440 8510-CHECK-ONE-DISPOSITION.
014450     IF EXP-TBL-USED (EXP-DISP-IDX)
014460         GO TO 8510-EXIT
014470     END-IF.
014480     ADD 1 TO EXP-UNUSED-DISP-COUNT.
014490     IF EXP-LINE-COUNT >= EXP-LINES-PER-PAGE
014500         PERFORM 7100-WRITE-REPORT-HEADING THRU 7100-EXIT
014510     END-IF.
014520     MOVE SPACES TO RPT-DETAIL-LINE.
014530     MOVE EXP-TBL-ITEM-CODE (EXP-DISP-IDX)   TO RPT-ITEM-CODE.
014540     MOVE EXP-TBL-DISP-CODE (EXP-DISP-IDX)   TO RPT-DISP-CODE.
014550     MOVE EXP-TBL-OPERATOR-ID (EXP-DISP-IDX) TO RPT-OPERATOR-ID.
014560     MOVE "DISPOSITION WITHOUT EXCEPTION" TO RPT-STATUS.
014570     WRITE REGISTER-RECORD FROM RPT-DETAIL-LINE.
014580     IF WS-RPT-FILE-STATUS NOT = "00"
014590         DISPLAY "EXCPROC - ABEND - REGISTER-FILE "
014600                 "WRITE FAILED - STATUS " WS-RPT-FILE-STATUS
014610         GO TO 9900-ABEND-TERMINATION
014620     END-IF.
014630     ADD 1 TO EXP-LINE-COUNT.
014640 8510-EXIT.
014650     EXIT.
014660
014670****************************************************************
014680*    9000-TERMINATE - RETURN CODE 4 MEANS SOMETHING IS STILL    *
014690*    OPEN OR A DISPOSITION WENT UNUSED; OPERATIONS READS THE    *
014700*    REGISTER AND RUNS AGAIN WITH A CORRECTED DECK              *
014710****************************************************************
014720 9000-TERMINATE.
014730     PERFORM 8000-WRITE-REGISTER-TOTALS THRU 8000-EXIT.
014740     PERFORM 9100-WRITE-OUTPUT-TRAILERS THRU 9100-EXIT.
014750     CLOSE EXCEPTION-INPUT-FILE
014760           GL-MAPPING-FILE
014770           ITEM-MASTER-FILE
014780           OPERATOR-AUTH-FILE
014790           OPERATOR-ACTIVITY-FILE
014800           STANDARD-COST-FILE
014810           AUDIT-FILE
014820           HISTORY-FILE
014830           GLEXTRACT-FILE
014840           INQUIRY-FILE
014850           CARRY-OUTPUT-FILE
014860           OPEN-EXCEPTION-FILE
014870           REGISTER-FILE.
014880     IF EXP-OPEN-ITEMS OR EXP-UNUSED-DISP-COUNT > ZERO
014890         MOVE 4 TO RETURN-CODE
014900     END-IF.
014910 9000-EXIT.
014920     EXIT.
014930
014940****************************************************************
014950*    9100-WRITE-OUTPUT-TRAILERS - CLOSES THE GL EXTRACT AND     *
014960*    HISTORY SEGMENTS THIS RUN APPENDED, AND THE CARRY          *
014970*    OUTPUT'S OWN SEGMENT, WITH THEIR DETAIL COUNT AND          *
014980*    AMOUNT HASH                                                *
014990****************************************************************
015000 9100-WRITE-OUTPUT-TRAILERS.
015010     MOVE SPACES             TO CTL-RECORD.
015020     MOVE "*CTLTRL*"         TO CTL-RECORD-ID.
015030     MOVE WS-CURRENT-DATE    TO CTL-RUN-DATE.
015040     MOVE EXP-CYCLE-NO       TO CTL-CYCLE-NO.
015050     MOVE EXP-RUN-ID         TO CTL-RUN-ID.
015060     MOVE "EXCPROC"          TO CTL-PROGRAM-ID.
015070     MOVE EXP-GLX-CTL-COUNT  TO CTL-RECORD-COUNT.
015080     MOVE EXP-GLX-CTL-HASH   TO CTL-HASH-TOTAL.
015090     WRITE GLX-RECORD FROM CTL-RECORD.
015100     IF WS-GLX-FILE-STATUS NOT = "00"
015110         DISPLAY "EXCPROC - ABEND - GLEXTRACT-FILE "
015120                 "WRITE FAILED - STATUS " WS-GLX-FILE-STATUS
015130         GO TO 9900-ABEND-TERMINATION
015140     END-IF.
015150     MOVE EXP-HIST-CTL-COUNT TO CTL-RECORD-COUNT.
015160     MOVE EXP-HIST-CTL-HASH  TO CTL-HASH-TOTAL.
015170     WRITE HIST-RECORD FROM CTL-RECORD.
015180     IF WS-HIST-FILE-STATUS NOT = "00"
015190         DISPLAY "EXCPROC - ABEND - HISTORY-FILE "
015200                 "WRITE FAILED - STATUS " WS-HIST-FILE-STATUS
015210         GO TO 9900-ABEND-TERMINATION
015220     END-IF.
015230     MOVE EXP-CRY-CTL-COUNT  TO CTL-RECORD-COUNT.
015240     MOVE EXP-CRY-CTL-HASH   TO CTL-HASH-TOTAL.
015250     WRITE BAL-RECORD FROM CTL-RECORD.
015260     IF WS-CRY-FILE-STATUS NOT = "00"
015270         DISPLAY "EXCPROC - ABEND - CARRY-OUTPUT-FILE "
015280                 "WRITE FAILED - STATUS " WS-CRY-FILE-STATUS
015290         GO TO 9900-ABEND-TERMINATION
015300     END-IF.
015310 9100-EXIT.
015320     EXIT.
015330
015340****************************************************************
015350*    9700-WRITE-RUN-END - APPEND THE END RECORD WITH THE        *
015360*    FINAL RETURN CODE AND RECORDS PROCESSED; NEVER ABENDS,     *
015370*    SINCE THE ABEND PATH ITSELF COMES THROUGH HERE             *
015380****************************************************************
015390 9700-WRITE-RUN-END.
015400     IF NOT WS-RUN-OPEN
015410         GO TO 9700-EXIT
015420     END-IF.
015430     MOVE SPACES          TO RUN-RECORD.
015440     MOVE "EXCPROC"        TO RUN-PROGRAM-ID.
015450     MOVE WS-CURRENT-DATE TO RUN-RUN-DATE.
015460     MOVE EXP-CYCLE-NO    TO RUN-CYCLE-NO.
015470     MOVE EXP-RUN-ID      TO RUN-RUN-ID.
015480     MOVE "E"             TO RUN-RECORD-TYPE.
015490     ACCEPT WS-CURRENT-TIME FROM TIME.
015500     MOVE WS-CURRENT-TIME TO RUN-TIME.
015510     MOVE EXP-EXC-READ-COUNT TO RUN-RECORDS-PROCESSED.
015520     MOVE RETURN-CODE     TO RUN-RETURN-CODE.
015530     WRITE RUN-RECORD.
015540     IF WS-RUN-FILE-STATUS NOT = "00"
015550         DISPLAY "EXCPROC - RUN-STATUS-FILE WRITE FAILED - "
015560                 "STATUS " WS-RUN-FILE-STATUS
015570     END-IF.
015580     CLOSE RUN-STATUS-FILE.
015590     MOVE "N" TO WS-RUN-OPEN-SW.
015600 9700-EXIT.
015610     EXIT.
015620
015630****************************************************************
015640*    9900-ABEND-TERMINATION - AN OPEN OR A WRITE CAME BACK      *
015650*    WITH A FILE STATUS OTHER THAN SUCCESSFUL; THE RUN CANNOT   *
015660*    BE TRUSTED TO CONTINUE, SO IT STOPS HERE WITH A NON-ZERO   *
015670*    RETURN CODE FOR THE JOB SCHEDULER TO CATCH.                *
015680****************************************************************
015690 9900-ABEND-TERMINATION.
015700     MOVE 16 TO RETURN-CODE.
015710     PERFORM 9700-WRITE-RUN-END THRU 9700-EXIT.
015720     STOP RUN.
