000070*                                                                *
000080* REMARKS.                                                      *
000090*     BATCH MAINTENANCE FOR THE ITEM MASTER FILE. APPLIES A     *
000100*     DECK OF ADD/CHANGE/DEACTIVATE/REORDER-DATA TRANSACTIONS   *
000110*     TO THE INDEXED ITEM MASTER AND PRINTS A MAINTENANCE       *
000120*     REGISTER SHOWING THE DISPOSITION OF EVERY TRANSACTION.    *
000130*     ENDS WITH RETURN CODE 0 WHEN EVERY TRANSACTION APPLIED,   *
000140*     4 WHEN ANY TRANSACTION WAS REJECTED.                      *
000150*                                                                *
000160* MODIFICATION HISTORY.                                         *
000170*     07/16/2026  DLO  ORIGINAL PROGRAM.                        *
000250*                      AUTOMATICALLY ON THE FIRST RUN ON OR      *
000260*                      AFTER ITS EFFECTIVE DATE. A BLANK DATE    *
000270*                      APPLIES AT ONCE, AS BEFORE.               *
000280*     09/14/2026  DLO  MAINTAIN THE REORDER POINT, REORDER       *
000290*                      QUANTITY, LEAD TIME, AND PREFERRED        *
000300*                      VENDOR THROUGH A NEW R (REORDER DATA)     *
000310*                      TRANSACTION FOR THE REPLEN SUGGESTED-     *
000320*                      ORDER RUN; A NEW ITEM STARTS WITH NO      *
000330*                      REORDER POINT.                            *
000340*     09/22/2026  DLO  CARRY THE CYCLE-COUNT INTERVAL IN DAYS    *
000350*                      ON THE R TRANSACTION AND THE ITEM MASTER  *
000360*                      FOR THE CNTRECON PHYSICAL COUNT           *
000370*                      RECONCILIATION; A NEW ITEM STARTS WITH    *
000380*                      NO COUNT CYCLE.                           *
000390*     10/02/2026  DLO  CARRY THE KEYING OPERATOR ON EACH         *
000400*                      TRANSACTION AND REJECT ONE WHOSE          *
000410*                      OPERATOR IS NOT AN ACTIVE ITEM MASTER     *
000420*                      MAINTAINER ON THE OPERATOR AUTHORIZATION  *
000430*                      FILE; SHOW THE OPERATOR ON THE REGISTER   *
000440*                      AND LOG EACH TRANSACTION FOR THE ACCESS   *
000450*                      REVIEW.                                   *
000460****************************************************************
000470 IDENTIFICATION DIVISION.
000480 PROGRAM-ID.    ITEMMNT.
000490 AUTHOR.        D. L. OKAFOR.
000500 INSTALLATION.  INVENTORY CONTROL SYSTEMS.
000510 DATE-WRITTEN.  07/16/2026.
000520 DATE-COMPILED.
000530
000540 ENVIRONMENT DIVISION.
000550 CONFIGURATION SECTION.
000560 SOURCE-COMPUTER.   IBM-370.
000570 OBJECT-COMPUTER.   IBM-370.
000580 SPECIAL-NAMES.
000590     C01 IS TOP-OF-PAGE.
000600
000610 INPUT-OUTPUT SECTION.
000620 FILE-CONTROL.
000630*    ADD/CHANGE/DEACTIVATE/REORDER-DATA TRANSACTION DECK
000640     SELECT ITEM-TRAN-FILE
000650         ASSIGN TO ITMTRAN
000660         ORGANIZATION IS SEQUENTIAL
000670         FILE STATUS IS WS-TRN-FILE-STATUS.
000680
000690*    FUTURE-DATED TRANSACTIONS HELD BY EARLIER RUNS - OPTIONAL
000700*    SO THE FIRST RUN AFTER THE PENDING FILE WAS INTRODUCED,
000710*    AND ANY RUN WITH NOTHING PENDING, STILL WORKS
000720     SELECT OPTIONAL PENDING-INPUT-FILE
000730         ASSIGN TO PNDIN
000740         ORGANIZATION IS SEQUENTIAL
000750         FILE STATUS IS WS-PNDI-FILE-STATUS.
000760
000770*    TRANSACTIONS STILL PENDING AFTER THIS RUN - THE SCHEDULER
000780*    SWAPS THIS IN AS THE NEXT RUN'S PENDING INPUT
000790     SELECT PENDING-OUTPUT-FILE
000800         ASSIGN TO PNDOUT
000810         ORGANIZATION IS SEQUENTIAL
000820         FILE STATUS IS WS-PNDO-FILE-STATUS.
000830
000840*    ITEM MASTER, KEYED BY ITEM CODE - OPTIONAL SO THE FIRST
000850*    EVER MAINTENANCE RUN CAN CREATE IT
000860     SELECT OPTIONAL ITEM-MASTER-FILE
000870         ASSIGN TO ITEMMST
000880         ORGANIZATION IS INDEXED
000890         ACCESS MODE IS DYNAMIC
000900         RECORD KEY IS ITM-KEY
000910         FILE STATUS IS WS-ITM-FILE-STATUS.
000920
000930*    AUTHORIZED OPERATORS, KEYED BY OPERATOR ID, MAINTAINED BY
000940*    OPRMNT - ONLY AN ITEM MASTER MAINTAINER MAY CHANGE AN ITEM
000950     SELECT OPERATOR-AUTH-FILE
000960         ASSIGN TO OPRAUTH
000970         ORGANIZATION IS INDEXED
000980         ACCESS MODE IS DYNAMIC
000990         RECORD KEY IS OPR-KEY
001000         FILE STATUS IS WS-OPR-FILE-STATUS.
001010
001020*    SHARED OPERATOR ACTIVITY LOG, READ BY THE ACCREV ACCESS
001030*    REVIEW - OPTIONAL SO THE FIRST RUN CAN CREATE IT
001040     SELECT OPTIONAL OPERATOR-ACTIVITY-FILE
001050         ASSIGN TO OPRLOG
001060         ORGANIZATION IS SEQUENTIAL
001070         FILE STATUS IS WS-OPA-FILE-STATUS.
001080
001090*    PRINTED, PAGINATED MAINTENANCE REGISTER
001100     SELECT REGISTER-FILE
001110         ASSIGN TO ITMRPT
001120         ORGANIZATION IS SEQUENTIAL
001130         FILE STATUS IS WS-RPT-FILE-STATUS.
001140
001150*    SHARED RUN-STATUS FILE - ONE START AND ONE END RECORD PER
001160*    RUN, READ BY THE STATBRD OPERATIONS STATUS BOARD
001170     SELECT OPTIONAL RUN-STATUS-FILE
001180         ASSIGN TO RUNSTAT
001190         ORGANIZATION IS SEQUENTIAL
001200         FILE STATUS IS WS-RUN-FILE-STATUS.
001210
001220 DATA DIVISION.
001230 FILE SECTION.
001240 FD  ITEM-TRAN-FILE
001250     LABEL RECORDS ARE STANDARD
001260     RECORD CONTAINS 80 CHARACTERS.
001270 01  TRN-INPUT-RECORD            PIC X(80).
001280
001290 FD  PENDING-INPUT-FILE
001300     LABEL RECORDS ARE STANDARD
001310     RECORD CONTAINS 80 CHARACTERS.
001320 01  PND-IN-RECORD               PIC X(80).
001330
001340 FD  PENDING-OUTPUT-FILE
001350     LABEL RECORDS ARE STANDARD
001360     RECORD CONTAINS 80 CHARACTERS.
001370 01  PND-OUT-RECORD              PIC X(80).
001380
001390 FD  ITEM-MASTER-FILE
001400     LABEL RECORDS ARE STANDARD
001410     RECORD CONTAINS 80 CHARACTERS.
001420     COPY "ITMREC.CPY".
001430
001440 FD  OPERATOR-AUTH-FILE
001450     LABEL RECORDS ARE STANDARD
001460     RECORD CONTAINS 80 CHARACTERS.
001470     COPY "OPRREC.CPY".
001480
001490 FD  OPERATOR-ACTIVITY-FILE
001500     LABEL RECORDS ARE STANDARD
001510     RECORD CONTAINS 80 CHARACTERS.
001520     COPY "OPAREC.CPY".
001530
001540 FD  REGISTER-FILE
001550     LABEL RECORDS ARE STANDARD
001560     RECORD CONTAINS 132 CHARACTERS.
001570 01  REGISTER-RECORD             PIC X(132).
001580
001590 FD  RUN-STATUS-FILE
001600     LABEL RECORDS ARE STANDARD
001610     RECORD CONTAINS 80 CHARACTERS.
001620     COPY "RUNREC.CPY".
001630
001640 WORKING-STORAGE SECTION.
001650****************************************************************
001660*    FILE STATUS SWITCHES                                      *
001670****************************************************************
001680 01  WS-FILE-STATUSES.
001690     05  WS-TRN-FILE-STATUS      PIC X(02) VALUE "00".
001700     05  WS-PNDI-FILE-STATUS     PIC X(02) VALUE "00".
001710     05  WS-PNDO-FILE-STATUS     PIC X(02) VALUE "00".
001720     05  WS-ITM-FILE-STATUS      PIC X(02) VALUE "00".
001730     05  WS-OPR-FILE-STATUS      PIC X(02) VALUE "00".
001740     05  WS-OPA-FILE-STATUS      PIC X(02) VALUE "00".
001750     05  WS-RPT-FILE-STATUS      PIC X(02) VALUE "00".
001760     05  WS-RUN-FILE-STATUS      PIC X(02) VALUE "00".
001770
001780****************************************************************
001790*    PROGRAM SWITCHES                                          *
001800****************************************************************
001810 01  WS-SWITCHES.
001820     05  WS-RUN-OPEN-SW          PIC X(01) VALUE "N".
001830         88  WS-RUN-OPEN                    VALUE "Y".
001840     05  WS-TRN-EOF-SW           PIC X(01) VALUE "N".
001850         88  WS-TRN-EOF                     VALUE "Y".
001860     05  WS-PND-EOF-SW           PIC X(01) VALUE "N".
001870         88  WS-PND-EOF                     VALUE "Y".
001880     05  IMN-MASTER-FOUND-SW     PIC X(01) VALUE "N".
001890         88  IMN-MASTER-FOUND               VALUE "Y".
001900         88  IMN-MASTER-NOT-FOUND           VALUE "N".
001910     05  IMN-FROM-PENDING-SW     PIC X(01) VALUE "N".
001920         88  IMN-FROM-PENDING               VALUE "Y".
001930
001940****************************************************************
001950*    MAINTENANCE WORKING FIELDS AND COUNTERS                    *
001960****************************************************************
001970 01  IMN-DISPOSITION             PIC X(30).
001980 01  IMN-READ-COUNT              PIC 9(06) COMP VALUE ZERO.
001990 01  IMN-APPLIED-COUNT           PIC 9(06) COMP VALUE ZERO.
002000 01  IMN-REJECT-COUNT            PIC 9(06) COMP VALUE ZERO.
002010 01  IMN-PENDING-IN-COUNT        PIC 9(06) COMP VALUE ZERO.
002020 01  IMN-HELD-COUNT              PIC 9(06) COMP VALUE ZERO.
002030
002040****************************************************************
002050*    REORDER DATA AS IT WILL STAND AFTER AN R TRANSACTION, AND  *
002060*    ITS REGISTER TEXT                                          *
002070****************************************************************
002080 01  IMN-NEW-REORDER-POINT       PIC 9(07) VALUE ZERO.
002090 01  IMN-NEW-REORDER-QTY         PIC 9(07) VALUE ZERO.
002100 01  IMN-NEW-LEAD-TIME-DAYS      PIC 9(03) VALUE ZERO.
002110 01  IMN-NEW-COUNT-CYCLE-DAYS    PIC 9(03) VALUE ZERO.
002120 01  IMN-REORDER-TEXT.
002130     05  FILLER                  PIC X(04) VALUE "ROP ".
002140     05  IMN-TXT-REORDER-POINT   PIC X(07).
002150     05  FILLER                  PIC X(05) VALUE " QTY ".
002160     05  IMN-TXT-REORDER-QTY     PIC X(07).
002170     05  FILLER                  PIC X(04) VALUE " LT ".
002180     05  IMN-TXT-LEAD-TIME-DAYS  PIC X(03).
002190
002200****************************************************************
002210*    TRANSACTION WORK AREA - DECK AND PENDING RECORDS ARE      *
002220*    BOTH STAGED HERE SO ONE SET OF APPLY PARAGRAPHS SERVES    *
002230*    BOTH FILES. A TRANSACTION KEYED BEFORE THE EFFECTIVE      *
002240*    DATE EXISTED LEAVES THE DATE BLANK AND APPLIES AT ONCE.   *
002250*    AN R TRANSACTION CARRIES THE REORDER DATA AND THE COUNT   *
002260*    CYCLE IN PLACE OF THE DESCRIPTION, STATUS, AND COST       *
002270*    CENTER; A BLANK FIELD LEAVES THE MASTER VALUE AS IT       *
002280*    STANDS. TRN-OPERATOR-ID IS THE PERSON WHO KEYED THE       *
002290*    TRANSACTION AND MUST HOLD THE ITEM MASTER MAINTAINER      *
002300*    ROLE WHEN IT APPLIES.                                     *
002310****************************************************************
002320 01  TRN-RECORD.
002330     05  TRN-ACTION-CODE         PIC X(01).
002340         88  TRN-ACTION-ADD                 VALUE "A".
002350         88  TRN-ACTION-CHANGE              VALUE "C".
002360         88  TRN-ACTION-DEACTIVATE          VALUE "D".
002370         88  TRN-ACTION-REORDER             VALUE "R".
002380     05  TRN-ITEM-CODE           PIC X(10).
002390     05  TRN-MASTER-DATA.
002400         10  TRN-DESCRIPTION     PIC X(30).
002410         10  TRN-STATUS-CODE     PIC X(01).
002420         10  TRN-COST-CENTER     PIC X(06).
002430     05  TRN-REORDER-DATA REDEFINES TRN-MASTER-DATA.
002440         10  TRN-REORDER-POINT   PIC X(07).
002450         10  TRN-REORDER-QTY     PIC X(07).
002460         10  TRN-LEAD-TIME-DAYS  PIC X(03).
002470         10  TRN-PREF-VENDOR     PIC X(08).
002480         10  TRN-COUNT-CYCLE-DAYS PIC X(03).
002490         10  FILLER              PIC X(09).
002500     05  TRN-EFFECTIVE-DATE      PIC 9(08).
002510     05  TRN-OPERATOR-ID         PIC X(08).
002520     05  FILLER                  PIC X(16).
002530
002540****************************************************************
002550*    PAGINATION COUNTERS AND RUN DATE                           *
002560****************************************************************
002570 01  IMN-LINE-COUNT              PIC 9(03) COMP VALUE ZERO.
002580 01  IMN-PAGE-COUNT              PIC 9(03) COMP VALUE ZERO.
002590 01  IMN-LINES-PER-PAGE          PIC 9(03) COMP VALUE 55.
002600 01  WS-CURRENT-DATE             PIC 9(08) VALUE ZERO.
002610 01  WS-CURRENT-TIME             PIC 9(08) VALUE ZERO.
002620
002630****************************************************************
002640*    PAGINATED REGISTER LINES                                   *
002650****************************************************************
002660 01  RPT-HEADING-LINE-1.
002670     05  FILLER                  PIC X(01) VALUE "1".
002680     05  FILLER                  PIC X(40)
002690             VALUE "ITEMMNT - ITEM MASTER MAINTENANCE".
002700     05  FILLER                  PIC X(10) VALUE "  RUN DATE".
002710     05  RPT-HDG-RUN-DATE        PIC 9(08).
002720     05  FILLER                  PIC X(09) VALUE SPACES.
002730     05  FILLER                  PIC X(05) VALUE "PAGE ".
002740     05  RPT-HDG-PAGE-NO         PIC ZZ9.
002750     05  FILLER                  PIC X(56) VALUE SPACES.
002760
002770 01  RPT-HEADING-LINE-2.
002780     05  FILLER                  PIC X(01) VALUE SPACE.
002790     05  FILLER                  PIC X(02) VALUE "AC".
002800     05  FILLER                  PIC X(01) VALUE SPACES.
002810     05  FILLER                  PIC X(10) VALUE "ITEM CODE".
002820     05  FILLER                  PIC X(02) VALUE SPACES.
002830     05  FILLER                  PIC X(30) VALUE "DESCRIPTION".
002840     05  FILLER                  PIC X(02) VALUE SPACES.
002850     05  FILLER                  PIC X(02) VALUE "ST".
002860     05  FILLER                  PIC X(01) VALUE SPACES.
002870     05  FILLER                  PIC X(06) VALUE "CSTCTR".
002880     05  FILLER                  PIC X(02) VALUE SPACES.
002890     05  FILLER                  PIC X(30) VALUE "DISPOSITION".
002900     05  FILLER                  PIC X(02) VALUE SPACES.
002910     05  FILLER                  PIC X(08) VALUE "VENDOR".
002920     05  FILLER                  PIC X(02) VALUE SPACES.
002930     05  FILLER                  PIC X(03) VALUE "CYC".
002940     05  FILLER                  PIC X(02) VALUE SPACES.
002950     05  FILLER                  PIC X(08) VALUE "OPERATOR".
002960     05  FILLER                  PIC X(18) VALUE SPACES.
002970
002980 01  RPT-DETAIL-LINE.
002990     05  FILLER                  PIC X(01) VALUE SPACE.
003000     05  RPT-ACTION-CODE         PIC X(01).
003010     05  FILLER                  PIC X(02) VALUE SPACES.
003020     05  RPT-ITEM-CODE           PIC X(10).
003030     05  FILLER                  PIC X(02) VALUE SPACES.
003040     05  RPT-DESCRIPTION         PIC X(30).
003050     05  FILLER                  PIC X(02) VALUE SPACES.
003060     05  RPT-STATUS-CODE         PIC X(01).
003070     05  FILLER                  PIC X(02) VALUE SPACES.
003080     05  RPT-COST-CENTER         PIC X(06).
003090     05  FILLER                  PIC X(02) VALUE SPACES.
003100     05  RPT-DISPOSITION         PIC X(30).
003110     05  FILLER                  PIC X(02) VALUE SPACES.
003120     05  RPT-PREF-VENDOR         PIC X(08).
003130     05  FILLER                  PIC X(02) VALUE SPACES.
003140     05  RPT-COUNT-CYCLE-DAYS    PIC X(03).
003150     05  FILLER                  PIC X(02) VALUE SPACES.
003160     05  RPT-OPERATOR-ID         PIC X(08).
003170     05  FILLER                  PIC X(18) VALUE SPACES.
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
003310     PERFORM 1600-PROCESS-PENDING THRU 1600-EXIT
003320         UNTIL WS-PND-EOF.
003330     PERFORM 2900-READ-TRAN-RECORD THRU 2900-EXIT.
003340     PERFORM 2000-APPLY-TRANSACTION THRU 2000-EXIT
003350         UNTIL WS-TRN-EOF.
003360     PERFORM 9000-TERMINATE THRU 9000-EXIT.
003370     PERFORM 9700-WRITE-RUN-END THRU 9700-EXIT.
003380     STOP RUN.
003390
003400****************************************************************
003410*    1000-INITIALIZE                                            *
003420****************************************************************
003430 1000-INITIALIZE.
003440     OPEN INPUT ITEM-TRAN-FILE.
003450     IF WS-TRN-FILE-STATUS NOT = "00"
003460         DISPLAY "ITEMMNT - ABEND - ITEM-TRAN-FILE "
003470                 "OPEN FAILED - STATUS " WS-TRN-FILE-STATUS
003480         GO TO 9900-ABEND-TERMINATION
003490     END-IF.
003500     OPEN I-O ITEM-MASTER-FILE.
003510     IF WS-ITM-FILE-STATUS NOT = "00"
003520             AND WS-ITM-FILE-STATUS NOT = "05"
003530         DISPLAY "ITEMMNT - ABEND - ITEM-MASTER-FILE "
003540                 "OPEN FAILED - STATUS " WS-ITM-FILE-STATUS
003550         GO TO 9900-ABEND-TERMINATION
003560     END-IF.
003570     OPEN INPUT OPERATOR-AUTH-FILE.
003580     IF WS-OPR-FILE-STATUS NOT = "00"
003590         DISPLAY "ITEMMNT - ABEND - OPERATOR-AUTH-FILE "
003600                 "OPEN FAILED - STATUS " WS-OPR-FILE-STATUS
003610         GO TO 9900-ABEND-TERMINATION
003620     END-IF.
003630     OPEN EXTEND OPERATOR-ACTIVITY-FILE.
003640     IF WS-OPA-FILE-STATUS NOT = "00"
003650             AND WS-OPA-FILE-STATUS NOT = "05"
003660         DISPLAY "ITEMMNT - ABEND - OPERATOR-ACTIVITY-FILE "
003670                 "OPEN FAILED - STATUS " WS-OPA-FILE-STATUS
003680         GO TO 9900-ABEND-TERMINATION
003690     END-IF.
003700     OPEN OUTPUT REGISTER-FILE.
003710     IF WS-RPT-FILE-STATUS NOT = "00"
003720         DISPLAY "ITEMMNT - ABEND - REGISTER-FILE "
003730                 "OPEN FAILED - STATUS " WS-RPT-FILE-STATUS
003740         GO TO 9900-ABEND-TERMINATION
003750     END-IF.
003760     OPEN INPUT PENDING-INPUT-FILE.
003770     IF WS-PNDI-FILE-STATUS NOT = "00"
003780             AND WS-PNDI-FILE-STATUS NOT = "05"
003790         DISPLAY "ITEMMNT - ABEND - PENDING-INPUT-FILE "
003800                 "OPEN FAILED - STATUS " WS-PNDI-FILE-STATUS
003810         GO TO 9900-ABEND-TERMINATION
003820     END-IF.
003830     OPEN OUTPUT PENDING-OUTPUT-FILE.
003840     IF WS-PNDO-FILE-STATUS NOT = "00"
003850         DISPLAY "ITEMMNT - ABEND - PENDING-OUTPUT-FILE "
003860                 "OPEN FAILED - STATUS " WS-PNDO-FILE-STATUS
003870         GO TO 9900-ABEND-TERMINATION
003880     END-IF.
003890     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
003900     PERFORM 1700-WRITE-RUN-START THRU 1700-EXIT.
003910     PERFORM 7100-WRITE-REPORT-HEADING THRU 7100-EXIT.
003920     PERFORM 1690-READ-PENDING-RECORD THRU 1690-EXIT.
003930 1000-EXIT.
003940     EXIT.
003950
003960****************************************************************
003970*    1600-PROCESS-PENDING - TRANSACTIONS HELD BY EARLIER RUNS   *
003980*    COME THROUGH FIRST; ONE WHOSE EFFECTIVE DATE HAS ARRIVED   *
003990*    APPLIES LIKE ANY KEYED TRANSACTION, THE REST GO BACK ON    *
004000*    THE PENDING FILE AND ONTO THE REGISTER                     *
004010****************************************************************
004020 1600-PROCESS-PENDING.
004030     ADD 1 TO IMN-PENDING-IN-COUNT.
004040     MOVE "Y" TO IMN-FROM-PENDING-SW.
004050     PERFORM 2050-APPLY-ONE-TRAN THRU 2050-EXIT.
004060     PERFORM 1690-READ-PENDING-RECORD THRU 1690-EXIT.
004070 1600-EXIT.
004080     EXIT.
004090
004100 1690-READ-PENDING-RECORD.
004110     READ PENDING-INPUT-FILE INTO TRN-RECORD
004120         AT END
004130             MOVE "Y" TO WS-PND-EOF-SW
004140     END-READ.
004150 1690-EXIT.
004160     EXIT.
004170
004180****************************************************************
004190*    1700-WRITE-RUN-START - APPEND THE START RECORD TO THE      *
004200*    SHARED RUN-STATUS FILE FOR THE STATBRD STATUS BOARD        *
004210****************************************************************
004220 1700-WRITE-RUN-START.
004230     OPEN EXTEND RUN-STATUS-FILE.
004240     IF WS-RUN-FILE-STATUS NOT = "00"
004250             AND WS-RUN-FILE-STATUS NOT = "05"
004260         DISPLAY "ITEMMNT - ABEND - RUN-STATUS-FILE "
004270                 "OPEN FAILED - STATUS " WS-RUN-FILE-STATUS
004280         GO TO 9900-ABEND-TERMINATION
004290     END-IF.
004300     MOVE "Y" TO WS-RUN-OPEN-SW.
004310     MOVE SPACES          TO RUN-RECORD.
004320     MOVE "ITEMMNT"        TO RUN-PROGRAM-ID.
004330     MOVE WS-CURRENT-DATE TO RUN-RUN-DATE.
004340     MOVE 01              TO RUN-CYCLE-NO.
004350     MOVE SPACES          TO RUN-RUN-ID.
004360     MOVE "S"             TO RUN-RECORD-TYPE.
004370     ACCEPT WS-CURRENT-TIME FROM TIME.
004380     MOVE WS-CURRENT-TIME TO RUN-TIME.
004390     MOVE ZERO            TO RUN-RECORDS-PROCESSED.
004400     MOVE ZERO            TO RUN-RETURN-CODE.
004410     WRITE RUN-RECORD.
004420     IF WS-RUN-FILE-STATUS NOT = "00"
004430         DISPLAY "ITEMMNT - ABEND - RUN-STATUS-FILE "
004440                 "WRITE FAILED - STATUS " WS-RUN-FILE-STATUS
004450         GO TO 9900-ABEND-TERMINATION
004460     END-IF.
004470 1700-EXIT.
004480     EXIT.
004490
004500****************************************************************
004510*    2000-APPLY-TRANSACTION - ONE ITERATION PER TRANSACTION     *
004520****************************************************************
004530 2000-APPLY-TRANSACTION.
004540     ADD 1 TO IMN-READ-COUNT.
004550     MOVE "N" TO IMN-FROM-PENDING-SW.
004560     PERFORM 2050-APPLY-ONE-TRAN THRU 2050-EXIT.
004570     PERFORM 2900-READ-TRAN-RECORD THRU 2900-EXIT.
004580 2000-EXIT.
004590     EXIT.
004600
004610****************************************************************
004620*    2050-APPLY-ONE-TRAN - ONE STAGED TRANSACTION, FROM THE     *
004630*    DECK OR THE PENDING FILE. THE OPERATOR IS CHECKED FIRST,   *
004640*    SO AN UNAUTHORIZED TRANSACTION IS NEVER HELD, AND A HELD   *
004650*    ONE IS CHECKED AGAIN WHEN IT COMES DUE IN CASE THE         *
004660*    OPERATOR HAS SINCE BEEN REVOKED. A FUTURE EFFECTIVE DATE   *
004670*    HOLDS THE TRANSACTION; ANYTHING ELSE APPLIES AS BEFORE.    *
004680****************************************************************
004690 2050-APPLY-ONE-TRAN.
004700     MOVE SPACES TO IMN-DISPOSITION.
004710     PERFORM 2060-CHECK-OPERATOR THRU 2060-EXIT.
004720     IF IMN-DISPOSITION NOT = SPACES
004730         ADD 1 TO IMN-REJECT-COUNT
004740         GO TO 2050-REGISTER
004750     END-IF.
004760     IF TRN-EFFECTIVE-DATE NUMERIC
004770             AND TRN-EFFECTIVE-DATE > WS-CURRENT-DATE
004780         PERFORM 2070-HOLD-PENDING-TRAN THRU 2070-EXIT
004790         GO TO 2050-REGISTER
004800     END-IF.
004810     PERFORM 2100-READ-MASTER THRU 2100-EXIT.
004820     IF TRN-ACTION-ADD
004830         PERFORM 3000-ADD-ITEM THRU 3000-EXIT
004840     ELSE
004850         IF TRN-ACTION-CHANGE
004860             PERFORM 4000-CHANGE-ITEM THRU 4000-EXIT
004870         ELSE
004880             IF TRN-ACTION-DEACTIVATE
004890                 PERFORM 5000-DEACTIVATE-ITEM THRU 5000-EXIT
004900             ELSE
004910                 IF TRN-ACTION-REORDER
004920                     PERFORM 4200-CHANGE-REORDER-DATA
004930                         THRU 4200-EXIT
004940                 ELSE
004950                     MOVE "REJECTED - INVALID ACTION CODE"
004960                         TO IMN-DISPOSITION
004970                     ADD 1 TO IMN-REJECT-COUNT
004980                 END-IF
004990             END-IF
005000         END-IF
005010     END-IF.
005020 2050-REGISTER.
005030     PERFORM 6000-WRITE-REGISTER-LINE THRU 6000-EXIT.
005040     PERFORM 6500-WRITE-ACTIVITY-RECORD THRU 6500-EXIT.
005050 2050-EXIT.
005060     EXIT.
005070
005080****************************************************************
005090*    2060-CHECK-OPERATOR - THE OPERATOR WHO KEYED THE           *
005100*    TRANSACTION MUST BE AN ACTIVE OPERATOR HOLDING THE ITEM    *
005110*    MASTER MAINTAINER ROLE. A PENDING TRANSACTION KEYED        *
005120*    BEFORE THE OPERATOR FIELD EXISTED HAS NO OPERATOR AND IS   *
005130*    REJECTED, TO BE KEYED AGAIN UNDER A NAMED OPERATOR.        *
005140****************************************************************
005150 2060-CHECK-OPERATOR.
005160     IF TRN-OPERATOR-ID = SPACES
005170         MOVE "REJECTED - NO OPERATOR ID" TO IMN-DISPOSITION
005180         GO TO 2060-EXIT
005190     END-IF.
005200     MOVE TRN-OPERATOR-ID TO OPR-OPERATOR-ID.
005210     READ OPERATOR-AUTH-FILE
005220         INVALID KEY
005230             MOVE "REJECTED - UNKNOWN OPERATOR" TO IMN-DISPOSITION
005240             GO TO 2060-EXIT
005250     END-READ.
005260     IF NOT OPR-ACTIVE
005270         MOVE "REJECTED - OPERATOR REVOKED" TO IMN-DISPOSITION
005280         GO TO 2060-EXIT
005290     END-IF.
005300     IF NOT OPR-ITEM-MAINTAINER
005310         MOVE "REJECTED - OPERATOR LACKS ROLE" TO IMN-DISPOSITION
005320     END-IF.
005330 2060-EXIT.
005340     EXIT.
005350
005360****************************************************************
005370*    2070-HOLD-PENDING-TRAN - THE TRANSACTION GOES BACK ON      *
005380*    THE PENDING FILE, TO BE APPLIED BY THE FIRST RUN ON OR     *
005390*    AFTER ITS EFFECTIVE DATE, AND IS LISTED ON THE REGISTER    *
005400*    SO NOBODY HAS TO REMEMBER IT IS OUT THERE                  *
005410****************************************************************
005420 2070-HOLD-PENDING-TRAN.
005430     WRITE PND-OUT-RECORD FROM TRN-RECORD.
005440     IF WS-PNDO-FILE-STATUS NOT = "00"
005450         DISPLAY "ITEMMNT - ABEND - PENDING-OUTPUT-FILE "
005460                 "WRITE FAILED - STATUS " WS-PNDO-FILE-STATUS
005470         GO TO 9900-ABEND-TERMINATION
005480     END-IF.
005490     ADD 1 TO IMN-HELD-COUNT.
005500     MOVE "PENDING UNTIL" TO IMN-DISPOSITION.
005510     MOVE TRN-EFFECTIVE-DATE TO IMN-DISPOSITION(15:8).
005520 2070-EXIT.
005530     EXIT.
005540
005550 2100-READ-MASTER.
005560     MOVE TRN-ITEM-CODE TO ITM-ITEM-CODE.
005570     READ ITEM-MASTER-FILE
005580         INVALID KEY
005590             MOVE "N" TO IMN-MASTER-FOUND-SW
005600         NOT INVALID KEY
005610             MOVE "Y" TO IMN-MASTER-FOUND-SW
005620     END-READ.
005630 2100-EXIT.
005640     EXIT.
005650
005660 2900-READ-TRAN-RECORD.
005670     READ ITEM-TRAN-FILE INTO TRN-RECORD
005680         AT END
005690             MOVE "Y" TO WS-TRN-EOF-SW
005700     END-READ.
005710 2900-EXIT.
005720     EXIT.
005730
005740****************************************************************
005750*    3000-ADD-ITEM                                              *
005760****************************************************************
005770 3000-ADD-ITEM.
005780     IF IMN-MASTER-FOUND
005790         MOVE "REJECTED - ALREADY ON FILE" TO IMN-DISPOSITION
005800         ADD 1 TO IMN-REJECT-COUNT
005810         GO TO 3000-EXIT
005820     END-IF.
005830     IF TRN-STATUS-CODE NOT = "A" AND TRN-STATUS-CODE NOT = "S"
005840         MOVE "REJECTED - INVALID STATUS CODE"
005850             TO IMN-DISPOSITION
005860         ADD 1 TO IMN-REJECT-COUNT
005870         GO TO 3000-EXIT
005880     END-IF.
005890     IF TRN-DESCRIPTION = SPACES
005900         MOVE "REJECTED - DESCRIPTION BLANK" TO IMN-DISPOSITION
005910         ADD 1 TO IMN-REJECT-COUNT
005920         GO TO 3000-EXIT
005930     END-IF.
005940     MOVE SPACES          TO ITM-RECORD.
005950     MOVE TRN-ITEM-CODE   TO ITM-ITEM-CODE.
005960     MOVE TRN-DESCRIPTION TO ITM-DESCRIPTION.
005970     MOVE TRN-STATUS-CODE TO ITM-STATUS-CODE.
005980     MOVE TRN-COST-CENTER TO ITM-COST-CENTER.
005990     MOVE ZERO            TO ITM-REORDER-POINT.
006000     MOVE ZERO            TO ITM-REORDER-QTY.
006010     MOVE ZERO            TO ITM-LEAD-TIME-DAYS.
006020     MOVE ZERO            TO ITM-COUNT-CYCLE-DAYS.
006030     WRITE ITM-RECORD
006040         INVALID KEY
006050             MOVE "REJECTED - ALREADY ON FILE"
006060                 TO IMN-DISPOSITION
006070             ADD 1 TO IMN-REJECT-COUNT
006080             GO TO 3000-EXIT
006090     END-WRITE.
006100     IF WS-ITM-FILE-STATUS NOT = "00"
006110         DISPLAY "ITEMMNT - ABEND - ITEM-MASTER-FILE "
006120                 "WRITE FAILED - STATUS " WS-ITM-FILE-STATUS
006130         GO TO 9900-ABEND-TERMINATION
006140     END-IF.
006150     MOVE "ADDED" TO IMN-DISPOSITION.
006160     ADD 1 TO IMN-APPLIED-COUNT.
006170 3000-EXIT.
006180     EXIT.
006190
006200****************************************************************
006210*    4000-CHANGE-ITEM - A BLANK FIELD ON THE TRANSACTION        *
006220*    LEAVES THE MASTER FIELD AS IT STANDS                       *
006230****************************************************************
006240 4000-CHANGE-ITEM.
006250     IF IMN-MASTER-NOT-FOUND
006260         MOVE "REJECTED - NOT ON FILE" TO IMN-DISPOSITION
006270         ADD 1 TO IMN-REJECT-COUNT
006280         GO TO 4000-EXIT
006290     END-IF.
006300     IF TRN-STATUS-CODE NOT = "A" AND TRN-STATUS-CODE NOT = "S"
006310             AND TRN-STATUS-CODE NOT = "D"
006320             AND TRN-STATUS-CODE NOT = SPACE
006330         MOVE "REJECTED - INVALID STATUS CODE"
006340             TO IMN-DISPOSITION
006350         ADD 1 TO IMN-REJECT-COUNT
006360         GO TO 4000-EXIT
006370     END-IF.
006380     IF TRN-DESCRIPTION NOT = SPACES
006390         MOVE TRN-DESCRIPTION TO ITM-DESCRIPTION
006400     END-IF.
006410     IF TRN-STATUS-CODE NOT = SPACE
006420         MOVE TRN-STATUS-CODE TO ITM-STATUS-CODE
006430     END-IF.
006440     IF TRN-COST-CENTER NOT = SPACES
006450         MOVE TRN-COST-CENTER TO ITM-COST-CENTER
006460     END-IF.
006470     PERFORM 4500-REWRITE-MASTER THRU 4500-EXIT.
006480     MOVE "CHANGED" TO IMN-DISPOSITION.
006490     ADD 1 TO IMN-APPLIED-COUNT.
006500 4000-EXIT.
006510     EXIT.
006520
006530****************************************************************
006540*    4200-CHANGE-REORDER-DATA - A BLANK FIELD LEAVES THE        *
006550*    MASTER VALUE AS IT STANDS; A MASTER RECORD FROM BEFORE     *
006560*    THE REORDER FIELDS EXISTED STARTS FROM ZEROS. A REORDER    *
006570*    POINT WITH NO QUANTITY TO ORDER IS REFUSED, SINCE REPLEN   *
006580*    COULD ONLY EVER SUGGEST AN EMPTY ORDER FOR IT.             *
006590****************************************************************
006600 4200-CHANGE-REORDER-DATA.
006610     IF IMN-MASTER-NOT-FOUND
006620         MOVE "REJECTED - NOT ON FILE" TO IMN-DISPOSITION
006630         ADD 1 TO IMN-REJECT-COUNT
006640         GO TO 4200-EXIT
006650     END-IF.
006660     MOVE ZERO TO IMN-NEW-REORDER-POINT.
006670     MOVE ZERO TO IMN-NEW-REORDER-QTY.
006680     MOVE ZERO TO IMN-NEW-LEAD-TIME-DAYS.
006690     MOVE ZERO TO IMN-NEW-COUNT-CYCLE-DAYS.
006700     IF ITM-REORDER-POINT NUMERIC
006710         MOVE ITM-REORDER-POINT TO IMN-NEW-REORDER-POINT
006720     END-IF.
006730     IF ITM-REORDER-QTY NUMERIC
006740         MOVE ITM-REORDER-QTY TO IMN-NEW-REORDER-QTY
006750     END-IF.
006760     IF ITM-LEAD-TIME-DAYS NUMERIC
006770         MOVE ITM-LEAD-TIME-DAYS TO IMN-NEW-LEAD-TIME-DAYS
006780     END-IF.
006790     IF ITM-COUNT-CYCLE-DAYS NUMERIC
006800         MOVE ITM-COUNT-CYCLE-DAYS TO IMN-NEW-COUNT-CYCLE-DAYS
006810     END-IF.
006820     IF TRN-REORDER-POINT NOT = SPACES
006830         IF TRN-REORDER-POINT NUMERIC
006840             MOVE TRN-REORDER-POINT TO IMN-NEW-REORDER-POINT
006850         ELSE
006860             MOVE "REJECTED - BAD REORDER POINT"
006870                 TO IMN-DISPOSITION
006880             ADD 1 TO IMN-REJECT-COUNT
006890             GO TO 4200-EXIT
006900         END-IF
006910     END-IF.
006920     IF TRN-REORDER-QTY NOT = SPACES
006930         IF TRN-REORDER-QTY NUMERIC
006940             MOVE TRN-REORDER-QTY TO IMN-NEW-REORDER-QTY
006950         ELSE
006960             MOVE "REJECTED - BAD REORDER QTY"
006970                 TO IMN-DISPOSITION
006980             ADD 1 TO IMN-REJECT-COUNT
006990             GO TO 4200-EXIT
007000         END-IF
007010     END-IF.
007020     IF TRN-LEAD-TIME-DAYS NOT = SPACES
007030         IF TRN-LEAD-TIME-DAYS NUMERIC
007040             MOVE TRN-LEAD-TIME-DAYS TO IMN-NEW-LEAD-TIME-DAYS
007050         ELSE
007060             MOVE "REJECTED - BAD LEAD TIME"
007070                 TO IMN-DISPOSITION
007080             ADD 1 TO IMN-REJECT-COUNT
007090             GO TO 4200-EXIT
007100         END-IF
007110     END-IF.
007120     IF TRN-COUNT-CYCLE-DAYS NOT = SPACES
007130         IF TRN-COUNT-CYCLE-DAYS NUMERIC
007140             MOVE TRN-COUNT-CYCLE-DAYS
007150                 TO IMN-NEW-COUNT-CYCLE-DAYS
007160         ELSE
007170             MOVE "REJECTED - BAD COUNT CYCLE"
007180                 TO IMN-DISPOSITION
007190             ADD 1 TO IMN-REJECT-COUNT
007200             GO TO 4200-EXIT
007210         END-IF
007220     END-IF.
007230     IF IMN-NEW-REORDER-POINT > ZERO
007240             AND IMN-NEW-REORDER-QTY = ZERO
007250         MOVE "REJECTED - NO REORDER QTY" TO IMN-DISPOSITION
007260         ADD 1 TO IMN-REJECT-COUNT
007270         GO TO 4200-EXIT
007280     END-IF.
007290     MOVE IMN-NEW-REORDER-POINT  TO ITM-REORDER-POINT.
007300     MOVE IMN-NEW-REORDER-QTY    TO ITM-REORDER-QTY.
007310     MOVE IMN-NEW-LEAD-TIME-DAYS TO ITM-LEAD-TIME-DAYS.
007320     MOVE IMN-NEW-COUNT-CYCLE-DAYS TO ITM-COUNT-CYCLE-DAYS.
007330     IF TRN-PREF-VENDOR NOT = SPACES
007340         MOVE TRN-PREF-VENDOR TO ITM-PREF-VENDOR
007350     END-IF.
007360     PERFORM 4500-REWRITE-MASTER THRU 4500-EXIT.
007370     MOVE "REORDER DATA CHANGED" TO IMN-DISPOSITION.
007380     ADD 1 TO IMN-APPLIED-COUNT.
007390 4200-EXIT.
007400     EXIT.
007410
007420 4500-REWRITE-MASTER.
007430     REWRITE ITM-RECORD
007440         INVALID KEY
007450             DISPLAY "ITEMMNT - ABEND - ITEM-MASTER-FILE "
007460                     "REWRITE INVALID KEY - ITEM "
007470                     ITM-ITEM-CODE
007480             GO TO 9900-ABEND-TERMINATION
007490     END-REWRITE.
007500     IF WS-ITM-FILE-STATUS NOT = "00"
007510         DISPLAY "ITEMMNT - ABEND - ITEM-MASTER-FILE "
007520                 "REWRITE FAILED - STATUS " WS-ITM-FILE-STATUS
007530         GO TO 9900-ABEND-TERMINATION
007540     END-IF.
007550 4500-EXIT.
007560     EXIT.
007570
007580****************************************************************
007590*    5000-DEACTIVATE-ITEM                                       *
007600****************************************************************
007610 5000-DEACTIVATE-ITEM.
007620     IF IMN-MASTER-NOT-FOUND
007630         MOVE "REJECTED - NOT ON FILE" TO IMN-DISPOSITION
007640         ADD 1 TO IMN-REJECT-COUNT
007650         GO TO 5000-EXIT
007660     END-IF.
007670     IF ITM-DEACTIVATED
007680         MOVE "REJECTED - ALREADY DEACTIVATED"
007690             TO IMN-DISPOSITION
007700         ADD 1 TO IMN-REJECT-COUNT
007710         GO TO 5000-EXIT
007720     END-IF.
007730     MOVE "D" TO ITM-STATUS-CODE.
007740     PERFORM 4500-REWRITE-MASTER THRU 4500-EXIT.
007750     MOVE "DEACTIVATED" TO IMN-DISPOSITION.
007760     ADD 1 TO IMN-APPLIED-COUNT.
007770 5000-EXIT.
007780     EXIT.
007790
007800****************************************************************
007810*    6000-WRITE-REGISTER-LINE - DETAIL LINE WITH PAGE BREAK     *
007820****************************************************************
007830 6000-WRITE-REGISTER-LINE.
007840     IF IMN-LINE-COUNT >= IMN-LINES-PER-PAGE
007850         PERFORM 7100-WRITE-REPORT-HEADING THRU 7100-EXIT
007860     END-IF.
007870     MOVE SPACES          TO RPT-DETAIL-LINE.
007880     MOVE TRN-ACTION-CODE TO RPT-ACTION-CODE.
007890     MOVE TRN-ITEM-CODE   TO RPT-ITEM-CODE.
007900     IF TRN-ACTION-REORDER
007910         MOVE TRN-REORDER-POINT  TO IMN-TXT-REORDER-POINT
007920         MOVE TRN-REORDER-QTY    TO IMN-TXT-REORDER-QTY
007930         MOVE TRN-LEAD-TIME-DAYS TO IMN-TXT-LEAD-TIME-DAYS
007940         MOVE IMN-REORDER-TEXT   TO RPT-DESCRIPTION
007950         MOVE TRN-PREF-VENDOR    TO RPT-PREF-VENDOR
007960         MOVE TRN-COUNT-CYCLE-DAYS TO RPT-COUNT-CYCLE-DAYS
007970     ELSE
007980         MOVE TRN-DESCRIPTION TO RPT-DESCRIPTION
007990         MOVE TRN-STATUS-CODE TO RPT-STATUS-CODE
008000         MOVE TRN-COST-CENTER TO RPT-COST-CENTER
008010     END-IF.
008020     MOVE IMN-DISPOSITION TO RPT-DISPOSITION.
008030     MOVE TRN-OPERATOR-ID TO RPT-OPERATOR-ID.
008040     WRITE REGISTER-RECORD FROM RPT-DETAIL-LINE.
008050     IF WS-RPT-FILE-STATUS NOT = "00"
008060         DISPLAY "ITEMMNT - ABEND - REGISTER-FILE "
008070                 "WRITE FAILED - STATUS " WS-RPT-FILE-STATUS
008080         GO TO 9900-ABEND-TERMINATION
008090     END-IF.
008100     ADD 1 TO IMN-LINE-COUNT.
008110 6000-EXIT.
008120     EXIT.
008130
008140****************************************************************
008150*    6500-WRITE-ACTIVITY-RECORD - ONE ACTIVITY RECORD PER       *
008160*    TRANSACTION UNDER THE OPERATOR WHO KEYED IT, FOR THE       *
008170*    ACCREV ACCESS REVIEW. A PENDING TRANSACTION HELD AGAIN IS  *
008180*    NOT LOGGED AGAIN - IT WAS LOGGED WHEN FIRST KEYED.         *
008190****************************************************************
008200 6500-WRITE-ACTIVITY-RECORD.
008210     IF TRN-OPERATOR-ID = SPACES
008220         GO TO 6500-EXIT
008230     END-IF.
008240     IF IMN-FROM-PENDING
008250             AND IMN-DISPOSITION (1:7) = "PENDING"
008260         GO TO 6500-EXIT
008270     END-IF.
008280     MOVE SPACES          TO OPA-RECORD.
008290     MOVE TRN-OPERATOR-ID TO OPA-OPERATOR-ID.
008300     MOVE WS-CURRENT-DATE TO OPA-ACTIVITY-DATE.
008310     ACCEPT WS-CURRENT-TIME FROM TIME.
008320     MOVE WS-CURRENT-TIME TO OPA-ACTIVITY-TIME.
008330     MOVE "ITEMMNT"       TO OPA-PROGRAM-ID.
008340     MOVE "I"             TO OPA-ROLE-CODE.
008350     IF IMN-DISPOSITION (1:8) = "REJECTED"
008360         MOVE "R" TO OPA-RESULT-CODE
008370     ELSE
008380         MOVE "A" TO OPA-RESULT-CODE
008390     END-IF.
008400     MOVE TRN-ACTION-CODE TO OPA-ACTION-CODE.
008410     MOVE TRN-ITEM-CODE   TO OPA-ITEM-CODE.
008420     MOVE IMN-DISPOSITION TO OPA-REASON.
008430     WRITE OPA-RECORD.
008440     IF WS-OPA-FILE-STATUS NOT = "00"
008450         DISPLAY "ITEMMNT - ABEND - OPERATOR-ACTIVITY-FILE "
008460                 "WRITE FAILED - STATUS " WS-OPA-FILE-STATUS
008470         GO TO 9900-ABEND-TERMINATION
008480     END-IF.
008490 6500-EXIT.
008500     EXIT.
008510
008520****************************************************************
008530*    7100-WRITE-REPORT-HEADING - PAGE BREAK                     *
008540****************************************************************
008550 7100-WRITE-REPORT-HEADING.
008560     ADD 1 TO IMN-PAGE-COUNT.
008570     MOVE WS-CURRENT-DATE TO RPT-HDG-RUN-DATE.
008580     MOVE IMN-PAGE-COUNT  TO RPT-HDG-PAGE-NO.
008590     WRITE REGISTER-RECORD FROM RPT-HEADING-LINE-1.
008600     WRITE REGISTER-RECORD FROM RPT-HEADING-LINE-2.
008610     MOVE ZERO TO IMN-LINE-COUNT.
008620 7100-EXIT.
008630     EXIT.
008640
008650****************************************************************
008660*    8000-WRITE-REGISTER-TOTALS                                 *
008670****************************************************************
008680 8000-WRITE-REGISTER-TOTALS.
008690     MOVE SPACES                  TO RPT-TOTAL-LINE.
008700     MOVE "TRANSACTIONS READ"     TO RPT-TOT-LABEL.
008710     MOVE IMN-READ-COUNT          TO RPT-TOT-VALUE.
008720     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT.
008730     MOVE SPACES                  TO RPT-TOTAL-LINE.
008740     MOVE "TRANSACTIONS APPLIED"  TO RPT-TOT-LABEL.
008750     MOVE IMN-APPLIED-COUNT       TO RPT-TOT-VALUE.
008760     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT.
008770     MOVE SPACES                  TO RPT-TOTAL-LINE.
008780     MOVE "TRANSACTIONS REJECTED" TO RPT-TOT-LABEL.
008790     MOVE IMN-REJECT-COUNT        TO RPT-TOT-VALUE.
008800     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT.
008810     MOVE SPACES                  TO RPT-TOTAL-LINE.
008820     MOVE "PENDING BROUGHT IN"    TO RPT-TOT-LABEL.
008830     MOVE IMN-PENDING-IN-COUNT    TO RPT-TOT-VALUE.
008840     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT.
008850     MOVE SPACES                  TO RPT-TOTAL-LINE.
008860     MOVE "HELD PENDING"          TO RPT-TOT-LABEL.
008870     MOVE IMN-HELD-COUNT          TO RPT-TOT-VALUE.
008880     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT.
008890 8000-EXIT.
008900     EXIT.
008910
008920 8100-WRITE-TOTAL-LINE.
008930     IF IMN-LINE-COUNT >= IMN-LINES-PER-PAGE
008940         PERFORM 7100-WRITE-REPORT-HEADING THRU 7100-EXIT
008950     END-IF.
008960     WRITE REGISTER-RECORD FROM RPT-TOTAL-LINE.
008970     IF WS-RPT-FILE-STATUS NOT = "00"
008980         DISPLAY "ITEMMNT - ABEND - REGISTER-FILE "
008990                 "WRITE FAILED - STATUS " WS-RPT-FILE-STATUS
009000         GO TO 9900-ABEND-TERMINATION
009010     END-IF.
009020     ADD 1 TO IMN-LINE-COUNT.
009030 8100-EXIT.
009040     EXIT.
009050
009060****************************************************************
009070*    9000-TERMINATE - RETURN CODE 4 TELLS OPERATIONS TO READ    *
009080*    THE REGISTER FOR REJECTED TRANSACTIONS                     *
009090****************************************************************
009100 9000-TERMINATE.
009110     PERFORM 8000-WRITE-REGISTER-TOTALS THRU 8000-EXIT.
009120     CLOSE ITEM-TRAN-FILE
009130           PENDING-INPUT-FILE
009140           PENDING-OUTPUT-FILE
009150           ITEM-MASTER-FILE
009160           OPERATOR-AUTH-FILE
009170           OPERATOR-ACTIVITY-FILE
009180           REGISTER-FILE.
009190     IF IMN-REJECT-COUNT > ZERO
009200         MOVE 4 TO RETURN-CODE
009210     END-IF.
009220 9000-EXIT.
009230     EXIT.
009240
009250****************************************************************
009260*    9700-WRITE-RUN-END - APPEND THE END RECORD WITH THE        *
009270*    FINAL RETURN CODE AND RECORDS PROCESSED; NEVER ABENDS,     *
009280*    SINCE THE ABEND PATH ITSELF COMES THROUGH HERE             *
009290****************************************************************
009300 9700-WRITE-RUN-END.
009310     IF NOT WS-RUN-OPEN
009320         GO TO 9700-EXIT
009330     END-IF.
009340     MOVE SPACES          TO RUN-RECORD.
009350     MOVE "ITEMMNT"        TO RUN-PROGRAM-ID.
009360     MOVE WS-CURRENT-DATE TO RUN-RUN-DATE.
009370     MOVE 01              TO RUN-CYCLE-NO.
009380     MOVE SPACES          TO RUN-RUN-ID.
009390     MOVE "E"             TO RUN-RECORD-TYPE.
009400     ACCEPT WS-CURRENT-TIME FROM TIME.
009410     MOVE WS-CURRENT-TIME TO RUN-TIME.
009420     MOVE IMN-READ-COUNT  TO RUN-RECORDS-PROCESSED.
009430     MOVE RETURN-CODE     TO RUN-RETURN-CODE.
009440     WRITE RUN-RECORD.
009450     IF WS-RUN-FILE-STATUS NOT = "00"
009460         DISPLAY "ITEMMNT - RUN-STATUS-FILE WRITE FAILED - "
009470                 "STATUS " WS-RUN-FILE-STATUS
009480     END-IF.
009490     CLOSE RUN-STATUS-FILE.
009500     MOVE "N" TO WS-RUN-OPEN-SW.
009510 9700-EXIT.
009520     EXIT.
009530
009540****************************************************************
009550*    9900-ABEND-TERMINATION - AN OPEN OR A WRITE CAME BACK      *
009560*    WITH A FILE STATUS OTHER THAN SUCCESSFUL; THE RUN CANNOT   *
009570*    BE TRUSTED TO CONTINUE, SO IT STOPS HERE WITH A NON-ZERO   *
009580*    RETURN CODE FOR THE JOB SCHEDULER TO CATCH.                *
009590****************************************************************
009600 9900-ABEND-TERMINATION.
009610     MOVE 16 TO RETURN-CODE.
009620     PERFORM 9700-WRITE-RUN-END THRU 9700-EXIT.
009630     STOP RUN.
