000010****************************************************************
000020* PROGRAM-ID.  STDMNT                                          *
000030* AUTHOR.      D. L. OKAFOR                                    *
000040* INSTALLATION. INVENTORY CONTROL SYSTEMS                      *
000050* DATE-WRITTEN. 09/18/2026                                     *
000060* DATE-COMPILED.                                                *
000070*                                                                *
000080* REMARKS.                                                      *
000090*     BATCH MAINTENANCE FOR THE STANDARD COST FILE. APPLIES A   *
000100*     DECK OF ADD/CHANGE/DELETE TRANSACTIONS TO THE INDEXED     *
000110*     STANDARD COST FILE AND PRINTS A BEFORE/AFTER REGISTER     *
000120*     SHOWING THE OLD AND NEW UNIT COST AND EFFECTIVE DATE FOR  *
000130*     EVERY TRANSACTION. AN ADD OR CHANGE MUST NAME AN ITEM ON  *
000140*     THE ITEM MASTER, CARRY A NON-ZERO NUMERIC UNIT COST, AND  *
000150*     TAKE EFFECT TODAY OR LATER - A BLANK EFFECTIVE DATE MEANS *
000160*     TODAY; A BACKDATED COST WOULD REVALUE DRAWS ALREADY SENT  *
000170*     TO FINANCE. A CHANGE KEEPS THE COST IT REPLACES AS THE    *
000180*     PRIOR COST AND MARKS THE ITEM REVALUATION PENDING, SO THE *
000190*     VALRPT VALUATION RUN POSTS THE REVALUATION OF THE ON-HAND *
000200*     QUANTITY ONCE THE NEW COST IS IN FORCE. A SECOND CHANGE   *
000210*     BEFORE THAT POSTING KEEPS THE ORIGINAL PRIOR COST. A      *
000220*     DELETE IS ONLY ALLOWED FOR AN ITEM NO LONGER ACTIVE ON    *
000230*     THE ITEM MASTER. ENDS WITH RETURN CODE 0 WHEN EVERY       *
000240*     TRANSACTION APPLIED, 4 WHEN ANY WAS REJECTED.             *
000250*                                                                *
000260* MODIFICATION HISTORY.                                         *
000270*     09/18/2026  DLO  ORIGINAL PROGRAM.                        *
000280****************************************************************
000290 IDENTIFICATION DIVISION.
000300 PROGRAM-ID.    STDMNT.
000310 AUTHOR.        D. L. OKAFOR.
000320 INSTALLATION.  INVENTORY CONTROL SYSTEMS.
000330 DATE-WRITTEN.  09/18/2026.
000340 DATE-COMPILED.
000350
000360 ENVIRONMENT DIVISION.
000370 CONFIGURATION SECTION.
000380 SOURCE-COMPUTER.   IBM-370.
000390 OBJECT-COMPUTER.   IBM-370.
000400 SPECIAL-NAMES.
000410     C01 IS TOP-OF-PAGE.
000420
000430 INPUT-OUTPUT SECTION.
000440 FILE-CONTROL.
000450*    ADD/CHANGE/DELETE TRANSACTION DECK, AS KEYED
000460     SELECT STD-TRAN-FILE
000470         ASSIGN TO STDTRAN
000480         ORGANIZATION IS SEQUENTIAL
000490         FILE STATUS IS WS-TRN-FILE-STATUS.
000500
000510*    STANDARD UNIT COST, KEYED BY ITEM CODE - OPTIONAL SO THE
000520*    FIRST EVER MAINTENANCE RUN CAN CREATE IT
000530     SELECT OPTIONAL STANDARD-COST-FILE
000540         ASSIGN TO STDCOST
000550         ORGANIZATION IS INDEXED
000560         ACCESS MODE IS DYNAMIC
000570         RECORD KEY IS STD-KEY
000580         FILE STATUS IS WS-STD-FILE-STATUS.
000590
000600*    ITEM MASTER, KEYED BY ITEM CODE, MAINTAINED BY ITEMMNT -
000610*    AN ADD OR CHANGE MUST NAME AN ITEM THAT EXISTS
000620     SELECT ITEM-MASTER-FILE
000630         ASSIGN TO ITEMMST
000640         ORGANIZATION IS INDEXED
000650         ACCESS MODE IS DYNAMIC
000660         RECORD KEY IS ITM-KEY
000670         FILE STATUS IS WS-ITM-FILE-STATUS.
000680
000690*    PRINTED, PAGINATED BEFORE/AFTER MAINTENANCE REGISTER
000700     SELECT REGISTER-FILE
000710         ASSIGN TO STDRPT
000720         ORGANIZATION IS SEQUENTIAL
000730         FILE STATUS IS WS-RPT-FILE-STATUS.
000740
000750*    SHARED RUN-STATUS FILE - ONE START AND ONE END RECORD PER
000760*    RUN, READ BY THE STATBRD OPERATIONS STATUS BOARD
000770     SELECT OPTIONAL RUN-STATUS-FILE
000780         ASSIGN TO RUNSTAT
000790         ORGANIZATION IS SEQUENTIAL
000800         FILE STATUS IS WS-RUN-FILE-STATUS.
000810
000820 DATA DIVISION.
000830 FILE SECTION.
000840 FD  STD-TRAN-FILE
000850     LABEL RECORDS ARE STANDARD
000860     RECORD CONTAINS 80 CHARACTERS.
000870 01  TRN-RECORD.
000880     05  TRN-ACTION-CODE         PIC X(01).
000890         88  TRN-ACTION-ADD                 VALUE "A".
000900         88  TRN-ACTION-CHANGE              VALUE "C".
000910         88  TRN-ACTION-DELETE              VALUE "D".
000920     05  TRN-ITEM-CODE           PIC X(10).
000930     05  TRN-UNIT-COST-X         PIC X(09).
000940     05  TRN-UNIT-COST REDEFINES TRN-UNIT-COST-X
000950                                 PIC 9(05)V9(04).
000960     05  TRN-EFFECTIVE-DATE-X    PIC X(08).
000970     05  TRN-EFFECTIVE-DATE REDEFINES TRN-EFFECTIVE-DATE-X
000980                                 PIC 9(08).
000990     05  FILLER                  PIC X(52).
001000
001010 FD  STANDARD-COST-FILE
001020     LABEL RECORDS ARE STANDARD
001030     RECORD CONTAINS 80 CHARACTERS.
001040     COPY "STDREC.CPY".
001050
001060 FD  ITEM-MASTER-FILE
001070     LABEL RECORDS ARE STANDARD
001080     RECORD CONTAINS 80 CHARACTERS.
001090     COPY "ITMREC.CPY".
001100
001110 FD  REGISTER-FILE
001120     LABEL RECORDS ARE STANDARD
001130     RECORD CONTAINS 132 CHARACTERS.
001140 01  REGISTER-RECORD             PIC X(132).
001150
001160 FD  RUN-STATUS-FILE
001170     LABEL RECORDS ARE STANDARD
001180     RECORD CONTAINS 80 CHARACTERS.
001190     COPY "RUNREC.CPY".
001200
001210 WORKING-STORAGE SECTION.
001220****************************************************************
001230*    FILE STATUS SWITCHES                                      *
001240****************************************************************
001250 01  WS-FILE-STATUSES.
001260     05  WS-TRN-FILE-STATUS      PIC X(02) VALUE "00".
001270     05  WS-STD-FILE-STATUS      PIC X(02) VALUE "00".
001280     05  WS-ITM-FILE-STATUS      PIC X(02) VALUE "00".
001290     05  WS-RPT-FILE-STATUS      PIC X(02) VALUE "00".
001300     05  WS-RUN-FILE-STATUS      PIC X(02) VALUE "00".
001310
001320****************************************************************
001330*    PROGRAM SWITCHES                                          *
001340****************************************************************
001350 01  WS-SWITCHES.
001360     05  WS-RUN-OPEN-SW          PIC X(01) VALUE "N".
001370         88  WS-RUN-OPEN                    VALUE "Y".
001380     05  WS-TRN-EOF-SW           PIC X(01) VALUE "N".
001390         88  WS-TRN-EOF                     VALUE "Y".
001400     05  SMN-COST-FOUND-SW       PIC X(01) VALUE "N".
001410         88  SMN-COST-FOUND                 VALUE "Y".
001420         88  SMN-COST-NOT-FOUND             VALUE "N".
001430     05  SMN-ITEM-FOUND-SW       PIC X(01) VALUE "N".
001440         88  SMN-ITEM-FOUND                 VALUE "Y".
001450         88  SMN-ITEM-NOT-FOUND             VALUE "N".
001460
001470****************************************************************
001480*    MAINTENANCE WORKING FIELDS AND COUNTERS                    *
001490****************************************************************
001500 01  SMN-DISPOSITION             PIC X(30).
001510 01  SMN-OLD-UNIT-COST           PIC 9(05)V9(04).
001520 01  SMN-OLD-EFFECTIVE-DATE      PIC 9(08).
001530 01  SMN-NEW-UNIT-COST           PIC 9(05)V9(04).
001540 01  SMN-NEW-EFFECTIVE-DATE      PIC 9(08).
001550 01  SMN-READ-COUNT              PIC 9(06) COMP VALUE ZERO.
001560 01  SMN-APPLIED-COUNT           PIC 9(06) COMP VALUE ZERO.
001570 01  SMN-REJECT-COUNT            PIC 9(06) COMP VALUE ZERO.
001580
001590****************************************************************
001600*    PAGINATION COUNTERS AND RUN DATE                           *
001610****************************************************************
001620 01  SMN-LINE-COUNT              PIC 9(03) COMP VALUE ZERO.
001630 01  SMN-PAGE-COUNT              PIC 9(03) COMP VALUE ZERO.
001640 01  SMN-LINES-PER-PAGE          PIC 9(03) COMP VALUE 55.
001650 01  WS-CURRENT-DATE             PIC 9(08) VALUE ZERO.
001660 01  WS-CURRENT-TIME             PIC 9(08) VALUE ZERO.
001670
001680****************************************************************
001690*    PAGINATED REGISTER LINES - OLD AND NEW COST SIDE BY SIDE   *
001700*    SO A MISKEYED COST IS CAUGHT BEFORE IT VALUES A DAY'S      *
001710*    DRAWS OR POSTS A REVALUATION                               *
001720****************************************************************
001730 01  RPT-HEADING-LINE-1.
001740     05  FILLER                  PIC X(01) VALUE "1".
001750     05  FILLER                  PIC X(40)
001760             VALUE "STDMNT - STANDARD COST MAINTENANCE".
001770     05  FILLER                  PIC X(10) VALUE "  RUN DATE".
001780     05  RPT-HDG-RUN-DATE        PIC 9(08).
001790     05  FILLER                  PIC X(09) VALUE SPACES.
001800     05  FILLER                  PIC X(05) VALUE "PAGE ".
001810     05  RPT-HDG-PAGE-NO         PIC ZZ9.
001820     05  FILLER                  PIC X(56) VALUE SPACES.
001830
001840 01  RPT-HEADING-LINE-2.
001850     05  FILLER                  PIC X(01) VALUE SPACE.
001860     05  FILLER                  PIC X(02) VALUE "AC".
001870     05  FILLER                  PIC X(01) VALUE SPACES.
001880     05  FILLER                  PIC X(10) VALUE "ITEM CODE".
001890     05  FILLER                  PIC X(02) VALUE SPACES.
001900     05  FILLER                  PIC X(10) VALUE "  OLD COST".
001910     05  FILLER                  PIC X(02) VALUE SPACES.
001920     05  FILLER                  PIC X(08) VALUE "OLD EFF".
001930     05  FILLER                  PIC X(02) VALUE SPACES.
001940     05  FILLER                  PIC X(10) VALUE "  NEW COST".
001950     05  FILLER                  PIC X(02) VALUE SPACES.
001960     05  FILLER                  PIC X(08) VALUE "NEW EFF".
001970     05  FILLER                  PIC X(02) VALUE SPACES.
001980     05  FILLER                  PIC X(30) VALUE "DISPOSITION".
001990     05  FILLER                  PIC X(42) VALUE SPACES.
002000
002010 01  RPT-DETAIL-LINE.
002020     05  FILLER                  PIC X(01) VALUE SPACE.
002030     05  RPT-ACTION-CODE         PIC X(01).
002040     05  FILLER                  PIC X(02) VALUE SPACES.
002050     05  RPT-ITEM-CODE           PIC X(10).
002060     05  FILLER                  PIC X(02) VALUE SPACES.
002070     05  RPT-OLD-UNIT-COST       PIC ZZZZ9.9999 BLANK WHEN ZERO.
002080     05  FILLER                  PIC X(02) VALUE SPACES.
002090     05  RPT-OLD-EFFECTIVE-DATE  PIC 9(08) BLANK WHEN ZERO.
002100     05  FILLER                  PIC X(02) VALUE SPACES.
002110     05  RPT-NEW-UNIT-COST       PIC ZZZZ9.9999 BLANK WHEN ZERO.
002120     05  FILLER                  PIC X(02) VALUE SPACES.
002130     05  RPT-NEW-EFFECTIVE-DATE  PIC 9(08) BLANK WHEN ZERO.
002140     05  FILLER                  PIC X(02) VALUE SPACES.
002150     05  RPT-DISPOSITION         PIC X(30).
002160     05  FILLER                  PIC X(42) VALUE SPACES.
002170
002180 01  RPT-TOTAL-LINE.
002190     05  FILLER                  PIC X(01) VALUE SPACE.
002200     05  RPT-TOT-LABEL           PIC X(25).
002210     05  RPT-TOT-VALUE           PIC ZZZZZ9.
002220     05  FILLER                  PIC X(100) VALUE SPACES.
002230
002240 PROCEDURE DIVISION.
002250****************************************************************
002260*    0000-MAINLINE                                              *
002270****************************************************************
002280 0000-MAINLINE.
002290     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002300     PERFORM 2000-APPLY-TRANSACTION THRU 2000-EXIT
002310         UNTIL WS-TRN-EOF.
002320     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002330     PERFORM 9700-WRITE-RUN-END THRU 9700-EXIT.
002340     STOP RUN.
002350
002360****************************************************************
002370*    1000-INITIALIZE                                            *
002380****************************************************************
002390 1000-INITIALIZE.
002400     OPEN INPUT STD-TRAN-FILE.
002410     IF WS-TRN-FILE-STATUS NOT = "00"
002420         DISPLAY "STDMNT - ABEND - STD-TRAN-FILE "
002430                 "OPEN FAILED - STATUS " WS-TRN-FILE-STATUS
002440         GO TO 9900-ABEND-TERMINATION
002450     END-IF.
002460     OPEN I-O STANDARD-COST-FILE.
002470     IF WS-STD-FILE-STATUS NOT = "00"
002480             AND WS-STD-FILE-STATUS NOT = "05"
002490         DISPLAY "STDMNT - ABEND - STANDARD-COST-FILE "
002500                 "OPEN FAILED - STATUS " WS-STD-FILE-STATUS
002510         GO TO 9900-ABEND-TERMINATION
002520     END-IF.
002530     OPEN INPUT ITEM-MASTER-FILE.
002540     IF WS-ITM-FILE-STATUS NOT = "00"
002550         DISPLAY "STDMNT - ABEND - ITEM-MASTER-FILE "
002560                 "OPEN FAILED - STATUS " WS-ITM-FILE-STATUS
002570         GO TO 9900-ABEND-TERMINATION
002580     END-IF.
002590     OPEN OUTPUT REGISTER-FILE.
002600     IF WS-RPT-FILE-STATUS NOT = "00"
002610         DISPLAY "STDMNT - ABEND - REGISTER-FILE "
002620                 "OPEN FAILED - STATUS " WS-RPT-FILE-STATUS
002630         GO TO 9900-ABEND-TERMINATION
002640     END-IF.
002650     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
002660     PERFORM 1700-WRITE-RUN-START THRU 1700-EXIT.
002670     PERFORM 7100-WRITE-REPORT-HEADING THRU 7100-EXIT.
002680     PERFORM 2900-READ-TRAN-RECORD THRU 2900-EXIT.
002690 1000-EXIT.
002700     EXIT.
002710
002720****************************************************************
002730*    1700-WRITE-RUN-START - APPEND THE START RECORD TO THE      *
002740*    SHARED RUN-STATUS FILE FOR THE STATBRD STATUS BOARD        *
002750****************************************************************
002760 1700-WRITE-RUN-START.
002770     OPEN EXTEND RUN-STATUS-FILE.
002780     IF WS-RUN-FILE-STATUS NOT = "00"
002790             AND WS-RUN-FILE-STATUS NOT = "05"
002800         DISPLAY "STDMNT - ABEND - RUN-STATUS-FILE "
002810                 "OPEN FAILED - STATUS " WS-RUN-FILE-STATUS
002820         GO TO 9900-ABEND-TERMINATION
002830     END-IF.
002840     MOVE "Y" TO WS-RUN-OPEN-SW.
002850     MOVE SPACES          TO RUN-RECORD.
002860     MOVE "STDMNT"        TO RUN-PROGRAM-ID.
002870     MOVE WS-CURRENT-DATE TO RUN-RUN-DATE.
002880     MOVE 01              TO RUN-CYCLE-NO.
002890     MOVE SPACES          TO RUN-RUN-ID.
002900     MOVE "S"             TO RUN-RECORD-TYPE.
002910     ACCEPT WS-CURRENT-TIME FROM TIME.
002920     MOVE WS-CURRENT-TIME TO RUN-TIME.
002930     MOVE ZERO            TO RUN-RECORDS-PROCESSED.
002940     MOVE ZERO            TO RUN-RETURN-CODE.
002950     WRITE RUN-RECORD.
002960     IF WS-RUN-FILE-STATUS NOT = "00"
002970         DISPLAY "STDMNT - ABEND - RUN-STATUS-FILE "
002980                 "WRITE FAILED - STATUS " WS-RUN-FILE-STATUS
002990         GO TO 9900-ABEND-TERMINATION
003000     END-IF.
003010 1700-EXIT.
003020     EXIT.
003030
003040****************************************************************
003050*    2000-APPLY-TRANSACTION - ONE ITERATION PER TRANSACTION.    *
003060*    THE OLD COST IS CAPTURED BEFORE ANY CHANGE SO THE          *
003070*    REGISTER SHOWS BEFORE AND AFTER FOR EVERY TRANSACTION.     *
003080****************************************************************
003090 2000-APPLY-TRANSACTION.
003100     ADD 1 TO SMN-READ-COUNT.
003110     MOVE SPACES TO SMN-DISPOSITION.
003120     PERFORM 2100-READ-STANDARD-COST THRU 2100-EXIT.
003130     MOVE SMN-OLD-UNIT-COST      TO SMN-NEW-UNIT-COST.
003140     MOVE SMN-OLD-EFFECTIVE-DATE TO SMN-NEW-EFFECTIVE-DATE.
003150     IF TRN-ACTION-ADD
003160         PERFORM 3000-ADD-STANDARD-COST THRU 3000-EXIT
003170     ELSE
003180         IF TRN-ACTION-CHANGE
003190             PERFORM 4000-CHANGE-STANDARD-COST THRU 4000-EXIT
003200         ELSE
003210             IF TRN-ACTION-DELETE
003220                 PERFORM 5000-DELETE-STANDARD-COST THRU 5000-EXIT
003230             ELSE
003240                 MOVE "REJECTED - INVALID ACTION CODE"
003250                     TO SMN-DISPOSITION
003260                 ADD 1 TO SMN-REJECT-COUNT
003270             END-IF
003280         END-IF
003290     END-IF.
003300     PERFORM 6000-WRITE-REGISTER-LINE THRU 6000-EXIT.
003310     PERFORM 2900-READ-TRAN-RECORD THRU 2900-EXIT.
003320 2000-EXIT.
003330     EXIT.
003340
003350 2100-READ-STANDARD-COST.
003360     MOVE ZERO TO SMN-OLD-UNIT-COST.
003370     MOVE ZERO TO SMN-OLD-EFFECTIVE-DATE.
003380     MOVE TRN-ITEM-CODE TO STD-ITEM-CODE.
003390     READ STANDARD-COST-FILE
003400         INVALID KEY
003410             MOVE "N" TO SMN-COST-FOUND-SW
003420         NOT INVALID KEY
003430             MOVE "Y" TO SMN-COST-FOUND-SW
003440             MOVE STD-UNIT-COST      TO SMN-OLD-UNIT-COST
003450             MOVE STD-EFFECTIVE-DATE TO SMN-OLD-EFFECTIVE-DATE
003460     END-READ.
003470 2100-EXIT.
003480     EXIT.
003490
003500****************************************************************
003510*    2200-READ-ITEM-MASTER - AN ADD OR CHANGE MUST NAME AN      *
003520*    ITEM THAT EXISTS; A COST FOR A MISTYPED ITEM CODE SITS     *
003530*    UNUSED WHILE THE REAL ITEM VALUES AT ZERO                  *
003540****************************************************************
003550 2200-READ-ITEM-MASTER.
003560     MOVE TRN-ITEM-CODE TO ITM-ITEM-CODE.
003570     READ ITEM-MASTER-FILE
003580         INVALID KEY
003590             MOVE "N" TO SMN-ITEM-FOUND-SW
003600         NOT INVALID KEY
003610             MOVE "Y" TO SMN-ITEM-FOUND-SW
003620     END-READ.
003630 2200-EXIT.
003640     EXIT.
003650
003660 2900-READ-TRAN-RECORD.
003670     READ STD-TRAN-FILE
003680         AT END
003690             MOVE "Y" TO WS-TRN-EOF-SW
003700     END-READ.
003710 2900-EXIT.
003720     EXIT.
003730
003740****************************************************************
003750*    3000-ADD-STANDARD-COST - A NEW ITEM'S FIRST COST HAS A     *
003760*    PRIOR COST OF ZERO AND IS MARKED REVALUATION PENDING, SO   *
003770*    ANY QUANTITY ALREADY ON HAND IS BROUGHT ONTO THE BOOKS AT  *
003780*    THE NEW COST BY THE NEXT VALUATION RUN                     *
003790****************************************************************
003800 3000-ADD-STANDARD-COST.
003810     IF SMN-COST-FOUND
003820         MOVE "REJECTED - ALREADY ON FILE" TO SMN-DISPOSITION
003830         ADD 1 TO SMN-REJECT-COUNT
003840         GO TO 3000-EXIT
003850     END-IF.
003860     PERFORM 2200-READ-ITEM-MASTER THRU 2200-EXIT.
003870     IF SMN-ITEM-NOT-FOUND
003880         MOVE "REJECTED - ITEM NOT ON MASTER"
003890             TO SMN-DISPOSITION
003900         ADD 1 TO SMN-REJECT-COUNT
003910         GO TO 3000-EXIT
003920     END-IF.
003930     PERFORM 3500-EDIT-COST-AND-DATE THRU 3500-EXIT.
003940     IF SMN-DISPOSITION NOT = SPACES
003950         GO TO 3000-EXIT
003960     END-IF.
003970     MOVE SPACES                 TO STD-RECORD.
003980     MOVE TRN-ITEM-CODE          TO STD-ITEM-CODE.
003990     MOVE SMN-NEW-UNIT-COST      TO STD-UNIT-COST.
004000     MOVE SMN-NEW-EFFECTIVE-DATE TO STD-EFFECTIVE-DATE.
004010     MOVE ZERO                   TO STD-PRIOR-UNIT-COST.
004020     MOVE "P"                    TO STD-REVAL-STATUS.
004030     MOVE ZERO                   TO STD-REVAL-DATE.
004040     MOVE WS-CURRENT-DATE        TO STD-LAST-MAINT-DATE.
004050     WRITE STD-RECORD
004060         INVALID KEY
004070             MOVE "REJECTED - ALREADY ON FILE"
004080                 TO SMN-DISPOSITION
004090             ADD 1 TO SMN-REJECT-COUNT
004100             GO TO 3000-EXIT
004110     END-WRITE.
004120     IF WS-STD-FILE-STATUS NOT = "00"
004130         DISPLAY "STDMNT - ABEND - STANDARD-COST-FILE "
004140                 "WRITE FAILED - STATUS " WS-STD-FILE-STATUS
004150         GO TO 9900-ABEND-TERMINATION
004160     END-IF.
004170     MOVE "ADDED" TO SMN-DISPOSITION.
004180     ADD 1 TO SMN-APPLIED-COUNT.
004190 3000-EXIT.
004200     EXIT.
004210
004220****************************************************************
004230*    3500-EDIT-COST-AND-DATE - THE UNIT COST MUST BE NUMERIC    *
004240*    AND NOT ZERO; A BLANK EFFECTIVE DATE TAKES TODAY, AND A    *
004250*    DATE BEFORE TODAY IS REJECTED SO A COST CHANGE CANNOT      *
004260*    REACH BACK OVER DRAWS ALREADY VALUED AND SENT TO FINANCE   *
004270****************************************************************
004280 3500-EDIT-COST-AND-DATE.
004290     IF TRN-UNIT-COST-X NOT NUMERIC
004300         MOVE "REJECTED - BAD UNIT COST" TO SMN-DISPOSITION
004310         ADD 1 TO SMN-REJECT-COUNT
004320         GO TO 3500-EXIT
004330     END-IF.
004340     IF TRN-UNIT-COST = ZERO
004350         MOVE "REJECTED - ZERO UNIT COST" TO SMN-DISPOSITION
004360         ADD 1 TO SMN-REJECT-COUNT
004370         GO TO 3500-EXIT
004380     END-IF.
004390     MOVE TRN-UNIT-COST TO SMN-NEW-UNIT-COST.
004400     IF TRN-EFFECTIVE-DATE-X = SPACES
004410         MOVE WS-CURRENT-DATE TO SMN-NEW-EFFECTIVE-DATE
004420         GO TO 3500-EXIT
004430     END-IF.
004440     IF TRN-EFFECTIVE-DATE-X NOT NUMERIC
004450         MOVE "REJECTED - BAD EFFECTIVE DATE" TO SMN-DISPOSITION
004460         ADD 1 TO SMN-REJECT-COUNT
004470         GO TO 3500-EXIT
004480     END-IF.
004490     IF TRN-EFFECTIVE-DATE < WS-CURRENT-DATE
004500         MOVE "REJECTED - BACKDATED EFF DATE" TO SMN-DISPOSITION
004510         ADD 1 TO SMN-REJECT-COUNT
004520         GO TO 3500-EXIT
004530     END-IF.
004540     MOVE TRN-EFFECTIVE-DATE TO SMN-NEW-EFFECTIVE-DATE.
004550 3500-EXIT.
004560     EXIT.
004570
004580****************************************************************
004590*    4000-CHANGE-STANDARD-COST - THE COST BEING REPLACED        *
004600*    BECOMES THE PRIOR COST, WHICH STAYS IN FORCE UNTIL THE     *
004610*    NEW EFFECTIVE DATE AND IS THE BASIS OF THE REVALUATION.    *
004620*    WHEN A REVALUATION IS STILL PENDING THE BOOKS ARE STILL    *
004630*    AT THE EARLIER PRIOR COST, SO THAT PRIOR COST IS KEPT.     *
004640****************************************************************
004650 4000-CHANGE-STANDARD-COST.
004660     IF SMN-COST-NOT-FOUND
004670         MOVE "REJECTED - NOT ON FILE" TO SMN-DISPOSITION
004680         ADD 1 TO SMN-REJECT-COUNT
004690         GO TO 4000-EXIT
004700     END-IF.
004710     PERFORM 2200-READ-ITEM-MASTER THRU 2200-EXIT.
004720     IF SMN-ITEM-NOT-FOUND
004730         MOVE "REJECTED - ITEM NOT ON MASTER"
004740             TO SMN-DISPOSITION
004750         ADD 1 TO SMN-REJECT-COUNT
004760         GO TO 4000-EXIT
004770     END-IF.
004780     PERFORM 3500-EDIT-COST-AND-DATE THRU 3500-EXIT.
004790     IF SMN-DISPOSITION NOT = SPACES
004800         GO TO 4000-EXIT
004810     END-IF.
004820     IF SMN-NEW-UNIT-COST = SMN-OLD-UNIT-COST
004830             AND SMN-NEW-EFFECTIVE-DATE = SMN-OLD-EFFECTIVE-DATE
004840         MOVE "REJECTED - NO CHANGE" TO SMN-DISPOSITION
004850         ADD 1 TO SMN-REJECT-COUNT
004860         GO TO 4000-EXIT
004870     END-IF.
004880     IF NOT STD-REVAL-PENDING
004890         MOVE STD-UNIT-COST TO STD-PRIOR-UNIT-COST
004900     END-IF.
004910     MOVE SMN-NEW-UNIT-COST      TO STD-UNIT-COST.
004920     MOVE SMN-NEW-EFFECTIVE-DATE TO STD-EFFECTIVE-DATE.
004930     MOVE "P"                    TO STD-REVAL-STATUS.
004940     MOVE ZERO                   TO STD-REVAL-DATE.
004950     MOVE WS-CURRENT-DATE        TO STD-LAST-MAINT-DATE.
004960     REWRITE STD-RECORD
004970         INVALID KEY
004980             DISPLAY "STDMNT - ABEND - STANDARD-COST-FILE "
004990                     "REWRITE INVALID KEY - ITEM "
005000                     STD-ITEM-CODE
005010             GO TO 9900-ABEND-TERMINATION
005020     END-REWRITE.
005030     IF WS-STD-FILE-STATUS NOT = "00"
005040         DISPLAY "STDMNT - ABEND - STANDARD-COST-FILE "
005050                 "REWRITE FAILED - STATUS " WS-STD-FILE-STATUS
005060         GO TO 9900-ABEND-TERMINATION
005070     END-IF.
005080     MOVE "CHANGED" TO SMN-DISPOSITION.
005090     ADD 1 TO SMN-APPLIED-COUNT.
005100 4000-EXIT.
005110     EXIT.
005120
005130****************************************************************
005140*    5000-DELETE-STANDARD-COST - AN ACTIVE ITEM KEEPS ITS COST  *
005150*    SO ITS DRAWS NEVER SILENTLY VALUE AT ZERO; A COST LEFT     *
005160*    BEHIND BY A RETIRED OR REMOVED ITEM CAN BE CLEANED UP      *
005170****************************************************************
005180 5000-DELETE-STANDARD-COST.
005190     IF SMN-COST-NOT-FOUND
005200         MOVE "REJECTED - NOT ON FILE" TO SMN-DISPOSITION
005210         ADD 1 TO SMN-REJECT-COUNT
005220         GO TO 5000-EXIT
005230     END-IF.
005240     PERFORM 2200-READ-ITEM-MASTER THRU 2200-EXIT.
005250     IF SMN-ITEM-FOUND AND ITM-ACTIVE
005260         MOVE "REJECTED - ITEM STILL ACTIVE" TO SMN-DISPOSITION
005270         ADD 1 TO SMN-REJECT-COUNT
005280         GO TO 5000-EXIT
005290     END-IF.
005300     DELETE STANDARD-COST-FILE
005310         INVALID KEY
005320             DISPLAY "STDMNT - ABEND - STANDARD-COST-FILE "
005330                     "DELETE INVALID KEY - ITEM "
005340                     STD-ITEM-CODE
005350             GO TO 9900-ABEND-TERMINATION
005360     END-DELETE.
005370     IF WS-STD-FILE-STATUS NOT = "00"
005380         DISPLAY "STDMNT - ABEND - STANDARD-COST-FILE "
005390                 "DELETE FAILED - STATUS " WS-STD-FILE-STATUS
005400         GO TO 9900-ABEND-TERMINATION
005410     END-IF.
005420     MOVE ZERO TO SMN-NEW-UNIT-COST.
005430     MOVE ZERO TO SMN-NEW-EFFECTIVE-DATE.
005440     MOVE "DELETED" TO SMN-DISPOSITION.
005450     ADD 1 TO SMN-APPLIED-COUNT.
005460 5000-EXIT.
005470     EXIT.
005480
005490****************************************************************
005500*    6000-WRITE-REGISTER-LINE - DETAIL LINE WITH PAGE BREAK     *
005510****************************************************************
005520 6000-WRITE-REGISTER-LINE.
005530     IF SMN-LINE-COUNT >= SMN-LINES-PER-PAGE
005540         PERFORM 7100-WRITE-REPORT-HEADING THRU 7100-EXIT
005550     END-IF.
005560     MOVE SPACES                 TO RPT-DETAIL-LINE.
005570     MOVE TRN-ACTION-CODE        TO RPT-ACTION-CODE.
005580     MOVE TRN-ITEM-CODE          TO RPT-ITEM-CODE.
005590     MOVE SMN-OLD-UNIT-COST      TO RPT-OLD-UNIT-COST.
005600     MOVE SMN-OLD-EFFECTIVE-DATE TO RPT-OLD-EFFECTIVE-DATE.
005610     MOVE SMN-NEW-UNIT-COST      TO RPT-NEW-UNIT-COST.
005620     MOVE SMN-NEW-EFFECTIVE-DATE TO RPT-NEW-EFFECTIVE-DATE.
005630     MOVE SMN-DISPOSITION        TO RPT-DISPOSITION.
005640     WRITE REGISTER-RECORD FROM RPT-DETAIL-LINE.
005650     IF WS-RPT-FILE-STATUS NOT = "00"
005660         DISPLAY "STDMNT - ABEND - REGISTER-FILE "
005670                 "WRITE FAILED - STATUS " WS-RPT-FILE-STATUS
005680         GO TO 9900-ABEND-TERMINATION
005690     END-IF.
005700     ADD 1 TO SMN-LINE-COUNT.
005710 6000-EXIT.
005720     EXIT.
005730
005740****************************************************************
005750*    7100-WRITE-REPORT-HEADING - PAGE BREAK                     *
005760****************************************************************
005770 7100-WRITE-REPORT-HEADING.
005780     ADD 1 TO SMN-PAGE-COUNT.
005790     MOVE WS-CURRENT-DATE TO RPT-HDG-RUN-DATE.
005800     MOVE SMN-PAGE-COUNT  TO RPT-HDG-PAGE-NO.
005810     WRITE REGISTER-RECORD FROM RPT-HEADING-LINE-1.
005820     WRITE REGISTER-RECORD FROM RPT-HEADING-LINE-2.
005830     MOVE ZERO TO SMN-LINE-COUNT.
005840 7100-EXIT.
005850     EXIT.
005860
005870****************************************************************
005880*    8000-WRITE-REGISTER-TOTALS                                 *
005890****************************************************************
005900 8000-WRITE-REGISTER-TOTALS.
005910     MOVE SPACES                  TO RPT-TOTAL-LINE.
005920     MOVE "TRANSACTIONS READ"     TO RPT-TOT-LABEL.
005930     MOVE SMN-READ-COUNT          TO RPT-TOT-VALUE.
005940     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT.
005950     MOVE SPACES                  TO RPT-TOTAL-LINE.
005960     MOVE "TRANSACTIONS APPLIED"  TO RPT-TOT-LABEL.
005970     MOVE SMN-APPLIED-COUNT       TO RPT-TOT-VALUE.
005980     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT.
005990     MOVE SPACES                  TO RPT-TOTAL-LINE.
006000     MOVE "TRANSACTIONS REJECTED" TO RPT-TOT-LABEL.
006010     MOVE SMN-REJECT-COUNT        TO RPT-TOT-VALUE.
006020     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT.
006030 8000-EXIT.
006040     EXIT.
006050
006060 8100-WRITE-TOTAL-LINE.
006070     IF SMN-LINE-COUNT >= SMN-LINES-PER-PAGE
006080         PERFORM 7100-WRITE-REPORT-HEADING THRU 7100-EXIT
006090     END-IF.
006100     WRITE REGISTER-RECORD FROM RPT-TOTAL-LINE.
006110     IF WS-RPT-FILE-STATUS NOT = "00"
006120         DISPLAY "STDMNT - ABEND - REGISTER-FILE "
006130                 "WRITE FAILED - STATUS " WS-RPT-FILE-STATUS
006140         GO TO 9900-ABEND-TERMINATION
006150     END-IF.
006160     ADD 1 TO SMN-LINE-COUNT.
006170 8100-EXIT.
006180     EXIT.
006190
006200****************************************************************
006210*    9000-TERMINATE - RETURN CODE 4 TELLS OPERATIONS TO READ    *
006220*    THE REGISTER FOR REJECTED TRANSACTIONS                     *
006230****************************************************************
006240 9000-TERMINATE.
006250     PERFORM 8000-WRITE-REGISTER-TOTALS THRU 8000-EXIT.
006260     CLOSE STD-TRAN-FILE
006270           STANDARD-COST-FILE
006280           ITEM-MASTER-FILE
006290           REGISTER-FILE.
006300     IF SMN-REJECT-COUNT > ZERO
006310         MOVE 4 TO RETURN-CODE
006320     END-IF.
006330 9000-EXIT.
006340     EXIT.
006350
006360****************************************************************
006370*    9700-WRITE-RUN-END - APPEND THE END RECORD WITH THE        *
006380*    FINAL RETURN CODE AND RECORDS PROCESSED; NEVER ABENDS,     *
006390*    SINCE THE ABEND PATH ITSELF COMES THROUGH HERE             *
006400****************************************************************
006410 9700-WRITE-RUN-END.
006420     IF NOT WS-RUN-OPEN
006430         GO TO 9700-EXIT
006440     END-IF.
006450     MOVE SPACES          TO RUN-RECORD.
006460     MOVE "STDMNT"        TO RUN-PROGRAM-ID.
006470     MOVE WS-CURRENT-DATE TO RUN-RUN-DATE.
006480     MOVE 01              TO RUN-CYCLE-NO.
006490     MOVE SPACES          TO RUN-RUN-ID.
006500     MOVE "E"             TO RUN-RECORD-TYPE.
006510     ACCEPT WS-CURRENT-TIME FROM TIME.
006520     MOVE WS-CURRENT-TIME TO RUN-TIME.
006530     MOVE SMN-READ-COUNT  TO RUN-RECORDS-PROCESSED.
006540     MOVE RETURN-CODE     TO RUN-RETURN-CODE.
006550     WRITE RUN-RECORD.
006560     IF WS-RUN-FILE-STATUS NOT = "00"
006570         DISPLAY "STDMNT - RUN-STATUS-FILE WRITE FAILED - "
006580                 "STATUS " WS-RUN-FILE-STATUS
006590     END-IF.
006600     CLOSE RUN-STATUS-FILE.
006610     MOVE "N" TO WS-RUN-OPEN-SW.
006620 9700-EXIT.
006630     EXIT.
006640
006650****************************************************************
006660*    9900-ABEND-TERMINATION - AN OPEN OR A WRITE CAME BACK      *
006670*    WITH A FILE STATUS OTHER THAN SUCCESSFUL; THE RUN CANNOT   *
006680*    BE TRUSTED TO CONTINUE, SO IT STOPS HERE WITH A NON-ZERO   *
006690*    RETURN CODE FOR THE JOB SCHEDULER TO CATCH.                *
006700****************************************************************
006710 9900-ABEND-TERMINATION.
006720     MOVE 16 TO RETURN-CODE.
006730     PERFORM 9700-WRITE-RUN-END THRU 9700-EXIT.
006740     STOP RUN.
