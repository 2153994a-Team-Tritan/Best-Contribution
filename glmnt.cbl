000250*     08/27/2026  DLO  WRITE A START AND AN END RECORD TO THE    *
000260*                      SHARED RUN-STATUS FILE FOR THE STATBRD    *
000270*                      DAILY OPERATIONS STATUS BOARD.            *
000280*     10/02/2026  DLO  CARRY THE KEYING OPERATOR ON EACH         *
000290*                      TRANSACTION AND REJECT ONE WHOSE          *
000300*                      OPERATOR IS NOT AN ACTIVE GL MAPPING      *
000310*                      MAINTAINER ON THE OPERATOR AUTHORIZATION  *
000320*                      FILE; SHOW THE OPERATOR ON THE REGISTER   *
000330*                      AND LOG EACH TRANSACTION FOR THE ACCESS   *
000340*                      REVIEW.                                   *
000350****************************************************************
000360 IDENTIFICATION DIVISION.
000370 PROGRAM-ID.    GLMNT.
000380 AUTHOR.        D. L. OKAFOR.
000390 INSTALLATION.  INVENTORY CONTROL SYSTEMS.
000400 DATE-WRITTEN.  08/24/2026.
000410 DATE-COMPILED.
000420
000430 ENVIRONMENT DIVISION.
000440 CONFIGURATION SECTION.
000450 SOURCE-COMPUTER.   IBM-370.
000460 OBJECT-COMPUTER.   IBM-370.
000470 SPECIAL-NAMES.
000480     C01 IS TOP-OF-PAGE.
000490
000500 INPUT-OUTPUT SECTION.
000510 FILE-CONTROL.
000520*    ADD/CHANGE/DELETE TRANSACTION DECK, AS KEYED
000530     SELECT GL-TRAN-FILE
000540         ASSIGN TO GLMTRAN
000550         ORGANIZATION IS SEQUENTIAL
000560         FILE STATUS IS WS-TRN-FILE-STATUS.
000570
000580*    GL ACCOUNT MAPPING, KEYED BY ITEM CODE - OPTIONAL SO THE
000590*    FIRST EVER MAINTENANCE RUN CAN CREATE IT
000600     SELECT OPTIONAL GL-MAPPING-FILE
000610         ASSIGN TO GLMAP
000620         ORGANIZATION IS INDEXED
000630         ACCESS MODE IS DYNAMIC
000640         RECORD KEY IS GLM-KEY
000650         FILE STATUS IS WS-GLM-FILE-STATUS.
000660
000670*    ITEM MASTER, KEYED BY ITEM CODE, MAINTAINED BY ITEMMNT -
000680*    AN ADD OR CHANGE MUST NAME AN ITEM THAT EXISTS
000690     SELECT ITEM-MASTER-FILE
000700         ASSIGN TO ITEMMST
000710         ORGANIZATION IS INDEXED
000720         ACCESS MODE IS DYNAMIC
000730         RECORD KEY IS ITM-KEY
000740         FILE STATUS IS WS-ITM-FILE-STATUS.
000750
000760*    AUTHORIZED OPERATORS, KEYED BY OPERATOR ID, MAINTAINED BY
000770*    OPRMNT - ONLY A GL MAPPING MAINTAINER MAY CHANGE A MAPPING
000780     SELECT OPERATOR-AUTH-FILE
000790         ASSIGN TO OPRAUTH
000800         ORGANIZATION IS INDEXED
000810         ACCESS MODE IS DYNAMIC
000820         RECORD KEY IS OPR-KEY
000830         FILE STATUS IS WS-OPR-FILE-STATUS.
000840
000850*    SHARED OPERATOR ACTIVITY LOG, READ BY THE ACCREV ACCESS
000860*    REVIEW - OPTIONAL SO THE FIRST RUN CAN CREATE IT
000870     SELECT OPTIONAL OPERATOR-ACTIVITY-FILE
000880         ASSIGN TO OPRLOG
000890         ORGANIZATION IS SEQUENTIAL
000900         FILE STATUS IS WS-OPA-FILE-STATUS.
000910
000920*    PRINTED, PAGINATED BEFORE/AFTER MAINTENANCE REGISTER
000930     SELECT REGISTER-FILE
000940         ASSIGN TO GLMRPT
000950         ORGANIZATION IS SEQUENTIAL
000960         FILE STATUS IS WS-RPT-FILE-STATUS.
000970
000980*    SHARED RUN-STATUS FILE - ONE START AND ONE END RECORD PER
000990*    RUN, READ BY THE STATBRD OPERATIONS STATUS BOARD
001000     SELECT OPTIONAL RUN-STATUS-FILE
001010         ASSIGN TO RUNSTAT
001020         ORGANIZATION IS SEQUENTIAL
001030         FILE STATUS IS WS-RUN-FILE-STATUS.
001040
001050 DATA DIVISION.
001060 FILE SECTION.
001070 FD  GL-TRAN-FILE
001080     LABEL RECORDS ARE STANDARD
001090     RECORD CONTAINS 80 CHARACTERS.
001100 01  TRN-RECORD.
001110     05  TRN-ACTION-CODE         PIC X(01).
001120         88  TRN-ACTION-ADD                 VALUE "A".
001130         88  TRN-ACTION-CHANGE              VALUE "C".
001140         88  TRN-ACTION-DELETE              VALUE "D".
001150     05  TRN-ITEM-CODE           PIC X(10).
001160     05  TRN-GL-ACCOUNT          PIC X(08).
001170     05  TRN-OFFSET-ACCOUNT      PIC X(08).
001180     05  TRN-OPERATOR-ID         PIC X(08).
001190     05  FILLER                  PIC X(45).
001200
001210 FD  GL-MAPPING-FILE
001220     LABEL RECORDS ARE STANDARD
001230     RECORD CONTAINS 80 CHARACTERS.
001240     COPY "GLMREC.CPY".
001250
001260 FD  ITEM-MASTER-FILE
001270     LABEL RECORDS ARE STANDARD
001280     RECORD CONTAINS 80 CHARACTERS.
001290     COPY "ITMREC.CPY".
001300
001310 FD  OPERATOR-AUTH-FILE
001320     LABEL RECORDS ARE STANDARD
001330     RECORD CONTAINS 80 CHARACTERS.
001340     COPY "OPRREC.CPY".
001350
001360 FD  OPERATOR-ACTIVITY-FILE
001370     LABEL RECORDS ARE STANDARD
001380     RECORD CONTAINS 80 CHARACTERS.
001390     COPY "OPAREC.CPY".
001400
001410 FD  REGISTER-FILE
001420     LABEL RECORDS ARE STANDARD
001430     RECORD CONTAINS 132 CHARACTERS.
001440 01  REGISTER-RECORD             PIC X(132).
001450
001460 FD  RUN-STATUS-FILE
001470     LABEL RECORDS ARE STANDARD
001480     RECORD CONTAINS 80 CHARACTERS.
001490     COPY "RUNREC.CPY".
001500
001510 WORKING-STORAGE SECTION.
001520****************************************************************
001530*    FILE STATUS SWITCHES                                      *
001540****************************************************************
001550 01  WS-FILE-STATUSES.
001560     05  WS-TRN-FILE-STATUS      PIC X(02) VALUE "00".
001570     05  WS-GLM-FILE-STATUS      PIC X(02) VALUE "00".
001580     05  WS-ITM-FILE-STATUS      PIC X(02) VALUE "00".
001590     05  WS-OPR-FILE-STATUS      PIC X(02) VALUE "00".
001600     05  WS-OPA-FILE-STATUS      PIC X(02) VALUE "00".
001610     05  WS-RPT-FILE-STATUS      PIC X(02) VALUE "00".
001620     05  WS-RUN-FILE-STATUS      PIC X(02) VALUE "00".
001630
001640****************************************************************
001650*    PROGRAM SWITCHES                                          *
001660****************************************************************
001670 01  WS-SWITCHES.
001680     05  WS-RUN-OPEN-SW          PIC X(01) VALUE "N".
001690         88  WS-RUN-OPEN                    VALUE "Y".
001700     05  WS-TRN-EOF-SW           PIC X(01) VALUE "N".
001710         88  WS-TRN-EOF                     VALUE "Y".
001720     05  GMN-MAPPING-FOUND-SW    PIC X(01) VALUE "N".
001730         88  GMN-MAPPING-FOUND              VALUE "Y".
001740         88  GMN-MAPPING-NOT-FOUND          VALUE "N".
001750     05  GMN-ITEM-FOUND-SW       PIC X(01) VALUE "N".
001760         88  GMN-ITEM-FOUND                 VALUE "Y".
001770         88  GMN-ITEM-NOT-FOUND             VALUE "N".
001780
001790****************************************************************
001800*    MAINTENANCE WORKING FIELDS AND COUNTERS                    *
001810****************************************************************
001820 01  GMN-DISPOSITION             PIC X(30).
001830 01  GMN-OLD-GL-ACCOUNT          PIC X(08).
001840 01  GMN-OLD-OFFSET-ACCOUNT      PIC X(08).
001850 01  GMN-NEW-GL-ACCOUNT          PIC X(08).
001860 01  GMN-NEW-OFFSET-ACCOUNT      PIC X(08).
001870 01  GMN-READ-COUNT              PIC 9(06) COMP VALUE ZERO.
001880 01  GMN-APPLIED-COUNT           PIC 9(06) COMP VALUE ZERO.
001890 01  GMN-REJECT-COUNT            PIC 9(06) COMP VALUE ZERO.
001900
001910****************************************************************
001920*    PAGINATION COUNTERS AND RUN DATE                           *
001930****************************************************************
001940 01  GMN-LINE-COUNT              PIC 9(03) COMP VALUE ZERO.
001950 01  GMN-PAGE-COUNT              PIC 9(03) COMP VALUE ZERO.
001960 01  GMN-LINES-PER-PAGE          PIC 9(03) COMP VALUE 55.
001970 01  WS-CURRENT-DATE             PIC 9(08) VALUE ZERO.
001980 01  WS-CURRENT-TIME             PIC 9(08) VALUE ZERO.
001990
002000****************************************************************
002010*    PAGINATED REGISTER LINES - OLD AND NEW ACCOUNTS SIDE BY    *
002020*    SIDE SO A MISTYPED ACCOUNT IS VISIBLE BEFORE THE NEXT      *
002030*    EXTRACT RUNS, NOT AFTER IT LANDS IN SUSPENSE               *
002040****************************************************************
002050 01  RPT-HEADING-LINE-1.
002060     05  FILLER                  PIC X(01) VALUE "1".
002070     05  FILLER                  PIC X(40)
002080             VALUE "GLMNT - GL MAPPING MAINTENANCE".
002090     05  FILLER                  PIC X(10) VALUE "  RUN DATE".
002100     05  RPT-HDG-RUN-DATE        PIC 9(08).
002110     05  FILLER                  PIC X(09) VALUE SPACES.
002120     05  FILLER                  PIC X(05) VALUE "PAGE ".
002130     05  RPT-HDG-PAGE-NO         PIC ZZ9.
002140     05  FILLER                  PIC X(56) VALUE SPACES.
002150
002160 01  RPT-HEADING-LINE-2.
002170     05  FILLER                  PIC X(01) VALUE SPACE.
002180     05  FILLER                  PIC X(02) VALUE "AC".
002190     05  FILLER                  PIC X(01) VALUE SPACES.
002200     05  FILLER                  PIC X(10) VALUE "ITEM CODE".
002210     05  FILLER                  PIC X(02) VALUE SPACES.
002220     05  FILLER                  PIC X(08) VALUE "OLD DR".
002230     05  FILLER                  PIC X(02) VALUE SPACES.
002240     05  FILLER                  PIC X(08) VALUE "OLD CR".
002250     05  FILLER                  PIC X(02) VALUE SPACES.
002260     05  FILLER                  PIC X(08) VALUE "NEW DR".
002270     05  FILLER                  PIC X(02) VALUE SPACES.
002280     05  FILLER                  PIC X(08) VALUE "NEW CR".
002290     05  FILLER                  PIC X(02) VALUE SPACES.
002300     05  FILLER                  PIC X(30) VALUE "DISPOSITION".
002310     05  FILLER                  PIC X(02) VALUE SPACES.
002320     05  FILLER                  PIC X(08) VALUE "OPERATOR".
002330     05  FILLER                  PIC X(36) VALUE SPACES.
002340
002350 01  RPT-DETAIL-LINE.
002360     05  FILLER                  PIC X(01) VALUE SPACE.
002370     05  RPT-ACTION-CODE         PIC X(01).
002380     05  FILLER                  PIC X(02) VALUE SPACES.
002390     05  RPT-ITEM-CODE           PIC X(10).
002400     05  FILLER                  PIC X(02) VALUE SPACES.
002410     05  RPT-OLD-GL-ACCOUNT      PIC X(08).
002420     05  FILLER                  PIC X(02) VALUE SPACES.
002430     05  RPT-OLD-OFFSET-ACCOUNT  PIC X(08).
002440     05  FILLER                  PIC X(02) VALUE SPACES.
002450     05  RPT-NEW-GL-ACCOUNT      PIC X(08).
002460     05  FILLER                  PIC X(02) VALUE SPACES.
002470     05  RPT-NEW-OFFSET-ACCOUNT  PIC X(08).
002480     05  FILLER                  PIC X(02) VALUE SPACES.
002490     05  RPT-DISPOSITION         PIC X(30).
002500     05  FILLER                  PIC X(02) VALUE SPACES.
002510     05  RPT-OPERATOR-ID         PIC X(08).
002520     05  FILLER                  PIC X(36) VALUE SPACES.
002530
002540 01  RPT-TOTAL-LINE.
002550     05  FILLER                  PIC X(01) VALUE SPACE.
002560     05  RPT-TOT-LABEL           PIC X(25).
002570     05  RPT-TOT-VALUE           PIC ZZZZZ9.
002580     05  FILLER                  PIC X(100) VALUE SPACES.
002590
002600 PROCEDURE DIVISION.
002610****************************************************************
002620*    0000-MAINLINE                                              *
002630****************************************************************
002640 0000-MAINLINE.
002650     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002660     PERFORM 2000-APPLY-TRANSACTION THRU 2000-EXIT
002670         UNTIL WS-TRN-EOF.
002680     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002690     PERFORM 9700-WRITE-RUN-END THRU 9700-EXIT.
002700     STOP RUN.
002710
002720****************************************************************
002730*    1000-INITIALIZE                                            *
002740****************************************************************
002750 1000-INITIALIZE.
002760     OPEN INPUT GL-TRAN-FILE.
002770     IF WS-TRN-FILE-STATUS NOT = "00"
002780         DISPLAY "GLMNT - ABEND - GL-TRAN-FILE "
002790                 "OPEN FAILED - STATUS " WS-TRN-FILE-STATUS
002800         GO TO 9900-ABEND-TERMINATION
002810     END-IF.
002820     OPEN I-O GL-MAPPING-FILE.
002830     IF WS-GLM-FILE-STATUS NOT = "00"
002840             AND WS-GLM-FILE-STATUS NOT = "05"
002850         DISPLAY "GLMNT - ABEND - GL-MAPPING-FILE "
002860                 "OPEN FAILED - STATUS " WS-GLM-FILE-STATUS
002870         GO TO 9900-ABEND-TERMINATION
002880     END-IF.
002890     OPEN INPUT ITEM-MASTER-FILE.
002900     IF WS-ITM-FILE-STATUS NOT = "00"
002910         DISPLAY "GLMNT - ABEND - ITEM-MASTER-FILE "
002920                 "OPEN FAILED - STATUS " WS-ITM-FILE-STATUS
002930         GO TO 9900-ABEND-TERMINATION
002940     END-IF.
002950     OPEN INPUT OPERATOR-AUTH-FILE.
002960     IF WS-OPR-FILE-STATUS NOT = "00"
002970         DISPLAY "GLMNT - ABEND - OPERATOR-AUTH-FILE "
002980                 "OPEN FAILED - STATUS " WS-OPR-FILE-STATUS
002990         GO TO 9900-ABEND-TERMINATION
003000     END-IF.
003010     OPEN EXTEND OPERATOR-ACTIVITY-FILE.
003020     IF WS-OPA-FILE-STATUS NOT = "00"
003030             AND WS-OPA-FILE-STATUS NOT = "05"
003040         DISPLAY "GLMNT - ABEND - OPERATOR-ACTIVITY-FILE "
003050                 "OPEN FAILED - STATUS " WS-OPA-FILE-STATUS
003060         GO TO 9900-ABEND-TERMINATION
003070     END-IF.
003080     OPEN OUTPUT REGISTER-FILE.
003090     IF WS-RPT-FILE-STATUS NOT = "00"
003100         DISPLAY "GLMNT - ABEND - REGISTER-FILE "
003110                 "OPEN FAILED - STATUS " WS-RPT-FILE-STATUS
003120         GO TO 9900-ABEND-TERMINATION
003130     END-IF.
003140     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
003150     PERFORM 1700-WRITE-RUN-START THRU 1700-EXIT.
003160     PERFORM 7100-WRITE-REPORT-HEADING THRU 7100-EXIT.
003170     PERFORM 2900-READ-TRAN-RECORD THRU 2900-EXIT.
003180 1000-EXIT.
003190     EXIT.
003200
003210****************************************************************
003220*    1700-WRITE-RUN-START - APPEND THE START RECORD TO THE      *
003230*    SHARED RUN-STATUS FILE FOR THE STATBRD STATUS BOARD        *
003240****************************************************************
003250 1700-WRITE-RUN-START.
003260     OPEN EXTEND RUN-STATUS-FILE.
003270     IF WS-RUN-FILE-STATUS NOT = "00"
003280             AND WS-RUN-FILE-STATUS NOT = "05"
003290         DISPLAY "GLMNT - ABEND - RUN-STATUS-FILE "
003300                 "OPEN FAILED - STATUS " WS-RUN-FILE-STATUS
003310         GO TO 9900-ABEND-TERMINATION
003320     END-IF.
003330     MOVE "Y" TO WS-RUN-OPEN-SW.
003340     MOVE SPACES          TO RUN-RECORD.
003350     MOVE "GLMNT"          TO RUN-PROGRAM-ID.
003360     MOVE WS-CURRENT-DATE TO RUN-RUN-DATE.
003370     MOVE 01              TO RUN-CYCLE-NO.
003380     MOVE SPACES          TO RUN-RUN-ID.
003390     MOVE "S"             TO RUN-RECORD-TYPE.
003400     ACCEPT WS-CURRENT-TIME FROM TIME.
003410     MOVE WS-CURRENT-TIME TO RUN-TIME.
003420     MOVE ZERO            TO RUN-RECORDS-PROCESSED.
003430     MOVE ZERO            TO RUN-RETURN-CODE.
003440     WRITE RUN-RECORD.
003450     IF WS-RUN-FILE-STATUS NOT = "00"
003460         DISPLAY "GLMNT - ABEND - RUN-STATUS-FILE "
003470                 "WRITE FAILED - STATUS " WS-RUN-FILE-STATUS
003480         GO TO 9900-ABEND-TERMINATION
003490     END-IF.
003500 1700-EXIT.
003510     EXIT.
003520
003530****************************************************************
003540*    2000-APPLY-TRANSACTION - ONE ITERATION PER TRANSACTION.    *
003550*    THE OLD ACCOUNTS ARE CAPTURED BEFORE ANY CHANGE SO THE     *
003560*    REGISTER SHOWS BEFORE AND AFTER FOR EVERY TRANSACTION.     *
003570*    THE KEYING OPERATOR MUST HOLD THE GL MAPPING MAINTAINER    *
003580*    ROLE BEFORE ANYTHING IS APPLIED.                           *
003590****************************************************************
003600 2000-APPLY-TRANSACTION.
003610     ADD 1 TO GMN-READ-COUNT.
003620     MOVE SPACES TO GMN-DISPOSITION.
003630     PERFORM 2100-READ-MAPPING THRU 2100-EXIT.
003640     MOVE GMN-OLD-GL-ACCOUNT     TO GMN-NEW-GL-ACCOUNT.
003650     MOVE GMN-OLD-OFFSET-ACCOUNT TO GMN-NEW-OFFSET-ACCOUNT.
003660     PERFORM 2300-CHECK-OPERATOR THRU 2300-EXIT.
003670     IF GMN-DISPOSITION NOT = SPACES
003680         ADD 1 TO GMN-REJECT-COUNT
003690         GO TO 2000-REGISTER
003700     END-IF.
003710     IF TRN-ACTION-ADD
003720         PERFORM 3000-ADD-MAPPING THRU 3000-EXIT
003730     ELSE
003740         IF TRN-ACTION-CHANGE
003750             PERFORM 4000-CHANGE-MAPPING THRU 4000-EXIT
003760         ELSE
003770             IF TRN-ACTION-DELETE
003780                 PERFORM 5000-DELETE-MAPPING THRU 5000-EXIT
003790             ELSE
003800                 MOVE "REJECTED - INVALID ACTION CODE"
003810                     TO GMN-DISPOSITION
003820                 ADD 1 TO GMN-REJECT-COUNT
003830             END-IF
003840         END-IF
003850     END-IF.
003860 2000-REGISTER.
003870     PERFORM 6000-WRITE-REGISTER-LINE THRU 6000-EXIT.
003880     PERFORM 6500-WRITE-ACTIVITY-RECORD THRU 6500-EXIT.
003890     PERFORM 2900-READ-TRAN-RECORD THRU 2900-EXIT.
003900 2000-EXIT.
003910     EXIT.
003920
003930 2100-READ-MAPPING.
003940     MOVE SPACES TO GMN-OLD-GL-ACCOUNT.
003950     MOVE SPACES TO GMN-OLD-OFFSET-ACCOUNT.
003960     MOVE TRN-ITEM-CODE TO GLM-ITEM-CODE.
003970     READ GL-MAPPING-FILE
003980         INVALID KEY
003990             MOVE "N" TO GMN-MAPPING-FOUND-SW
004000         NOT INVALID KEY
004010             MOVE "Y" TO GMN-MAPPING-FOUND-SW
004020             MOVE GLM-GL-ACCOUNT     TO GMN-OLD-GL-ACCOUNT
004030             MOVE GLM-OFFSET-ACCOUNT TO GMN-OLD-OFFSET-ACCOUNT
004040     END-READ.
004050 2100-EXIT.
004060     EXIT.
004070
004080****************************************************************
004090*    2200-READ-ITEM-MASTER - AN ADD OR CHANGE MUST NAME AN      *
004100*    ITEM THAT EXISTS; A MAPPING FOR A MISTYPED ITEM CODE SITS  *
004110*    UNUSED WHILE THE REAL ITEM POSTS TO SUSPENSE               *
004120****************************************************************
004130 2200-READ-ITEM-MASTER.
004140     MOVE TRN-ITEM-CODE TO ITM-ITEM-CODE.
004150     READ ITEM-MASTER-FILE
004160         INVALID KEY
004170             MOVE "N" TO GMN-ITEM-FOUND-SW
004180         NOT INVALID KEY
004190             MOVE "Y" TO GMN-ITEM-FOUND-SW
004200     END-READ.
004210 2200-EXIT.
004220     EXIT.
004230
004240****************************************************************
004250*    2300-CHECK-OPERATOR - THE OPERATOR WHO KEYED THE           *
004260*    TRANSACTION MUST BE AN ACTIVE OPERATOR HOLDING THE GL      *
004270*    MAPPING MAINTAINER ROLE                                    *
004280****************************************************************
004290 2300-CHECK-OPERATOR.
004300     IF TRN-OPERATOR-ID = SPACES
004310         MOVE "REJECTED - NO OPERATOR ID" TO GMN-DISPOSITION
004320         GO TO 2300-EXIT
004330     END-IF.
004340     MOVE TRN-OPERATOR-ID TO OPR-OPERATOR-ID.
004350     READ OPERATOR-AUTH-FILE
004360         INVALID KEY
004370             MOVE "REJECTED - UNKNOWN OPERATOR" TO GMN-DISPOSITION
004380             GO TO 2300-EXIT
004390     END-READ.
004400     IF NOT OPR-ACTIVE
004410         MOVE "REJECTED - OPERATOR REVOKED" TO GMN-DISPOSITION
004420         GO TO 2300-EXIT
004430     END-IF.
004440     IF NOT OPR-GLMAP-MAINTAINER
004450         MOVE "REJECTED - OPERATOR LACKS ROLE" TO GMN-DISPOSITION
004460     END-IF.
004470 2300-EXIT.
004480     EXIT.
004490
004500 2900-READ-TRAN-RECORD.
004510     READ GL-TRAN-FILE
004520         AT END
004530             MOVE "Y" TO WS-TRN-EOF-SW
004540     END-READ.
004550 2900-EXIT.
004560     EXIT.
004570
004580****************************************************************
004590*    3000-ADD-MAPPING                                           *
004600****************************************************************
004610 3000-ADD-MAPPING.
004620     IF GMN-MAPPING-FOUND
004630         MOVE "REJECTED - ALREADY ON FILE" TO GMN-DISPOSITION
004640         ADD 1 TO GMN-REJECT-COUNT
004650         GO TO 3000-EXIT
004660     END-IF.
004670     PERFORM 2200-READ-ITEM-MASTER THRU 2200-EXIT.
004680     IF GMN-ITEM-NOT-FOUND
004690         MOVE "REJECTED - ITEM NOT ON MASTER"
004700             TO GMN-DISPOSITION
004710         ADD 1 TO GMN-REJECT-COUNT
004720         GO TO 3000-EXIT
004730     END-IF.
004740     MOVE TRN-GL-ACCOUNT     TO GMN-NEW-GL-ACCOUNT.
004750     MOVE TRN-OFFSET-ACCOUNT TO GMN-NEW-OFFSET-ACCOUNT.
004760     PERFORM 3500-EDIT-ACCOUNT-PAIR THRU 3500-EXIT.
004770     IF GMN-DISPOSITION NOT = SPACES
004780         GO TO 3000-EXIT
004790     END-IF.
004800     MOVE SPACES                 TO GLM-RECORD.
004810     MOVE TRN-ITEM-CODE          TO GLM-ITEM-CODE.
004820     MOVE GMN-NEW-GL-ACCOUNT     TO GLM-GL-ACCOUNT.
004830     MOVE GMN-NEW-OFFSET-ACCOUNT TO GLM-OFFSET-ACCOUNT.
004840     WRITE GLM-RECORD
004850         INVALID KEY
004860             MOVE "REJECTED - ALREADY ON FILE"
004870                 TO GMN-DISPOSITION
004880             ADD 1 TO GMN-REJECT-COUNT
004890             GO TO 3000-EXIT
004900     END-WRITE.
004910     IF WS-GLM-FILE-STATUS NOT = "00"
004920         DISPLAY "GLMNT - ABEND - GL-MAPPING-FILE "
004930                 "WRITE FAILED - STATUS " WS-GLM-FILE-STATUS
004940         GO TO 9900-ABEND-TERMINATION
004950     END-IF.
004960     MOVE "ADDED" TO GMN-DISPOSITION.
004970     ADD 1 TO GMN-APPLIED-COUNT.
004980 3000-EXIT.
004990     EXIT.
005000
005010****************************************************************
005020*    3500-EDIT-ACCOUNT-PAIR - THE EDIT THE SUSPENSE LISTING     *
005030*    USED TO DO THE HARD WAY: A BLANK ACCOUNT OR A DEBIT AND    *
005040*    OFFSET THAT MATCH CANNOT REACH THE MAPPING FILE            *
005050****************************************************************
005060 3500-EDIT-ACCOUNT-PAIR.
005070     IF GMN-NEW-GL-ACCOUNT = SPACES
005080             OR GMN-NEW-OFFSET-ACCOUNT = SPACES
005090         MOVE "REJECTED - BLANK ACCOUNT" TO GMN-DISPOSITION
005100         ADD 1 TO GMN-REJECT-COUNT
005110         GO TO 3500-EXIT
005120     END-IF.
005130     IF GMN-NEW-GL-ACCOUNT = GMN-NEW-OFFSET-ACCOUNT
005140         MOVE "REJECTED - DEBIT EQUALS OFFSET"
005150             TO GMN-DISPOSITION
005160         ADD 1 TO GMN-REJECT-COUNT
005170     END-IF.
005180 3500-EXIT.
005190     EXIT.
005200
005210****************************************************************
005220*    4000-CHANGE-MAPPING - A BLANK FIELD ON THE TRANSACTION     *
005230*    LEAVES THE MAPPING FIELD AS IT STANDS; THE RESULTING PAIR  *
005240*    STILL HAS TO PASS THE ACCOUNT EDIT                         *
005250****************************************************************
005260 4000-CHANGE-MAPPING.
005270     IF GMN-MAPPING-NOT-FOUND
005280         MOVE "REJECTED - NOT ON FILE" TO GMN-DISPOSITION
005290         ADD 1 TO GMN-REJECT-COUNT
005300         GO TO 4000-EXIT
005310     END-IF.
005320     PERFORM 2200-READ-ITEM-MASTER THRU 2200-EXIT.
005330     IF GMN-ITEM-NOT-FOUND
005340         MOVE "REJECTED - ITEM NOT ON MASTER"
005350             TO GMN-DISPOSITION
005360         ADD 1 TO GMN-REJECT-COUNT
005370         GO TO 4000-EXIT
005380     END-IF.
005390     IF TRN-GL-ACCOUNT NOT = SPACES
005400         MOVE TRN-GL-ACCOUNT TO GMN-NEW-GL-ACCOUNT
005410     END-IF.
005420     IF TRN-OFFSET-ACCOUNT NOT = SPACES
005430         MOVE TRN-OFFSET-ACCOUNT TO GMN-NEW-OFFSET-ACCOUNT
005440     END-IF.
005450     PERFORM 3500-EDIT-ACCOUNT-PAIR THRU 3500-EXIT.
005460     IF GMN-DISPOSITION NOT = SPACES
005470         GO TO 4000-EXIT
005480     END-IF.
005490     MOVE GMN-NEW-GL-ACCOUNT     TO GLM-GL-ACCOUNT.
005500     MOVE GMN-NEW-OFFSET-ACCOUNT TO GLM-OFFSET-ACCOUNT.
005510     REWRITE GLM-RECORD
005520         INVALID KEY
005530             DISPLAY "GLMNT - ABEND - GL-MAPPING-FILE "
005540                     "REWRITE INVALID KEY - ITEM "
005550                     GLM-ITEM-CODE
005560             GO TO 9900-ABEND-TERMINATION
005570     END-REWRITE.
005580     IF WS-GLM-FILE-STATUS NOT = "00"
005590         DISPLAY "GLMNT - ABEND - GL-MAPPING-FILE "
005600                 "REWRITE FAILED - STATUS " WS-GLM-FILE-STATUS
005610         GO TO 9900-ABEND-TERMINATION
005620     END-IF.
005630     MOVE "CHANGED" TO GMN-DISPOSITION.
005640     ADD 1 TO GMN-APPLIED-COUNT.
005650 4000-EXIT.
005660     EXIT.
005670
005680****************************************************************
005690*    5000-DELETE-MAPPING - NO ITEM MASTER CHECK HERE ON         *
005700*    PURPOSE, SO A MAPPING LEFT BEHIND BY A RETIRED ITEM CAN    *
005710*    STILL BE CLEANED UP                                        *
005720****************************************************************
005730 5000-DELETE-MAPPING.
005740     IF GMN-MAPPING-NOT-FOUND
005750         MOVE "REJECTED - NOT ON FILE" TO GMN-DISPOSITION
005760         ADD 1 TO GMN-REJECT-COUNT
005770         GO TO 5000-EXIT
005780     END-IF.
005790     DELETE GL-MAPPING-FILE
005800         INVALID KEY
005810             DISPLAY "GLMNT - ABEND - GL-MAPPING-FILE "
005820                     "DELETE INVALID KEY - ITEM "
005830                     GLM-ITEM-CODE
005840             GO TO 9900-ABEND-TERMINATION
005850     END-DELETE.
005860     IF WS-GLM-FILE-STATUS NOT = "00"
005870         DISPLAY "GLMNT - ABEND - GL-MAPPING-FILE "
005880                 "DELETE FAILED - STATUS " WS-GLM-FILE-STATUS
005890         GO TO 9900-ABEND-TERMINATION
005900     END-IF.
005910     MOVE SPACES TO GMN-NEW-GL-ACCOUNT.
005920     MOVE SPACES TO GMN-NEW-OFFSET-ACCOUNT.
005930     MOVE "DELETED" TO GMN-DISPOSITION.
005940     ADD 1 TO GMN-APPLIED-COUNT.
005950 5000-EXIT.
005960     EXIT.
005970
005980****************************************************************
005990*    6000-WRITE-REGISTER-LINE - DETAIL LINE WITH PAGE BREAK     *
006000****************************************************************
006010 6000-WRITE-REGISTER-LINE.
006020     IF GMN-LINE-COUNT >= GMN-LINES-PER-PAGE
006030         PERFORM 7100-WRITE-REPORT-HEADING THRU 7100-EXIT
006040     END-IF.
006050     MOVE SPACES                 TO RPT-DETAIL-LINE.
006060     MOVE TRN-ACTION-CODE        TO RPT-ACTION-CODE.
006070     MOVE TRN-ITEM-CODE          TO RPT-ITEM-CODE.
006080     MOVE GMN-OLD-GL-ACCOUNT     TO RPT-OLD-GL-ACCOUNT.
006090     MOVE GMN-OLD-OFFSET-ACCOUNT TO RPT-OLD-OFFSET-ACCOUNT.
006100     MOVE GMN-NEW-GL-ACCOUNT     TO RPT-NEW-GL-ACCOUNT.
006110     MOVE GMN-NEW-OFFSET-ACCOUNT TO RPT-NEW-OFFSET-ACCOUNT.
006120     MOVE GMN-DISPOSITION        TO RPT-DISPOSITION.
006130     MOVE TRN-OPERATOR-ID        TO RPT-OPERATOR-ID.
006140     WRITE REGISTER-RECORD FROM RPT-DETAIL-LINE.
006150     IF WS-RPT-FILE-STATUS NOT = "00"
006160         DISPLAY "GLMNT - ABEND - REGISTER-FILE "
006170                 "WRITE FAILED - STATUS " WS-RPT-FILE-STATUS
006180         GO TO 9900-ABEND-TERMINATION
006190     END-IF.
006200     ADD 1 TO GMN-LINE-COUNT.
006210 6000-EXIT.
006220     EXIT.
006230
006240****************************************************************
006250*    6500-WRITE-ACTIVITY-RECORD - ONE ACTIVITY RECORD PER       *
006260*    TRANSACTION UNDER THE OPERATOR WHO KEYED IT, FOR THE       *
006270*    ACCREV ACCESS REVIEW                                       *
006280****************************************************************
006290 6500-WRITE-ACTIVITY-RECORD.
006300     IF TRN-OPERATOR-ID = SPACES
006310         GO TO 6500-EXIT
006320     END-IF.
006330     MOVE SPACES          TO OPA-RECORD.
006340     MOVE TRN-OPERATOR-ID TO OPA-OPERATOR-ID.
006350     MOVE WS-CURRENT-DATE TO OPA-ACTIVITY-DATE.
006360     ACCEPT WS-CURRENT-TIME FROM TIME.
006370     MOVE WS-CURRENT-TIME TO OPA-ACTIVITY-TIME.
006380     MOVE "GLMNT"         TO OPA-PROGRAM-ID.
006390     MOVE "G"             TO OPA-ROLE-CODE.
006400     IF GMN-DISPOSITION (1:8) = "REJECTED"
006410         MOVE "R" TO OPA-RESULT-CODE
006420     ELSE
006430         MOVE "A" TO OPA-RESULT-CODE
006440     END-IF.
006450     MOVE TRN-ACTION-CODE TO OPA-ACTION-CODE.
006460     MOVE TRN-ITEM-CODE   TO OPA-ITEM-CODE.
006470     MOVE GMN-DISPOSITION TO OPA-REASON.
006480     WRITE OPA-RECORD.
006490     IF WS-OPA-FILE-STATUS NOT = "00"
006500         DISPLAY "GLMNT - ABEND - OPERATOR-ACTIVITY-FILE "
006510                 "WRITE FAILED - STATUS " WS-OPA-FILE-STATUS
006520         GO TO 9900-ABEND-TERMINATION
006530     END-IF.
006540 6500-EXIT.
006550     EXIT.
006560
006570****************************************************************
006580*    7100-WRITE-REPORT-HEADING - PAGE BREAK                     *
006590****************************************************************
006600 7100-WRITE-REPORT-HEADING.
006610     ADD 1 TO GMN-PAGE-COUNT.
006620     MOVE WS-CURRENT-DATE TO RPT-HDG-RUN-DATE.
006630     MOVE GMN-PAGE-COUNT  TO RPT-HDG-PAGE-NO.
006640     WRITE REGISTER-RECORD FROM RPT-HEADING-LINE-1.
006650     WRITE REGISTER-RECORD FROM RPT-HEADING-LINE-2.
006660     MOVE ZERO TO GMN-LINE-COUNT.
006670 7100-EXIT.
006680     EXIT.
006690
006700****************************************************************
006710*    8000-WRITE-REGISTER-TOTALS                                 *
006720****************************************************************
006730 8000-WRITE-REGISTER-TOTALS.
006740     MOVE SPACES                  TO RPT-TOTAL-LINE.
006750     MOVE "TRANSACTIONS READ"     TO RPT-TOT-LABEL.
006760     MOVE GMN-READ-COUNT          TO RPT-TOT-VALUE.
006770     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT.
006780     MOVE SPACES                  TO RPT-TOTAL-LINE.
006790     MOVE "TRANSACTIONS APPLIED"  TO RPT-TOT-LABEL.
006800     MOVE GMN-APPLIED-COUNT       TO RPT-TOT-VALUE.
006810     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT.
006820     MOVE SPACES                  TO RPT-TOTAL-LINE.
006830     MOVE "TRANSACTIONS REJECTED" TO RPT-TOT-LABEL.
006840     MOVE GMN-REJECT-COUNT        TO RPT-TOT-VALUE.
006850     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT.
006860 8000-EXIT.
006870     EXIT.
006880
006890 8100-WRITE-TOTAL-LINE.
006900     IF GMN-LINE-COUNT >= GMN-LINES-PER-PAGE
006910         PERFORM 7100-WRITE-REPORT-HEADING THRU 7100-EXIT
006920     END-IF.
006930     WRITE REGISTER-RECORD FROM RPT-TOTAL-LINE.
006940     IF WS-RPT-FILE-STATUS NOT = "00"
006950         DISPLAY "GLMNT - ABEND - REGISTER-FILE "
006960                 "WRITE FAILED - STATUS " WS-RPT-FILE-STATUS
006970         GO TO 9900-ABEND-TERMINATION
006980     END-IF.
006990     ADD 1 TO GMN-LINE-COUNT.
007000 8100-EXIT.
007010     EXIT.
007020
007030****************************************************************
007040*    9000-TERMINATE - RETURN CODE 4 TELLS OPERATIONS TO READ    *
007050*    THE REGISTER FOR REJECTED TRANSACTIONS                     *
007060****************************************************************
007070 9000-TERMINATE.
007080     PERFORM 8000-WRITE-REGISTER-TOTALS THRU 8000-EXIT.
007090     CLOSE GL-TRAN-FILE
007100           GL-MAPPING-FILE
007110           ITEM-MASTER-FILE
007120           OPERATOR-AUTH-FILE
007130           OPERATOR-ACTIVITY-FILE
007140           REGISTER-FILE.
007150     IF GMN-REJECT-COUNT > ZERO
007160         MOVE 4 TO RETURN-CODE
007170     END-IF.
007180 9000-EXIT.
007190     EXIT.
007200
007210****************************************************************
007220*    9700-WRITE-RUN-END - APPEND THE END RECORD WITH THE        *
007230*    FINAL RETURN CODE AND RECORDS PROCESSED; NEVER ABENDS,     *
007240*    SINCE THE ABEND PATH ITSELF COMES THROUGH HERE             *
007250****************************************************************
007260 9700-WRITE-RUN-END.
007270     IF NOT WS-RUN-OPEN
007280         GO TO 9700-EXIT
007290     END-IF.
007300     MOVE SPACES          TO RUN-RECORD.
007310     MOVE "GLMNT"          TO RUN-PROGRAM-ID.
007320     MOVE WS-CURRENT-DATE TO RUN-RUN-DATE.
007330     MOVE 01              TO RUN-CYCLE-NO.
007340     MOVE SPACES          TO RUN-RUN-ID.
007350     MOVE "E"             TO RUN-RECORD-TYPE.
007360     ACCEPT WS-CURRENT-TIME FROM TIME.
007370     MOVE WS-CURRENT-TIME TO RUN-TIME.
007380     MOVE GMN-READ-COUNT  TO RUN-RECORDS-PROCESSED.
007390     MOVE RETURN-CODE     TO RUN-RETURN-CODE.
007400     WRITE RUN-RECORD.
007410     IF WS-RUN-FILE-STATUS NOT = "00"
007420         DISPLAY "GLMNT - RUN-STATUS-FILE WRITE FAILED - "
007430                 "STATUS " WS-RUN-FILE-STATUS
007440     END-IF.
007450     CLOSE RUN-STATUS-FILE.
007460     MOVE "N" TO WS-RUN-OPEN-SW.
007470 9700-EXIT.
007480     EXIT.
007490
007500****************************************************************
007510*    9900-ABEND-TERMINATION - AN OPEN OR A WRITE CAME BACK      *
007520*    WITH A FILE STATUS OTHER THAN SUCCESSFUL; THE RUN CANNOT   *
007530*    BE TRUSTED TO CONTINUE, SO IT STOPS HERE WITH A NON-ZERO   *
007540*    RETURN CODE FOR THE JOB SCHEDULER TO CATCH.                *
007550****************************************************************
007560 9900-ABEND-TERMINATION.
007570     MOVE 16 TO RETURN-CODE.
007580     PERFORM 9700-WRITE-RUN-END THRU 9700-EXIT.
007590     STOP RUN.
