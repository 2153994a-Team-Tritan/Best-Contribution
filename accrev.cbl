000010****************************************************************
000020* PROGRAM-ID.  ACCREV                                          *
000030* AUTHOR.      D. L. OKAFOR                                    *
000040* INSTALLATION. INVENTORY CONTROL SYSTEMS                      *
000050* DATE-WRITTEN. 10/02/2026                                     *
000060* DATE-COMPILED.                                                *
000070*                                                                *
000080* REMARKS.                                                      *
000090*     PERIODIC OPERATOR ACCESS REVIEW. LISTS EVERY ID ON THE    *
000100*     OPERATOR AUTHORIZATION FILE - ACTIVE AND REVOKED - WITH   *
000110*     ITS NAME, STATUS, AND ROLES, AND WHAT IT DID IN THE       *
000120*     REVIEW PERIOD FROM THE SHARED OPERATOR ACTIVITY LOG:      *
000130*     ACCEPTED ACTIONS BY ROLE (ADJUSTMENTS KEYED AND           *
000140*     APPROVED, EXCEPTIONS DISPOSITIONED, ITEM MASTER AND GL    *
000150*     MAPPING CHANGES, AUTHORIZATION CHANGES MADE), ACTIONS     *
000160*     REFUSED, AND THE FIRST AND LAST DAY IT WAS USED. AN ID    *
000170*     WITH NOTHING IN THE PERIOD IS MARKED SO, FOR THE REVIEWER *
000180*     TO CONSIDER REVOKING. ACTIVITY UNDER AN ID NOT ON THE     *
000190*     FILE AT ALL IS LISTED SEPARATELY.                         *
000200*     THE PERIOD COMES FROM AN OPTIONAL CONTROL CARD; AN        *
000210*     ABSENT OR BLANK FROM DATE MEANS THE FIRST OF THE CURRENT  *
000220*     MONTH, A BLANK TO DATE MEANS TODAY. ENDS WITH RETURN      *
000230*     CODE 0, OR 4 WHEN ANY ACTIVITY CAME FROM AN ID NOT ON     *
000240*     THE AUTHORIZATION FILE.                                   *
000250*                                                                *
000260* MODIFICATION HISTORY.                                         *
000270*     10/02/2026  DLO  ORIGINAL PROGRAM.                        *
000280****************************************************************
000290 IDENTIFICATION DIVISION.
000300 PROGRAM-ID.    ACCREV.
000310 AUTHOR.        D. L. OKAFOR.
000320 INSTALLATION.  INVENTORY CONTROL SYSTEMS.
000330 DATE-WRITTEN.  10/02/2026.
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
000450*    REVIEW-PERIOD CONTROL CARD - OPTIONAL
000460     SELECT OPTIONAL CONTROL-CARD-FILE
000470         ASSIGN TO ACRCARD
000480         ORGANIZATION IS SEQUENTIAL
000490         FILE STATUS IS WS-CRD-FILE-STATUS.
000500
000510*    SHARED OPERATOR ACTIVITY LOG, APPENDED BY ADJEDIT,
000520*    EXCPROC, ITEMMNT, GLMNT, AND OPRMNT - OPTIONAL SO A
000530*    REVIEW BEFORE ANY ACTIVITY STILL LISTS EVERY ID
000540     SELECT OPTIONAL OPERATOR-ACTIVITY-FILE
000550         ASSIGN TO OPRLOG
000560         ORGANIZATION IS SEQUENTIAL
000570         FILE STATUS IS WS-OPA-FILE-STATUS.
000580
000590*    AUTHORIZED OPERATORS, KEYED BY OPERATOR ID, READ IN KEY
000600*    SEQUENCE SO THE REVIEW LISTS EVERY ID
000610     SELECT OPERATOR-AUTH-FILE
000620         ASSIGN TO OPRAUTH
000630         ORGANIZATION IS INDEXED
000640         ACCESS MODE IS DYNAMIC
000650         RECORD KEY IS OPR-KEY
000660         FILE STATUS IS WS-OPR-FILE-STATUS.
000670
000680*    PRINTED, PAGINATED ACCESS REVIEW
000690     SELECT REPORT-FILE
000700         ASSIGN TO ACRRPT
000710         ORGANIZATION IS SEQUENTIAL
000720         FILE STATUS IS WS-RPT-FILE-STATUS.
000730
000740*    SHARED RUN-STATUS FILE - ONE START AND ONE END RECORD PER
000750*    RUN, READ BY THE STATBRD OPERATIONS STATUS BOARD
000760     SELECT OPTIONAL RUN-STATUS-FILE
000770         ASSIGN TO RUNSTAT
000780         ORGANIZATION IS SEQUENTIAL
000790         FILE STATUS IS WS-RUN-FILE-STATUS.
000800
000810 DATA DIVISION.
000820 FILE SECTION.
000830 FD  CONTROL-CARD-FILE
000840     LABEL RECORDS ARE STANDARD
000850     RECORD CONTAINS 80 CHARACTERS.
000860 01  CRD-RECORD.
000870     05  CRD-FROM-DATE           PIC X(08).
000880     05  CRD-FROM-DATE-NUM REDEFINES CRD-FROM-DATE
000890                                 PIC 9(08).
000900     05  CRD-TO-DATE             PIC X(08).
000910     05  CRD-TO-DATE-NUM REDEFINES CRD-TO-DATE
000920                                 PIC 9(08).
000930     05  FILLER                  PIC X(64).
000940
000950 FD  OPERATOR-ACTIVITY-FILE
000960     LABEL RECORDS ARE STANDARD
000970     RECORD CONTAINS 80 CHARACTERS.
000980     COPY "OPAREC.CPY".
000990
001000 FD  OPERATOR-AUTH-FILE
001010     LABEL RECORDS ARE STANDARD
001020     RECORD CONTAINS 80 CHARACTERS.
001030     COPY "OPRREC.CPY".
001040
001050 FD  REPORT-FILE
001060     LABEL RECORDS ARE STANDARD
001070     RECORD CONTAINS 132 CHARACTERS.
001080 01  REPORT-RECORD               PIC X(132).
001090
001100 FD  RUN-STATUS-FILE
001110     LABEL RECORDS ARE STANDARD
001120     RECORD CONTAINS 80 CHARACTERS.
001130     COPY "RUNREC.CPY".
001140
001150 WORKING-STORAGE SECTION.
001160****************************************************************
001170*    FILE STATUS SWITCHES                                      *
001180****************************************************************
001190 01  WS-FILE-STATUSES.
001200     05  WS-CRD-FILE-STATUS      PIC X(02) VALUE "00".
001210     05  WS-OPA-FILE-STATUS      PIC X(02) VALUE "00".
001220     05  WS-OPR-FILE-STATUS      PIC X(02) VALUE "00".
001230     05  WS-RPT-FILE-STATUS      PIC X(02) VALUE "00".
001240     05  WS-RUN-FILE-STATUS      PIC X(02) VALUE "00".
001250
001260****************************************************************
001270*    PROGRAM SWITCHES                                          *
001280****************************************************************
001290 01  WS-SWITCHES.
001300     05  WS-RUN-OPEN-SW          PIC X(01) VALUE "N".
001310         88  WS-RUN-OPEN                    VALUE "Y".
001320     05  WS-OPA-EOF-SW           PIC X(01) VALUE "N".
001330         88  WS-OPA-EOF                     VALUE "Y".
001340     05  WS-OPR-EOF-SW           PIC X(01) VALUE "N".
001350         88  WS-OPR-EOF                     VALUE "Y".
001360     05  ACR-ENTRY-FOUND-SW      PIC X(01) VALUE "N".
001370         88  ACR-ENTRY-FOUND                VALUE "Y".
001380
001390****************************************************************
001400*    REVIEW PERIOD - THE FROM DATE DEFAULTS TO THE FIRST OF     *
001410*    THE CURRENT MONTH                                          *
001420****************************************************************
001430 01  ACR-FROM-DATE               PIC 9(08) VALUE ZERO.
001440 01  ACR-FROM-DATE-PARTS REDEFINES ACR-FROM-DATE.
001450     05  ACR-FROM-YYYYMM         PIC 9(06).
001460     05  ACR-FROM-DD             PIC 9(02).
001470 01  ACR-TO-DATE                 PIC 9(08) VALUE ZERO.
001480
001490****************************************************************
001500*    RUN COUNTERS                                               *
001510****************************************************************
001520 01  ACR-LOG-READ-COUNT          PIC 9(06) COMP VALUE ZERO.
001530 01  ACR-IN-PERIOD-COUNT         PIC 9(06) COMP VALUE ZERO.
001540 01  ACR-REJECTED-COUNT          PIC 9(06) COMP VALUE ZERO.
001550 01  ACR-ON-FILE-COUNT           PIC 9(06) COMP VALUE ZERO.
001560 01  ACR-ACTIVE-COUNT            PIC 9(06) COMP VALUE ZERO.
001570 01  ACR-REVOKED-COUNT           PIC 9(06) COMP VALUE ZERO.
001580 01  ACR-IDLE-COUNT              PIC 9(06) COMP VALUE ZERO.
001590 01  ACR-UNKNOWN-COUNT           PIC 9(06) COMP VALUE ZERO.
001600 01  ACR-ROLE-SUB                PIC 9(02) COMP VALUE ZERO.
001610
001620****************************************************************
001630*    ACTIVITY TABLE - ONE ENTRY PER OPERATOR ID SEEN ON THE     *
001640*    LOG IN THE PERIOD. ACCEPTED ACTIONS ARE COUNTED BY ROLE    *
001650*    IN THE ORDER K A D I G M (SEE OPAREC.CPY); REFUSED         *
001660*    ACTIONS ARE COUNTED TOGETHER.                              *
001670****************************************************************
001680 01  ACR-OPR-COUNT               PIC 9(04) COMP VALUE ZERO.
001690 01  ACR-OPR-TABLE.
001700     05  ACR-OPR-ENTRY OCCURS 500 TIMES
001710             INDEXED BY ACR-OPR-IDX.
001720         10  ACR-TBL-OPERATOR-ID     PIC X(08).
001730         10  ACR-TBL-ROLE-COUNT      PIC 9(06) COMP
001740                                     OCCURS 6 TIMES.
001750         10  ACR-TBL-REJECT-COUNT    PIC 9(06) COMP.
001760         10  ACR-TBL-FIRST-DATE      PIC 9(08).
001770         10  ACR-TBL-LAST-DATE       PIC 9(08).
001780         10  ACR-TBL-ON-FILE-SW      PIC X(01).
001790             88  ACR-TBL-ON-FILE             VALUE "Y".
001800
001810****************************************************************
001820*    PAGINATION COUNTERS AND RUN DATE                           *
001830****************************************************************
001840 01  ACR-LINE-COUNT              PIC 9(03) COMP VALUE ZERO.
001850 01  ACR-PAGE-COUNT              PIC 9(03) COMP VALUE ZERO.
001860 01  ACR-LINES-PER-PAGE          PIC 9(03) COMP VALUE 55.
001870 01  WS-CURRENT-DATE             PIC 9(08) VALUE ZERO.
001880 01  WS-CURRENT-TIME             PIC 9(08) VALUE ZERO.
001890
001900****************************************************************
001910*    PAGINATED REPORT LINES                                     *
001920****************************************************************
001930 01  RPT-HEADING-LINE-1.
001940     05  FILLER                  PIC X(01) VALUE "1".
001950     05  FILLER                  PIC X(40)
001960             VALUE "ACCREV - OPERATOR ACCESS REVIEW".
001970     05  FILLER                  PIC X(10) VALUE "  RUN DATE".
001980     05  RPT-HDG-RUN-DATE        PIC 9(08).
001990     05  FILLER                  PIC X(09) VALUE SPACES.
002000     05  FILLER                  PIC X(05) VALUE "PAGE ".
002010     05  RPT-HDG-PAGE-NO         PIC ZZ9.
002020     05  FILLER                  PIC X(56) VALUE SPACES.
002030
002040 01  RPT-HEADING-LINE-2.
002050     05  FILLER                  PIC X(01) VALUE SPACE.
002060     05  FILLER                  PIC X(08) VALUE "OPER ID".
002070     05  FILLER                  PIC X(02) VALUE SPACES.
002080     05  FILLER                  PIC X(30) VALUE "NAME".
002090     05  FILLER                  PIC X(02) VALUE SPACES.
002100     05  FILLER                  PIC X(01) VALUE "S".
002110     05  FILLER                  PIC X(02) VALUE SPACES.
002120     05  FILLER                  PIC X(05) VALUE "KADIG".
002130     05  FILLER                  PIC X(02) VALUE SPACES.
002140     05  FILLER                  PIC X(06) VALUE " KEYED".
002150     05  FILLER                  PIC X(06) VALUE " APPRV".
002160     05  FILLER                  PIC X(06) VALUE " DISPS".
002170     05  FILLER                  PIC X(06) VALUE " ITEMS".
002180     05  FILLER                  PIC X(06) VALUE " GLMAP".
002190     05  FILLER                  PIC X(06) VALUE " AUTHS".
002200     05  FILLER                  PIC X(05) VALUE "  REF".
002210     05  FILLER                  PIC X(02) VALUE SPACES.
002220     05  FILLER                  PIC X(08) VALUE "FIRST".
002230     05  FILLER                  PIC X(01) VALUE SPACES.
002240     05  FILLER                  PIC X(08) VALUE "LAST".
002250     05  FILLER                  PIC X(02) VALUE SPACES.
002260     05  FILLER                  PIC X(17) VALUE "NOTE".
002270
002280 01  RPT-SELECTION-LINE.
002290     05  FILLER                  PIC X(01) VALUE SPACE.
002300     05  FILLER                  PIC X(18)
002310       VALUE "REVIEW PERIOD FROM".
002320     05  FILLER                  PIC X(01) VALUE SPACES.
002330     05  RPT-SEL-FROM-DATE       PIC 9(08).
002340     05  FILLER                  PIC X(04) VALUE " TO ".
002350     05  RPT-SEL-TO-DATE         PIC 9(08).
002360     05  FILLER                  PIC X(92) VALUE SPACES.
002370
002380 01  RPT-SECTION-LINE.
002390     05  FILLER                  PIC X(01) VALUE SPACE.
002400     05  RPT-SECTION-TITLE       PIC X(50).
002410     05  FILLER                  PIC X(81) VALUE SPACES.
002420
002430 01  RPT-DETAIL-LINE.
002440     05  FILLER                  PIC X(01) VALUE SPACE.
002450     05  RPT-OPERATOR-ID         PIC X(08).
002460     05  FILLER                  PIC X(02) VALUE SPACES.
002470     05  RPT-OPERATOR-NAME       PIC X(30).
002480     05  FILLER                  PIC X(02) VALUE SPACES.
002490     05  RPT-STATUS-CODE         PIC X(01).
002500     05  FILLER                  PIC X(02) VALUE SPACES.
002510     05  RPT-ROLES               PIC X(05).
002520     05  FILLER                  PIC X(02) VALUE SPACES.
002530     05  RPT-ROLE-GROUP OCCURS 6 TIMES.
002540         10  FILLER              PIC X(01).
002550         10  RPT-ROLE-COUNT      PIC ZZZZ9.
002560     05  RPT-REJECT-COUNT        PIC ZZZZ9.
002570     05  FILLER                  PIC X(02) VALUE SPACES.
002580     05  RPT-FIRST-DATE          PIC X(08).
002590     05  FILLER                  PIC X(01) VALUE SPACES.
002600     05  RPT-LAST-DATE           PIC X(08).
002610     05  FILLER                  PIC X(02) VALUE SPACES.
002620     05  RPT-NOTE                PIC X(17).
002630
002640 01  RPT-NOTE-REVOKED.
002650     05  FILLER                  PIC X(08) VALUE "REVOKED ".
002660     05  RPT-NOTE-STATUS-DATE    PIC 9(08).
002670     05  FILLER                  PIC X(01) VALUE SPACE.
002680
002690 01  RPT-TOTAL-LINE.
002700     05  FILLER                  PIC X(01) VALUE SPACE.
002710     05  RPT-TOT-LABEL           PIC X(25).
002720     05  RPT-TOT-VALUE           PIC ZZZZZ9.
002730     05  FILLER                  PIC X(100) VALUE SPACES.
002740
002750 PROCEDURE DIVISION.
002760****************************************************************
002770*    0000-MAINLINE                                              *
002780****************************************************************
002790 0000-MAINLINE.
002800     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002810     PERFORM 2000-TALLY-ACTIVITY THRU 2000-EXIT
002820         UNTIL WS-OPA-EOF.
002830     PERFORM 3000-LIST-OPERATOR THRU 3000-EXIT
002840         UNTIL WS-OPR-EOF.
002850     PERFORM 4000-LIST-UNKNOWN-IDS THRU 4000-EXIT.
002860     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002870     PERFORM 9700-WRITE-RUN-END THRU 9700-EXIT.
002880     STOP RUN.
002890
002900****************************************************************
002910*    1000-INITIALIZE                                            *
002920****************************************************************
002930 1000-INITIALIZE.
002940     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
002950     PERFORM 1100-GET-REVIEW-PERIOD THRU 1100-EXIT.
002960     OPEN INPUT OPERATOR-ACTIVITY-FILE.
002970     IF WS-OPA-FILE-STATUS NOT = "00"
002980             AND WS-OPA-FILE-STATUS NOT = "05"
002990         DISPLAY "ACCREV - ABEND - OPERATOR-ACTIVITY-FILE "
003000                 "OPEN FAILED - STATUS " WS-OPA-FILE-STATUS
003010         GO TO 9900-ABEND-TERMINATION
003020     END-IF.
003030     OPEN INPUT OPERATOR-AUTH-FILE.
003040     IF WS-OPR-FILE-STATUS NOT = "00"
003050         DISPLAY "ACCREV - ABEND - OPERATOR-AUTH-FILE "
003060                 "OPEN FAILED - STATUS " WS-OPR-FILE-STATUS
003070         GO TO 9900-ABEND-TERMINATION
003080     END-IF.
003090     OPEN OUTPUT REPORT-FILE.
003100     IF WS-RPT-FILE-STATUS NOT = "00"
003110         DISPLAY "ACCREV - ABEND - REPORT-FILE "
003120                 "OPEN FAILED - STATUS " WS-RPT-FILE-STATUS
003130         GO TO 9900-ABEND-TERMINATION
003140     END-IF.
003150     PERFORM 1700-WRITE-RUN-START THRU 1700-EXIT.
003160     PERFORM 7100-WRITE-REPORT-HEADING THRU 7100-EXIT.
003170     PERFORM 7200-WRITE-SELECTION-LINE THRU 7200-EXIT.
003180     PERFORM 2900-READ-ACTIVITY-RECORD THRU 2900-EXIT.
003190     PERFORM 3900-READ-OPERATOR-RECORD THRU 3900-EXIT.
003200 1000-EXIT.
003210     EXIT.
003220
003230****************************************************************
003240*    1100-GET-REVIEW-PERIOD - AN ABSENT OR BLANK FROM DATE      *
003250*    MEANS THE FIRST OF THE CURRENT MONTH; A BLANK TO DATE      *
003260*    MEANS TODAY                                                *
003270****************************************************************
003280 1100-GET-REVIEW-PERIOD.
003290     MOVE WS-CURRENT-DATE TO ACR-FROM-DATE.
003300     MOVE 01              TO ACR-FROM-DD.
003310     MOVE WS-CURRENT-DATE TO ACR-TO-DATE.
003320     OPEN INPUT CONTROL-CARD-FILE.
003330     IF WS-CRD-FILE-STATUS NOT = "00"
003340             AND WS-CRD-FILE-STATUS NOT = "05"
003350         DISPLAY "ACCREV - ABEND - CONTROL-CARD-FILE "
003360                 "OPEN FAILED - STATUS " WS-CRD-FILE-STATUS
003370         GO TO 9900-ABEND-TERMINATION
003380     END-IF.
003390     READ CONTROL-CARD-FILE
003400         AT END
003410             MOVE SPACES TO CRD-RECORD
003420     END-READ.
003430     IF CRD-FROM-DATE NUMERIC
003440             AND CRD-FROM-DATE-NUM > ZERO
003450         MOVE CRD-FROM-DATE-NUM TO ACR-FROM-DATE
003460     END-IF.
003470     IF CRD-TO-DATE NUMERIC
003480             AND CRD-TO-DATE-NUM > ZERO
003490         MOVE CRD-TO-DATE-NUM TO ACR-TO-DATE
003500     END-IF.
003510     CLOSE CONTROL-CARD-FILE.
003520 1100-EXIT.
003530     EXIT.
003540
003550****************************************************************
003560*    1700-WRITE-RUN-START - APPEND THE START RECORD TO THE      *
003570*    SHARED RUN-STATUS FILE FOR THE STATBRD STATUS BOARD        *
003580****************************************************************
003590 1700-WRITE-RUN-START.
003600     OPEN EXTEND RUN-STATUS-FILE.
003610     IF WS-RUN-FILE-STATUS NOT = "00"
003620             AND WS-RUN-FILE-STATUS NOT = "05"
003630         DISPLAY "ACCREV - ABEND - RUN-STATUS-FILE "
003640                 "OPEN FAILED - STATUS " WS-RUN-FILE-STATUS
003650         GO TO 9900-ABEND-TERMINATION
003660     END-IF.
003670     MOVE "Y" TO WS-RUN-OPEN-SW.
003680     MOVE SPACES          TO RUN-RECORD.
003690     MOVE "ACCREV"        TO RUN-PROGRAM-ID.
003700     MOVE WS-CURRENT-DATE TO RUN-RUN-DATE.
003710     MOVE 01              TO RUN-CYCLE-NO.
003720     MOVE SPACES          TO RUN-RUN-ID.
003730     MOVE "S"             TO RUN-RECORD-TYPE.
003740     ACCEPT WS-CURRENT-TIME FROM TIME.
003750     MOVE WS-CURRENT-TIME TO RUN-TIME.
003760     MOVE ZERO            TO RUN-RECORDS-PROCESSED.
003770     MOVE ZERO            TO RUN-RETURN-CODE.
003780     WRITE RUN-RECORD.
003790     IF WS-RUN-FILE-STATUS NOT = "00"
003800         DISPLAY "ACCREV - ABEND - RUN-STATUS-FILE "
003810                 "WRITE FAILED - STATUS " WS-RUN-FILE-STATUS
003820         GO TO 9900-ABEND-TERMINATION
003830     END-IF.
003840 1700-EXIT.
003850     EXIT.
003860
003870****************************************************************
003880*    2000-TALLY-ACTIVITY - ONE ITERATION PER ACTIVITY RECORD;   *
003890*    ONLY RECORDS DATED INSIDE THE REVIEW PERIOD COUNT          *
003900****************************************************************
003910 2000-TALLY-ACTIVITY.
003920     ADD 1 TO ACR-LOG-READ-COUNT.
003930     IF OPA-ACTIVITY-DATE NOT NUMERIC
003940             OR OPA-ACTIVITY-DATE < ACR-FROM-DATE
003950             OR OPA-ACTIVITY-DATE > ACR-TO-DATE
003960         GO TO 2000-NEXT
003970     END-IF.
003980     ADD 1 TO ACR-IN-PERIOD-COUNT.
003990     PERFORM 2100-FIND-OPERATOR-ENTRY THRU 2100-EXIT.
004000     IF NOT ACR-ENTRY-FOUND
004010         PERFORM 2200-ADD-OPERATOR-ENTRY THRU 2200-EXIT
004020     END-IF.
004030     IF ACR-TBL-FIRST-DATE (ACR-OPR-IDX) = ZERO
004040             OR OPA-ACTIVITY-DATE
004050                 < ACR-TBL-FIRST-DATE (ACR-OPR-IDX)
004060         MOVE OPA-ACTIVITY-DATE
004070             TO ACR-TBL-FIRST-DATE (ACR-OPR-IDX)
004080     END-IF.
004090     IF OPA-ACTIVITY-DATE > ACR-TBL-LAST-DATE (ACR-OPR-IDX)
004100         MOVE OPA-ACTIVITY-DATE
004110             TO ACR-TBL-LAST-DATE (ACR-OPR-IDX)
004120     END-IF.
004130     IF OPA-REJECTED
004140         ADD 1 TO ACR-TBL-REJECT-COUNT (ACR-OPR-IDX)
004150         ADD 1 TO ACR-REJECTED-COUNT
004160         GO TO 2000-NEXT
004170     END-IF.
004180     PERFORM 2300-GET-ROLE-SUBSCRIPT THRU 2300-EXIT.
004190     IF ACR-ROLE-SUB > ZERO
004200         ADD 1 TO ACR-TBL-ROLE-COUNT (ACR-OPR-IDX, ACR-ROLE-SUB)
004210     END-IF.
004220 2000-NEXT.
004230     PERFORM 2900-READ-ACTIVITY-RECORD THRU 2900-EXIT.
004240 2000-EXIT.
004250     EXIT.
004260
004270 2100-FIND-OPERATOR-ENTRY.
004280     MOVE "N" TO ACR-ENTRY-FOUND-SW.
004290     IF ACR-OPR-COUNT = ZERO
004300         GO TO 2100-EXIT
004310     END-IF.
004320     SET ACR-OPR-IDX TO 1.
004330     SEARCH ACR-OPR-ENTRY
004340         AT END
004350             MOVE "N" TO ACR-ENTRY-FOUND-SW
004360         WHEN ACR-OPR-IDX > ACR-OPR-COUNT
004370             MOVE "N" TO ACR-ENTRY-FOUND-SW
004380         WHEN ACR-TBL-OPERATOR-ID (ACR-OPR-IDX)
004390                 = OPA-OPERATOR-ID
004400             MOVE "Y" TO ACR-ENTRY-FOUND-SW
004410     END-SEARCH.
004420 2100-EXIT.
004430     EXIT.
004440
004450 2200-ADD-OPERATOR-ENTRY.
004460     IF ACR-OPR-COUNT >= 500
004470         DISPLAY "ACCREV - ABEND - MORE THAN 500 "
004480                 "OPERATOR IDS ON THE ACTIVITY LOG"
004490         GO TO 9900-ABEND-TERMINATION
004500     END-IF.
004510     ADD 1 TO ACR-OPR-COUNT.
004520     SET ACR-OPR-IDX TO ACR-OPR-COUNT.
004530     MOVE OPA-OPERATOR-ID TO ACR-TBL-OPERATOR-ID (ACR-OPR-IDX).
004540     PERFORM 2250-CLEAR-ROLE-COUNT THRU 2250-EXIT
004550         VARYING ACR-ROLE-SUB FROM 1 BY 1
004560         UNTIL ACR-ROLE-SUB > 6.
004570     MOVE ZERO TO ACR-TBL-REJECT-COUNT (ACR-OPR-IDX).
004580     MOVE ZERO TO ACR-TBL-FIRST-DATE (ACR-OPR-IDX).
004590     MOVE ZERO TO ACR-TBL-LAST-DATE (ACR-OPR-IDX).
004600     MOVE "N"  TO ACR-TBL-ON-FILE-SW (ACR-OPR-IDX).
004610 2200-EXIT.
004620     EXIT.
004630
004640 2250-CLEAR-ROLE-COUNT.
004650     MOVE ZERO TO ACR-TBL-ROLE-COUNT (ACR-OPR-IDX, ACR-ROLE-SUB).
004660 2250-EXIT.
004670     EXIT.
004680
004690****************************************************************
004700*    2300-GET-ROLE-SUBSCRIPT - ROLE CODE TO REPORT COLUMN;      *
004710*    AN UNKNOWN CODE COUNTS IN THE PERIOD TOTAL ONLY            *
004720****************************************************************
004730 2300-GET-ROLE-SUBSCRIPT.
004740     MOVE ZERO TO ACR-ROLE-SUB.
004750     IF OPA-ADJ-KEYED
004760         MOVE 1 TO ACR-ROLE-SUB
004770     ELSE
004780         IF OPA-ADJ-APPROVED
004790             MOVE 2 TO ACR-ROLE-SUB
004800         ELSE
004810             IF OPA-EXC-DISPOSITIONED
004820                 MOVE 3 TO ACR-ROLE-SUB
004830             ELSE
004840                 IF OPA-ITEM-MAINTAINED
004850                     MOVE 4 TO ACR-ROLE-SUB
004860                 ELSE
004870                     IF OPA-GLMAP-MAINTAINED
004880                         MOVE 5 TO ACR-ROLE-SUB
004890                     ELSE
004900                         IF OPA-AUTH-MAINTAINED
004910                             MOVE 6 TO ACR-ROLE-SUB
004920                         END-IF
004930                     END-IF
004940                 END-IF
004950             END-IF
004960         END-IF
004970     END-IF.
004980 2300-EXIT.
004990     EXIT.
005000
005010 2900-READ-ACTIVITY-RECORD.
005020     READ OPERATOR-ACTIVITY-FILE
005030         AT END
005040             MOVE "Y" TO WS-OPA-EOF-SW
005050     END-READ.
005060 2900-EXIT.
005070     EXIT.
005080
005090****************************************************************
005100*    3000-LIST-OPERATOR - ONE LINE PER ID ON THE AUTHORIZATION  *
005110*    FILE, IN ID ORDER, WHETHER OR NOT IT DID ANYTHING          *
005120****************************************************************
005130 3000-LIST-OPERATOR.
005140     ADD 1 TO ACR-ON-FILE-COUNT.
005150     IF OPR-REVOKED
005160         ADD 1 TO ACR-REVOKED-COUNT
005170     ELSE
005180         ADD 1 TO ACR-ACTIVE-COUNT
005190     END-IF.
005200     MOVE SPACES          TO RPT-DETAIL-LINE.
005210     MOVE OPR-OPERATOR-ID TO RPT-OPERATOR-ID.
005220     MOVE OPR-NAME        TO RPT-OPERATOR-NAME.
005230     MOVE OPR-STATUS-CODE TO RPT-STATUS-CODE.
005240     MOVE OPR-ROLES       TO RPT-ROLES.
005250     MOVE OPR-OPERATOR-ID TO OPA-OPERATOR-ID.
005260     PERFORM 2100-FIND-OPERATOR-ENTRY THRU 2100-EXIT.
005270     IF ACR-ENTRY-FOUND
005280         MOVE "Y" TO ACR-TBL-ON-FILE-SW (ACR-OPR-IDX)
005290         PERFORM 6100-FORMAT-ACTIVITY THRU 6100-EXIT
005300         IF OPR-REVOKED
005310             MOVE OPR-STATUS-DATE TO RPT-NOTE-STATUS-DATE
005320             MOVE RPT-NOTE-REVOKED TO RPT-NOTE
005330         ELSE
005340             IF ACR-TBL-REJECT-COUNT (ACR-OPR-IDX) > ZERO
005350                 MOVE "ACTIONS REFUSED" TO RPT-NOTE
005360             END-IF
005370         END-IF
005380     ELSE
005390         ADD 1 TO ACR-IDLE-COUNT
005400         PERFORM 6150-FORMAT-NO-ACTIVITY THRU 6150-EXIT
005410         IF OPR-REVOKED
005420             MOVE OPR-STATUS-DATE TO RPT-NOTE-STATUS-DATE
005430             MOVE RPT-NOTE-REVOKED TO RPT-NOTE
005440         ELSE
005450             MOVE "NO ACTIVITY" TO RPT-NOTE
005460         END-IF
005470     END-IF.
005480     PERFORM 6000-WRITE-DETAIL-LINE THRU 6000-EXIT.
005490     PERFORM 3900-READ-OPERATOR-RECORD THRU 3900-EXIT.
005500 3000-EXIT.
005510     EXIT.
005520
005530 3900-READ-OPERATOR-RECORD.
005540     READ OPERATOR-AUTH-FILE NEXT RECORD
005550         AT END
005560             MOVE "Y" TO WS-OPR-EOF-SW
005570     END-READ.
005580 3900-EXIT.
005590     EXIT.
005600
005610****************************************************************
005620*    4000-LIST-UNKNOWN-IDS - ACTIVITY UNDER AN ID THAT IS NOT   *
005630*    ON THE AUTHORIZATION FILE. EVERY SUCH ACTION WAS REFUSED,  *
005640*    BUT SOMEONE IS KEYING AN ID THEY DO NOT HOLD AND THE       *
005650*    REVIEWER NEEDS TO KNOW WHO.                                *
005660****************************************************************
005670 4000-LIST-UNKNOWN-IDS.
005680     IF ACR-OPR-COUNT = ZERO
005690         GO TO 4000-EXIT
005700     END-IF.
005710     PERFORM 4100-LIST-ONE-UNKNOWN THRU 4100-EXIT
005720         VARYING ACR-OPR-IDX FROM 1 BY 1
005730         UNTIL ACR-OPR-IDX > ACR-OPR-COUNT.
005740 4000-EXIT.
005750     EXIT.
005760
005770 4100-LIST-ONE-UNKNOWN.
005780     IF ACR-TBL-ON-FILE (ACR-OPR-IDX)
005790         GO TO 4100-EXIT
005800     END-IF.
005810     ADD 1 TO ACR-UNKNOWN-COUNT.
005820     IF ACR-UNKNOWN-COUNT = 1
005830         MOVE "ACTIVITY UNDER IDS NOT ON THE AUTHORIZATION FILE"
005840             TO RPT-SECTION-TITLE
005850         PERFORM 7300-WRITE-SECTION-LINE THRU 7300-EXIT
005860     END-IF.
005870     MOVE SPACES TO RPT-DETAIL-LINE.
005880     MOVE ACR-TBL-OPERATOR-ID (ACR-OPR-IDX) TO RPT-OPERATOR-ID.
005890     MOVE "*** NOT ON AUTHORIZATION FILE" TO RPT-OPERATOR-NAME.
005900     PERFORM 6100-FORMAT-ACTIVITY THRU 6100-EXIT.
005910     MOVE "UNKNOWN ID" TO RPT-NOTE.
005920     PERFORM 6000-WRITE-DETAIL-LINE THRU 6000-EXIT.
005930 4100-EXIT.
005940     EXIT.
005950
005960****************************************************************
005970*    6000-WRITE-DETAIL-LINE - DETAIL LINE WITH PAGE BREAK       *
005980****************************************************************
005990 6000-WRITE-DETAIL-LINE.
006000     IF ACR-LINE-COUNT >= ACR-LINES-PER-PAGE
006010         PERFORM 7100-WRITE-REPORT-HEADING THRU 7100-EXIT
006020     END-IF.
006030     WRITE REPORT-RECORD FROM RPT-DETAIL-LINE.
006040     IF WS-RPT-FILE-STATUS NOT = "00"
006050         DISPLAY "ACCREV - ABEND - REPORT-FILE "
006060                 "WRITE FAILED - STATUS " WS-RPT-FILE-STATUS
006070         GO TO 9900-ABEND-TERMINATION
006080     END-IF.
006090     ADD 1 TO ACR-LINE-COUNT.
006100 6000-EXIT.
006110     EXIT.
006120
006130****************************************************************
006140*    6100-FORMAT-ACTIVITY - COUNTS AND DATES FROM THE TABLE     *
006150*    ENTRY AT ACR-OPR-IDX                                       *
006160****************************************************************
006170 6100-FORMAT-ACTIVITY.
006180     PERFORM 6110-FORMAT-ROLE-COUNT THRU 6110-EXIT
006190         VARYING ACR-ROLE-SUB FROM 1 BY 1
006200         UNTIL ACR-ROLE-SUB > 6.
006210     MOVE ACR-TBL-REJECT-COUNT (ACR-OPR-IDX) TO RPT-REJECT-COUNT.
006220     MOVE ACR-TBL-FIRST-DATE (ACR-OPR-IDX)   TO RPT-FIRST-DATE.
006230     MOVE ACR-TBL-LAST-DATE (ACR-OPR-IDX)    TO RPT-LAST-DATE.
006240 6100-EXIT.
006250     EXIT.
006260
006270 6110-FORMAT-ROLE-COUNT.
006280     MOVE ACR-TBL-ROLE-COUNT (ACR-OPR-IDX, ACR-ROLE-SUB)
006290         TO RPT-ROLE-COUNT (ACR-ROLE-SUB).
006300 6110-EXIT.
006310     EXIT.
006320
006330 6150-FORMAT-NO-ACTIVITY.
006340     PERFORM 6160-ZERO-ROLE-COUNT THRU 6160-EXIT
006350         VARYING ACR-ROLE-SUB FROM 1 BY 1
006360         UNTIL ACR-ROLE-SUB > 6.
006370     MOVE ZERO TO RPT-REJECT-COUNT.
006380 6150-EXIT.
006390     EXIT.
006400
006410 6160-ZERO-ROLE-COUNT.
006420     MOVE ZERO TO RPT-ROLE-COUNT (ACR-ROLE-SUB).
006430 6160-EXIT.
006440     EXIT.
006450
006460****************************************************************
006470*    7100-WRITE-REPORT-HEADING - PAGE BREAK                     *
006480****************************************************************
006490 7100-WRITE-REPORT-HEADING.
006500     ADD 1 TO ACR-PAGE-COUNT.
006510     MOVE WS-CURRENT-DATE TO RPT-HDG-RUN-DATE.
006520     MOVE ACR-PAGE-COUNT  TO RPT-HDG-PAGE-NO.
006530     WRITE REPORT-RECORD FROM RPT-HEADING-LINE-1.
006540     WRITE REPORT-RECORD FROM RPT-HEADING-LINE-2.
006550     MOVE ZERO TO ACR-LINE-COUNT.
006560 7100-EXIT.
006570     EXIT.
006580
006590****************************************************************
006600*    7200-WRITE-SELECTION-LINE - THE REVIEW PERIOD, PRINTED     *
006610*    ONCE UNDER THE FIRST HEADING                               *
006620****************************************************************
006630 7200-WRITE-SELECTION-LINE.
006640     MOVE ACR-FROM-DATE TO RPT-SEL-FROM-DATE.
006650     MOVE ACR-TO-DATE   TO RPT-SEL-TO-DATE.
006660     WRITE REPORT-RECORD FROM RPT-SELECTION-LINE.
006670     IF WS-RPT-FILE-STATUS NOT = "00"
006680         DISPLAY "ACCREV - ABEND - REPORT-FILE "
006690                 "WRITE FAILED - STATUS " WS-RPT-FILE-STATUS
006700         GO TO 9900-ABEND-TERMINATION
006710     END-IF.
006720     ADD 1 TO ACR-LINE-COUNT.
006730 7200-EXIT.
006740     EXIT.
006750
006760 7300-WRITE-SECTION-LINE.
006770     IF ACR-LINE-COUNT >= ACR-LINES-PER-PAGE
006780         PERFORM 7100-WRITE-REPORT-HEADING THRU 7100-EXIT
006790     END-IF.
006800     WRITE REPORT-RECORD FROM RPT-SECTION-LINE.
006810     IF WS-RPT-FILE-STATUS NOT = "00"
006820         DISPLAY "ACCREV - ABEND - REPORT-FILE "
006830                 "WRITE FAILED - STATUS " WS-RPT-FILE-STATUS
006840         GO TO 9900-ABEND-TERMINATION
006850     END-IF.
006860     ADD 1 TO ACR-LINE-COUNT.
006870 7300-EXIT.
006880     EXIT.
006890
006900****************************************************************
006910*    8000-WRITE-REVIEW-TOTALS                                   *
006920****************************************************************
006930 8000-WRITE-REVIEW-TOTALS.
006940     MOVE SPACES                  TO RPT-TOTAL-LINE.
006950     MOVE "IDS ON FILE"           TO RPT-TOT-LABEL.
006960     MOVE ACR-ON-FILE-COUNT       TO RPT-TOT-VALUE.
006970     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT.
006980     MOVE SPACES                  TO RPT-TOTAL-LINE.
006990     MOVE "IDS ACTIVE"            TO RPT-TOT-LABEL.
007000     MOVE ACR-ACTIVE-COUNT        TO RPT-TOT-VALUE.
007010     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT.
007020     MOVE SPACES                  TO RPT-TOTAL-LINE.
007030     MOVE "IDS REVOKED"           TO RPT-TOT-LABEL.
007040     MOVE ACR-REVOKED-COUNT       TO RPT-TOT-VALUE.
007050     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT.
007060     MOVE SPACES                  TO RPT-TOTAL-LINE.
007070     MOVE "IDS WITH NO ACTIVITY"  TO RPT-TOT-LABEL.
007080     MOVE ACR-IDLE-COUNT          TO RPT-TOT-VALUE.
007090     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT.
007100     MOVE SPACES                  TO RPT-TOTAL-LINE.
007110     MOVE "UNKNOWN IDS WITH ACTIVITY" TO RPT-TOT-LABEL.
007120     MOVE ACR-UNKNOWN-COUNT       TO RPT-TOT-VALUE.
007130     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT.
007140     MOVE SPACES                  TO RPT-TOTAL-LINE.
007150     MOVE "LOG RECORDS READ"      TO RPT-TOT-LABEL.
007160     MOVE ACR-LOG-READ-COUNT      TO RPT-TOT-VALUE.
007170     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT.
007180     MOVE SPACES                  TO RPT-TOTAL-LINE.
007190     MOVE "ACTIONS IN PERIOD"     TO RPT-TOT-LABEL.
007200     MOVE ACR-IN-PERIOD-COUNT     TO RPT-TOT-VALUE.
007210     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT.
007220     MOVE SPACES                  TO RPT-TOTAL-LINE.
007230     MOVE "ACTIONS REFUSED"       TO RPT-TOT-LABEL.
007240     MOVE ACR-REJECTED-COUNT      TO RPT-TOT-VALUE.
007250     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT.
007260 8000-EXIT.
007270     EXIT.
007280
007290 8100-WRITE-TOTAL-LINE.
007300     IF ACR-LINE-COUNT >= ACR-LINES-PER-PAGE
007310         PERFORM 7100-WRITE-REPORT-HEADING THRU 7100-EXIT
007320     END-IF.
007330     WRITE REPORT-RECORD FROM RPT-TOTAL-LINE.
007340     IF WS-RPT-FILE-STATUS NOT = "00"
007350         DISPLAY "ACCREV - ABEND - REPORT-FILE "
007360                 "WRITE FAILED - STATUS " WS-RPT-FILE-STATUS
007370         GO TO 9900-ABEND-TERMINATION
007380     END-IF.
007390     ADD 1 TO ACR-LINE-COUNT.
007400 8100-EXIT.
007410     EXIT.
007420
007430****************************************************************
007440*    9000-TERMINATE - RETURN CODE 4 WHEN ANY ACTIVITY CAME      *
007450*    FROM AN ID NOT ON THE AUTHORIZATION FILE                   *
007460****************************************************************
007470 9000-TERMINATE.
007480     PERFORM 8000-WRITE-REVIEW-TOTALS THRU 8000-EXIT.
007490     CLOSE OPERATOR-ACTIVITY-FILE
007500           OPERATOR-AUTH-FILE
007510           REPORT-FILE.
007520     IF ACR-UNKNOWN-COUNT > ZERO
007530         MOVE 4 TO RETURN-CODE
007540     END-IF.
007550 9000-EXIT.
007560     EXIT.
007570
007580****************************************************************
007590*    9700-WRITE-RUN-END - APPEND THE END RECORD WITH THE        *
007600*    FINAL RETURN CODE AND RECORDS PROCESSED; NEVER ABENDS,     *
007610*    SINCE THE ABEND PATH ITSELF COMES THROUGH HERE             *
007620****************************************************************
007630 9700-WRITE-RUN-END.
007640     IF NOT WS-RUN-OPEN
007650         GO TO 9700-EXIT
007660     END-IF.
007670     MOVE SPACES          TO RUN-RECORD.
007680     MOVE "ACCREV"        TO RUN-PROGRAM-ID.
007690     MOVE WS-CURRENT-DATE TO RUN-RUN-DATE.
007700     MOVE 01              TO RUN-CYCLE-NO.
007710     MOVE SPACES          TO RUN-RUN-ID.
007720     MOVE "E"             TO RUN-RECORD-TYPE.
007730     ACCEPT WS-CURRENT-TIME FROM TIME.
007740     MOVE WS-CURRENT-TIME TO RUN-TIME.
007750     MOVE ACR-LOG-READ-COUNT TO RUN-RECORDS-PROCESSED.
007760     MOVE RETURN-CODE     TO RUN-RETURN-CODE.
007770     WRITE RUN-RECORD.
007780     IF WS-RUN-FILE-STATUS NOT = "00"
007790         DISPLAY "ACCREV - RUN-STATUS-FILE WRITE FAILED - "
007800                 "STATUS " WS-RUN-FILE-STATUS
007810     END-IF.
007820     CLOSE RUN-STATUS-FILE.
007830     MOVE "N" TO WS-RUN-OPEN-SW.
007840 9700-EXIT.
007850     EXIT.
007860
007870****************************************************************
007880*    9900-ABEND-TERMINATION - AN OPEN OR A WRITE CAME BACK      *
007890*    WITH A FILE STATUS OTHER THAN SUCCESSFUL; THE RUN CANNOT   *
007900*    BE TRUSTED TO CONTINUE, SO IT STOPS HERE WITH A NON-ZERO   *
007910*    RETURN CODE FOR THE JOB SCHEDULER TO CATCH.                *
007920****************************************************************
007930 9900-ABEND-TERMINATION.
007940     MOVE 16 TO RETURN-CODE.
007950     PERFORM 9700-WRITE-RUN-END THRU 9700-EXIT.
007960     STOP RUN.
