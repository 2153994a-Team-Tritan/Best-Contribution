000230*                                                                *
000240* MODIFICATION HISTORY.                                         *
000250*     08/31/2026  DLO  ORIGINAL PROGRAM.                        *
000260*     09/22/2026  DLO  PASS THE ADJUSTMENT SOURCE CODE THROUGH  *
000270*                      TO THE EDITED FILE SO A COUNT ADJUSTMENT *
000280*                      FROM CNTRECON STAYS IDENTIFIABLE; IT     *
000290*                      TAKES THE SAME EDITS AND APPROVAL RULES  *
000300*                      AS ANY OTHER ADJUSTMENT.                 *
000310*     10/02/2026  DLO  CHECK THE KEYER AND ANY OVER-TOLERANCE   *
000320*                      APPROVER AGAINST THE OPERATOR            *
000330*                      AUTHORIZATION FILE; REJECT AN APPROVAL   *
000340*                      BY THE KEYER; CARRY THE KEYER TO THE     *
000350*                      EDITED FILE; LOG EACH ACTION FOR THE     *
000360*                      ACCESS REVIEW.                           *
000370****************************************************************
000380 IDENTIFICATION DIVISION.
000390 PROGRAM-ID.    ADJEDIT.
000400 AUTHOR.        D. L. OKAFOR.
000410 INSTALLATION.  INVENTORY CONTROL SYSTEMS.
000420 DATE-WRITTEN.  08/31/2026.
000430 DATE-COMPILED.
000440
000450 ENVIRONMENT DIVISION.
000460 CONFIGURATION SECTION.
000470 SOURCE-COMPUTER.   IBM-370.
000480 OBJECT-COMPUTER.   IBM-370.
000490 SPECIAL-NAMES.
000500     C01 IS TOP-OF-PAGE.
000510
000520 INPUT-OUTPUT SECTION.
000530 FILE-CONTROL.
000540*    UNEDITED ADJUSTMENT DECK, AS KEYED
000550     SELECT RAW-ADJUSTMENT-FILE
000560         ASSIGN TO ADJRAW
000570         ORGANIZATION IS SEQUENTIAL
000580         FILE STATUS IS WS-RAW-FILE-STATUS.
000590
000600*    ITEM MASTER, KEYED BY ITEM CODE, MAINTAINED BY ITEMMNT -
000610*    AN ADJUSTMENT MUST NAME AN ITEM THAT EXISTS
000620     SELECT ITEM-MASTER-FILE
000630         ASSIGN TO ITEMMST
000640         ORGANIZATION IS INDEXED
000650         ACCESS MODE IS DYNAMIC
000660         RECORD KEY IS ITM-KEY
000670         FILE STATUS IS WS-ITM-FILE-STATUS.
000680
000690*    AUTHORIZED OPERATORS, KEYED BY OPERATOR ID, MAINTAINED BY
000700*    OPRMNT - THE KEYER MUST HOLD THE KEYER ROLE AND AN
000710*    OVER-TOLERANCE APPROVER THE APPROVER ROLE
000720     SELECT OPERATOR-AUTH-FILE
000730         ASSIGN TO OPRAUTH
000740         ORGANIZATION IS INDEXED
000750         ACCESS MODE IS DYNAMIC
000760         RECORD KEY IS OPR-KEY
000770         FILE STATUS IS WS-OPR-FILE-STATUS.
000780
000790*    SHARED OPERATOR ACTIVITY LOG, READ BY THE ACCREV ACCESS
000800*    REVIEW - OPTIONAL SO THE FIRST RUN CAN CREATE IT
000810     SELECT OPTIONAL OPERATOR-ACTIVITY-FILE
000820         ASSIGN TO OPRLOG
000830         ORGANIZATION IS SEQUENTIAL
000840         FILE STATUS IS WS-OPA-FILE-STATUS.
000850
000860*    OPERATOR-MAINTAINED RUN CONTROL VALUES
000870     SELECT PARAMETER-FILE
000880         ASSIGN TO PARMIN
000890         ORGANIZATION IS SEQUENTIAL
000900         FILE STATUS IS WS-PARM-FILE-STATUS.
000910
000920*    CLEAN ADJUSTMENT RECORDS ONLY - BECOMES THE ADJIN FILE
000930*    THAT CARRYFWD PROCESSES
000940     SELECT EDITED-ADJUSTMENT-FILE
000950         ASSIGN TO ADJEDOUT
000960         ORGANIZATION IS SEQUENTIAL
000970         FILE STATUS IS WS-ADJ-FILE-STATUS.
000980
000990*    PRINTED, PAGINATED REJECT/APPROVAL REGISTER
001000     SELECT REGISTER-FILE
001010         ASSIGN TO ADJRPT
001020         ORGANIZATION IS SEQUENTIAL
001030         FILE STATUS IS WS-RPT-FILE-STATUS.
001040
001050*    SHARED RUN-STATUS FILE - ONE START AND ONE END RECORD PER
001060*    RUN, READ BY THE STATBRD OPERATIONS STATUS BOARD
001070     SELECT OPTIONAL RUN-STATUS-FILE
001080         ASSIGN TO RUNSTAT
001090         ORGANIZATION IS SEQUENTIAL
001100         FILE STATUS IS WS-RUN-FILE-STATUS.
001110
001120 DATA DIVISION.
001130 FILE SECTION.
001140 FD  RAW-ADJUSTMENT-FILE
001150     LABEL RECORDS ARE STANDARD
001160     RECORD CONTAINS 80 CHARACTERS.
001170*    SAME SHAPE AS ADJREC.CPY BUT EVERY FIELD ALPHANUMERIC SO
001180*    A MIS-KEYED QUANTITY CAN BE INSPECTED BEFORE IT IS TRUSTED
001190 01  RAW-RECORD.
001200     05  RAW-ITEM-CODE           PIC X(10).
001210     05  RAW-SIGN                PIC X(01).
001220     05  RAW-QTY                 PIC X(07).
001230     05  RAW-REASON              PIC X(30).
001240     05  RAW-APPROVER-ID         PIC X(08).
001250     05  RAW-SOURCE-CODE         PIC X(01).
001260     05  RAW-KEYER-ID            PIC X(08).
001270     05  FILLER                  PIC X(15).
001280
001290 FD  ITEM-MASTER-FILE
001300     LABEL RECORDS ARE STANDARD
001310     RECORD CONTAINS 80 CHARACTERS.
001320     COPY "ITMREC.CPY".
001330
001340 FD  OPERATOR-AUTH-FILE
001350     LABEL RECORDS ARE STANDARD
001360     RECORD CONTAINS 80 CHARACTERS.
001370     COPY "OPRREC.CPY".
001380
001390 FD  OPERATOR-ACTIVITY-FILE
001400     LABEL RECORDS ARE STANDARD
001410     RECORD CONTAINS 80 CHARACTERS.
001420     COPY "OPAREC.CPY".
001430
001440 FD  PARAMETER-FILE
001450     LABEL RECORDS ARE STANDARD
001460     RECORD CONTAINS 80 CHARACTERS.
001470     COPY "PARMREC.CPY".
001480
001490 FD  EDITED-ADJUSTMENT-FILE
001500     LABEL RECORDS ARE STANDARD
001510     RECORD CONTAINS 80 CHARACTERS.
001520     COPY "ADJREC.CPY".
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
001690     05  WS-RAW-FILE-STATUS      PIC X(02) VALUE "00".
001700     05  WS-ITM-FILE-STATUS      PIC X(02) VALUE "00".
001710     05  WS-OPR-FILE-STATUS      PIC X(02) VALUE "00".
001720     05  WS-OPA-FILE-STATUS      PIC X(02) VALUE "00".
001730     05  WS-PARM-FILE-STATUS     PIC X(02) VALUE "00".
001740     05  WS-ADJ-FILE-STATUS      PIC X(02) VALUE "00".
001750     05  WS-RPT-FILE-STATUS      PIC X(02) VALUE "00".
001760     05  WS-RUN-FILE-STATUS      PIC X(02) VALUE "00".
001770
001780****************************************************************
001790*    PROGRAM SWITCHES                                          *
001800****************************************************************
001810 01  WS-SWITCHES.
001820     05  WS-RUN-OPEN-SW          PIC X(01) VALUE "N".
001830         88  WS-RUN-OPEN                    VALUE "Y".
001840     05  WS-RAW-EOF-SW           PIC X(01) VALUE "N".
001850         88  WS-RAW-EOF                     VALUE "Y".
001860     05  AED-RECORD-VALID-SW     PIC X(01) VALUE "Y".
001870         88  AED-RECORD-VALID               VALUE "Y".
001880         88  AED-RECORD-INVALID             VALUE "N".
001890     05  AED-APPROVED-SW         PIC X(01) VALUE "N".
001900         88  AED-APPROVED                   VALUE "Y".
001910     05  AED-APPROVER-CHECKED-SW PIC X(01) VALUE "N".
001920         88  AED-APPROVER-CHECKED           VALUE "Y".
001930     05  AED-APPROVER-PASSED-SW  PIC X(01) VALUE "N".
001940         88  AED-APPROVER-PASSED            VALUE "Y".
001950
001960****************************************************************
001970*    EDIT WORKING FIELDS AND COUNTERS                           *
001980****************************************************************
001990 01  AED-REJECT-REASON           PIC X(35).
002000 01  AED-REJECT-LIMIT            PIC 9(04).
002010 01  AED-ADJ-TOLERANCE           PIC 9(05).
002020 01  AED-WORK-QTY                PIC 9(07).
002030 01  AED-READ-COUNT              PIC 9(06) COMP VALUE ZERO.
002040 01  AED-ACCEPT-COUNT            PIC 9(06) COMP VALUE ZERO.
002050 01  AED-REJECT-COUNT            PIC 9(06) COMP VALUE ZERO.
002060 01  AED-APPROVED-COUNT          PIC 9(06) COMP VALUE ZERO.
002070 01  AED-AUTH-REJECT-COUNT       PIC 9(06) COMP VALUE ZERO.
002080 01  AED-CYCLE-NO                PIC 9(02) VALUE 01.
002090 01  AED-RUN-ID                  PIC X(08) VALUE SPACES.
002100
002110****************************************************************
002120*    PAGINATION COUNTERS AND RUN DATE                           *
002130****************************************************************
002140 01  AED-LINE-COUNT              PIC 9(03) COMP VALUE ZERO.
002150 01  AED-PAGE-COUNT              PIC 9(03) COMP VALUE ZERO.
002160 01  AED-LINES-PER-PAGE          PIC 9(03) COMP VALUE 55.
002170 01  WS-CURRENT-DATE             PIC 9(08) VALUE ZERO.
002180 01  WS-CURRENT-TIME             PIC 9(08) VALUE ZERO.
002190
002200****************************************************************
002210*    PAGINATED REGISTER LINES                                   *
002220****************************************************************
002230 01  RPT-HEADING-LINE-1.
002240     05  FILLER                  PIC X(01) VALUE "1".
002250     05  FILLER                  PIC X(40)
002260             VALUE "ADJEDIT - ADJUSTMENT EDIT REGISTER".
002270     05  FILLER                  PIC X(10) VALUE "  RUN DATE".
002280     05  RPT-HDG-RUN-DATE        PIC 9(08).
002290     05  FILLER                  PIC X(09) VALUE SPACES.
002300     05  FILLER                  PIC X(05) VALUE "PAGE ".
002310     05  RPT-HDG-PAGE-NO         PIC ZZ9.
002320     05  FILLER                  PIC X(56) VALUE SPACES.
002330
002340 01  RPT-HEADING-LINE-2.
002350     05  FILLER                  PIC X(01) VALUE SPACE.
002360     05  FILLER                  PIC X(10) VALUE "ITEM CODE".
002370     05  FILLER                  PIC X(02) VALUE SPACES.
002380     05  FILLER                  PIC X(01) VALUE "S".
002390     05  FILLER                  PIC X(02) VALUE SPACES.
002400     05  FILLER                  PIC X(07) VALUE "    QTY".
002410     05  FILLER                  PIC X(02) VALUE SPACES.
002420     05  FILLER                  PIC X(08) VALUE "KEYER".
002430     05  FILLER                  PIC X(02) VALUE SPACES.
002440     05  FILLER                  PIC X(08) VALUE "APPROVER".
002450     05  FILLER                  PIC X(02) VALUE SPACES.
002460     05  FILLER                  PIC X(35) VALUE "DISPOSITION".
002470     05  FILLER                  PIC X(52) VALUE SPACES.
002480
002490 01  RPT-DETAIL-LINE.
002500     05  FILLER                  PIC X(01) VALUE SPACE.
002510     05  RPT-ITEM-CODE           PIC X(10).
002520     05  FILLER                  PIC X(02) VALUE SPACES.
002530     05  RPT-SIGN                PIC X(01).
002540     05  FILLER                  PIC X(02) VALUE SPACES.
002550     05  RPT-QTY                 PIC X(07).
002560     05  FILLER                  PIC X(02) VALUE SPACES.
002570     05  RPT-KEYER-ID            PIC X(08).
002580     05  FILLER                  PIC X(02) VALUE SPACES.
002590     05  RPT-APPROVER-ID         PIC X(08).
002600     05  FILLER                  PIC X(02) VALUE SPACES.
002610     05  RPT-DISPOSITION         PIC X(35).
002620     05  FILLER                  PIC X(52) VALUE SPACES.
002630
002640 01  RPT-TOTAL-LINE.
002650     05  FILLER                  PIC X(01) VALUE SPACE.
002660     05  RPT-TOT-LABEL           PIC X(25).
002670     05  RPT-TOT-VALUE           PIC ZZZZZ9.
002680     05  FILLER                  PIC X(100) VALUE SPACES.
002690
002700 PROCEDURE DIVISION.
002710****************************************************************
002720*    0000-MAINLINE                                              *
002730****************************************************************
002740 0000-MAINLINE.
002750     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002760     PERFORM 2000-EDIT-RECORD THRU 2000-EXIT
002770         UNTIL WS-RAW-EOF.
002780     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002790     PERFORM 9700-WRITE-RUN-END THRU 9700-EXIT.
002800     STOP RUN.
002810
002820****************************************************************
002830*    1000-INITIALIZE                                            *
002840****************************************************************
002850 1000-INITIALIZE.
002860     OPEN INPUT RAW-ADJUSTMENT-FILE.
002870     IF WS-RAW-FILE-STATUS NOT = "00"
002880         DISPLAY "ADJEDIT - ABEND - RAW-ADJUSTMENT-FILE "
002890                 "OPEN FAILED - STATUS " WS-RAW-FILE-STATUS
002900         GO TO 9900-ABEND-TERMINATION
002910     END-IF.
002920     OPEN INPUT ITEM-MASTER-FILE.
002930     IF WS-ITM-FILE-STATUS NOT = "00"
002940         DISPLAY "ADJEDIT - ABEND - ITEM-MASTER-FILE "
002950                 "OPEN FAILED - STATUS " WS-ITM-FILE-STATUS
002960         GO TO 9900-ABEND-TERMINATION
002970     END-IF.
002980     OPEN INPUT OPERATOR-AUTH-FILE.
002990     IF WS-OPR-FILE-STATUS NOT = "00"
003000         DISPLAY "ADJEDIT - ABEND - OPERATOR-AUTH-FILE "
003010                 "OPEN FAILED - STATUS " WS-OPR-FILE-STATUS
003020         GO TO 9900-ABEND-TERMINATION
003030     END-IF.
003040     OPEN EXTEND OPERATOR-ACTIVITY-FILE.
003050     IF WS-OPA-FILE-STATUS NOT = "00"
003060             AND WS-OPA-FILE-STATUS NOT = "05"
003070         DISPLAY "ADJEDIT - ABEND - OPERATOR-ACTIVITY-FILE "
003080                 "OPEN FAILED - STATUS " WS-OPA-FILE-STATUS
003090         GO TO 9900-ABEND-TERMINATION
003100     END-IF.
003110     OPEN INPUT PARAMETER-FILE.
003120     IF WS-PARM-FILE-STATUS NOT = "00"
003130         DISPLAY "ADJEDIT - ABEND - PARAMETER-FILE "
003140                 "OPEN FAILED - STATUS " WS-PARM-FILE-STATUS
003150         GO TO 9900-ABEND-TERMINATION
003160     END-IF.
003170     OPEN OUTPUT EDITED-ADJUSTMENT-FILE.
003180     IF WS-ADJ-FILE-STATUS NOT = "00"
003190         DISPLAY "ADJEDIT - ABEND - EDITED-ADJUSTMENT-FILE "
003200                 "OPEN FAILED - STATUS " WS-ADJ-FILE-STATUS
003210         GO TO 9900-ABEND-TERMINATION
003220     END-IF.
003230     OPEN OUTPUT REGISTER-FILE.
003240     IF WS-RPT-FILE-STATUS NOT = "00"
003250         DISPLAY "ADJEDIT - ABEND - REGISTER-FILE "
003260                 "OPEN FAILED - STATUS " WS-RPT-FILE-STATUS
003270         GO TO 9900-ABEND-TERMINATION
003280     END-IF.
003290     PERFORM 1100-READ-PARAMETER-RECORD THRU 1100-EXIT.
003300     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
003310     PERFORM 1700-WRITE-RUN-START THRU 1700-EXIT.
003320     PERFORM 7100-WRITE-REPORT-HEADING THRU 7100-EXIT.
003330     PERFORM 2900-READ-RAW-RECORD THRU 2900-EXIT.
003340 1000-EXIT.
003350     EXIT.
003360
003370****************************************************************
003380*    1100-READ-PARAMETER-RECORD - A MISSING OR BLANK             *
003390*    TOLERANCE MEANS EVERY ADJUSTMENT NEEDS A SECOND APPROVER    *
003400*    UNTIL OPERATIONS SETS ONE, AND A MISSING REJECT LIMIT       *
003410*    HOLDS THE RUN ON ANY REJECT AT ALL, THE SAME DEFAULTS       *
003420*    BALEDIT TAKES.                                              *
003430****************************************************************
003440 1100-READ-PARAMETER-RECORD.
003450     READ PARAMETER-FILE
003460         AT END
003470             MOVE ZERO TO PARM-REJECT-LIMIT
003480             MOVE ZERO TO PARM-ADJ-TOLERANCE
003490             MOVE ZERO TO PARM-CYCLE-NO
003500             MOVE SPACES TO PARM-RUN-ID
003510     END-READ.
003520     IF PARM-REJECT-LIMIT NOT NUMERIC
003530         MOVE ZERO TO PARM-REJECT-LIMIT
003540     END-IF.
003550     MOVE PARM-REJECT-LIMIT TO AED-REJECT-LIMIT.
003560*    A PARAMETER DECK KEYED BEFORE THE TOLERANCE FIELD EXISTED
003570*    LEAVES IT BLANK - TREAT THAT THE SAME AS AN ABSENT RECORD
003580     IF PARM-ADJ-TOLERANCE NOT NUMERIC
003590         MOVE ZERO TO PARM-ADJ-TOLERANCE
003600     END-IF.
003610     MOVE PARM-ADJ-TOLERANCE TO AED-ADJ-TOLERANCE.
003620     IF PARM-CYCLE-NO NUMERIC AND PARM-CYCLE-NO > ZERO
003630         MOVE PARM-CYCLE-NO TO AED-CYCLE-NO
003640     ELSE
003650         MOVE 01 TO AED-CYCLE-NO
003660     END-IF.
003670     IF PARM-RUN-ID = SPACES
003680         MOVE "ADJEDIT" TO AED-RUN-ID
003690     ELSE
003700         MOVE PARM-RUN-ID TO AED-RUN-ID
003710     END-IF.
003720     CLOSE PARAMETER-FILE.
003730 1100-EXIT.
003740     EXIT.
003750
003760****************************************************************
003770*    1700-WRITE-RUN-START - APPEND THE START RECORD TO THE      *
003780*    SHARED RUN-STATUS FILE FOR THE STATBRD STATUS BOARD        *
003790****************************************************************
003800 1700-WRITE-RUN-START.
003810     OPEN EXTEND RUN-STATUS-FILE.
003820     IF WS-RUN-FILE-STATUS NOT = "00"
003830             AND WS-RUN-FILE-STATUS NOT = "05"
003840         DISPLAY "ADJEDIT - ABEND - RUN-STATUS-FILE "
003850                 "OPEN FAILED - STATUS " WS-RUN-FILE-STATUS
003860         GO TO 9900-ABEND-TERMINATION
003870     END-IF.
003880     MOVE "Y" TO WS-RUN-OPEN-SW.
003890     MOVE SPACES          TO RUN-RECORD.
003900     MOVE "ADJEDIT"       TO RUN-PROGRAM-ID.
003910     MOVE WS-CURRENT-DATE TO RUN-RUN-DATE.
003920     MOVE AED-CYCLE-NO    TO RUN-CYCLE-NO.
003930     MOVE AED-RUN-ID      TO RUN-RUN-ID.
003940     MOVE "S"             TO RUN-RECORD-TYPE.
003950     ACCEPT WS-CURRENT-TIME FROM TIME.
003960     MOVE WS-CURRENT-TIME TO RUN-TIME.
003970     MOVE ZERO            TO RUN-RECORDS-PROCESSED.
003980     MOVE ZERO            TO RUN-RETURN-CODE.
003990     WRITE RUN-RECORD.
004000     IF WS-RUN-FILE-STATUS NOT = "00"
004010         DISPLAY "ADJEDIT - ABEND - RUN-STATUS-FILE "
004020                 "WRITE FAILED - STATUS " WS-RUN-FILE-STATUS
004030         GO TO 9900-ABEND-TERMINATION
004040     END-IF.
004050 1700-EXIT.
004060     EXIT.
004070
004080****************************************************************
004090*    2000-EDIT-RECORD - ONE ITERATION PER RAW ADJUSTMENT         *
004100****************************************************************
004110 2000-EDIT-RECORD.
004120     ADD 1 TO AED-READ-COUNT.
004130     PERFORM 3000-VALIDATE-RECORD THRU 3000-EXIT.
004140     IF AED-RECORD-VALID
004150         PERFORM 4000-WRITE-EDITED-RECORD THRU 4000-EXIT
004160         IF AED-APPROVED
004170             MOVE "APPROVED OVER TOLERANCE"
004180                 TO AED-REJECT-REASON
004190             PERFORM 5000-WRITE-REGISTER-LINE THRU 5000-EXIT
004200         END-IF
004210     ELSE
004220         ADD 1 TO AED-REJECT-COUNT
004230         PERFORM 5000-WRITE-REGISTER-LINE THRU 5000-EXIT
004240     END-IF.
004250     PERFORM 6500-LOG-OPERATOR-ACTIVITY THRU 6500-EXIT.
004260     PERFORM 2900-READ-RAW-RECORD THRU 2900-EXIT.
004270 2000-EXIT.
004280     EXIT.
004290
004300 2900-READ-RAW-RECORD.
004310     READ RAW-ADJUSTMENT-FILE
004320         AT END
004330             MOVE "Y" TO WS-RAW-EOF-SW
004340     END-READ.
004350 2900-EXIT.
004360     EXIT.
004370
004380****************************************************************
004390*    3000-VALIDATE-RECORD - FIRST FAILING EDIT WINS; THE        *
004400*    REASON TEXT GOES TO THE REGISTER UNCHANGED. AN             *
004410*    ADJUSTMENT ABOVE THE TOLERANCE PASSES ONLY WITH A          *
004420*    SECOND APPROVER KEYED ON THE RECORD. THE KEYER IS CHECKED  *
004430*    FIRST, SO AN UNAUTHORIZED KEYER IS THE REASON SHOWN EVEN   *
004440*    WHEN THE RECORD HAS OTHER FAULTS.                          *
004450****************************************************************
004460 3000-VALIDATE-RECORD.
004470     MOVE "Y"    TO AED-RECORD-VALID-SW.
004480     MOVE "N"    TO AED-APPROVED-SW.
004490     MOVE "N"    TO AED-APPROVER-CHECKED-SW.
004500     MOVE "N"    TO AED-APPROVER-PASSED-SW.
004510     MOVE SPACES TO AED-REJECT-REASON.
004520     PERFORM 3300-CHECK-KEYER THRU 3300-EXIT.
004530     IF AED-RECORD-INVALID
004540         GO TO 3000-EXIT
004550     END-IF.
004560     IF RAW-ITEM-CODE = SPACES
004570         MOVE "N" TO AED-RECORD-VALID-SW
004580         MOVE "ITEM CODE IS BLANK" TO AED-REJECT-REASON
004590         GO TO 3000-EXIT
004600     END-IF.
004610     PERFORM 3200-READ-ITEM-MASTER THRU 3200-EXIT.
004620     IF AED-RECORD-INVALID
004630         GO TO 3000-EXIT
004640     END-IF.
004650     IF RAW-SIGN NOT = "+" AND RAW-SIGN NOT = "-"
004660         MOVE "N" TO AED-RECORD-VALID-SW
004670         MOVE "SIGN NOT + OR -" TO AED-REJECT-REASON
004680         GO TO 3000-EXIT
004690     END-IF.
004700     IF RAW-QTY NOT NUMERIC
004710         MOVE "N" TO AED-RECORD-VALID-SW
004720         MOVE "QUANTITY IS NOT NUMERIC" TO AED-REJECT-REASON
004730         GO TO 3000-EXIT
004740     END-IF.
004750     MOVE RAW-QTY TO AED-WORK-QTY.
004760     IF AED-WORK-QTY > AED-ADJ-TOLERANCE
004770         IF RAW-APPROVER-ID = SPACES
004780             MOVE "N" TO AED-RECORD-VALID-SW
004790             MOVE "OVER TOLERANCE - NO SECOND APPROVER"
004800                 TO AED-REJECT-REASON
004810         ELSE
004820             PERFORM 3400-CHECK-APPROVER THRU 3400-EXIT
004830             IF AED-RECORD-VALID
004840                 MOVE "Y" TO AED-APPROVED-SW
004850             END-IF
004860         END-IF
004870     END-IF.
004880 3000-EXIT.
004890     EXIT.
004900
004910****************************************************************
004920*    3200-READ-ITEM-MASTER - A MISTYPED ITEM CODE USED TO       *
004930*    VANISH SILENTLY INSIDE CARRYFWD; NOW IT IS A REJECT WITH   *
004940*    A REASON ON THE REGISTER                                   *
004950****************************************************************
004960 3200-READ-ITEM-MASTER.
004970     MOVE RAW-ITEM-CODE TO ITM-ITEM-CODE.
004980     READ ITEM-MASTER-FILE
004990         INVALID KEY
005000             MOVE "N" TO AED-RECORD-VALID-SW
005010             MOVE "ITEM NOT ON ITEM MASTER"
005020                 TO AED-REJECT-REASON
005030     END-READ.
005040 3200-EXIT.
005050     EXIT.
005060
005070****************************************************************
005080*    3300-CHECK-KEYER - THE PERSON WHO KEYED THE ADJUSTMENT     *
005090*    MUST BE AN ACTIVE OPERATOR HOLDING THE KEYER ROLE          *
005100****************************************************************
005110 3300-CHECK-KEYER.
005120     IF RAW-KEYER-ID = SPACES
005130         MOVE "N" TO AED-RECORD-VALID-SW
005140         MOVE "NO KEYER ID" TO AED-REJECT-REASON
005150         ADD 1 TO AED-AUTH-REJECT-COUNT
005160         GO TO 3300-EXIT
005170     END-IF.
005180     MOVE RAW-KEYER-ID TO OPR-OPERATOR-ID.
005190     READ OPERATOR-AUTH-FILE
005200         INVALID KEY
005210             MOVE "N" TO AED-RECORD-VALID-SW
005220             MOVE "KEYER NOT ON AUTHORIZATION FILE"
005230                 TO AED-REJECT-REASON
005240             ADD 1 TO AED-AUTH-REJECT-COUNT
005250             GO TO 3300-EXIT
005260     END-READ.
005270     IF NOT OPR-ACTIVE
005280         MOVE "N" TO AED-RECORD-VALID-SW
005290         MOVE "KEYER ID REVOKED" TO AED-REJECT-REASON
005300         ADD 1 TO AED-AUTH-REJECT-COUNT
005310         GO TO 3300-EXIT
005320     END-IF.
005330     IF NOT OPR-ADJ-KEYER
005340         MOVE "N" TO AED-RECORD-VALID-SW
005350         MOVE "KEYER LACKS ADJUSTMENT KEYER ROLE"
005360             TO AED-REJECT-REASON
005370         ADD 1 TO AED-AUTH-REJECT-COUNT
005380     END-IF.
005390 3300-EXIT.
005400     EXIT.
005410
005420****************************************************************
005430*    3400-CHECK-APPROVER - AN OVER-TOLERANCE ADJUSTMENT NEEDS   *
005440*    A SECOND PERSON: THE APPROVER MAY NOT BE THE KEYER AND     *
005450*    MUST BE AN ACTIVE OPERATOR HOLDING THE APPROVER ROLE       *
005460****************************************************************
005470 3400-CHECK-APPROVER.
005480     MOVE "Y" TO AED-APPROVER-CHECKED-SW.
005490     IF RAW-APPROVER-ID = RAW-KEYER-ID
005500         MOVE "N" TO AED-RECORD-VALID-SW
005510         MOVE "APPROVER SAME AS KEYER" TO AED-REJECT-REASON
005520         ADD 1 TO AED-AUTH-REJECT-COUNT
005530         GO TO 3400-EXIT
005540     END-IF.
005550     MOVE RAW-APPROVER-ID TO OPR-OPERATOR-ID.
005560     READ OPERATOR-AUTH-FILE
005570         INVALID KEY
005580             MOVE "N" TO AED-RECORD-VALID-SW
005590             MOVE "APPROVER NOT ON AUTHORIZATION FILE"
005600                 TO AED-REJECT-REASON
005610             ADD 1 TO AED-AUTH-REJECT-COUNT
005620             GO TO 3400-EXIT
005630     END-READ.
005640     IF NOT OPR-ACTIVE
005650         MOVE "N" TO AED-RECORD-VALID-SW
005660         MOVE "APPROVER ID REVOKED" TO AED-REJECT-REASON
005670         ADD 1 TO AED-AUTH-REJECT-COUNT
005680         GO TO 3400-EXIT
005690     END-IF.
005700     IF NOT OPR-ADJ-APPROVER
005710         MOVE "N" TO AED-RECORD-VALID-SW
005720         MOVE "APPROVER LACKS APPROVER ROLE" TO AED-REJECT-REASON
005730         ADD 1 TO AED-AUTH-REJECT-COUNT
005740         GO TO 3400-EXIT
005750     END-IF.
005760     MOVE "Y" TO AED-APPROVER-PASSED-SW.
005770 3400-EXIT.
005780     EXIT.
005790
005800****************************************************************
005810*    4000-WRITE-EDITED-RECORD                                   *
005820****************************************************************
005830 4000-WRITE-EDITED-RECORD.
005840     MOVE SPACES          TO ADJ-RECORD.
005850     MOVE RAW-ITEM-CODE   TO ADJ-ITEM-CODE.
005860     MOVE RAW-SIGN        TO ADJ-SIGN.
005870     MOVE AED-WORK-QTY    TO ADJ-QTY.
005880     MOVE RAW-REASON      TO ADJ-REASON.
005890     MOVE RAW-APPROVER-ID TO ADJ-APPROVER-ID.
005900     MOVE RAW-SOURCE-CODE TO ADJ-SOURCE-CODE.
005910     MOVE RAW-KEYER-ID    TO ADJ-KEYER-ID.
005920     WRITE ADJ-RECORD.
005930     IF WS-ADJ-FILE-STATUS NOT = "00"
005940         DISPLAY "ADJEDIT - ABEND - EDITED-ADJUSTMENT-FILE "
005950                 "WRITE FAILED - STATUS " WS-ADJ-FILE-STATUS
005960         GO TO 9900-ABEND-TERMINATION
005970     END-IF.
005980     ADD 1 TO AED-ACCEPT-COUNT.
005990     IF AED-APPROVED
006000         ADD 1 TO AED-APPROVED-COUNT
006010     END-IF.
006020 4000-EXIT.
006030     EXIT.
006040
006050****************************************************************
006060*    5000-WRITE-REGISTER-LINE - DETAIL LINE WITH PAGE BREAK     *
006070****************************************************************
006080 5000-WRITE-REGISTER-LINE.
006090     IF AED-LINE-COUNT >= AED-LINES-PER-PAGE
006100         PERFORM 7100-WRITE-REPORT-HEADING THRU 7100-EXIT
006110     END-IF.
006120     MOVE SPACES            TO RPT-DETAIL-LINE.
006130     MOVE RAW-ITEM-CODE     TO RPT-ITEM-CODE.
006140     MOVE RAW-SIGN          TO RPT-SIGN.
006150     MOVE RAW-QTY           TO RPT-QTY.
006160     MOVE RAW-KEYER-ID      TO RPT-KEYER-ID.
006170     MOVE RAW-APPROVER-ID   TO RPT-APPROVER-ID.
006180     MOVE AED-REJECT-REASON TO RPT-DISPOSITION.
006190     WRITE REGISTER-RECORD FROM RPT-DETAIL-LINE.
006200     IF WS-RPT-FILE-STATUS NOT = "00"
006210         DISPLAY "ADJEDIT - ABEND - REGISTER-FILE "
006220                 "WRITE FAILED - STATUS " WS-RPT-FILE-STATUS
006230         GO TO 9900-ABEND-TERMINATION
006240     END-IF.
006250     ADD 1 TO AED-LINE-COUNT.
006260 5000-EXIT.
006270     EXIT.
006280
006290****************************************************************
006300*    6500-LOG-OPERATOR-ACTIVITY - ONE ACTIVITY RECORD FOR THE   *
006310*    KEYER OF EVERY ADJUSTMENT, ACCEPTED OR REJECTED, AND ONE   *
006320*    FOR THE APPROVER OF EVERY OVER-TOLERANCE ADJUSTMENT THAT   *
006330*    REACHED THE APPROVER CHECK, FOR THE ACCREV ACCESS REVIEW   *
006340****************************************************************
006350 6500-LOG-OPERATOR-ACTIVITY.
006360     IF RAW-KEYER-ID = SPACES
006370         GO TO 6500-EXIT
006380     END-IF.
006390     MOVE SPACES            TO OPA-RECORD.
006400     MOVE RAW-KEYER-ID      TO OPA-OPERATOR-ID.
006410     MOVE "K"               TO OPA-ROLE-CODE.
006420     IF AED-RECORD-VALID
006430         MOVE "A" TO OPA-RESULT-CODE
006440     ELSE
006450         MOVE "R" TO OPA-RESULT-CODE
006460     END-IF.
006470     PERFORM 6600-WRITE-ACTIVITY-RECORD THRU 6600-EXIT.
006480     IF NOT AED-APPROVER-CHECKED
006490         GO TO 6500-EXIT
006500     END-IF.
006510     MOVE SPACES            TO OPA-RECORD.
006520     MOVE RAW-APPROVER-ID   TO OPA-OPERATOR-ID.
006530     MOVE "A"               TO OPA-ROLE-CODE.
006540     IF AED-APPROVER-PASSED
006550         MOVE "A" TO OPA-RESULT-CODE
006560     ELSE
006570         MOVE "R" TO OPA-RESULT-CODE
006580     END-IF.
006590     PERFORM 6600-WRITE-ACTIVITY-RECORD THRU 6600-EXIT.
006600 6500-EXIT.
006610     EXIT.
006620
006630 6600-WRITE-ACTIVITY-RECORD.
006640     MOVE WS-CURRENT-DATE   TO OPA-ACTIVITY-DATE.
006650     ACCEPT WS-CURRENT-TIME FROM TIME.
006660     MOVE WS-CURRENT-TIME   TO OPA-ACTIVITY-TIME.
006670     MOVE "ADJEDIT"         TO OPA-PROGRAM-ID.
006680     MOVE RAW-SIGN          TO OPA-ACTION-CODE.
006690     MOVE RAW-ITEM-CODE     TO OPA-ITEM-CODE.
006700     MOVE AED-REJECT-REASON TO OPA-REASON.
006710     WRITE OPA-RECORD.
006720     IF WS-OPA-FILE-STATUS NOT = "00"
006730         DISPLAY "ADJEDIT - ABEND - OPERATOR-ACTIVITY-FILE "
006740                 "WRITE FAILED - STATUS " WS-OPA-FILE-STATUS
006750         GO TO 9900-ABEND-TERMINATION
006760     END-IF.
006770 6600-EXIT.
006780     EXIT.
006790
006800****************************************************************
006810*    7100-WRITE-REPORT-HEADING - PAGE BREAK                     *
006820****************************************************************
006830 7100-WRITE-REPORT-HEADING.
006840     ADD 1 TO AED-PAGE-COUNT.
006850     MOVE WS-CURRENT-DATE TO RPT-HDG-RUN-DATE.
006860     MOVE AED-PAGE-COUNT  TO RPT-HDG-PAGE-NO.
006870     WRITE REGISTER-RECORD FROM RPT-HEADING-LINE-1.
006880     WRITE REGISTER-RECORD FROM RPT-HEADING-LINE-2.
006890     MOVE ZERO TO AED-LINE-COUNT.
006900 7100-EXIT.
006910     EXIT.
006920
006930****************************************************************
006940*    8000-WRITE-EDIT-TOTALS - COUNTS AT THE FOOT OF THE         *
006950*    REGISTER                                                   *
006960****************************************************************
006970 8000-WRITE-EDIT-TOTALS.
006980     MOVE SPACES              TO RPT-TOTAL-LINE.
006990     MOVE "RECORDS READ"      TO RPT-TOT-LABEL.
007000     MOVE AED-READ-COUNT      TO RPT-TOT-VALUE.
007010     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT.
007020     MOVE SPACES              TO RPT-TOTAL-LINE.
007030     MOVE "RECORDS ACCEPTED"  TO RPT-TOT-LABEL.
007040     MOVE AED-ACCEPT-COUNT    TO RPT-TOT-VALUE.
007050     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT.
007060     MOVE SPACES              TO RPT-TOTAL-LINE.
007070     MOVE "RECORDS REJECTED"  TO RPT-TOT-LABEL.
007080     MOVE AED-REJECT-COUNT    TO RPT-TOT-VALUE.
007090     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT.
007100     MOVE SPACES              TO RPT-TOTAL-LINE.
007110     MOVE "APPROVED OVER TOLERANCE" TO RPT-TOT-LABEL.
007120     MOVE AED-APPROVED-COUNT  TO RPT-TOT-VALUE.
007130     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT.
007140     MOVE SPACES              TO RPT-TOTAL-LINE.
007150     MOVE "OPERATOR NOT AUTHORIZED" TO RPT-TOT-LABEL.
007160     MOVE AED-AUTH-REJECT-COUNT TO RPT-TOT-VALUE.
007170     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT.
007180     MOVE SPACES              TO RPT-TOTAL-LINE.
007190     MOVE "ADJUSTMENT TOLERANCE" TO RPT-TOT-LABEL.
007200     MOVE AED-ADJ-TOLERANCE   TO RPT-TOT-VALUE.
007210     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT.
007220     MOVE SPACES              TO RPT-TOTAL-LINE.
007230     MOVE "REJECT LIMIT"      TO RPT-TOT-LABEL.
007240     MOVE AED-REJECT-LIMIT    TO RPT-TOT-VALUE.
007250     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT.
007260 8000-EXIT.
007270     EXIT.
007280
007290 8100-WRITE-TOTAL-LINE.
007300     IF AED-LINE-COUNT >= AED-LINES-PER-PAGE
007310         PERFORM 7100-WRITE-REPORT-HEADING THRU 7100-EXIT
007320     END-IF.
007330     WRITE REGISTER-RECORD FROM RPT-TOTAL-LINE.
007340     IF WS-RPT-FILE-STATUS NOT = "00"
007350         DISPLAY "ADJEDIT - ABEND - REGISTER-FILE "
007360                 "WRITE FAILED - STATUS " WS-RPT-FILE-STATUS
007370         GO TO 9900-ABEND-TERMINATION
007380     END-IF.
007390     ADD 1 TO AED-LINE-COUNT.
007400 8100-EXIT.
007410     EXIT.
007420
007430****************************************************************
007440*    9000-TERMINATE - THE RETURN CODE TELLS THE SCHEDULER       *
007450*    WHETHER THE CARRYFWD STEP MAY PROCEED: 0 CLEAN, 4          *
007460*    REJECTS WITHIN LIMIT, 8 REJECTS OVER LIMIT - HOLD RUN.     *
007470****************************************************************
007480 9000-TERMINATE.
007490     PERFORM 8000-WRITE-EDIT-TOTALS THRU 8000-EXIT.
007500     CLOSE RAW-ADJUSTMENT-FILE
007510           ITEM-MASTER-FILE
007520           OPERATOR-AUTH-FILE
007530           OPERATOR-ACTIVITY-FILE
007540           EDITED-ADJUSTMENT-FILE
007550           REGISTER-FILE.
007560     IF AED-REJECT-COUNT > AED-REJECT-LIMIT
007570         MOVE 8 TO RETURN-CODE
007580     ELSE
007590         IF AED-REJECT-COUNT > ZERO
007600             MOVE 4 TO RETURN-CODE
007610         END-IF
007620     END-IF.
007630 9000-EXIT.
007640     EXIT.
007650
007660****************************************************************
007670*    9700-WRITE-RUN-END - APPEND THE END RECORD WITH THE        *
007680*    FINAL RETURN CODE AND RECORDS PROCESSED; NEVER ABENDS,     *
007690*    SINCE THE ABEND PATH ITSELF COMES THROUGH HERE             *
007700****************************************************************
007710 9700-WRITE-RUN-END.
007720     IF NOT WS-RUN-OPEN
007730         GO TO 9700-EXIT
007740     END-IF.
007750     MOVE SPACES          TO RUN-RECORD.
007760     MOVE "ADJEDIT"       TO RUN-PROGRAM-ID.
007770     MOVE WS-CURRENT-DATE TO RUN-RUN-DATE.
007780     MOVE AED-CYCLE-NO    TO RUN-CYCLE-NO.
007790     MOVE AED-RUN-ID      TO RUN-RUN-ID.
007800     MOVE "E"             TO RUN-RECORD-TYPE.
007810     ACCEPT WS-CURRENT-TIME FROM TIME.
007820     MOVE WS-CURRENT-TIME TO RUN-TIME.
007830     MOVE AED-READ-COUNT  TO RUN-RECORDS-PROCESSED.
007840     MOVE RETURN-CODE     TO RUN-RETURN-CODE.
007850     WRITE RUN-RECORD.
007860     IF WS-RUN-FILE-STATUS NOT = "00"
007870         DISPLAY "ADJEDIT - RUN-STATUS-FILE WRITE FAILED - "
007880                 "STATUS " WS-RUN-FILE-STATUS
007890     END-IF.
007900     CLOSE RUN-STATUS-FILE.
007910     MOVE "N" TO WS-RUN-OPEN-SW.
007920 9700-EXIT.
007930     EXIT.
007940
007950****************************************************************
007960*    9900-ABEND-TERMINATION - AN OPEN OR A WRITE CAME BACK      *
007970*    WITH A FILE STATUS OTHER THAN SUCCESSFUL; THE RUN CANNOT   *
007980*    BE TRUSTED TO CONTINUE, SO IT STOPS HERE WITH A NON-ZERO   *
007990*    RETURN CODE FOR THE JOB SCHEDULER TO CATCH.                *
008000****************************************************************
008010 9900-ABEND-TERMINATION.
008020     MOVE 16 TO RETURN-CODE.
008030     PERFORM 9700-WRITE-RUN-END THRU 9700-EXIT.
008040     STOP RUN.
