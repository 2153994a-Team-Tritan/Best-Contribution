000010****************************************************************
000020* PROGRAM-ID.  OPRMNT                                          *
000030* AUTHOR.      D. L. OKAFOR                                    *
000040* INSTALLATION. INVENTORY CONTROL SYSTEMS                      *
000050* DATE-WRITTEN. 10/02/2026                                     *
000060* DATE-COMPILED.                                                *
000070*                                                                *
000080* REMARKS.                                                      *
000090*     BATCH MAINTENANCE FOR THE AUTHORIZED OPERATOR FILE.       *
000100*     APPLIES A DECK OF ADD/CHANGE/REVOKE/REINSTATE             *
000110*     TRANSACTIONS TO THE INDEXED OPERATOR FILE AND PRINTS A    *
000120*     BEFORE/AFTER REGISTER SHOWING THE OLD AND NEW STATUS AND  *
000130*     ROLES FOR EVERY TRANSACTION. THE ROLES ARE FIVE Y/N       *
000140*     BYTES, SHOWN ON THE REGISTER IN THE ORDER KADIG:          *
000150*         K  ADJUSTMENT KEYER          (ADJEDIT)                *
000160*         A  ADJUSTMENT APPROVER       (ADJEDIT)                *
000170*         D  EXCEPTION DISPOSITIONER   (EXCPROC)                *
000180*         I  ITEM MASTER MAINTAINER    (ITEMMNT)                *
000190*         G  GL MAPPING MAINTAINER     (GLMNT)                  *
000200*     ON A CHANGE A BLANK ROLE BYTE LEAVES THE ROLE AS IT       *
000210*     STANDS; ON AN ADD IT MEANS THE ROLE IS NOT HELD. AN ID    *
000220*     IS NEVER DELETED - A DEPARTED OPERATOR IS REVOKED, SO     *
000230*     THE ACCESS REVIEW CAN STILL NAME WHO DID WHAT. EVERY      *
000240*     TRANSACTION MUST NAME THE PERSON MAKING THE CHANGE, WHO   *
000250*     MAY NOT CHANGE THEIR OWN ID, AND IS LOGGED TO THE         *
000260*     OPERATOR ACTIVITY FILE FOR THE ACCREV ACCESS REVIEW.      *
000270*     ENDS WITH RETURN CODE 0 WHEN EVERY TRANSACTION APPLIED,   *
000280*     4 WHEN ANY WAS REJECTED.                                  *
000290*                                                                *
000300* MODIFICATION HISTORY.                                         *
000310*     10/02/2026  DLO  ORIGINAL PROGRAM.                        *
000320*     10/15/2026  DLO  LINE THE ACTION AND STATUS CODES UP      *
000330*                      UNDER THEIR REGISTER HEADINGS.           *
000340****************************************************************
000350 IDENTIFICATION DIVISION.
000360 PROGRAM-ID.    OPRMNT.
000370 AUTHOR.        D. L. OKAFOR.
000380 INSTALLATION.  INVENTORY CONTROL SYSTEMS.
000390 DATE-WRITTEN.  10/02/2026.
000400 DATE-COMPILED.
000410
000420 ENVIRONMENT DIVISION.
000430 CONFIGURATION SECTION.
000440 SOURCE-COMPUTER.   IBM-370.
000450 OBJECT-COMPUTER.   IBM-370.
000460 SPECIAL-NAMES.
000470     C01 IS TOP-OF-PAGE.
000480
000490 INPUT-OUTPUT SECTION.
000500 FILE-CONTROL.
000510*    ADD/CHANGE/REVOKE/REINSTATE TRANSACTION DECK, AS KEYED
000520     SELECT OPR-TRAN-FILE
000530         ASSIGN TO OPRTRAN
000540         ORGANIZATION IS SEQUENTIAL
000550         FILE STATUS IS WS-TRN-FILE-STATUS.
000560
000570*    AUTHORIZED OPERATORS, KEYED BY OPERATOR ID - OPTIONAL SO
000580*    THE FIRST EVER MAINTENANCE RUN CAN CREATE IT
000590     SELECT OPTIONAL OPERATOR-AUTH-FILE
000600         ASSIGN TO OPRAUTH
000610         ORGANIZATION IS INDEXED
000620         ACCESS MODE IS DYNAMIC
000630         RECORD KEY IS OPR-KEY
000640         FILE STATUS IS WS-OPR-FILE-STATUS.
000650
000660*    SHARED OPERATOR ACTIVITY LOG, READ BY THE ACCREV ACCESS
000670*    REVIEW - OPTIONAL SO THE FIRST RUN CAN CREATE IT
000680     SELECT OPTIONAL OPERATOR-ACTIVITY-FILE
000690         ASSIGN TO OPRLOG
000700         ORGANIZATION IS SEQUENTIAL
000710         FILE STATUS IS WS-OPA-FILE-STATUS.
000720
000730*    PRINTED, PAGINATED BEFORE/AFTER MAINTENANCE REGISTER
000740     SELECT REGISTER-FILE
000750         ASSIGN TO OPRRPT
000760         ORGANIZATION IS SEQUENTIAL
000770         FILE STATUS IS WS-RPT-FILE-STATUS.
000780
000790*    SHARED RUN-STATUS FILE - ONE START AND ONE END RECORD PER
000800*    RUN, READ BY THE STATBRD OPERATIONS STATUS BOARD
000810     SELECT OPTIONAL RUN-STATUS-FILE
000820         ASSIGN TO RUNSTAT
000830         ORGANIZATION IS SEQUENTIAL
000840         FILE STATUS IS WS-RUN-FILE-STATUS.
000850
000860 DATA DIVISION.
000870 FILE SECTION.
000880 FD  OPR-TRAN-FILE
000890     LABEL RECORDS ARE STANDARD
000900     RECORD CONTAINS 80 CHARACTERS.
000910 01  TRN-RECORD.
000920     05  TRN-ACTION-CODE         PIC X(01).
000930         88  TRN-ACTION-ADD                 VALUE "A".
000940         88  TRN-ACTION-CHANGE              VALUE "C".
000950         88  TRN-ACTION-REVOKE              VALUE "R".
000960         88  TRN-ACTION-REINSTATE           VALUE "E".
000970     05  TRN-OPERATOR-ID         PIC X(08).
000980     05  TRN-OPERATOR-NAME       PIC X(30).
000990     05  TRN-ROLES.
001000         10  TRN-ROLE-FLAG       PIC X(01) OCCURS 5 TIMES.
001010     05  TRN-MAINTAINED-BY       PIC X(08).
001020     05  FILLER                  PIC X(28).
001030
001040 FD  OPERATOR-AUTH-FILE
001050     LABEL RECORDS ARE STANDARD
001060     RECORD CONTAINS 80 CHARACTERS.
001070     COPY "OPRREC.CPY".
001080
001090 FD  OPERATOR-ACTIVITY-FILE
001100     LABEL RECORDS ARE STANDARD
001110     RECORD CONTAINS 80 CHARACTERS.
001120     COPY "OPAREC.CPY".
001130
001140 FD  REGISTER-FILE
001150     LABEL RECORDS ARE STANDARD
001160     RECORD CONTAINS 132 CHARACTERS.
001170 01  REGISTER-RECORD             PIC X(132).
001180
001190 FD  RUN-STATUS-FILE
001200     LABEL RECORDS ARE STANDARD
001210     RECORD CONTAINS 80 CHARACTERS.
001220     COPY "RUNREC.CPY".
001230
001240 WORKING-STORAGE SECTION.
001250****************************************************************
001260*    FILE STATUS SWITCHES                                      *
001270****************************************************************
001280 01  WS-FILE-STATUSES.
001290     05  WS-TRN-FILE-STATUS      PIC X(02) VALUE "00".
001300     05  WS-OPR-FILE-STATUS      PIC X(02) VALUE "00".
001310     05  WS-OPA-FILE-STATUS      PIC X(02) VALUE "00".
001320     05  WS-RPT-FILE-STATUS      PIC X(02) VALUE "00".
001330     05  WS-RUN-FILE-STATUS      PIC X(02) VALUE "00".
001340
001350****************************************************************
001360*    PROGRAM SWITCHES                                          *
001370****************************************************************
001380 01  WS-SWITCHES.
001390     05  WS-RUN-OPEN-SW          PIC X(01) VALUE "N".
001400         88  WS-RUN-OPEN                    VALUE "Y".
001410     05  WS-TRN-EOF-SW           PIC X(01) VALUE "N".
001420         88  WS-TRN-EOF                     VALUE "Y".
001430     05  OMN-OPERATOR-FOUND-SW   PIC X(01) VALUE "N".
001440         88  OMN-OPERATOR-FOUND             VALUE "Y".
001450         88  OMN-OPERATOR-NOT-FOUND         VALUE "N".
001460
001470****************************************************************
001480*    MAINTENANCE WORKING FIELDS AND COUNTERS                    *
001490****************************************************************
001500 01  OMN-DISPOSITION             PIC X(30).
001510 01  OMN-OLD-STATUS-CODE         PIC X(01).
001520 01  OMN-OLD-ROLES               PIC X(05).
001530 01  OMN-NEW-STATUS-CODE         PIC X(01).
001540 01  OMN-NEW-ROLES.
001550     05  OMN-NEW-ROLE-FLAG       PIC X(01) OCCURS 5 TIMES.
001560 01  OMN-ROLE-SUB                PIC 9(02) COMP VALUE ZERO.
001570 01  OMN-READ-COUNT              PIC 9(06) COMP VALUE ZERO.
001580 01  OMN-APPLIED-COUNT           PIC 9(06) COMP VALUE ZERO.
001590 01  OMN-REJECT-COUNT            PIC 9(06) COMP VALUE ZERO.
001600 01  OMN-REVOKED-COUNT           PIC 9(06) COMP VALUE ZERO.
001610
001620****************************************************************
001630*    PAGINATION COUNTERS AND RUN DATE                           *
001640****************************************************************
001650 01  OMN-LINE-COUNT              PIC 9(03) COMP VALUE ZERO.
001660 01  OMN-PAGE-COUNT              PIC 9(03) COMP VALUE ZERO.
001670 01  OMN-LINES-PER-PAGE          PIC 9(03) COMP VALUE 55.
001680 01  WS-CURRENT-DATE             PIC 9(08) VALUE ZERO.
001690 01  WS-CURRENT-TIME             PIC 9(08) VALUE ZERO.
001700
001710****************************************************************
001720*    PAGINATED REGISTER LINES - OLD AND NEW STATUS AND ROLES    *
001730*    SIDE BY SIDE SO EVERY GRANT AND REVOCATION IS VISIBLE      *
001740****************************************************************
001750 01  RPT-HEADING-LINE-1.
001760     05  FILLER                  PIC X(01) VALUE "1".
001770     05  FILLER                  PIC X(40)
001780             VALUE "OPRMNT - OPERATOR AUTHORIZATION MAINT".
001790     05  FILLER                  PIC X(10) VALUE "  RUN DATE".
001800     05  RPT-HDG-RUN-DATE        PIC 9(08).
001810     05  FILLER                  PIC X(09) VALUE SPACES.
001820     05  FILLER                  PIC X(05) VALUE "PAGE ".
001830     05  RPT-HDG-PAGE-NO         PIC ZZ9.
001840     05  FILLER                  PIC X(56) VALUE SPACES.
001850
001860 01  RPT-HEADING-LINE-2.
001870     05  FILLER                  PIC X(01) VALUE SPACE.
001880     05  FILLER                  PIC X(02) VALUE "AC".
001890     05  FILLER                  PIC X(01) VALUE SPACES.
001900     05  FILLER                  PIC X(08) VALUE "OPER ID".
001910     05  FILLER                  PIC X(02) VALUE SPACES.
001920     05  FILLER                  PIC X(30) VALUE "NAME".
001930     05  FILLER                  PIC X(02) VALUE SPACES.
001940     05  FILLER                  PIC X(02) VALUE "OS".
001950     05  FILLER                  PIC X(01) VALUE SPACES.
001960     05  FILLER                  PIC X(05) VALUE "KADIG".
001970     05  FILLER                  PIC X(02) VALUE SPACES.
001980     05  FILLER                  PIC X(02) VALUE "NS".
001990     05  FILLER                  PIC X(01) VALUE SPACES.
002000     05  FILLER                  PIC X(05) VALUE "KADIG".
002010     05  FILLER                  PIC X(02) VALUE SPACES.
002020     05  FILLER                  PIC X(08) VALUE "MAINT BY".
002030     05  FILLER                  PIC X(02) VALUE SPACES.
002040     05  FILLER                  PIC X(30) VALUE "DISPOSITION".
002050     05  FILLER                  PIC X(26) VALUE SPACES.
002060
002070 01  RPT-DETAIL-LINE.
002080     05  FILLER                  PIC X(01) VALUE SPACE.
002090     05  RPT-ACTION-CODE         PIC X(02).
002100     05  FILLER                  PIC X(01) VALUE SPACES.
002110     05  RPT-OPERATOR-ID         PIC X(08).
002120     05  FILLER                  PIC X(02) VALUE SPACES.
002130     05  RPT-OPERATOR-NAME       PIC X(30).
002140     05  FILLER                  PIC X(02) VALUE SPACES.
002150     05  RPT-OLD-STATUS-CODE     PIC X(02).
002160     05  FILLER                  PIC X(01) VALUE SPACES.
002170     05  RPT-OLD-ROLES           PIC X(05).
002180     05  FILLER                  PIC X(02) VALUE SPACES.
002190     05  RPT-NEW-STATUS-CODE     PIC X(02).
002200     05  FILLER                  PIC X(01) VALUE SPACES.
002210     05  RPT-NEW-ROLES           PIC X(05).
002220     05  FILLER                  PIC X(02) VALUE SPACES.
002230     05  RPT-MAINTAINED-BY       PIC X(08).
002240     05  FILLER                  PIC X(02) VALUE SPACES.
002250     05  RPT-DISPOSITION         PIC X(30).
002260     05  FILLER                  PIC X(26) VALUE SPACES.
002270
002280 01  RPT-TOTAL-LINE.
002290     05  FILLER                  PIC X(01) VALUE SPACE.
002300     05  RPT-TOT-LABEL           PIC X(25).
002310     05  RPT-TOT-VALUE           PIC ZZZZZ9.
002320     05  FILLER                  PIC X(100) VALUE SPACES.
002330
002340 PROCEDURE DIVISION.
002350****************************************************************
002360*    0000-MAINLINE                                              *
002370****************************************************************
002380 0000-MAINLINE.
002390     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002400     PERFORM 2000-APPLY-TRANSACTION THRU 2000-EXIT
002410         UNTIL WS-TRN-EOF.
002420     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002430     PERFORM 9700-WRITE-RUN-END THRU 9700-EXIT.
002440     STOP RUN.
002450
002460****************************************************************
002470*    1000-INITIALIZE                                            *
002480****************************************************************
002490 1000-INITIALIZE.
002500     OPEN INPUT OPR-TRAN-FILE.
002510     IF WS-TRN-FILE-STATUS NOT = "00"
002520         DISPLAY "OPRMNT - ABEND - OPR-TRAN-FILE "
002530                 "OPEN FAILED - STATUS " WS-TRN-FILE-STATUS
002540         GO TO 9900-ABEND-TERMINATION
002550     END-IF.
002560     OPEN I-O OPERATOR-AUTH-FILE.
002570     IF WS-OPR-FILE-STATUS NOT = "00"
002580             AND WS-OPR-FILE-STATUS NOT = "05"
002590         DISPLAY "OPRMNT - ABEND - OPERATOR-AUTH-FILE "
002600                 "OPEN FAILED - STATUS " WS-OPR-FILE-STATUS
002610         GO TO 9900-ABEND-TERMINATION
002620     END-IF.
002630     OPEN EXTEND OPERATOR-ACTIVITY-FILE.
002640     IF WS-OPA-FILE-STATUS NOT = "00"
002650             AND WS-OPA-FILE-STATUS NOT = "05"
002660         DISPLAY "OPRMNT - ABEND - OPERATOR-ACTIVITY-FILE "
002670                 "OPEN FAILED - STATUS " WS-OPA-FILE-STATUS
002680         GO TO 9900-ABEND-TERMINATION
002690     END-IF.
002700     OPEN OUTPUT REGISTER-FILE.
002710     IF WS-RPT-FILE-STATUS NOT = "00"
002720         DISPLAY "OPRMNT - ABEND - REGISTER-FILE "
002730                 "OPEN FAILED - STATUS " WS-RPT-FILE-STATUS
002740         GO TO 9900-ABEND-TERMINATION
002750     END-IF.
002760     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
002770     PERFORM 1700-WRITE-RUN-START THRU 1700-EXIT.
002780     PERFORM 7100-WRITE-REPORT-HEADING THRU 7100-EXIT.
002790     PERFORM 2900-READ-TRAN-RECORD THRU 2900-EXIT.
002800 1000-EXIT.
002810     EXIT.
002820
002830****************************************************************
002840*    1700-WRITE-RUN-START - APPEND THE START RECORD TO THE      *
002850*    SHARED RUN-STATUS FILE FOR THE STATBRD STATUS BOARD        *
002860****************************************************************
002870 1700-WRITE-RUN-START.
002880     OPEN EXTEND RUN-STATUS-FILE.
002890     IF WS-RUN-FILE-STATUS NOT = "00"
002900             AND WS-RUN-FILE-STATUS NOT = "05"
002910         DISPLAY "OPRMNT - ABEND - RUN-STATUS-FILE "
002920                 "OPEN FAILED - STATUS " WS-RUN-FILE-STATUS
002930         GO TO 9900-ABEND-TERMINATION
002940     END-IF.
002950     MOVE "Y" TO WS-RUN-OPEN-SW.
002960     MOVE SPACES          TO RUN-RECORD.
002970     MOVE "OPRMNT"        TO RUN-PROGRAM-ID.
002980     MOVE WS-CURRENT-DATE TO RUN-RUN-DATE.
002990     MOVE 01              TO RUN-CYCLE-NO.
003000     MOVE SPACES          TO RUN-RUN-ID.
003010     MOVE "S"             TO RUN-RECORD-TYPE.
003020     ACCEPT WS-CURRENT-TIME FROM TIME.
003030     MOVE WS-CURRENT-TIME TO RUN-TIME.
003040     MOVE ZERO            TO RUN-RECORDS-PROCESSED.
003050     MOVE ZERO            TO RUN-RETURN-CODE.
003060     WRITE RUN-RECORD.
003070     IF WS-RUN-FILE-STATUS NOT = "00"
003080         DISPLAY "OPRMNT - ABEND - RUN-STATUS-FILE "
003090                 "WRITE FAILED - STATUS " WS-RUN-FILE-STATUS
003100         GO TO 9900-ABEND-TERMINATION
003110     END-IF.
003120 1700-EXIT.
003130     EXIT.
003140
003150****************************************************************
003160*    2000-APPLY-TRANSACTION - ONE ITERATION PER TRANSACTION.    *
003170*    THE OLD STATUS AND ROLES ARE CAPTURED BEFORE ANY CHANGE    *
003180*    SO THE REGISTER SHOWS BEFORE AND AFTER FOR EVERY           *
003190*    TRANSACTION. NOBODY MAY MAINTAIN THEIR OWN ID, SO NO ONE   *
003200*    CAN GRANT THEMSELVES A ROLE OR LIFT THEIR OWN REVOCATION.  *
003210****************************************************************
003220 2000-APPLY-TRANSACTION.
003230     ADD 1 TO OMN-READ-COUNT.
003240     MOVE SPACES TO OMN-DISPOSITION.
003250     PERFORM 2100-READ-OPERATOR THRU 2100-EXIT.
003260     MOVE OMN-OLD-STATUS-CODE TO OMN-NEW-STATUS-CODE.
003270     MOVE OMN-OLD-ROLES       TO OMN-NEW-ROLES.
003280     IF TRN-MAINTAINED-BY = SPACES
003290         MOVE "REJECTED - NO MAINTAINED-BY ID" TO OMN-DISPOSITION
003300         ADD 1 TO OMN-REJECT-COUNT
003310         GO TO 2000-REGISTER
003320     END-IF.
003330     IF TRN-OPERATOR-ID = SPACES
003340         MOVE "REJECTED - OPERATOR ID BLANK" TO OMN-DISPOSITION
003350         ADD 1 TO OMN-REJECT-COUNT
003360         GO TO 2000-REGISTER
003370     END-IF.
003380     IF TRN-MAINTAINED-BY = TRN-OPERATOR-ID
003390         MOVE "REJECTED - MAINTAINS OWN ID" TO OMN-DISPOSITION
003400         ADD 1 TO OMN-REJECT-COUNT
003410         GO TO 2000-REGISTER
003420     END-IF.
003430     IF TRN-ACTION-ADD
003440         PERFORM 3000-ADD-OPERATOR THRU 3000-EXIT
003450     ELSE
003460         IF TRN-ACTION-CHANGE
003470             PERFORM 4000-CHANGE-OPERATOR THRU 4000-EXIT
003480         ELSE
003490             IF TRN-ACTION-REVOKE
003500                 PERFORM 5000-REVOKE-OPERATOR THRU 5000-EXIT
003510             ELSE
003520                 IF TRN-ACTION-REINSTATE
003530                     PERFORM 5500-REINSTATE-OPERATOR
003540                         THRU 5500-EXIT
003550                 ELSE
003560                     MOVE "REJECTED - INVALID ACTION CODE"
003570                         TO OMN-DISPOSITION
003580                     ADD 1 TO OMN-REJECT-COUNT
003590                 END-IF
003600             END-IF
003610         END-IF
003620     END-IF.
003630 2000-REGISTER.
003640     PERFORM 6000-WRITE-REGISTER-LINE THRU 6000-EXIT.
003650     PERFORM 6500-WRITE-ACTIVITY-RECORD THRU 6500-EXIT.
003660     PERFORM 2900-READ-TRAN-RECORD THRU 2900-EXIT.
003670 2000-EXIT.
003680     EXIT.
003690
003700 2100-READ-OPERATOR.
003710     MOVE SPACES TO OMN-OLD-STATUS-CODE.
003720     MOVE SPACES TO OMN-OLD-ROLES.
003730     MOVE TRN-OPERATOR-ID TO OPR-OPERATOR-ID.
003740     READ OPERATOR-AUTH-FILE
003750         INVALID KEY
003760             MOVE "N" TO OMN-OPERATOR-FOUND-SW
003770         NOT INVALID KEY
003780             MOVE "Y" TO OMN-OPERATOR-FOUND-SW
003790             MOVE OPR-STATUS-CODE TO OMN-OLD-STATUS-CODE
003800             MOVE OPR-ROLES       TO OMN-OLD-ROLES
003810     END-READ.
003820 2100-EXIT.
003830     EXIT.
003840
003850 2900-READ-TRAN-RECORD.
003860     READ OPR-TRAN-FILE
003870         AT END
003880             MOVE "Y" TO WS-TRN-EOF-SW
003890     END-READ.
003900 2900-EXIT.
003910     EXIT.
003920
003930****************************************************************
003940*    3000-ADD-OPERATOR - A NEW ID STARTS ACTIVE WITH THE ROLES  *
003950*    KEYED; A BLANK ROLE BYTE MEANS THE ROLE IS NOT HELD        *
003960****************************************************************
003970 3000-ADD-OPERATOR.
003980     IF OMN-OPERATOR-FOUND
003990         MOVE "REJECTED - ALREADY ON FILE" TO OMN-DISPOSITION
004000         ADD 1 TO OMN-REJECT-COUNT
004010         GO TO 3000-EXIT
004020     END-IF.
004030     IF TRN-OPERATOR-NAME = SPACES
004040         MOVE "REJECTED - NAME BLANK" TO OMN-DISPOSITION
004050         ADD 1 TO OMN-REJECT-COUNT
004060         GO TO 3000-EXIT
004070     END-IF.
004080     MOVE "NNNNN" TO OMN-NEW-ROLES.
004090     PERFORM 3500-EDIT-ROLES THRU 3500-EXIT.
004100     IF OMN-DISPOSITION NOT = SPACES
004110         GO TO 3000-EXIT
004120     END-IF.
004130     MOVE "A"               TO OMN-NEW-STATUS-CODE.
004140     MOVE SPACES            TO OPR-RECORD.
004150     MOVE TRN-OPERATOR-ID   TO OPR-OPERATOR-ID.
004160     MOVE TRN-OPERATOR-NAME TO OPR-NAME.
004170     MOVE OMN-NEW-STATUS-CODE TO OPR-STATUS-CODE.
004180     MOVE OMN-NEW-ROLES     TO OPR-ROLES.
004190     MOVE WS-CURRENT-DATE   TO OPR-ADDED-DATE.
004200     MOVE WS-CURRENT-DATE   TO OPR-STATUS-DATE.
004210     MOVE WS-CURRENT-DATE   TO OPR-CHANGED-DATE.
004220     MOVE TRN-MAINTAINED-BY TO OPR-CHANGED-BY.
004230     WRITE OPR-RECORD
004240         INVALID KEY
004250             MOVE "REJECTED - ALREADY ON FILE"
004260                 TO OMN-DISPOSITION
004270             ADD 1 TO OMN-REJECT-COUNT
004280             GO TO 3000-EXIT
004290     END-WRITE.
004300     IF WS-OPR-FILE-STATUS NOT = "00"
004310         DISPLAY "OPRMNT - ABEND - OPERATOR-AUTH-FILE "
004320                 "WRITE FAILED - STATUS " WS-OPR-FILE-STATUS
004330         GO TO 9900-ABEND-TERMINATION
004340     END-IF.
004350     MOVE "ADDED" TO OMN-DISPOSITION.
004360     ADD 1 TO OMN-APPLIED-COUNT.
004370 3000-EXIT.
004380     EXIT.
004390
004400****************************************************************
004410*    3500-EDIT-ROLES - EACH ROLE BYTE MUST BE Y, N, OR BLANK;   *
004420*    A BLANK LEAVES THE ROLE IN OMN-NEW-ROLES AS IT STANDS      *
004430****************************************************************
004440 3500-EDIT-ROLES.
004450     PERFORM 3510-EDIT-ONE-ROLE THRU 3510-EXIT
004460         VARYING OMN-ROLE-SUB FROM 1 BY 1
004470         UNTIL OMN-ROLE-SUB > 5
004480             OR OMN-DISPOSITION NOT = SPACES.
004490 3500-EXIT.
004500     EXIT.
004510
004520 3510-EDIT-ONE-ROLE.
004530     IF TRN-ROLE-FLAG (OMN-ROLE-SUB) = SPACE
004540         GO TO 3510-EXIT
004550     END-IF.
004560     IF TRN-ROLE-FLAG (OMN-ROLE-SUB) NOT = "Y"
004570             AND TRN-ROLE-FLAG (OMN-ROLE-SUB) NOT = "N"
004580         MOVE "REJECTED - ROLE NOT Y OR N" TO OMN-DISPOSITION
004590         ADD 1 TO OMN-REJECT-COUNT
004600         GO TO 3510-EXIT
004610     END-IF.
004620     MOVE TRN-ROLE-FLAG (OMN-ROLE-SUB)
004630         TO OMN-NEW-ROLE-FLAG (OMN-ROLE-SUB).
004640 3510-EXIT.
004650     EXIT.
004660
004670****************************************************************
004680*    4000-CHANGE-OPERATOR - A BLANK NAME OR ROLE BYTE LEAVES    *
004690*    THE FIELD AS IT STANDS. A REVOKED ID MAY STILL HAVE ITS    *
004700*    ROLES CHANGED; IT PASSES NO CHECK UNTIL REINSTATED.        *
004710****************************************************************
004720 4000-CHANGE-OPERATOR.
004730     IF OMN-OPERATOR-NOT-FOUND
004740         MOVE "REJECTED - NOT ON FILE" TO OMN-DISPOSITION
004750         ADD 1 TO OMN-REJECT-COUNT
004760         GO TO 4000-EXIT
004770     END-IF.
004780     PERFORM 3500-EDIT-ROLES THRU 3500-EXIT.
004790     IF OMN-DISPOSITION NOT = SPACES
004800         GO TO 4000-EXIT
004810     END-IF.
004820     IF TRN-OPERATOR-NAME NOT = SPACES
004830         MOVE TRN-OPERATOR-NAME TO OPR-NAME
004840     END-IF.
004850     MOVE OMN-NEW-ROLES     TO OPR-ROLES.
004860     PERFORM 4500-REWRITE-OPERATOR THRU 4500-EXIT.
004870     MOVE "CHANGED" TO OMN-DISPOSITION.
004880     ADD 1 TO OMN-APPLIED-COUNT.
004890 4000-EXIT.
004900     EXIT.
004910
004920 4500-REWRITE-OPERATOR.
004930     MOVE WS-CURRENT-DATE   TO OPR-CHANGED-DATE.
004940     MOVE TRN-MAINTAINED-BY TO OPR-CHANGED-BY.
004950     REWRITE OPR-RECORD
004960         INVALID KEY
004970             DISPLAY "OPRMNT - ABEND - OPERATOR-AUTH-FILE "
004980                     "REWRITE INVALID KEY - OPERATOR "
004990                     OPR-OPERATOR-ID
005000             GO TO 9900-ABEND-TERMINATION
005010     END-REWRITE.
005020     IF WS-OPR-FILE-STATUS NOT = "00"
005030         DISPLAY "OPRMNT - ABEND - OPERATOR-AUTH-FILE "
005040                 "REWRITE FAILED - STATUS " WS-OPR-FILE-STATUS
005050         GO TO 9900-ABEND-TERMINATION
005060     END-IF.
005070 4500-EXIT.
005080     EXIT.
005090
005100****************************************************************
005110*    5000-REVOKE-OPERATOR - THE ID AND ITS ROLES STAY ON FILE   *
005120*    FOR THE ACCESS REVIEW; THE STATUS ALONE STOPS IT           *
005130****************************************************************
005140 5000-REVOKE-OPERATOR.
005150     IF OMN-OPERATOR-NOT-FOUND
005160         MOVE "REJECTED - NOT ON FILE" TO OMN-DISPOSITION
005170         ADD 1 TO OMN-REJECT-COUNT
005180         GO TO 5000-EXIT
005190     END-IF.
005200     IF OPR-REVOKED
005210         MOVE "REJECTED - ALREADY REVOKED" TO OMN-DISPOSITION
005220         ADD 1 TO OMN-REJECT-COUNT
005230         GO TO 5000-EXIT
005240     END-IF.
005250     MOVE "R"             TO OMN-NEW-STATUS-CODE.
005260     MOVE "R"             TO OPR-STATUS-CODE.
005270     MOVE WS-CURRENT-DATE TO OPR-STATUS-DATE.
005280     PERFORM 4500-REWRITE-OPERATOR THRU 4500-EXIT.
005290     MOVE "REVOKED" TO OMN-DISPOSITION.
005300     ADD 1 TO OMN-APPLIED-COUNT.
005310     ADD 1 TO OMN-REVOKED-COUNT.
005320 5000-EXIT.
005330     EXIT.
005340
005350****************************************************************
005360*    5500-REINSTATE-OPERATOR                                    *
005370****************************************************************
005380 5500-REINSTATE-OPERATOR.
005390     IF OMN-OPERATOR-NOT-FOUND
005400         MOVE "REJECTED - NOT ON FILE" TO OMN-DISPOSITION
005410         ADD 1 TO OMN-REJECT-COUNT
005420         GO TO 5500-EXIT
005430     END-IF.
005440     IF NOT OPR-REVOKED
005450         MOVE "REJECTED - NOT REVOKED" TO OMN-DISPOSITION
005460         ADD 1 TO OMN-REJECT-COUNT
005470         GO TO 5500-EXIT
005480     END-IF.
005490     MOVE "A"             TO OMN-NEW-STATUS-CODE.
005500     MOVE "A"             TO OPR-STATUS-CODE.
005510     MOVE WS-CURRENT-DATE TO OPR-STATUS-DATE.
005520     PERFORM 4500-REWRITE-OPERATOR THRU 4500-EXIT.
005530     MOVE "REINSTATED" TO OMN-DISPOSITION.
005540     ADD 1 TO OMN-APPLIED-COUNT.
005550 5500-EXIT.
005560     EXIT.
005570
005580****************************************************************
005590*    6000-WRITE-REGISTER-LINE - DETAIL LINE WITH PAGE BREAK     *
005600****************************************************************
005610 6000-WRITE-REGISTER-LINE.
005620     IF OMN-LINE-COUNT >= OMN-LINES-PER-PAGE
005630         PERFORM 7100-WRITE-REPORT-HEADING THRU 7100-EXIT
005640     END-IF.
005650     MOVE SPACES              TO RPT-DETAIL-LINE.
005660     MOVE TRN-ACTION-CODE     TO RPT-ACTION-CODE.
005670     MOVE TRN-OPERATOR-ID     TO RPT-OPERATOR-ID.
005680     IF TRN-OPERATOR-NAME NOT = SPACES
005690         MOVE TRN-OPERATOR-NAME TO RPT-OPERATOR-NAME
005700     ELSE
005710         IF OMN-OPERATOR-FOUND
005720             MOVE OPR-NAME TO RPT-OPERATOR-NAME
005730         END-IF
005740     END-IF.
005750     MOVE OMN-OLD-STATUS-CODE TO RPT-OLD-STATUS-CODE.
005760     MOVE OMN-OLD-ROLES       TO RPT-OLD-ROLES.
005770     MOVE OMN-NEW-STATUS-CODE TO RPT-NEW-STATUS-CODE.
005780     MOVE OMN-NEW-ROLES       TO RPT-NEW-ROLES.
005790     MOVE TRN-MAINTAINED-BY   TO RPT-MAINTAINED-BY.
005800     MOVE OMN-DISPOSITION     TO RPT-DISPOSITION.
005810     WRITE REGISTER-RECORD FROM RPT-DETAIL-LINE.
005820     IF WS-RPT-FILE-STATUS NOT = "00"
005830         DISPLAY "OPRMNT - ABEND - REGISTER-FILE "
005840                 "WRITE FAILED - STATUS " WS-RPT-FILE-STATUS
005850         GO TO 9900-ABEND-TERMINATION
005860     END-IF.
005870     ADD 1 TO OMN-LINE-COUNT.
005880 6000-EXIT.
005890     EXIT.
005900
005910****************************************************************
005920*    6500-WRITE-ACTIVITY-RECORD - EVERY AUTHORIZATION CHANGE,   *
005930*    APPLIED OR NOT, GOES ON THE OPERATOR ACTIVITY LOG UNDER    *
005940*    THE PERSON WHO MADE IT                                     *
005950****************************************************************
005960 6500-WRITE-ACTIVITY-RECORD.
005970     IF TRN-MAINTAINED-BY = SPACES
005980         GO TO 6500-EXIT
005990     END-IF.
006000     MOVE SPACES            TO OPA-RECORD.
006010     MOVE TRN-MAINTAINED-BY TO OPA-OPERATOR-ID.
006020     MOVE WS-CURRENT-DATE   TO OPA-ACTIVITY-DATE.
006030     ACCEPT WS-CURRENT-TIME FROM TIME.
006040     MOVE WS-CURRENT-TIME   TO OPA-ACTIVITY-TIME.
006050     MOVE "OPRMNT"          TO OPA-PROGRAM-ID.
006060     MOVE "M"               TO OPA-ROLE-CODE.
006070     IF OMN-DISPOSITION (1:8) = "REJECTED"
006080         MOVE "R" TO OPA-RESULT-CODE
006090     ELSE
006100         MOVE "A" TO OPA-RESULT-CODE
006110     END-IF.
006120     MOVE TRN-ACTION-CODE   TO OPA-ACTION-CODE.
006130     MOVE TRN-OPERATOR-ID   TO OPA-ITEM-CODE.
006140     MOVE OMN-DISPOSITION   TO OPA-REASON.
006150     WRITE OPA-RECORD.
006160     IF WS-OPA-FILE-STATUS NOT = "00"
006170         DISPLAY "OPRMNT - ABEND - OPERATOR-ACTIVITY-FILE "
006180                 "WRITE FAILED - STATUS " WS-OPA-FILE-STATUS
006190         GO TO 9900-ABEND-TERMINATION
006200     END-IF.
006210 6500-EXIT.
006220     EXIT.
006230
006240****************************************************************
006250*    7100-WRITE-REPORT-HEADING - PAGE BREAK                     *
006260****************************************************************
006270 7100-WRITE-REPORT-HEADING.
006280     ADD 1 TO OMN-PAGE-COUNT.
006290     MOVE WS-CURRENT-DATE TO RPT-HDG-RUN-DATE.
006300     MOVE OMN-PAGE-COUNT  TO RPT-HDG-PAGE-NO.
006310     WRITE REGISTER-RECORD FROM RPT-HEADING-LINE-1.
006320     WRITE REGISTER-RECORD FROM RPT-HEADING-LINE-2.
006330     MOVE ZERO TO OMN-LINE-COUNT.
006340 7100-EXIT.
006350     EXIT.
006360
006370****************************************************************
006380*    8000-WRITE-REGISTER-TOTALS                                 *
006390****************************************************************
006400 8000-WRITE-REGISTER-TOTALS.
006410     MOVE SPACES                  TO RPT-TOTAL-LINE.
006420     MOVE "TRANSACTIONS READ"     TO RPT-TOT-LABEL.
006430     MOVE OMN-READ-COUNT          TO RPT-TOT-VALUE.
006440     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT.
006450     MOVE SPACES                  TO RPT-TOTAL-LINE.
006460     MOVE "TRANSACTIONS APPLIED"  TO RPT-TOT-LABEL.
006470     MOVE OMN-APPLIED-COUNT       TO RPT-TOT-VALUE.
006480     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT.
006490     MOVE SPACES                  TO RPT-TOTAL-LINE.
006500     MOVE "TRANSACTIONS REJECTED" TO RPT-TOT-LABEL.
006510     MOVE OMN-REJECT-COUNT        TO RPT-TOT-VALUE.
006520     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT.
006530     MOVE SPACES                  TO RPT-TOTAL-LINE.
006540     MOVE "IDS REVOKED"           TO RPT-TOT-LABEL.
006550     MOVE OMN-REVOKED-COUNT       TO RPT-TOT-VALUE.
006560     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT.
006570 8000-EXIT.
006580     EXIT.
006590
006600 8100-WRITE-TOTAL-LINE.
006610     IF OMN-LINE-COUNT >= OMN-LINES-PER-PAGE
006620         PERFORM 7100-WRITE-REPORT-HEADING THRU 7100-EXIT
006630     END-IF.
006640     WRITE REGISTER-RECORD FROM RPT-TOTAL-LINE.
006650     IF WS-RPT-FILE-STATUS NOT = "00"
006660         DISPLAY "OPRMNT - ABEND - REGISTER-FILE "
006670                 "WRITE FAILED - STATUS " WS-RPT-FILE-STATUS
006680         GO TO 9900-ABEND-TERMINATION
006690     END-IF.
006700     ADD 1 TO OMN-LINE-COUNT.
006710 8100-EXIT.
006720     EXIT.
006730
006740****************************************************************
006750*    9000-TERMINATE - RETURN CODE 4 TELLS OPERATIONS TO READ    *
006760*    THE REGISTER FOR REJECTED TRANSACTIONS                     *
006770****************************************************************
006780 9000-TERMINATE.
006790     PERFORM 8000-WRITE-REGISTER-TOTALS THRU 8000-EXIT.
006800     CLOSE OPR-TRAN-FILE
006810           OPERATOR-AUTH-FILE
006820           OPERATOR-ACTIVITY-FILE
006830           REGISTER-FILE.
006840     IF OMN-REJECT-COUNT > ZERO
006850         MOVE 4 TO RETURN-CODE
006860     END-IF.
006870 9000-EXIT.
006880     EXIT.
006890
006900****************************************************************
006910*    9700-WRITE-RUN-END - APPEND THE END RECORD WITH THE        *
006920*    FINAL RETURN CODE AND RECORDS PROCESSED; NEVER ABENDS,     *
006930*    SINCE THE ABEND PATH ITSELF COMES THROUGH HERE             *
006940****************************************************************
006950 9700-WRITE-RUN-END.
006960     IF NOT WS-RUN-OPEN
006970         GO TO 9700-EXIT
006980     END-IF.
006990     MOVE SPACES          TO RUN-RECORD.
007000     MOVE "OPRMNT"        TO RUN-PROGRAM-ID.
007010     MOVE WS-CURRENT-DATE TO RUN-RUN-DATE.
007020     MOVE 01              TO RUN-CYCLE-NO.
007030     MOVE SPACES          TO RUN-RUN-ID.
007040     MOVE "E"             TO RUN-RECORD-TYPE.
007050     ACCEPT WS-CURRENT-TIME FROM TIME.
007060     MOVE WS-CURRENT-TIME TO RUN-TIME.
007070     MOVE OMN-READ-COUNT  TO RUN-RECORDS-PROCESSED.
007080     MOVE RETURN-CODE     TO RUN-RETURN-CODE.
007090     WRITE RUN-RECORD.
007100     IF WS-RUN-FILE-STATUS NOT = "00"
007110         DISPLAY "OPRMNT - RUN-STATUS-FILE WRITE FAILED - "
007120                 "STATUS " WS-RUN-FILE-STATUS
007130     END-IF.
007140     CLOSE RUN-STATUS-FILE.
007150     MOVE "N" TO WS-RUN-OPEN-SW.
007160 9700-EXIT.
007170     EXIT.
007180
007190****************************************************************
007200*    9900-ABEND-TERMINATION - AN OPEN OR A WRITE CAME BACK      *
007210*    WITH A FILE STATUS OTHER THAN SUCCESSFUL; THE RUN CANNOT   *
007220*    BE TRUSTED TO CONTINUE, SO IT STOPS HERE WITH A NON-ZERO   *
007230*    RETURN CODE FOR THE JOB SCHEDULER TO CATCH.                *
007240****************************************************************
007250 9900-ABEND-TERMINATION.
007260     MOVE 16 TO RETURN-CODE.
007270     PERFORM 9700-WRITE-RUN-END THRU 9700-EXIT.
007280     STOP RUN.
