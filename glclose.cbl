000060* DATE-COMPILED.                                                *
000070*                                                                *
000080* REMARKS.                                                      *
000090*     FISCAL PERIOD-END CLOSE OF THE GL EXTRACT. READS THE      *
000100*     PERIOD'S ACCUMULATED GL EXTRACT RECORDS, SUMMARIZES       *
000110*     DEBITS AND CREDITS BY GL ACCOUNT FOR THE FISCAL PERIOD    *
000120*     (4-4-5 SHOP CALENDAR, YYYYPP) NAMED ON THE CONTROL CARD,  *
000130*     PROVES THE SUMMARY DEBITS EQUAL THE SUMMARY CREDITS, AND  *
000140*     WRITES A PERIOD JOURNAL FILE PLUS A PRINTED JOURNAL       *
000150*     REPORT SO ACCOUNTING NO LONGER RE-ADDS A MONTH OF DAILY   *
000160*     EXTRACTS BY HAND. EACH EXTRACT RECORD'S PERIOD IS THE     *
000170*     FISCAL PERIOD STAMPED ON IT, OR THE CALENDAR'S PERIOD     *
000180*     FOR ITS RUN DATE WHEN IT CARRIES NONE; A RUN DATE THE     *
000190*     CALENDAR DOES NOT COVER IS FLAGGED. A PERIOD CONTROL      *
000200*     RECORD IS KEPT PER PERIOD: A CLOSED PERIOD CANNOT BE      *
000210*     POSTED AGAIN, AND AN EXTRACT RECORD DATED INTO A CLOSED   *
000220*     PERIOD IS FLAGGED ON THE REPORT INSTEAD OF SILENTLY       *
000230*     SUMMARIZED. THE EXTRACT'S HEADER/TRAILER CONTROL RECORDS  *
000240*     ARE VERIFIED SEGMENT BY SEGMENT. ENDS WITH RETURN CODE 0  *
000250*     ON A CLEAN, BALANCED CLOSE AND THE HOLDING CODE 8 WHEN    *
000260*     THE PERIOD IS ALREADY CLOSED, THE SUMMARY IS OUT OF       *
000270*     BALANCE, A RECORD IS DATED INTO A CLOSED PERIOD OR HAS    *
000280*     NO FISCAL PERIOD, OR A CONTROL CHECK FAILS - THE PERIOD   *
000290*     IS ONLY MARKED CLOSED ON A CLEAN RUN.                     *
000300*                                                                *
000310* MODIFICATION HISTORY.                                         *
000320*     08/26/2026  DLO  ORIGINAL PROGRAM.                        *
000330*     08/27/2026  DLO  WRITE A START AND AN END RECORD TO THE    *
000340*                      SHARED RUN-STATUS FILE FOR THE STATBRD    *
000350*                      DAILY OPERATIONS STATUS BOARD.            *
000360*     09/02/2026  DLO  FLAG A GL EXTRACT WITH NO CONTROL         *
000370*                      RECORDS AT ALL, SO AN EMPTY OR            *
000380*                      PRE-CONTROLS FILE CANNOT CLOSE A          *
000390*                      PERIOD WITH ZERO TOTALS.                  *
000400*     09/02/2026  DLO  ROUTE THE TABLE-FULL ABEND THROUGH THE    *
000410*                      COMMON ABEND EXIT SO THE RUN-STATUS END   *
000420*                      RECORD IS STILL WRITTEN.                  *
000430*     09/18/2026  DLO  SUMMARIZE THE STANDARD-COST DOLLAR VALUE  *
000440*                      CARRIED ON THE GL EXTRACT ALONGSIDE THE   *
000450*                      QUANTITY, WRITE IT TO THE PERIOD JOURNAL  *
000460*                      AND REPORT, AND REQUIRE THE DEBIT AND     *
000470*                      CREDIT VALUES TO BALANCE BEFORE THE       *
000480*                      PERIOD CLOSES.                            *
000490*     10/06/2026  DLO  CLOSE BY FISCAL PERIOD OF THE SHOP        *
000500*                      CALENDAR: TAKE EACH EXTRACT RECORD'S      *
000510*                      PERIOD FROM ITS FISCAL-PERIOD STAMP OR    *
000520*                      THE CALENDAR, AND HOLD THE RUN ON A RUN   *
000530*                      DATE THE CALENDAR DOES NOT COVER.         *
000540****************************************************************
000550 IDENTIFICATION DIVISION.
000560 PROGRAM-ID.    GLCLOSE.
000570 AUTHOR.        D. L. OKAFOR.
000580 INSTALLATION.  INVENTORY CONTROL SYSTEMS.
000590 DATE-WRITTEN.  08/26/2026.
000600 DATE-COMPILED.
000610
000620 ENVIRONMENT DIVISION.
000630 CONFIGURATION SECTION.
000640 SOURCE-COMPUTER.   IBM-370.
000650 OBJECT-COMPUTER.   IBM-370.
000660 SPECIAL-NAMES.
000670     C01 IS TOP-OF-PAGE.
000680
000690 INPUT-OUTPUT SECTION.
000700 FILE-CONTROL.
000710*    CLOSE-PERIOD CONTROL CARD - FISCAL YYYYPP, MANDATORY
000720     SELECT CONTROL-CARD-FILE
000730         ASSIGN TO GLCCARD
000740         ORGANIZATION IS SEQUENTIAL
000750         FILE STATUS IS WS-CRD-FILE-STATUS.
000760
000770*    THE MONTH'S ACCUMULATED GL EXTRACT RECORDS
000780     SELECT GLX-INPUT-FILE
000790         ASSIGN TO GLXIN
000800         ORGANIZATION IS SEQUENTIAL
000810         FILE STATUS IS WS-GLX-FILE-STATUS.
000820
000830*    ACCOUNTING PERIOD CONTROL, KEYED BY PERIOD - OPTIONAL SO
000840*    THE FIRST EVER CLOSE CAN CREATE IT
000850     SELECT OPTIONAL PERIOD-CONTROL-FILE
000860         ASSIGN TO PERCTL
000870         ORGANIZATION IS INDEXED
000880         ACCESS MODE IS DYNAMIC
000890         RECORD KEY IS PER-KEY
000900         FILE STATUS IS WS-PER-FILE-STATUS.
000910
000920*    PERIOD JOURNAL FILE FOR THE ACCOUNTING LOADER
000930     SELECT JOURNAL-FILE
000940         ASSIGN TO JRNOUT
000950         ORGANIZATION IS SEQUENTIAL
000960         FILE STATUS IS WS-JRN-FILE-STATUS.
000970
000980*    PRINTED, PAGINATED PERIOD JOURNAL REPORT
000990     SELECT REGISTER-FILE
001000         ASSIGN TO GLCRPT
001010         ORGANIZATION IS SEQUENTIAL
001020         FILE STATUS IS WS-RPT-FILE-STATUS.
001030
001040*    SHARED RUN-STATUS FILE - ONE START AND ONE END RECORD PER
001050*    RUN, READ BY THE STATBRD OPERATIONS STATUS BOARD
001060     SELECT OPTIONAL RUN-STATUS-FILE
001070         ASSIGN TO RUNSTAT
001080         ORGANIZATION IS SEQUENTIAL
001090         FILE STATUS IS WS-RUN-FILE-STATUS.
001100
001110*    SHOP BUSINESS CALENDAR, KEYED BY DATE, MAINTAINED BY CALMNT
001120     SELECT CALENDAR-FILE
001130         ASSIGN TO CALFILE
001140         ORGANIZATION IS INDEXED
001150         ACCESS MODE IS RANDOM
001160         RECORD KEY IS CAL-KEY
001170         FILE STATUS IS WS-CAL-FILE-STATUS.
001180
001190 DATA DIVISION.
001200 FILE SECTION.
001210 FD  CONTROL-CARD-FILE
001220     LABEL RECORDS ARE STANDARD
001230     RECORD CONTAINS 80 CHARACTERS.
001240 01  CRD-RECORD.
001250     05  CRD-CLOSE-PERIOD        PIC 9(06).
001260     05  CRD-CLOSE-PERIOD-X REDEFINES CRD-CLOSE-PERIOD.
001270         10  CRD-CLOSE-YEAR      PIC 9(04).
001280         10  CRD-CLOSE-PERIOD-NO PIC 9(02).
001290     05  FILLER                  PIC X(74).
001300
001310 FD  GLX-INPUT-FILE
001320     LABEL RECORDS ARE STANDARD
001330     RECORD CONTAINS 80 CHARACTERS.
001340     COPY "GLXREC.CPY".
001350
001360 FD  PERIOD-CONTROL-FILE
001370     LABEL RECORDS ARE STANDARD
001380     RECORD CONTAINS 80 CHARACTERS.
001390     COPY "PERREC.CPY".
001400
001410 FD  JOURNAL-FILE
001420     LABEL RECORDS ARE STANDARD
001430     RECORD CONTAINS 80 CHARACTERS.
001440     COPY "JRNREC.CPY".
001450
001460 FD  REGISTER-FILE
001470     LABEL RECORDS ARE STANDARD
001480     RECORD CONTAINS 132 CHARACTERS.
001490 01  REGISTER-RECORD             PIC X(132).
001500
001510 FD  RUN-STATUS-FILE
001520     LABEL RECORDS ARE STANDARD
001530     RECORD CONTAINS 80 CHARACTERS.
001540     COPY "RUNREC.CPY".
001550
001560 FD  CALENDAR-FILE
001570     LABEL RECORDS ARE STANDARD
001580     RECORD CONTAINS 80 CHARACTERS.
001590     COPY "CALREC.CPY".
001600
001610 WORKING-STORAGE SECTION.
001620****************************************************************
001630*    FILE STATUS SWITCHES                                      *
001640****************************************************************
001650 01  WS-FILE-STATUSES.
001660     05  WS-CRD-FILE-STATUS      PIC X(02) VALUE "00".
001670     05  WS-GLX-FILE-STATUS      PIC X(02) VALUE "00".
001680     05  WS-PER-FILE-STATUS      PIC X(02) VALUE "00".
001690     05  WS-JRN-FILE-STATUS      PIC X(02) VALUE "00".
001700     05  WS-RPT-FILE-STATUS      PIC X(02) VALUE "00".
001710     05  WS-RUN-FILE-STATUS      PIC X(02) VALUE "00".
001720     05  WS-CAL-FILE-STATUS      PIC X(02) VALUE "00".
001730
001740****************************************************************
001750*    PROGRAM SWITCHES                                          *
001760****************************************************************
001770 01  WS-SWITCHES.
001780     05  WS-RUN-OPEN-SW          PIC X(01) VALUE "N".
001790         88  WS-RUN-OPEN                    VALUE "Y".
001800     05  WS-GLX-EOF-SW           PIC X(01) VALUE "N".
001810         88  WS-GLX-EOF                     VALUE "Y".
001820     05  GLC-ALREADY-CLOSED-SW   PIC X(01) VALUE "N".
001830         88  GLC-ALREADY-CLOSED             VALUE "Y".
001840     05  GLC-BALANCED-SW         PIC X(01) VALUE "Y".
001850         88  GLC-IN-BALANCE                 VALUE "Y".
001860         88  GLC-OUT-OF-BALANCE             VALUE "N".
001870     05  GLC-SEG-OPEN-SW         PIC X(01) VALUE "N".
001880         88  GLC-SEG-OPEN                   VALUE "Y".
001890     05  GLC-CTL-ERROR-SW        PIC X(01) VALUE "N".
001900         88  GLC-CTL-ERROR                  VALUE "Y".
001910     05  GLC-PER-FOUND-SW        PIC X(01) VALUE "N".
001920         88  GLC-PER-FOUND                  VALUE "Y".
001930     05  GLC-NO-PERIOD-SW        PIC X(01) VALUE "N".
001940         88  GLC-NO-PERIOD                  VALUE "Y".
001950
001960****************************************************************
001970*    CLOSE PERIOD AND WORK FIELDS                               *
001980****************************************************************
001990 01  GLC-CLOSE-PERIOD            PIC 9(06) VALUE ZERO.
002000 01  GLC-WORK-PERIOD             PIC 9(06) VALUE ZERO.
002010 01  GLC-LAST-CAL-DATE           PIC 9(08) VALUE ZERO.
002020 01  GLC-LAST-CAL-PERIOD         PIC 9(06) VALUE ZERO.
002030 01  WS-CURRENT-DATE             PIC 9(08) VALUE ZERO.
002040 01  WS-CURRENT-TIME             PIC 9(08) VALUE ZERO.
002050
002060****************************************************************
002070*    RUN COUNTERS AND PROOF TOTALS                              *
002080****************************************************************
002090 01  GLC-READ-COUNT              PIC 9(06) COMP VALUE ZERO.
002100 01  GLC-PERIOD-COUNT            PIC 9(06) COMP VALUE ZERO.
002110 01  GLC-OTHER-PERIOD-COUNT      PIC 9(06) COMP VALUE ZERO.
002120 01  GLC-FLAGGED-COUNT           PIC 9(06) COMP VALUE ZERO.
002130 01  GLC-NO-PERIOD-COUNT         PIC 9(06) COMP VALUE ZERO.
002140 01  GLC-JOURNAL-COUNT           PIC 9(06) COMP VALUE ZERO.
002150 01  GLC-TOTAL-DEBITS            PIC 9(13) COMP VALUE ZERO.
002160 01  GLC-TOTAL-CREDITS           PIC 9(13) COMP VALUE ZERO.
002170 01  GLC-TOTAL-DEBIT-VALUE       PIC 9(13)V99 COMP VALUE ZERO.
002180 01  GLC-TOTAL-CREDIT-VALUE      PIC 9(13)V99 COMP VALUE ZERO.
002190
002200****************************************************************
002210*    CONTROL-RECORD STATE - THE GL EXTRACT IS VERIFIED          *
002220*    SEGMENT BY SEGMENT BEFORE THE JOURNAL IS TRUSTED           *
002230****************************************************************
002240 01  GLC-HDR-COUNT               PIC 9(04) COMP VALUE ZERO.
002250 01  GLC-SEG-COUNT               PIC 9(08) COMP VALUE ZERO.
002260 01  GLC-SEG-HASH                PIC 9(12) COMP VALUE ZERO.
002270
002280     COPY "CTLREC.CPY".
002290
002300****************************************************************
002310*    ACCOUNT SUMMARY TABLE - ONE ENTRY PER DISTINCT GL          *
002320*    ACCOUNT SEEN IN THE CLOSE PERIOD                           *
002330****************************************************************
002340 01  GLC-ACCT-COUNT              PIC 9(04) COMP VALUE ZERO.
002350 01  GLC-ACCT-TABLE.
002360     05  GLC-ACCT-ENTRY OCCURS 500 TIMES
002370             INDEXED BY GLC-ACCT-IDX.
002380         10  GLC-TBL-ACCOUNT         PIC X(08).
002390         10  GLC-TBL-DEBIT-TOTAL     PIC 9(13) COMP.
002400         10  GLC-TBL-CREDIT-TOTAL    PIC 9(13) COMP.
002410         10  GLC-TBL-DEBIT-VALUE     PIC 9(13)V99 COMP.
002420         10  GLC-TBL-CREDIT-VALUE    PIC 9(13)V99 COMP.
002430
002440****************************************************************
002450*    PAGINATION COUNTERS                                        *
002460****************************************************************
002470 01  GLC-LINE-COUNT              PIC 9(03) COMP VALUE ZERO.
002480 01  GLC-PAGE-COUNT              PIC 9(03) COMP VALUE ZERO.
002490 01  GLC-LINES-PER-PAGE          PIC 9(03) COMP VALUE 55.
002500
002510****************************************************************
002520*    PAGINATED JOURNAL REPORT LINES                             *
002530****************************************************************
002540 01  RPT-HEADING-LINE-1.
002550     05  FILLER                  PIC X(01) VALUE "1".
002560     05  FILLER                  PIC X(40)
002570             VALUE "GLCLOSE - PERIOD JOURNAL".
002580     05  FILLER                  PIC X(15)
002590             VALUE "  FISCAL PERIOD".
002600     05  RPT-HDG-PERIOD          PIC 9(06).
002610     05  FILLER                  PIC X(06) VALUE SPACES.
002620     05  FILLER                  PIC X(05) VALUE "PAGE ".
002630     05  RPT-HDG-PAGE-NO         PIC ZZ9.
002640     05  FILLER                  PIC X(56) VALUE SPACES.
002650
002660 01  RPT-HEADING-LINE-2.
002670     05  FILLER                  PIC X(01) VALUE SPACE.
002680     05  FILLER                  PIC X(10) VALUE "GL ACCOUNT".
002690     05  FILLER                  PIC X(02) VALUE SPACES.
002700     05  FILLER                  PIC X(14)
002710             VALUE "        DEBITS".
002720     05  FILLER                  PIC X(02) VALUE SPACES.
002730     05  FILLER                  PIC X(14)
002740             VALUE "       CREDITS".
002750     05  FILLER                  PIC X(02) VALUE SPACES.
002760     05  FILLER                  PIC X(16)
002770             VALUE "     DEBIT VALUE".
002780     05  FILLER                  PIC X(02) VALUE SPACES.
002790     05  FILLER                  PIC X(16)
002800             VALUE "    CREDIT VALUE".
002810     05  FILLER                  PIC X(53) VALUE SPACES.
002820
002830 01  RPT-DETAIL-LINE.
002840     05  FILLER                  PIC X(01) VALUE SPACE.
002850     05  RPT-GL-ACCOUNT          PIC X(08).
002860     05  FILLER                  PIC X(04) VALUE SPACES.
002870     05  RPT-DEBIT-TOTAL         PIC ZZZZZZZZZZZZ9.
002880     05  FILLER                  PIC X(02) VALUE SPACES.
002890     05  RPT-CREDIT-TOTAL        PIC ZZZZZZZZZZZZ9.
002900     05  FILLER                  PIC X(02) VALUE SPACES.
002910     05  RPT-DEBIT-VALUE         PIC ZZZZZZZZZZZZ9.99.
002920     05  FILLER                  PIC X(02) VALUE SPACES.
002930     05  RPT-CREDIT-VALUE        PIC ZZZZZZZZZZZZ9.99.
002940     05  FILLER                  PIC X(55) VALUE SPACES.
002950
002960 01  RPT-FLAG-LINE.
002970     05  FILLER                  PIC X(01) VALUE SPACE.
002980     05  RPT-FLAG-ITEM-CODE      PIC X(10).
002990     05  FILLER                  PIC X(02) VALUE SPACES.
003000     05  RPT-FLAG-DATE           PIC 9(08).
003010     05  FILLER                  PIC X(02) VALUE SPACES.
003020     05  RPT-FLAG-TEXT           PIC X(40).
003030     05  FILLER                  PIC X(69) VALUE SPACES.
003040
003050 01  RPT-MESSAGE-LINE.
003060     05  FILLER                  PIC X(01) VALUE SPACE.
003070     05  RPT-MESSAGE             PIC X(60).
003080     05  FILLER                  PIC X(71) VALUE SPACES.
003090
003100 01  RPT-TOTAL-LINE.
003110     05  FILLER                  PIC X(01) VALUE SPACE.
003120     05  RPT-TOT-LABEL           PIC X(25).
003130     05  RPT-TOT-VALUE           PIC ZZZZZZZZZZZZ9.
003140     05  FILLER                  PIC X(92) VALUE SPACES.
003150
003160 01  RPT-VALUE-TOTAL-LINE.
003170     05  FILLER                  PIC X(01) VALUE SPACE.
003180     05  RPT-VTOT-LABEL          PIC X(25).
003190     05  RPT-VTOT-VALUE          PIC ZZZZZZZZZZZZ9.99.
003200     05  FILLER                  PIC X(90) VALUE SPACES.
003210
003220 PROCEDURE DIVISION.
003230****************************************************************
003240*    0000-MAINLINE                                              *
003250****************************************************************
003260 0000-MAINLINE.
003270     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003280     IF NOT GLC-ALREADY-CLOSED
003290         PERFORM 2000-SUMMARIZE-EXTRACT THRU 2000-EXIT
003300             UNTIL WS-GLX-EOF
003310         PERFORM 4000-PROVE-AND-JOURNALIZE THRU 4000-EXIT
003320     END-IF.
003330     PERFORM 9000-TERMINATE THRU 9000-EXIT.
003340     PERFORM 9700-WRITE-RUN-END THRU 9700-EXIT.
003350     STOP RUN.
003360
003370****************************************************************
003380*    1000-INITIALIZE - THE CLOSE PERIOD IS MANDATORY AND IS A   *
003390*    FISCAL PERIOD OF THE SHOP CALENDAR (YEAR AND PERIOD 01     *
003400*    THROUGH 12), AND A PERIOD ALREADY MARKED CLOSED ENDS THE   *
003410*    RUN WITH THE HOLDING CODE BEFORE ANYTHING IS SUMMARIZED    *
003420****************************************************************
003430 1000-INITIALIZE.
003440     OPEN INPUT CONTROL-CARD-FILE.
003450     IF WS-CRD-FILE-STATUS NOT = "00"
003460         DISPLAY "GLCLOSE - ABEND - CONTROL-CARD-FILE "
003470                 "OPEN FAILED - STATUS " WS-CRD-FILE-STATUS
003480         GO TO 9900-ABEND-TERMINATION
003490     END-IF.
003500     READ CONTROL-CARD-FILE
003510         AT END
003520             MOVE SPACES TO CRD-RECORD
003530     END-READ.
003540     CLOSE CONTROL-CARD-FILE.
003550     IF CRD-CLOSE-PERIOD NOT NUMERIC
003560             OR CRD-CLOSE-PERIOD = ZERO
003570         DISPLAY "GLCLOSE - ABEND - CLOSE PERIOD MISSING OR "
003580                 "NOT NUMERIC ON THE CONTROL CARD"
003590         GO TO 9900-ABEND-TERMINATION
003600     END-IF.
003610     IF CRD-CLOSE-PERIOD-NO < 01 OR CRD-CLOSE-PERIOD-NO > 12
003620         DISPLAY "GLCLOSE - ABEND - CLOSE PERIOD "
003630                 CRD-CLOSE-PERIOD
003640                 " IS NOT A FISCAL PERIOD 01 THROUGH 12"
003650         GO TO 9900-ABEND-TERMINATION
003660     END-IF.
003670     MOVE CRD-CLOSE-PERIOD TO GLC-CLOSE-PERIOD.
003680     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
003690     PERFORM 1700-WRITE-RUN-START THRU 1700-EXIT.
003700     OPEN I-O PERIOD-CONTROL-FILE.
003710     IF WS-PER-FILE-STATUS NOT = "00"
003720             AND WS-PER-FILE-STATUS NOT = "05"
003730         DISPLAY "GLCLOSE - ABEND - PERIOD-CONTROL-FILE "
003740                 "OPEN FAILED - STATUS " WS-PER-FILE-STATUS
003750         GO TO 9900-ABEND-TERMINATION
003760     END-IF.
003770     OPEN INPUT GLX-INPUT-FILE.
003780     IF WS-GLX-FILE-STATUS NOT = "00"
003790         DISPLAY "GLCLOSE - ABEND - GLX-INPUT-FILE "
003800                 "OPEN FAILED - STATUS " WS-GLX-FILE-STATUS
003810         GO TO 9900-ABEND-TERMINATION
003820     END-IF.
003830     OPEN INPUT CALENDAR-FILE.
003840     IF WS-CAL-FILE-STATUS NOT = "00"
003850         DISPLAY "GLCLOSE - ABEND - CALENDAR-FILE "
003860                 "OPEN FAILED - STATUS " WS-CAL-FILE-STATUS
003870         GO TO 9900-ABEND-TERMINATION
003880     END-IF.
003890     OPEN OUTPUT JOURNAL-FILE.
003900     IF WS-JRN-FILE-STATUS NOT = "00"
003910         DISPLAY "GLCLOSE - ABEND - JOURNAL-FILE "
003920                 "OPEN FAILED - STATUS " WS-JRN-FILE-STATUS
003930         GO TO 9900-ABEND-TERMINATION
003940     END-IF.
003950     OPEN OUTPUT REGISTER-FILE.
003960     IF WS-RPT-FILE-STATUS NOT = "00"
003970         DISPLAY "GLCLOSE - ABEND - REGISTER-FILE "
003980                 "OPEN FAILED - STATUS " WS-RPT-FILE-STATUS
003990         GO TO 9900-ABEND-TERMINATION
004000     END-IF.
004010     PERFORM 7100-WRITE-REPORT-HEADING THRU 7100-EXIT.
004020     PERFORM 1500-CHECK-CLOSE-PERIOD THRU 1500-EXIT.
004030     IF GLC-ALREADY-CLOSED
004040         GO TO 1000-EXIT
004050     END-IF.
004060     PERFORM 2900-READ-GLX-RECORD THRU 2900-EXIT.
004070 1000-EXIT.
004080     EXIT.
004090
004100****************************************************************
004110*    1500-CHECK-CLOSE-PERIOD - A PERIOD ALREADY CLOSED CANNOT   *
004120*    BE POSTED AGAIN; THE RUN IS HELD FOR OPERATIONS            *
004130****************************************************************
004140 1500-CHECK-CLOSE-PERIOD.
004150     MOVE GLC-CLOSE-PERIOD TO PER-PERIOD.
004160     READ PERIOD-CONTROL-FILE
004170         INVALID KEY
004180             MOVE "N" TO GLC-PER-FOUND-SW
004190         NOT INVALID KEY
004200             MOVE "Y" TO GLC-PER-FOUND-SW
004210     END-READ.
004220     IF GLC-PER-FOUND AND PER-CLOSED
004230         MOVE "Y" TO GLC-ALREADY-CLOSED-SW
004240         DISPLAY "GLCLOSE - PERIOD " GLC-CLOSE-PERIOD
004250                 " IS ALREADY CLOSED - RUN HELD"
004260         MOVE SPACES TO RPT-MESSAGE-LINE
004270         MOVE "** PERIOD ALREADY CLOSED - NOTHING POSTED - "
004280             TO RPT-MESSAGE
004290         MOVE "RUN HELD **" TO RPT-MESSAGE(46:11)
004300         PERFORM 7300-WRITE-MESSAGE-LINE THRU 7300-EXIT
004310     END-IF.
004320 1500-EXIT.
004330     EXIT.
004340
004350****************************************************************
004360*    1700-WRITE-RUN-START - APPEND THE START RECORD TO THE      *
004370*    SHARED RUN-STATUS FILE FOR THE STATBRD STATUS BOARD        *
004380****************************************************************
004390 1700-WRITE-RUN-START.
004400     OPEN EXTEND RUN-STATUS-FILE.
004410     IF WS-RUN-FILE-STATUS NOT = "00"
004420             AND WS-RUN-FILE-STATUS NOT = "05"
004430         DISPLAY "GLCLOSE - ABEND - RUN-STATUS-FILE "
004440                 "OPEN FAILED - STATUS " WS-RUN-FILE-STATUS
004450         GO TO 9900-ABEND-TERMINATION
004460     END-IF.
004470     MOVE "Y" TO WS-RUN-OPEN-SW.
004480     MOVE SPACES          TO RUN-RECORD.
004490     MOVE "GLCLOSE"        TO RUN-PROGRAM-ID.
004500     MOVE WS-CURRENT-DATE TO RUN-RUN-DATE.
004510     MOVE 01              TO RUN-CYCLE-NO.
004520     MOVE SPACES          TO RUN-RUN-ID.
004530     MOVE "S"             TO RUN-RECORD-TYPE.
004540     ACCEPT WS-CURRENT-TIME FROM TIME.
004550     MOVE WS-CURRENT-TIME TO RUN-TIME.
004560     MOVE ZERO            TO RUN-RECORDS-PROCESSED.
004570     MOVE ZERO            TO RUN-RETURN-CODE.
004580     WRITE RUN-RECORD.
004590     IF WS-RUN-FILE-STATUS NOT = "00"
004600         DISPLAY "GLCLOSE - ABEND - RUN-STATUS-FILE "
004610                 "WRITE FAILED - STATUS " WS-RUN-FILE-STATUS
004620         GO TO 9900-ABEND-TERMINATION
004630     END-IF.
004640 1700-EXIT.
004650     EXIT.
004660
004670****************************************************************
004680*    2000-SUMMARIZE-EXTRACT - ONE ITERATION PER EXTRACT         *
004690*    RECORD. THE RECORD'S FISCAL PERIOD IS THE ONE STAMPED ON   *
004700*    IT, OR FOR AN EXTRACT WRITTEN BEFORE THE STAMP EXISTED THE *
004710*    SHOP CALENDAR'S PERIOD FOR ITS RUN DATE; A RUN DATE NOT ON *
004720*    THE CALENDAR IS FLAGGED AND THE RUN HELD, SINCE ITS PERIOD *
004730*    CANNOT BE KNOWN. RECORDS IN THE CLOSE PERIOD ROLL UP BY    *
004740*    ACCOUNT;                                                   *
004750*    A RECORD DATED INTO A DIFFERENT CLOSED PERIOD IS FLAGGED   *
004760*    ON THE REPORT; OTHER OUT-OF-PERIOD RECORDS ARE COUNTED     *
004770*    AND LEFT FOR THEIR OWN MONTH-END.                          *
004780****************************************************************
004790 2000-SUMMARIZE-EXTRACT.
004800     ADD 1 TO GLC-READ-COUNT.
004810     PERFORM 2200-GET-FISCAL-PERIOD THRU 2200-EXIT.
004820     IF GLC-NO-PERIOD
004830         ADD 1 TO GLC-NO-PERIOD-COUNT
004840         MOVE SPACES TO RPT-FLAG-LINE
004850         MOVE GLX-ITEM-CODE TO RPT-FLAG-ITEM-CODE
004860         MOVE GLX-RUN-DATE  TO RPT-FLAG-DATE
004870         MOVE "** NOT ON FISCAL CALENDAR - RUN HELD **"
004880             TO RPT-FLAG-TEXT
004890         PERFORM 7400-WRITE-FLAG-LINE THRU 7400-EXIT
004900         GO TO 2000-NEXT
004910     END-IF.
004920     IF GLC-WORK-PERIOD NOT = GLC-CLOSE-PERIOD
004930         PERFORM 2500-CHECK-OTHER-PERIOD THRU 2500-EXIT
004940         GO TO 2000-NEXT
004950     END-IF.
004960     ADD 1 TO GLC-PERIOD-COUNT.
004970     PERFORM 2100-FIND-OR-ADD-ACCOUNT THRU 2100-EXIT.
004980     IF GLX-DEBIT
004990         ADD GLX-AMOUNT TO GLC-TBL-DEBIT-TOTAL (GLC-ACCT-IDX)
005000         ADD GLX-AMOUNT TO GLC-TOTAL-DEBITS
005010     ELSE
005020         ADD GLX-AMOUNT TO GLC-TBL-CREDIT-TOTAL (GLC-ACCT-IDX)
005030         ADD GLX-AMOUNT TO GLC-TOTAL-CREDITS
005040     END-IF.
005050     IF GLX-EXT-VALUE NOT NUMERIC
005060         GO TO 2000-NEXT
005070     END-IF.
005080     IF GLX-DEBIT
005090         ADD GLX-EXT-VALUE
005100             TO GLC-TBL-DEBIT-VALUE (GLC-ACCT-IDX)
005110         ADD GLX-EXT-VALUE TO GLC-TOTAL-DEBIT-VALUE
005120     ELSE
005130         ADD GLX-EXT-VALUE
005140             TO GLC-TBL-CREDIT-VALUE (GLC-ACCT-IDX)
005150         ADD GLX-EXT-VALUE TO GLC-TOTAL-CREDIT-VALUE
005160     END-IF.
005170 2000-NEXT.
005180     PERFORM 2900-READ-GLX-RECORD THRU 2900-EXIT.
005190 2000-EXIT.
005200     EXIT.
005210
005220****************************************************************
005230*    2100-FIND-OR-ADD-ACCOUNT - LOCATE GLX-GL-ACCOUNT IN THE    *
005240*    SUMMARY TABLE, LEAVING GLC-ACCT-IDX SET                    *
005250****************************************************************
005260 2100-FIND-OR-ADD-ACCOUNT.
005270     SET GLC-ACCT-IDX TO 1.
005280     SEARCH GLC-ACCT-ENTRY
005290         AT END
005300             PERFORM 2150-ADD-NEW-ACCOUNT THRU 2150-EXIT
005310         WHEN GLC-TBL-ACCOUNT (GLC-ACCT-IDX) = GLX-GL-ACCOUNT
005320             CONTINUE
005330     END-SEARCH.
005340 2100-EXIT.
005350     EXIT.
005360
005370 2150-ADD-NEW-ACCOUNT.
005380     IF GLC-ACCT-COUNT >= 500
005390         DISPLAY "GLCLOSE - ABEND - MORE THAN 500 DISTINCT "
005400                 "GL ACCOUNTS IN THE PERIOD"
005410         GO TO 9900-ABEND-TERMINATION
005420     END-IF.
005430     ADD 1 TO GLC-ACCT-COUNT.
005440     SET GLC-ACCT-IDX TO GLC-ACCT-COUNT.
005450     MOVE GLX-GL-ACCOUNT TO GLC-TBL-ACCOUNT (GLC-ACCT-IDX).
005460     MOVE ZERO TO GLC-TBL-DEBIT-TOTAL (GLC-ACCT-IDX).
005470     MOVE ZERO TO GLC-TBL-CREDIT-TOTAL (GLC-ACCT-IDX).
005480     MOVE ZERO TO GLC-TBL-DEBIT-VALUE (GLC-ACCT-IDX).
005490     MOVE ZERO TO GLC-TBL-CREDIT-VALUE (GLC-ACCT-IDX).
005500 2150-EXIT.
005510     EXIT.
005520
005530****************************************************************
005540*    2200-GET-FISCAL-PERIOD - SETS GLC-WORK-PERIOD FOR THE      *
005550*    CURRENT EXTRACT RECORD. THE EXTRACT COMES IN RUN-DATE      *
005560*    ORDER, SO THE LAST CALENDAR LOOKUP IS KEPT AND REUSED.     *
005570****************************************************************
005580 2200-GET-FISCAL-PERIOD.
005590     MOVE "N" TO GLC-NO-PERIOD-SW.
005600     IF GLX-FISCAL-PERIOD NUMERIC AND GLX-FISCAL-PERIOD > ZERO
005610         MOVE GLX-FISCAL-PERIOD TO GLC-WORK-PERIOD
005620         GO TO 2200-EXIT
005630     END-IF.
005640     IF GLX-RUN-DATE = GLC-LAST-CAL-DATE
005650             AND GLC-LAST-CAL-DATE > ZERO
005660         MOVE GLC-LAST-CAL-PERIOD TO GLC-WORK-PERIOD
005670         GO TO 2200-EXIT
005680     END-IF.
005690     MOVE GLX-RUN-DATE TO CAL-DATE.
005700     READ CALENDAR-FILE
005710         INVALID KEY
005720             MOVE "Y" TO GLC-NO-PERIOD-SW
005730             MOVE ZERO TO GLC-WORK-PERIOD
005740             GO TO 2200-EXIT
005750     END-READ.
005760     MOVE CAL-FISCAL-PERIOD TO GLC-WORK-PERIOD.
005770     MOVE GLX-RUN-DATE      TO GLC-LAST-CAL-DATE.
005780     MOVE CAL-FISCAL-PERIOD TO GLC-LAST-CAL-PERIOD.
005790 2200-EXIT.
005800     EXIT.
005810
005820****************************************************************
005830*    2500-CHECK-OTHER-PERIOD - AN EXTRACT RECORD DATED INTO A   *
005840*    CLOSED PERIOD MEANS A BACKDATED OR REPLAYED RUN REACHED    *
005850*    THE EXTRACT AFTER THAT MONTH WENT TO ACCOUNTING; IT IS     *
005860*    FLAGGED AND THE RUN HELD                                   *
005870****************************************************************
005880 2500-CHECK-OTHER-PERIOD.
005890     ADD 1 TO GLC-OTHER-PERIOD-COUNT.
005900     MOVE GLC-WORK-PERIOD TO PER-PERIOD.
005910     READ PERIOD-CONTROL-FILE
005920         INVALID KEY
005930             MOVE "N" TO GLC-PER-FOUND-SW
005940         NOT INVALID KEY
005950             MOVE "Y" TO GLC-PER-FOUND-SW
005960     END-READ.
005970     IF GLC-PER-FOUND AND PER-CLOSED
005980         ADD 1 TO GLC-FLAGGED-COUNT
005990         MOVE SPACES TO RPT-FLAG-LINE
006000         MOVE GLX-ITEM-CODE TO RPT-FLAG-ITEM-CODE
006010         MOVE GLX-RUN-DATE  TO RPT-FLAG-DATE
006020         MOVE "** DATED INTO CLOSED PERIOD - RUN HELD **"
006030             TO RPT-FLAG-TEXT
006040         PERFORM 7400-WRITE-FLAG-LINE THRU 7400-EXIT
006050     END-IF.
006060 2500-EXIT.
006070     EXIT.
006080
006090****************************************************************
006100*    2900-READ-GLX-RECORD - CONTROL RECORDS ARE VERIFIED AND    *
006110*    CONSUMED HERE; EVERY DETAIL RECORD IS COUNTED AND HASHED   *
006120*    AGAINST ITS SEGMENT'S TRAILER                              *
006130****************************************************************
006140 2900-READ-GLX-RECORD.
006150     READ GLX-INPUT-FILE
006160         AT END
006170             MOVE "Y" TO WS-GLX-EOF-SW
006180             PERFORM 2960-CHECK-CTL-AT-EOF THRU 2960-EXIT
006190             GO TO 2900-EXIT
006200     END-READ.
006210     MOVE GLX-RECORD TO CTL-RECORD.
006220     IF CTL-HEADER OR CTL-TRAILER
006230         PERFORM 2950-PROCESS-GLX-CONTROL THRU 2950-EXIT
006240         GO TO 2900-READ-GLX-RECORD
006250     END-IF.
006260     IF NOT GLC-SEG-OPEN AND NOT GLC-CTL-ERROR
006270         MOVE "Y" TO GLC-CTL-ERROR-SW
006280         DISPLAY "GLCLOSE - GL EXTRACT DETAIL RECORD "
006290                 "OUTSIDE ANY CONTROL SEGMENT"
006300     END-IF.
006310     ADD 1 TO GLC-SEG-COUNT.
006320     IF GLX-AMOUNT NUMERIC
006330         ADD GLX-AMOUNT TO GLC-SEG-HASH
006340     END-IF.
006350 2900-EXIT.
006360     EXIT.
006370
006380****************************************************************
006390*    2950-PROCESS-GLX-CONTROL - A HEADER OPENS A SEGMENT AND A  *
006400*    TRAILER CLOSES IT AGAINST THE COUNT AND AMOUNT HASH        *
006410*    ACCUMULATED SINCE THE HEADER                               *
006420****************************************************************
006430 2950-PROCESS-GLX-CONTROL.
006440     IF CTL-HEADER
006450         IF GLC-SEG-OPEN
006460             MOVE "Y" TO GLC-CTL-ERROR-SW
006470             DISPLAY "GLCLOSE - GL EXTRACT SEGMENT NOT "
006480                     "TERMINATED BEFORE NEXT HEADER"
006490         END-IF
006500         ADD 1 TO GLC-HDR-COUNT
006510         MOVE "Y"  TO GLC-SEG-OPEN-SW
006520         MOVE ZERO TO GLC-SEG-COUNT
006530         MOVE ZERO TO GLC-SEG-HASH
006540         GO TO 2950-EXIT
006550     END-IF.
006560     IF NOT GLC-SEG-OPEN
006570         MOVE "Y" TO GLC-CTL-ERROR-SW
006580         DISPLAY "GLCLOSE - GL EXTRACT TRAILER WITHOUT "
006590                 "A HEADER"
006600         GO TO 2950-EXIT
006610     END-IF.
006620     IF CTL-RECORD-COUNT NOT NUMERIC
006630             OR CTL-HASH-TOTAL NOT NUMERIC
006640         MOVE "Y" TO GLC-CTL-ERROR-SW
006650         DISPLAY "GLCLOSE - GL EXTRACT TRAILER CONTROL "
006660                 "TOTALS UNREADABLE"
006670         MOVE "N" TO GLC-SEG-OPEN-SW
006680         GO TO 2950-EXIT
006690     END-IF.
006700     IF CTL-RECORD-COUNT NOT = GLC-SEG-COUNT
006710             OR CTL-HASH-TOTAL NOT = GLC-SEG-HASH
006720         MOVE "Y" TO GLC-CTL-ERROR-SW
006730         DISPLAY "GLCLOSE - GL EXTRACT TRAILER CONTROL "
006740                 "TOTALS DO NOT MATCH THE RECORDS READ"
006750     END-IF.
006760     MOVE "N" TO GLC-SEG-OPEN-SW.
006770 2950-EXIT.
006780     EXIT.
006790
006800****************************************************************
006810*    2960-CHECK-CTL-AT-EOF - A FILE THAT ENDS INSIDE A SEGMENT  *
006820*    WAS CUT SHORT; ONE WITH NO CONTROL RECORDS AT ALL IS A     *
006830*    STALE GENERATION FROM BEFORE THE CONTROLS EXISTED          *
006840****************************************************************
006850 2960-CHECK-CTL-AT-EOF.
006860     IF GLC-SEG-OPEN
006870         MOVE "Y" TO GLC-CTL-ERROR-SW
006880         DISPLAY "GLCLOSE - GL EXTRACT ENDS WITHOUT A "
006890                 "TRAILER CONTROL RECORD"
006900     END-IF.
006910     IF GLC-HDR-COUNT = ZERO
006920         MOVE "Y" TO GLC-CTL-ERROR-SW
006930         DISPLAY "GLCLOSE - GL EXTRACT CARRIES NO "
006940                 "CONTROL RECORDS"
006950     END-IF.
006960 2960-EXIT.
006970     EXIT.
006980
006990****************************************************************
007000*    4000-PROVE-AND-JOURNALIZE - ONE JOURNAL RECORD AND ONE     *
007010*    REPORT LINE PER ACCOUNT, THEN THE DEBIT/CREDIT PROOF.      *
007020*    THE PERIOD IS ONLY MARKED CLOSED ON A CLEAN, BALANCED      *
007030*    RUN.                                                       *
007040****************************************************************
007050 4000-PROVE-AND-JOURNALIZE.
007060     IF GLC-ACCT-COUNT > ZERO
007070         PERFORM 4100-JOURNALIZE-ONE-ACCOUNT THRU 4100-EXIT
007080             VARYING GLC-ACCT-IDX FROM 1 BY 1
007090             UNTIL GLC-ACCT-IDX > GLC-ACCT-COUNT
007100     ELSE
007110         MOVE SPACES TO RPT-MESSAGE-LINE
007120         MOVE "NO EXTRACT RECORDS FOUND FOR THE CLOSE PERIOD"
007130             TO RPT-MESSAGE
007140         PERFORM 7300-WRITE-MESSAGE-LINE THRU 7300-EXIT
007150     END-IF.
007160     PERFORM 5000-WRITE-PROOF-TOTALS THRU 5000-EXIT.
007170     IF GLC-TOTAL-DEBITS = GLC-TOTAL-CREDITS
007180             AND GLC-TOTAL-DEBIT-VALUE = GLC-TOTAL-CREDIT-VALUE
007190         MOVE "Y" TO GLC-BALANCED-SW
007200     ELSE
007210         MOVE "N" TO GLC-BALANCED-SW
007220     END-IF.
007230     MOVE SPACES TO RPT-MESSAGE-LINE.
007240     IF GLC-IN-BALANCE
007250         MOVE "PERIOD SUMMARY DEBITS EQUAL CREDITS"
007260             TO RPT-MESSAGE
007270     ELSE
007280         MOVE "** SUMMARY OUT OF BALANCE - PERIOD NOT "
007290             TO RPT-MESSAGE
007300         MOVE "CLOSED - RUN HELD **" TO RPT-MESSAGE(40:20)
007310     END-IF.
007320     PERFORM 7300-WRITE-MESSAGE-LINE THRU 7300-EXIT.
007330     IF GLC-IN-BALANCE
007340             AND GLC-FLAGGED-COUNT = ZERO
007350             AND GLC-NO-PERIOD-COUNT = ZERO
007360             AND NOT GLC-CTL-ERROR
007370         PERFORM 6000-MARK-PERIOD-CLOSED THRU 6000-EXIT
007380     END-IF.
007390 4000-EXIT.
007400     EXIT.
007410
007420 4100-JOURNALIZE-ONE-ACCOUNT.
007430     MOVE SPACES            TO JRN-RECORD.
007440     MOVE GLC-CLOSE-PERIOD  TO JRN-PERIOD.
007450     MOVE GLC-TBL-ACCOUNT (GLC-ACCT-IDX)
007460         TO JRN-GL-ACCOUNT.
007470     MOVE GLC-TBL-DEBIT-TOTAL (GLC-ACCT-IDX)
007480         TO JRN-DEBIT-AMOUNT.
007490     MOVE GLC-TBL-CREDIT-TOTAL (GLC-ACCT-IDX)
007500         TO JRN-CREDIT-AMOUNT.
007510     MOVE GLC-TBL-DEBIT-VALUE (GLC-ACCT-IDX)
007520         TO JRN-DEBIT-VALUE.
007530     MOVE GLC-TBL-CREDIT-VALUE (GLC-ACCT-IDX)
007540         TO JRN-CREDIT-VALUE.
007550     WRITE JRN-RECORD.
007560     IF WS-JRN-FILE-STATUS NOT = "00"
007570         DISPLAY "GLCLOSE - ABEND - JOURNAL-FILE "
007580                 "WRITE FAILED - STATUS " WS-JRN-FILE-STATUS
007590         GO TO 9900-ABEND-TERMINATION
007600     END-IF.
007610     ADD 1 TO GLC-JOURNAL-COUNT.
007620     IF GLC-LINE-COUNT >= GLC-LINES-PER-PAGE
007630         PERFORM 7100-WRITE-REPORT-HEADING THRU 7100-EXIT
007640     END-IF.
007650     MOVE SPACES TO RPT-DETAIL-LINE.
007660     MOVE GLC-TBL-ACCOUNT (GLC-ACCT-IDX)
007670         TO RPT-GL-ACCOUNT.
007680     MOVE GLC-TBL-DEBIT-TOTAL (GLC-ACCT-IDX)
007690         TO RPT-DEBIT-TOTAL.
007700     MOVE GLC-TBL-CREDIT-TOTAL (GLC-ACCT-IDX)
007710         TO RPT-CREDIT-TOTAL.
007720     MOVE GLC-TBL-DEBIT-VALUE (GLC-ACCT-IDX)
007730         TO RPT-DEBIT-VALUE.
007740     MOVE GLC-TBL-CREDIT-VALUE (GLC-ACCT-IDX)
007750         TO RPT-CREDIT-VALUE.
007760     WRITE REGISTER-RECORD FROM RPT-DETAIL-LINE.
007770     IF WS-RPT-FILE-STATUS NOT = "00"
007780         DISPLAY "GLCLOSE - ABEND - REGISTER-FILE "
007790                 "WRITE FAILED - STATUS " WS-RPT-FILE-STATUS
007800         GO TO 9900-ABEND-TERMINATION
007810     END-IF.
007820     ADD 1 TO GLC-LINE-COUNT.
007830 4100-EXIT.
007840     EXIT.
007850
007860****************************************************************
007870*    5000-WRITE-PROOF-TOTALS - THE COUNTS AND MONEY TOTALS      *
007880*    THAT PROVE THE CLOSE                                       *
007890****************************************************************
007900 5000-WRITE-PROOF-TOTALS.
007910     MOVE SPACES                   TO RPT-TOTAL-LINE.
007920     MOVE "EXTRACT RECORDS READ"   TO RPT-TOT-LABEL.
007930     MOVE GLC-READ-COUNT           TO RPT-TOT-VALUE.
007940     PERFORM 5100-WRITE-TOTAL-LINE THRU 5100-EXIT.
007950     MOVE SPACES                   TO RPT-TOTAL-LINE.
007960     MOVE "RECORDS IN PERIOD"      TO RPT-TOT-LABEL.
007970     MOVE GLC-PERIOD-COUNT         TO RPT-TOT-VALUE.
007980     PERFORM 5100-WRITE-TOTAL-LINE THRU 5100-EXIT.
007990     MOVE SPACES                   TO RPT-TOTAL-LINE.
008000     MOVE "RECORDS OUT OF PERIOD"  TO RPT-TOT-LABEL.
008010     MOVE GLC-OTHER-PERIOD-COUNT   TO RPT-TOT-VALUE.
008020     PERFORM 5100-WRITE-TOTAL-LINE THRU 5100-EXIT.
008030     MOVE SPACES                   TO RPT-TOTAL-LINE.
008040     MOVE "CLOSED-PERIOD FLAGS"    TO RPT-TOT-LABEL.
008050     MOVE GLC-FLAGGED-COUNT        TO RPT-TOT-VALUE.
008060     PERFORM 5100-WRITE-TOTAL-LINE THRU 5100-EXIT.
008070     MOVE SPACES                   TO RPT-TOTAL-LINE.
008080     MOVE "NO FISCAL PERIOD FLAGS" TO RPT-TOT-LABEL.
008090     MOVE GLC-NO-PERIOD-COUNT      TO RPT-TOT-VALUE.
008100     PERFORM 5100-WRITE-TOTAL-LINE THRU 5100-EXIT.
008110     MOVE SPACES                   TO RPT-TOTAL-LINE.
008120     MOVE "JOURNAL RECORDS"        TO RPT-TOT-LABEL.
008130     MOVE GLC-JOURNAL-COUNT        TO RPT-TOT-VALUE.
008140     PERFORM 5100-WRITE-TOTAL-LINE THRU 5100-EXIT.
008150     MOVE SPACES                   TO RPT-TOTAL-LINE.
008160     MOVE "TOTAL DEBITS"           TO RPT-TOT-LABEL.
008170     MOVE GLC-TOTAL-DEBITS         TO RPT-TOT-VALUE.
008180     PERFORM 5100-WRITE-TOTAL-LINE THRU 5100-EXIT.
008190     MOVE SPACES                   TO RPT-TOTAL-LINE.
008200     MOVE "TOTAL CREDITS"          TO RPT-TOT-LABEL.
008210     MOVE GLC-TOTAL-CREDITS        TO RPT-TOT-VALUE.
008220     PERFORM 5100-WRITE-TOTAL-LINE THRU 5100-EXIT.
008230     MOVE SPACES                   TO RPT-VALUE-TOTAL-LINE.
008240     MOVE "TOTAL DEBIT VALUE"      TO RPT-VTOT-LABEL.
008250     MOVE GLC-TOTAL-DEBIT-VALUE    TO RPT-VTOT-VALUE.
008260     PERFORM 5150-WRITE-VALUE-TOTAL-LINE THRU 5150-EXIT.
008270     MOVE SPACES                   TO RPT-VALUE-TOTAL-LINE.
008280     MOVE "TOTAL CREDIT VALUE"     TO RPT-VTOT-LABEL.
008290     MOVE GLC-TOTAL-CREDIT-VALUE   TO RPT-VTOT-VALUE.
008300     PERFORM 5150-WRITE-VALUE-TOTAL-LINE THRU 5150-EXIT.
008310 5000-EXIT.
008320     EXIT.
008330
008340 5100-WRITE-TOTAL-LINE.
008350     IF GLC-LINE-COUNT >= GLC-LINES-PER-PAGE
008360         PERFORM 7100-WRITE-REPORT-HEADING THRU 7100-EXIT
008370     END-IF.
008380     WRITE REGISTER-RECORD FROM RPT-TOTAL-LINE.
008390     IF WS-RPT-FILE-STATUS NOT = "00"
008400         DISPLAY "GLCLOSE - ABEND - REGISTER-FILE "
008410                 "WRITE FAILED - STATUS " WS-RPT-FILE-STATUS
008420         GO TO 9900-ABEND-TERMINATION
008430     END-IF.
008440     ADD 1 TO GLC-LINE-COUNT.
008450 5100-EXIT.
008460     EXIT.
008470
008480 5150-WRITE-VALUE-TOTAL-LINE.
008490     IF GLC-LINE-COUNT >= GLC-LINES-PER-PAGE
008500         PERFORM 7100-WRITE-REPORT-HEADING THRU 7100-EXIT
008510     END-IF.
008520     WRITE REGISTER-RECORD FROM RPT-VALUE-TOTAL-LINE.
008530     IF WS-RPT-FILE-STATUS NOT = "00"
008540         DISPLAY "GLCLOSE - ABEND - REGISTER-FILE "
008550                 "WRITE FAILED - STATUS " WS-RPT-FILE-STATUS
008560         GO TO 9900-ABEND-TERMINATION
008570     END-IF.
008580     ADD 1 TO GLC-LINE-COUNT.
008590 5150-EXIT.
008600     EXIT.
008610
008620****************************************************************
008630*    6000-MARK-PERIOD-CLOSED - THE PERIOD CONTROL RECORD IS     *
008640*    WRITTEN OR REWRITTEN AS CLOSED WITH THE PROVED TOTALS SO   *
008650*    A SECOND CLOSE OF THE SAME MONTH CANNOT POST AGAIN         *
008660****************************************************************
008670 6000-MARK-PERIOD-CLOSED.
008680     MOVE SPACES            TO PER-RECORD.
008690     MOVE GLC-CLOSE-PERIOD  TO PER-PERIOD.
008700     MOVE "C"               TO PER-STATUS-CODE.
008710     MOVE WS-CURRENT-DATE   TO PER-CLOSE-DATE.
008720     MOVE GLC-TOTAL-DEBITS  TO PER-DEBIT-TOTAL.
008730     MOVE GLC-TOTAL-CREDITS TO PER-CREDIT-TOTAL.
008740     WRITE PER-RECORD
008750         INVALID KEY
008760             REWRITE PER-RECORD
008770     END-WRITE.
008780     IF WS-PER-FILE-STATUS NOT = "00"
008790         DISPLAY "GLCLOSE - ABEND - PERIOD-CONTROL-FILE "
008800                 "WRITE FAILED - STATUS " WS-PER-FILE-STATUS
008810         GO TO 9900-ABEND-TERMINATION
008820     END-IF.
008830     MOVE SPACES TO RPT-MESSAGE-LINE.
008840     MOVE "PERIOD MARKED CLOSED" TO RPT-MESSAGE.
008850     PERFORM 7300-WRITE-MESSAGE-LINE THRU 7300-EXIT.
008860 6000-EXIT.
008870     EXIT.
008880
008890****************************************************************
008900*    7100-WRITE-REPORT-HEADING - PAGE BREAK                     *
008910****************************************************************
008920 7100-WRITE-REPORT-HEADING.
008930     ADD 1 TO GLC-PAGE-COUNT.
008940     MOVE GLC-CLOSE-PERIOD TO RPT-HDG-PERIOD.
008950     MOVE GLC-PAGE-COUNT   TO RPT-HDG-PAGE-NO.
008960     WRITE REGISTER-RECORD FROM RPT-HEADING-LINE-1.
008970     WRITE REGISTER-RECORD FROM RPT-HEADING-LINE-2.
008980     MOVE ZERO TO GLC-LINE-COUNT.
008990 7100-EXIT.
009000     EXIT.
009010
009020 7300-WRITE-MESSAGE-LINE.
009030     IF GLC-LINE-COUNT >= GLC-LINES-PER-PAGE
009040         PERFORM 7100-WRITE-REPORT-HEADING THRU 7100-EXIT
009050     END-IF.
009060     WRITE REGISTER-RECORD FROM RPT-MESSAGE-LINE.
009070     IF WS-RPT-FILE-STATUS NOT = "00"
009080         DISPLAY "GLCLOSE - ABEND - REGISTER-FILE "
009090                 "WRITE FAILED - STATUS " WS-RPT-FILE-STATUS
009100         GO TO 9900-ABEND-TERMINATION
009110     END-IF.
009120     ADD 1 TO GLC-LINE-COUNT.
009130 7300-EXIT.
009140     EXIT.
009150
009160 7400-WRITE-FLAG-LINE.
009170     IF GLC-LINE-COUNT >= GLC-LINES-PER-PAGE
009180         PERFORM 7100-WRITE-REPORT-HEADING THRU 7100-EXIT
009190     END-IF.
009200     WRITE REGISTER-RECORD FROM RPT-FLAG-LINE.
009210     IF WS-RPT-FILE-STATUS NOT = "00"
009220         DISPLAY "GLCLOSE - ABEND - REGISTER-FILE "
009230                 "WRITE FAILED - STATUS " WS-RPT-FILE-STATUS
009240         GO TO 9900-ABEND-TERMINATION
009250     END-IF.
009260     ADD 1 TO GLC-LINE-COUNT.
009270 7400-EXIT.
009280     EXIT.
009290
009300****************************************************************
009310*    9000-TERMINATE - ANYTHING SHORT OF A CLEAN, BALANCED       *
009320*    CLOSE ENDS WITH THE HOLDING RETURN CODE 8 SO THE JOURNAL   *
009330*    DOES NOT REACH ACCOUNTING UNREVIEWED                       *
009340****************************************************************
009350 9000-TERMINATE.
009360     CLOSE GLX-INPUT-FILE
009370           CALENDAR-FILE
009380           PERIOD-CONTROL-FILE
009390           JOURNAL-FILE
009400           REGISTER-FILE.
009410     IF GLC-ALREADY-CLOSED
009420             OR GLC-OUT-OF-BALANCE
009430             OR GLC-FLAGGED-COUNT > ZERO
009440             OR GLC-NO-PERIOD-COUNT > ZERO
009450             OR GLC-CTL-ERROR
009460         MOVE 8 TO RETURN-CODE
009470     END-IF.
009480 9000-EXIT.
009490     EXIT.
009500
009510****************************************************************
009520*    9700-WRITE-RUN-END - APPEND THE END RECORD WITH THE        *
009530*    FINAL RETURN CODE AND RECORDS PROCESSED; NEVER ABENDS,     *
009540*    SINCE THE ABEND PATH ITSELF COMES THROUGH HERE             *
009550****************************************************************
009560 9700-WRITE-RUN-END.
009570     IF NOT WS-RUN-OPEN
009580         GO TO 9700-EXIT
009590     END-IF.
009600     MOVE SPACES          TO RUN-RECORD.
009610     MOVE "GLCLOSE"        TO RUN-PROGRAM-ID.
009620     MOVE WS-CURRENT-DATE TO RUN-RUN-DATE.
009630     MOVE 01              TO RUN-CYCLE-NO.
009640     MOVE SPACES          TO RUN-RUN-ID.
009650     MOVE "E"             TO RUN-RECORD-TYPE.
009660     ACCEPT WS-CURRENT-TIME FROM TIME.
009670     MOVE WS-CURRENT-TIME TO RUN-TIME.
009680     MOVE GLC-READ-COUNT  TO RUN-RECORDS-PROCESSED.
009690     MOVE RETURN-CODE     TO RUN-RETURN-CODE.
009700     WRITE RUN-RECORD.
009710     IF WS-RUN-FILE-STATUS NOT = "00"
009720         DISPLAY "GLCLOSE - RUN-STATUS-FILE WRITE FAILED - "
009730                 "STATUS " WS-RUN-FILE-STATUS
009740     END-IF.
009750     CLOSE RUN-STATUS-FILE.
009760     MOVE "N" TO WS-RUN-OPEN-SW.
009770 9700-EXIT.
009780     EXIT.
009790
009800****************************************************************
009810*    9900-ABEND-TERMINATION - AN OPEN OR A WRITE CAME BACK      *
009820*    WITH A FILE STATUS OTHER THAN SUCCESSFUL; THE RUN CANNOT   *
009830*    BE TRUSTED TO CONTINUE, SO IT STOPS HERE WITH A NON-ZERO   *
009840*    RETURN CODE FOR THE JOB SCHEDULER TO CATCH.                *
009850****************************************************************
009860 9900-ABEND-TERMINATION.
009870     MOVE 16 TO RETURN-CODE.
009880     PERFORM 9700-WRITE-RUN-END THRU 9700-EXIT.
009890     STOP RUN.
