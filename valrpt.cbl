000010****************************************************************
000020* PROGRAM-ID.  VALRPT                                          *
000030* AUTHOR.      D. L. OKAFOR                                    *
000040* INSTALLATION. INVENTORY CONTROL SYSTEMS                      *
000050* DATE-WRITTEN. 09/18/2026                                     *
000060* DATE-COMPILED.                                                *
000070*                                                                *
000080* REMARKS.                                                      *
000090*     INVENTORY VALUATION AT STANDARD COST. FOR EVERY ITEM ON   *
000100*     THE ITEM MASTER, TAKES THE QUANTITY ON HAND FROM THE      *
000110*     LAST CYCLE'S RESULT ON THE INQUIRY FILE FOR THE           *
000120*     VALUATION DATE, EXTENDS IT AT THE STANDARD COST IN FORCE  *
000130*     ON THAT DATE, AND PRINTS THE VALUE BY ITEM WITH A         *
000140*     SUMMARY BY COST CENTER AND A GRAND TOTAL. THE VALUATION   *
000150*     DATE COMES FROM AN OPTIONAL CONTROL CARD AND DEFAULTS TO  *
000160*     TODAY.                                                    *
000170*     THIS IS ALSO WHERE A STANDARD COST CHANGE REACHES THE     *
000180*     BOOKS: WHEN STDMNT HAS LEFT AN ITEM REVALUATION PENDING   *
000190*     AND THE NEW COST IS IN FORCE, THE QUANTITY ON HAND IS     *
000200*     REVALUED FROM THE PRIOR COST TO THE NEW ONE AND A         *
000210*     BALANCED REVALUATION PAIR (ENTRY TYPE "R", NO QUANTITY)   *
000220*     IS APPENDED TO THE GL EXTRACT UNDER ITS OWN CONTROL       *
000230*     SEGMENT - AN INCREASE DEBITS THE ITEM'S GL ACCOUNT AND    *
000240*     CREDITS ITS OFFSET, A DECREASE THE REVERSE. THE STANDARD  *
000250*     COST RECORD IS THEN MARKED POSTED SO THE SAME CHANGE IS   *
000260*     NEVER REVALUED TWICE. AN ACTIVE ITEM WITH NO RESULT ON    *
000270*     THE VALUATION DATE KEEPS ITS REVALUATION PENDING FOR THE  *
000280*     NEXT RUN. ENDS WITH RETURN CODE 0 ON A CLEAN RUN AND 4    *
000290*     WHEN AN ITEM WITH STOCK HAS NO STANDARD COST OR A         *
000300*     REVALUATION HAD TO BE DEFERRED.                           *
000310*                                                                *
000320* MODIFICATION HISTORY.                                         *
000330*     09/18/2026  DLO  ORIGINAL PROGRAM.                        *
000340****************************************************************
000350 IDENTIFICATION DIVISION.
000360 PROGRAM-ID.    VALRPT.
000370 AUTHOR.        D. L. OKAFOR.
000380 INSTALLATION.  INVENTORY CONTROL SYSTEMS.
000390 DATE-WRITTEN.  09/18/2026.
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
000510*    VALUATION-DATE CONTROL CARD - OPTIONAL, DEFAULTS TO TODAY
000520     SELECT OPTIONAL CONTROL-CARD-FILE
000530         ASSIGN TO VALCARD
000540         ORGANIZATION IS SEQUENTIAL
000550         FILE STATUS IS WS-CRD-FILE-STATUS.
000560
000570*    RUN PARAMETERS - SUPPLIES THE SUSPENSE ACCOUNT AND CYCLE
000580     SELECT PARAMETER-FILE
000590         ASSIGN TO PARMIN
000600         ORGANIZATION IS SEQUENTIAL
000610         FILE STATUS IS WS-PARM-FILE-STATUS.
000620
000630*    ITEM MASTER, KEYED BY ITEM CODE, MAINTAINED BY ITEMMNT -
000640*    READ FROM THE TOP; DRIVES THE VALUATION
000650     SELECT ITEM-MASTER-FILE
000660         ASSIGN TO ITEMMST
000670         ORGANIZATION IS INDEXED
000680         ACCESS MODE IS DYNAMIC
000690         RECORD KEY IS ITM-KEY
000700         FILE STATUS IS WS-ITM-FILE-STATUS.
000710
000720*    STANDARD UNIT COST, KEYED BY ITEM CODE, MAINTAINED BY
000730*    STDMNT - UPDATED HERE WHEN A REVALUATION POSTS
000740     SELECT OPTIONAL STANDARD-COST-FILE
000750         ASSIGN TO STDCOST
000760         ORGANIZATION IS INDEXED
000770         ACCESS MODE IS DYNAMIC
000780         RECORD KEY IS STD-KEY
000790         FILE STATUS IS WS-STD-FILE-STATUS.
000800
000810*    ONLINE INQUIRY FILE, KEYED BY DATE, ITEM AND CYCLE -
000820*    THE LAST CYCLE'S RESULT IS THE QUANTITY ON HAND
000830     SELECT OPTIONAL INQUIRY-FILE
000840         ASSIGN TO INQFILE
000850         ORGANIZATION IS INDEXED
000860         ACCESS MODE IS DYNAMIC
000870         RECORD KEY IS INQ-KEY
000880         FILE STATUS IS WS-INQ-FILE-STATUS.
000890
000900*    GL ACCOUNT MAPPING, KEYED BY ITEM CODE, MAINTAINED BY
000910*    GLMNT - ACCOUNTS FOR A REVALUATION PAIR
000920     SELECT GL-MAPPING-FILE
000930         ASSIGN TO GLMAP
000940         ORGANIZATION IS INDEXED
000950         ACCESS MODE IS DYNAMIC
000960         RECORD KEY IS GLM-KEY
000970         FILE STATUS IS WS-GLM-FILE-STATUS.
000980
000990*    GL EXTRACT, APPENDED LIKE A NORMAL RUN - OPTIONAL
001000     SELECT OPTIONAL GLEXTRACT-FILE
001010         ASSIGN TO GLXOUT
001020         ORGANIZATION IS SEQUENTIAL
001030         FILE STATUS IS WS-GLX-FILE-STATUS.
001040
001050*    PRINTED, PAGINATED VALUATION REPORT
001060     SELECT REPORT-FILE
001070         ASSIGN TO VALRPT
001080         ORGANIZATION IS SEQUENTIAL
001090         FILE STATUS IS WS-RPT-FILE-STATUS.
001100
001110*    SHARED RUN-STATUS FILE - ONE START AND ONE END RECORD PER
001120*    RUN, READ BY THE STATBRD OPERATIONS STATUS BOARD
001130     SELECT OPTIONAL RUN-STATUS-FILE
001140         ASSIGN TO RUNSTAT
001150         ORGANIZATION IS SEQUENTIAL
001160         FILE STATUS IS WS-RUN-FILE-STATUS.
001170
001180 DATA DIVISION.
001190 FILE SECTION.
001200 FD  CONTROL-CARD-FILE
001210     LABEL RECORDS ARE STANDARD
001220     RECORD CONTAINS 80 CHARACTERS.
001230 01  CRD-RECORD.
001240     05  CRD-VALUATION-DATE      PIC 9(08).
001250     05  FILLER                  PIC X(72).
001260
001270 FD  PARAMETER-FILE
001280     LABEL RECORDS ARE STANDARD
001290     RECORD CONTAINS 80 CHARACTERS.
001300     COPY "PARMREC.CPY".
001310
001320 FD  ITEM-MASTER-FILE
001330     LABEL RECORDS ARE STANDARD
001340     RECORD CONTAINS 80 CHARACTERS.
001350     COPY "ITMREC.CPY".
001360
001370 FD  STANDARD-COST-FILE
001380     LABEL RECORDS ARE STANDARD
001390     RECORD CONTAINS 80 CHARACTERS.
001400     COPY "STDREC.CPY".
001410
001420 FD  INQUIRY-FILE
001430     LABEL RECORDS ARE STANDARD
001440     RECORD CONTAINS 80 CHARACTERS.
001450     COPY "INQREC.CPY".
001460
001470 FD  GL-MAPPING-FILE
001480     LABEL RECORDS ARE STANDARD
001490     RECORD CONTAINS 80 CHARACTERS.
001500     COPY "GLMREC.CPY".
001510
001520 FD  GLEXTRACT-FILE
001530     LABEL RECORDS ARE STANDARD
001540     RECORD CONTAINS 80 CHARACTERS.
001550     COPY "GLXREC.CPY".
001560
001570 FD  REPORT-FILE
001580     LABEL RECORDS ARE STANDARD
001590     RECORD CONTAINS 132 CHARACTERS.
001600 01  REPORT-RECORD               PIC X(132).
001610
001620 FD  RUN-STATUS-FILE
001630     LABEL RECORDS ARE STANDARD
001640     RECORD CONTAINS 80 CHARACTERS.
001650     COPY "RUNREC.CPY".
001660
001670 WORKING-STORAGE SECTION.
001680****************************************************************
001690*    FILE STATUS SWITCHES                                      *
001700****************************************************************
001710 01  WS-FILE-STATUSES.
001720     05  WS-CRD-FILE-STATUS      PIC X(02) VALUE "00".
001730     05  WS-PARM-FILE-STATUS     PIC X(02) VALUE "00".
001740     05  WS-ITM-FILE-STATUS      PIC X(02) VALUE "00".
001750     05  WS-STD-FILE-STATUS      PIC X(02) VALUE "00".
001760     05  WS-INQ-FILE-STATUS      PIC X(02) VALUE "00".
001770     05  WS-GLM-FILE-STATUS      PIC X(02) VALUE "00".
001780     05  WS-GLX-FILE-STATUS      PIC X(02) VALUE "00".
001790     05  WS-RPT-FILE-STATUS      PIC X(02) VALUE "00".
001800     05  WS-RUN-FILE-STATUS      PIC X(02) VALUE "00".
001810
001820****************************************************************
001830*    PROGRAM SWITCHES                                          *
001840****************************************************************
001850 01  WS-SWITCHES.
001860     05  WS-RUN-OPEN-SW          PIC X(01) VALUE "N".
001870         88  WS-RUN-OPEN                    VALUE "Y".
001880     05  WS-ITM-EOF-SW           PIC X(01) VALUE "N".
001890         88  WS-ITM-EOF                     VALUE "Y".
001900     05  VAL-REVIEW-SW           PIC X(01) VALUE "N".
001910         88  VAL-REVIEW-NEEDED              VALUE "Y".
001920     05  VAL-COST-FOUND-SW       PIC X(01) VALUE "N".
001930         88  VAL-COST-FOUND                 VALUE "Y".
001940     05  VAL-RESULT-FOUND-SW     PIC X(01) VALUE "N".
001950         88  VAL-RESULT-FOUND               VALUE "Y".
001960     05  VAL-INQ-DONE-SW         PIC X(01) VALUE "N".
001970         88  VAL-INQ-DONE                   VALUE "Y".
001980     05  VAL-GL-SUSPENSE-SW      PIC X(01) VALUE SPACE.
001990
002000****************************************************************
002010*    VALUATION DATE, RUN PARAMETERS, AND RUN DATE               *
002020****************************************************************
002030 01  VAL-VALUATION-DATE          PIC 9(08) VALUE ZERO.
002040 01  VAL-SUSPENSE-ACCOUNT        PIC X(08) VALUE SPACES.
002050 01  VAL-CYCLE-NO                PIC 9(02) VALUE 01.
002060 01  VAL-RUN-ID                  PIC X(08) VALUE "VALRPT".
002070 01  WS-CURRENT-DATE             PIC 9(08) VALUE ZERO.
002080 01  WS-CURRENT-TIME             PIC 9(08) VALUE ZERO.
002090
002100****************************************************************
002110*    CONTROL RECORD LAYOUT AND THE GL EXTRACT SEGMENT THIS RUN  *
002120*    APPENDS - THE HASH IS THE QUANTITY, ZERO ON A REVALUATION  *
002130****************************************************************
002140     COPY "CTLREC.CPY".
002150 01  VAL-GLX-CTL-COUNT           PIC 9(08) COMP VALUE ZERO.
002160 01  VAL-GLX-CTL-HASH            PIC 9(12) COMP VALUE ZERO.
002170
002180****************************************************************
002190*    WORK FIELDS FOR ONE ITEM'S VALUATION                       *
002200****************************************************************
002210 01  VAL-ON-HAND-QTY             PIC 9(07) VALUE ZERO.
002220 01  VAL-UNIT-COST               PIC 9(05)V9(04) VALUE ZERO.
002230 01  VAL-EXT-VALUE               PIC 9(12)V99 VALUE ZERO.
002240 01  VAL-REVAL-AMOUNT            PIC S9(12)V99 VALUE ZERO.
002250 01  VAL-REVAL-ABS               PIC 9(12)V99 VALUE ZERO.
002260 01  VAL-GL-ACCOUNT              PIC X(08).
002270 01  VAL-OFFSET-ACCOUNT          PIC X(08).
002280 01  VAL-DEBIT-ACCOUNT           PIC X(08).
002290 01  VAL-CREDIT-ACCOUNT          PIC X(08).
002300 01  VAL-LOOKUP-COST-CENTER      PIC X(06).
002310 01  VAL-ITEM-STATUS             PIC X(30).
002320
002330****************************************************************
002340*    RUN COUNTERS AND GRAND TOTALS                              *
002350****************************************************************
002360 01  VAL-ITEM-READ-COUNT         PIC 9(06) COMP VALUE ZERO.
002370 01  VAL-VALUED-COUNT            PIC 9(06) COMP VALUE ZERO.
002380 01  VAL-NO-RESULT-COUNT         PIC 9(06) COMP VALUE ZERO.
002390 01  VAL-NO-COST-COUNT           PIC 9(06) COMP VALUE ZERO.
002400 01  VAL-REVALUED-COUNT          PIC 9(06) COMP VALUE ZERO.
002410 01  VAL-DEFERRED-COUNT          PIC 9(06) COMP VALUE ZERO.
002420 01  VAL-TOTAL-VALUE             PIC 9(13)V99 COMP VALUE ZERO.
002430 01  VAL-NET-REVAL               PIC S9(13)V99 COMP VALUE ZERO.
002440
002450****************************************************************
002460*    COST-CENTER SUMMARY TABLE - ONE ENTRY PER DISTINCT COST    *
002470*    CENTER ON THE ITEM MASTER                                  *
002480****************************************************************
002490 01  VAL-CC-COUNT                PIC 9(04) COMP VALUE ZERO.
002500 01  VAL-CC-TABLE.
002510     05  VAL-CC-ENTRY OCCURS 200 TIMES
002520             INDEXED BY VAL-CC-IDX.
002530         10  VAL-TBL-COST-CENTER     PIC X(06).
002540         10  VAL-TBL-ITEM-COUNT      PIC 9(06) COMP.
002550         10  VAL-TBL-VALUE           PIC 9(13)V99 COMP.
002560         10  VAL-TBL-REVAL           PIC S9(13)V99 COMP.
002570
002580****************************************************************
002590*    PAGINATION COUNTERS                                        *
002600****************************************************************
002610 01  VAL-LINE-COUNT              PIC 9(03) COMP VALUE ZERO.
002620 01  VAL-PAGE-COUNT              PIC 9(03) COMP VALUE ZERO.
002630 01  VAL-LINES-PER-PAGE          PIC 9(03) COMP VALUE 55.
002640
002650****************************************************************
002660*    PAGINATED REPORT LINES                                     *
002670****************************************************************
002680 01  RPT-HEADING-LINE-1.
002690     05  FILLER                  PIC X(01) VALUE "1".
002700     05  FILLER                  PIC X(40)
002710             VALUE "VALRPT - INVENTORY VALUATION".
002720     05  FILLER                  PIC X(10) VALUE "  RUN DATE".
002730     05  RPT-HDG-RUN-DATE        PIC 9(08).
002740     05  FILLER                  PIC X(09) VALUE SPACES.
002750     05  FILLER                  PIC X(05) VALUE "PAGE ".
002760     05  RPT-HDG-PAGE-NO         PIC ZZ9.
002770     05  FILLER                  PIC X(56) VALUE SPACES.
002780
002790 01  RPT-HEADING-LINE-2.
002800     05  FILLER                  PIC X(01) VALUE SPACE.
002810     05  FILLER                  PIC X(10) VALUE "ITEM CODE".
002820     05  FILLER                  PIC X(02) VALUE SPACES.
002830     05  FILLER                  PIC X(06) VALUE "CENTER".
002840     05  FILLER                  PIC X(02) VALUE SPACES.
002850     05  FILLER                  PIC X(07) VALUE "ON HAND".
002860     05  FILLER                  PIC X(02) VALUE SPACES.
002870     05  FILLER                  PIC X(10) VALUE " UNIT COST".
002880     05  FILLER                  PIC X(02) VALUE SPACES.
002890     05  FILLER                  PIC X(15)
002900             VALUE "   VALUE AT STD".
002910     05  FILLER                  PIC X(02) VALUE SPACES.
002920     05  FILLER                  PIC X(15)
002930             VALUE "    REVALUATION".
002940     05  FILLER                  PIC X(02) VALUE SPACES.
002950     05  FILLER                  PIC X(30) VALUE "STATUS".
002960     05  FILLER                  PIC X(26) VALUE SPACES.
002970
002980 01  RPT-SELECTION-LINE.
002990     05  FILLER                  PIC X(01) VALUE SPACE.
003000     05  FILLER                  PIC X(15)
003010             VALUE "VALUATION DATE ".
003020     05  RPT-SEL-VALUATION-DATE  PIC 9(08).
003030     05  FILLER                  PIC X(108) VALUE SPACES.
003040
003050 01  RPT-DETAIL-LINE.
003060     05  FILLER                  PIC X(01) VALUE SPACE.
003070     05  RPT-ITEM-CODE           PIC X(10).
003080     05  FILLER                  PIC X(02) VALUE SPACES.
003090     05  RPT-COST-CENTER         PIC X(06).
003100     05  FILLER                  PIC X(02) VALUE SPACES.
003110     05  RPT-ON-HAND-QTY         PIC ZZZZZZ9.
003120     05  FILLER                  PIC X(02) VALUE SPACES.
003130     05  RPT-UNIT-COST           PIC ZZZZ9.9999.
003140     05  FILLER                  PIC X(02) VALUE SPACES.
003150     05  RPT-EXT-VALUE           PIC ZZZZZZZZZZZ9.99.
003160     05  FILLER                  PIC X(02) VALUE SPACES.
003170     05  RPT-REVAL-AMOUNT        PIC ZZZZZZZZZZ9.99-.
003180     05  FILLER                  PIC X(02) VALUE SPACES.
003190     05  RPT-STATUS              PIC X(30).
003200     05  FILLER                  PIC X(26) VALUE SPACES.
003210
003220 01  RPT-CC-LINE.
003230     05  FILLER                  PIC X(01) VALUE SPACE.
003240     05  RPT-CC-LABEL            PIC X(10).
003250     05  FILLER                  PIC X(02) VALUE SPACES.
003260     05  RPT-CC-COST-CENTER      PIC X(06).
003270     05  FILLER                  PIC X(02) VALUE SPACES.
003280     05  RPT-CC-ITEM-COUNT       PIC ZZZZZZ9.
003290     05  FILLER                  PIC X(02) VALUE SPACES.
003300     05  FILLER                  PIC X(10) VALUE "     ITEMS".
003310     05  FILLER                  PIC X(02) VALUE SPACES.
003320     05  RPT-CC-VALUE            PIC ZZZZZZZZZZZ9.99.
003330     05  FILLER                  PIC X(02) VALUE SPACES.
003340     05  RPT-CC-REVAL            PIC ZZZZZZZZZZ9.99-.
003350     05  FILLER                  PIC X(58) VALUE SPACES.
003360
003370 01  RPT-TOTAL-LINE.
003380     05  FILLER                  PIC X(01) VALUE SPACE.
003390     05  RPT-TOT-LABEL           PIC X(25).
003400     05  RPT-TOT-VALUE           PIC ZZZZZ9.
003410     05  FILLER                  PIC X(100) VALUE SPACES.
003420
003430 PROCEDURE DIVISION.
003440****************************************************************
003450*    0000-MAINLINE                                              *
003460****************************************************************
003470 0000-MAINLINE.
003480     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003490     PERFORM 2000-VALUE-ITEM THRU 2000-EXIT
003500         UNTIL WS-ITM-EOF.
003510     PERFORM 5000-WRITE-CC-SUMMARY THRU 5000-EXIT.
003520     PERFORM 9000-TERMINATE THRU 9000-EXIT.
003530     PERFORM 9700-WRITE-RUN-END THRU 9700-EXIT.
003540     STOP RUN.
003550
003560****************************************************************
003570*    1000-INITIALIZE                                            *
003580****************************************************************
003590 1000-INITIALIZE.
003600     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
003610     PERFORM 1100-GET-VALUATION-DATE THRU 1100-EXIT.
003620     OPEN INPUT PARAMETER-FILE.
003630     IF WS-PARM-FILE-STATUS NOT = "00"
003640         DISPLAY "VALRPT - ABEND - PARAMETER-FILE "
003650                 "OPEN FAILED - STATUS " WS-PARM-FILE-STATUS
003660         GO TO 9900-ABEND-TERMINATION
003670     END-IF.
003680     PERFORM 1200-READ-PARAMETER-RECORD THRU 1200-EXIT.
003690     PERFORM 1700-WRITE-RUN-START THRU 1700-EXIT.
003700     OPEN INPUT ITEM-MASTER-FILE.
003710     IF WS-ITM-FILE-STATUS NOT = "00"
003720         DISPLAY "VALRPT - ABEND - ITEM-MASTER-FILE "
003730                 "OPEN FAILED - STATUS " WS-ITM-FILE-STATUS
003740         GO TO 9900-ABEND-TERMINATION
003750     END-IF.
003760     OPEN I-O STANDARD-COST-FILE.
003770     IF WS-STD-FILE-STATUS NOT = "00"
003780             AND WS-STD-FILE-STATUS NOT = "05"
003790         DISPLAY "VALRPT - ABEND - STANDARD-COST-FILE "
003800                 "OPEN FAILED - STATUS " WS-STD-FILE-STATUS
003810         GO TO 9900-ABEND-TERMINATION
003820     END-IF.
003830     OPEN INPUT INQUIRY-FILE.
003840     IF WS-INQ-FILE-STATUS NOT = "00"
003850             AND WS-INQ-FILE-STATUS NOT = "05"
003860         DISPLAY "VALRPT - ABEND - INQUIRY-FILE "
003870                 "OPEN FAILED - STATUS " WS-INQ-FILE-STATUS
003880         GO TO 9900-ABEND-TERMINATION
003890     END-IF.
003900     OPEN INPUT GL-MAPPING-FILE.
003910     IF WS-GLM-FILE-STATUS NOT = "00"
003920         DISPLAY "VALRPT - ABEND - GL-MAPPING-FILE "
003930                 "OPEN FAILED - STATUS " WS-GLM-FILE-STATUS
003940         GO TO 9900-ABEND-TERMINATION
003950     END-IF.
003960     OPEN EXTEND GLEXTRACT-FILE.
003970     IF WS-GLX-FILE-STATUS NOT = "00"
003980             AND WS-GLX-FILE-STATUS NOT = "05"
003990         DISPLAY "VALRPT - ABEND - GLEXTRACT-FILE "
004000                 "OPEN FAILED - STATUS " WS-GLX-FILE-STATUS
004010         GO TO 9900-ABEND-TERMINATION
004020     END-IF.
004030     PERFORM 1650-WRITE-GLX-HEADER THRU 1650-EXIT.
004040     OPEN OUTPUT REPORT-FILE.
004050     IF WS-RPT-FILE-STATUS NOT = "00"
004060         DISPLAY "VALRPT - ABEND - REPORT-FILE "
004070                 "OPEN FAILED - STATUS " WS-RPT-FILE-STATUS
004080         GO TO 9900-ABEND-TERMINATION
004090     END-IF.
004100     PERFORM 7100-WRITE-REPORT-HEADING THRU 7100-EXIT.
004110     PERFORM 7200-WRITE-SELECTION-LINE THRU 7200-EXIT.
004120     MOVE LOW-VALUES TO ITM-KEY.
004130     START ITEM-MASTER-FILE KEY NOT < ITM-KEY
004140         INVALID KEY
004150             MOVE "Y" TO WS-ITM-EOF-SW
004160     END-START.
004170     PERFORM 2900-READ-ITEM-MASTER THRU 2900-EXIT.
004180 1000-EXIT.
004190     EXIT.
004200
004210****************************************************************
004220*    1100-GET-VALUATION-DATE - AN ABSENT OR BLANK CONTROL CARD  *
004230*    VALUES THE INVENTORY AS OF TODAY                           *
004240****************************************************************
004250 1100-GET-VALUATION-DATE.
004260     MOVE WS-CURRENT-DATE TO VAL-VALUATION-DATE.
004270     OPEN INPUT CONTROL-CARD-FILE.
004280     IF WS-CRD-FILE-STATUS NOT = "00"
004290             AND WS-CRD-FILE-STATUS NOT = "05"
004300         DISPLAY "VALRPT - ABEND - CONTROL-CARD-FILE "
004310                 "OPEN FAILED - STATUS " WS-CRD-FILE-STATUS
004320         GO TO 9900-ABEND-TERMINATION
004330     END-IF.
004340     READ CONTROL-CARD-FILE
004350         AT END
004360             MOVE SPACES TO CRD-RECORD
004370     END-READ.
004380     IF CRD-VALUATION-DATE NUMERIC
004390             AND CRD-VALUATION-DATE > ZERO
004400         MOVE CRD-VALUATION-DATE TO VAL-VALUATION-DATE
004410     END-IF.
004420     CLOSE CONTROL-CARD-FILE.
004430 1100-EXIT.
004440     EXIT.
004450
004460****************************************************************
004470*    1200-READ-PARAMETER-RECORD - THE SUSPENSE ACCOUNT AND      *
004480*    CYCLE NUMBER STAMPED ON THE REVALUATION PAIRS              *
004490****************************************************************
004500 1200-READ-PARAMETER-RECORD.
004510     READ PARAMETER-FILE
004520         AT END
004530             MOVE SPACES TO PARM-SUSPENSE-ACCOUNT
004540             MOVE 01 TO PARM-CYCLE-NO
004550     END-READ.
004560     MOVE PARM-SUSPENSE-ACCOUNT TO VAL-SUSPENSE-ACCOUNT.
004570     IF VAL-SUSPENSE-ACCOUNT = SPACES
004580         MOVE "99999999" TO VAL-SUSPENSE-ACCOUNT
004590     END-IF.
004600     IF PARM-CYCLE-NO NUMERIC AND PARM-CYCLE-NO > ZERO
004610         MOVE PARM-CYCLE-NO TO VAL-CYCLE-NO
004620     ELSE
004630         MOVE 01 TO VAL-CYCLE-NO
004640     END-IF.
004650     CLOSE PARAMETER-FILE.
004660 1200-EXIT.
004670     EXIT.
004680
004690****************************************************************
004700*    1650-WRITE-GLX-HEADER - OPENS THE CONTROL SEGMENT FOR THE  *
004710*    REVALUATION PAIRS THIS RUN APPENDS TO THE GL EXTRACT       *
004720****************************************************************
004730 1650-WRITE-GLX-HEADER.
004740     MOVE SPACES             TO CTL-RECORD.
004750     MOVE "*CTLHDR*"         TO CTL-RECORD-ID.
004760     MOVE VAL-VALUATION-DATE TO CTL-RUN-DATE.
004770     MOVE VAL-CYCLE-NO       TO CTL-CYCLE-NO.
004780     MOVE VAL-RUN-ID         TO CTL-RUN-ID.
004790     MOVE ZERO               TO CTL-RECORD-COUNT.
004800     MOVE ZERO               TO CTL-HASH-TOTAL.
004810     WRITE GLX-RECORD FROM CTL-RECORD.
004820     IF WS-GLX-FILE-STATUS NOT = "00"
004830         DISPLAY "VALRPT - ABEND - GLEXTRACT-FILE "
004840                 "WRITE FAILED - STATUS " WS-GLX-FILE-STATUS
004850         GO TO 9900-ABEND-TERMINATION
004860     END-IF.
004870 1650-EXIT.
004880     EXIT.
004890
004900****************************************************************
004910*    1700-WRITE-RUN-START - APPEND THE START RECORD TO THE      *
004920*    SHARED RUN-STATUS FILE FOR THE STATBRD STATUS BOARD        *
004930****************************************************************
004940 1700-WRITE-RUN-START.
004950     OPEN EXTEND RUN-STATUS-FILE.
004960     IF WS-RUN-FILE-STATUS NOT = "00"
004970             AND WS-RUN-FILE-STATUS NOT = "05"
004980         DISPLAY "VALRPT - ABEND - RUN-STATUS-FILE "
004990                 "OPEN FAILED - STATUS " WS-RUN-FILE-STATUS
005000         GO TO 9900-ABEND-TERMINATION
005010     END-IF.
005020     MOVE "Y" TO WS-RUN-OPEN-SW.
005030     MOVE SPACES          TO RUN-RECORD.
005040     MOVE "VALRPT"        TO RUN-PROGRAM-ID.
005050     MOVE WS-CURRENT-DATE TO RUN-RUN-DATE.
005060     MOVE VAL-CYCLE-NO    TO RUN-CYCLE-NO.
005070     MOVE VAL-RUN-ID      TO RUN-RUN-ID.
005080     MOVE "S"             TO RUN-RECORD-TYPE.
005090     ACCEPT WS-CURRENT-TIME FROM TIME.
005100     MOVE WS-CURRENT-TIME TO RUN-TIME.
005110     MOVE ZERO            TO RUN-RECORDS-PROCESSED.
005120     MOVE ZERO            TO RUN-RETURN-CODE.
005130     WRITE RUN-RECORD.
005140     IF WS-RUN-FILE-STATUS NOT = "00"
005150         DISPLAY "VALRPT - ABEND - RUN-STATUS-FILE "
005160                 "WRITE FAILED - STATUS " WS-RUN-FILE-STATUS
005170         GO TO 9900-ABEND-TERMINATION
005180     END-IF.
005190 1700-EXIT.
005200     EXIT.
005210
005220****************************************************************
005230*    2000-VALUE-ITEM - ONE ITERATION PER ITEM MASTER RECORD:    *
005240*    QUANTITY ON HAND, COST IN FORCE, EXTENDED VALUE, AND ANY   *
005250*    REVALUATION NOW DUE                                        *
005260****************************************************************
005270 2000-VALUE-ITEM.
005280     ADD 1 TO VAL-ITEM-READ-COUNT.
005290     MOVE SPACES TO VAL-ITEM-STATUS.
005300     MOVE ZERO   TO VAL-REVAL-AMOUNT.
005310     PERFORM 3000-GET-ON-HAND THRU 3000-EXIT.
005320     PERFORM 3200-GET-STANDARD-COST THRU 3200-EXIT.
005330     COMPUTE VAL-EXT-VALUE ROUNDED =
005340         VAL-ON-HAND-QTY * VAL-UNIT-COST.
005350     IF VAL-COST-FOUND
005360             AND STD-REVAL-PENDING
005370             AND STD-EFFECTIVE-DATE NOT > VAL-VALUATION-DATE
005380         PERFORM 4000-POST-REVALUATION THRU 4000-EXIT
005390     END-IF.
005400     IF VAL-ITEM-STATUS = SPACES
005410         PERFORM 2100-SET-ITEM-STATUS THRU 2100-EXIT
005420     END-IF.
005430     IF VAL-RESULT-FOUND
005440         ADD 1 TO VAL-VALUED-COUNT
005450     ELSE
005460         ADD 1 TO VAL-NO-RESULT-COUNT
005470     END-IF.
005480     ADD VAL-EXT-VALUE    TO VAL-TOTAL-VALUE.
005490     ADD VAL-REVAL-AMOUNT TO VAL-NET-REVAL.
005500     MOVE ITM-COST-CENTER TO VAL-LOOKUP-COST-CENTER.
005510     IF VAL-LOOKUP-COST-CENTER = SPACES
005520         MOVE "*NONE*" TO VAL-LOOKUP-COST-CENTER
005530     END-IF.
005540     PERFORM 2500-FIND-OR-ADD-CC THRU 2500-EXIT.
005550     ADD 1 TO VAL-TBL-ITEM-COUNT (VAL-CC-IDX).
005560     ADD VAL-EXT-VALUE    TO VAL-TBL-VALUE (VAL-CC-IDX).
005570     ADD VAL-REVAL-AMOUNT TO VAL-TBL-REVAL (VAL-CC-IDX).
005580     PERFORM 6000-WRITE-ITEM-LINE THRU 6000-EXIT.
005590     PERFORM 2900-READ-ITEM-MASTER THRU 2900-EXIT.
005600 2000-EXIT.
005610     EXIT.
005620
005630****************************************************************
005640*    2100-SET-ITEM-STATUS - STOCK WITH NO STANDARD COST IS      *
005650*    VALUED AT ZERO AND NEEDS COST ACCOUNTING'S ATTENTION; A    *
005660*    COST CHANGE NOT YET IN FORCE IS NOTED SO THE LINE'S COST   *
005670*    IS NOT MISREAD                                             *
005680****************************************************************
005690 2100-SET-ITEM-STATUS.
005700     IF NOT VAL-COST-FOUND
005710         IF VAL-ON-HAND-QTY > ZERO
005720             MOVE "NO STANDARD COST" TO VAL-ITEM-STATUS
005730             ADD 1 TO VAL-NO-COST-COUNT
005740             MOVE "Y" TO VAL-REVIEW-SW
005750         END-IF
005760         GO TO 2100-EXIT
005770     END-IF.
005780     IF NOT VAL-RESULT-FOUND
005790         MOVE "NO RESULT ON VALUATION DATE" TO VAL-ITEM-STATUS
005800         GO TO 2100-EXIT
005810     END-IF.
005820     IF STD-EFFECTIVE-DATE > VAL-VALUATION-DATE
005830         MOVE "VALUED AT PRIOR - CHANGE PENDING"
005840             TO VAL-ITEM-STATUS
005850     END-IF.
005860 2100-EXIT.
005870     EXIT.
005880
005890****************************************************************
005900*    2500-FIND-OR-ADD-CC - LOCATE VAL-LOOKUP-COST-CENTER IN     *
005910*    THE TABLE, LEAVING VAL-CC-IDX SET                          *
005920****************************************************************
005930 2500-FIND-OR-ADD-CC.
005940     SET VAL-CC-IDX TO 1.
005950     SEARCH VAL-CC-ENTRY
005960         AT END
005970             PERFORM 2550-ADD-NEW-CC THRU 2550-EXIT
005980         WHEN VAL-TBL-COST-CENTER (VAL-CC-IDX)
005990                 = VAL-LOOKUP-COST-CENTER
006000             CONTINUE
006010     END-SEARCH.
006020 2500-EXIT.
006030     EXIT.
006040
006050 2550-ADD-NEW-CC.
006060     IF VAL-CC-COUNT >= 200
006070         DISPLAY "VALRPT - ABEND - MORE THAN 200 DISTINCT "
006080                 "COST CENTERS"
006090         GO TO 9900-ABEND-TERMINATION
006100     END-IF.
006110     ADD 1 TO VAL-CC-COUNT.
006120     SET VAL-CC-IDX TO VAL-CC-COUNT.
006130     MOVE VAL-LOOKUP-COST-CENTER
006140         TO VAL-TBL-COST-CENTER (VAL-CC-IDX).
006150     MOVE ZERO TO VAL-TBL-ITEM-COUNT (VAL-CC-IDX).
006160     MOVE ZERO TO VAL-TBL-VALUE (VAL-CC-IDX).
006170     MOVE ZERO TO VAL-TBL-REVAL (VAL-CC-IDX).
006180 2550-EXIT.
006190     EXIT.
006200
006210 2900-READ-ITEM-MASTER.
006220     IF WS-ITM-EOF
006230         GO TO 2900-EXIT
006240     END-IF.
006250     READ ITEM-MASTER-FILE NEXT RECORD
006260         AT END
006270             MOVE "Y" TO WS-ITM-EOF-SW
006280     END-READ.
006290 2900-EXIT.
006300     EXIT.
006310
006320****************************************************************
006330*    3000-GET-ON-HAND - THE INQUIRY RECORDS FOR THE VALUATION   *
006340*    DATE AND ITEM ARE READ IN CYCLE ORDER; THE LAST CYCLE'S    *
006350*    RESULT IS THE QUANTITY ON HAND                             *
006360****************************************************************
006370 3000-GET-ON-HAND.
006380     MOVE ZERO TO VAL-ON-HAND-QTY.
006390     MOVE "N"  TO VAL-RESULT-FOUND-SW.
006400     MOVE "N"  TO VAL-INQ-DONE-SW.
006410     MOVE VAL-VALUATION-DATE TO INQ-RUN-DATE.
006420     MOVE ITM-ITEM-CODE      TO INQ-ITEM-CODE.
006430     MOVE ZERO               TO INQ-CYCLE-NO.
006440     START INQUIRY-FILE KEY NOT < INQ-KEY
006450         INVALID KEY
006460             MOVE "Y" TO VAL-INQ-DONE-SW
006470     END-START.
006480     PERFORM 3100-READ-NEXT-INQUIRY THRU 3100-EXIT
006490         UNTIL VAL-INQ-DONE.
006500 3000-EXIT.
006510     EXIT.
006520
006530 3100-READ-NEXT-INQUIRY.
006540     READ INQUIRY-FILE NEXT RECORD
006550         AT END
006560             MOVE "Y" TO VAL-INQ-DONE-SW
006570             GO TO 3100-EXIT
006580     END-READ.
006590     IF INQ-RUN-DATE NOT = VAL-VALUATION-DATE
006600             OR INQ-ITEM-CODE NOT = ITM-ITEM-CODE
006610         MOVE "Y" TO VAL-INQ-DONE-SW
006620         GO TO 3100-EXIT
006630     END-IF.
006640     IF INQ-RESULT NUMERIC
006650         MOVE INQ-RESULT TO VAL-ON-HAND-QTY
006660         MOVE "Y" TO VAL-RESULT-FOUND-SW
006670     END-IF.
006680 3100-EXIT.
006690     EXIT.
006700
006710****************************************************************
006720*    3200-GET-STANDARD-COST - THE COST IN FORCE ON THE          *
006730*    VALUATION DATE, THE SAME RULE RANDOM-SUBTRACTION USES: A   *
006740*    CHANGE NOT YET EFFECTIVE LEAVES THE ITEM AT ITS PRIOR COST *
006750****************************************************************
006760 3200-GET-STANDARD-COST.
006770     MOVE ZERO TO VAL-UNIT-COST.
006780     MOVE ITM-ITEM-CODE TO STD-ITEM-CODE.
006790     READ STANDARD-COST-FILE
006800         INVALID KEY
006810             MOVE "N" TO VAL-COST-FOUND-SW
006820             GO TO 3200-EXIT
006830     END-READ.
006840     MOVE "Y" TO VAL-COST-FOUND-SW.
006850     IF STD-EFFECTIVE-DATE > VAL-VALUATION-DATE
006860         MOVE STD-PRIOR-UNIT-COST TO VAL-UNIT-COST
006870     ELSE
006880         MOVE STD-UNIT-COST TO VAL-UNIT-COST
006890     END-IF.
006900 3200-EXIT.
006910     EXIT.
006920
006930****************************************************************
006940*    4000-POST-REVALUATION - THE NEW COST IS IN FORCE AND THE   *
006950*    BOOKS STILL CARRY THE ON-HAND QUANTITY AT THE PRIOR COST.  *
006960*    WITHOUT A RESULT FOR THE DATE THE QUANTITY IS UNKNOWN, SO  *
006970*    AN ACTIVE ITEM WAITS FOR THE NEXT RUN; AN ITEM NO LONGER   *
006980*    ACTIVE HAS NOTHING LEFT TO REVALUE AND IS MARKED POSTED.   *
006990****************************************************************
007000 4000-POST-REVALUATION.
007010     IF NOT VAL-RESULT-FOUND
007020         IF ITM-ACTIVE
007030             MOVE "REVALUATION DEFERRED - NO RSLT"
007040                 TO VAL-ITEM-STATUS
007050             ADD 1 TO VAL-DEFERRED-COUNT
007060             MOVE "Y" TO VAL-REVIEW-SW
007070             GO TO 4000-EXIT
007080         END-IF
007090         MOVE "REVALUATION CLOSED - INACTIVE"
007100             TO VAL-ITEM-STATUS
007110         GO TO 4000-MARK-POSTED
007120     END-IF.
007130     COMPUTE VAL-REVAL-AMOUNT ROUNDED =
007140         VAL-ON-HAND-QTY
007150         * (STD-UNIT-COST - STD-PRIOR-UNIT-COST).
007160     MOVE "REVALUED TO NEW STANDARD COST" TO VAL-ITEM-STATUS.
007170     ADD 1 TO VAL-REVALUED-COUNT.
007180     IF VAL-REVAL-AMOUNT NOT = ZERO
007190         PERFORM 4100-WRITE-REVALUATION-PAIR THRU 4100-EXIT
007200     END-IF.
007210 4000-MARK-POSTED.
007220     MOVE "D"                TO STD-REVAL-STATUS.
007230     MOVE VAL-VALUATION-DATE TO STD-REVAL-DATE.
007240     REWRITE STD-RECORD
007250         INVALID KEY
007260             DISPLAY "VALRPT - ABEND - STANDARD-COST-FILE "
007270                     "REWRITE INVALID KEY - ITEM "
007280                     STD-ITEM-CODE
007290             GO TO 9900-ABEND-TERMINATION
007300     END-REWRITE.
007310     IF WS-STD-FILE-STATUS NOT = "00"
007320         DISPLAY "VALRPT - ABEND - STANDARD-COST-FILE "
007330                 "REWRITE FAILED - STATUS " WS-STD-FILE-STATUS
007340         GO TO 9900-ABEND-TERMINATION
007350     END-IF.
007360 4000-EXIT.
007370     EXIT.
007380
007390****************************************************************
007400*    4100-WRITE-REVALUATION-PAIR - ONE BALANCED PAIR CARRYING   *
007410*    THE VALUE OF THE COST CHANGE AND NO QUANTITY. AN INCREASE  *
007420*    DEBITS THE ITEM'S GL ACCOUNT, A DECREASE CREDITS IT; AN    *
007430*    UNMAPPED ITEM POSTS BOTH SIDES TO SUSPENSE.                *
007440****************************************************************
007450 4100-WRITE-REVALUATION-PAIR.
007460     PERFORM 4200-GET-GL-MAPPING THRU 4200-EXIT.
007470     IF VAL-REVAL-AMOUNT > ZERO
007480         MOVE VAL-REVAL-AMOUNT   TO VAL-REVAL-ABS
007490         MOVE VAL-GL-ACCOUNT     TO VAL-DEBIT-ACCOUNT
007500         MOVE VAL-OFFSET-ACCOUNT TO VAL-CREDIT-ACCOUNT
007510     ELSE
007520         COMPUTE VAL-REVAL-ABS = ZERO - VAL-REVAL-AMOUNT
007530         MOVE VAL-OFFSET-ACCOUNT TO VAL-DEBIT-ACCOUNT
007540         MOVE VAL-GL-ACCOUNT     TO VAL-CREDIT-ACCOUNT
007550     END-IF.
007560     MOVE SPACES             TO GLX-RECORD.
007570     MOVE VAL-VALUATION-DATE TO GLX-RUN-DATE.
007580     MOVE ITM-ITEM-CODE      TO GLX-ITEM-CODE.
007590     MOVE VAL-DEBIT-ACCOUNT  TO GLX-GL-ACCOUNT.
007600     MOVE "D"                TO GLX-DEBIT-CREDIT-CODE.
007610     MOVE ZERO               TO GLX-AMOUNT.
007620     MOVE VAL-GL-SUSPENSE-SW TO GLX-SUSPENSE-SW.
007630     MOVE VAL-CYCLE-NO       TO GLX-CYCLE-NO.
007640     MOVE STD-UNIT-COST      TO GLX-UNIT-COST.
007650     MOVE VAL-REVAL-ABS      TO GLX-EXT-VALUE.
007660     MOVE "R"                TO GLX-ENTRY-TYPE.
007670     PERFORM 4300-WRITE-GL-RECORD THRU 4300-EXIT.
007680     MOVE VAL-CREDIT-ACCOUNT TO GLX-GL-ACCOUNT.
007690     MOVE "C"                TO GLX-DEBIT-CREDIT-CODE.
007700     PERFORM 4300-WRITE-GL-RECORD THRU 4300-EXIT.
007710 4100-EXIT.
007720     EXIT.
007730
007740 4200-GET-GL-MAPPING.
007750     MOVE SPACE TO VAL-GL-SUSPENSE-SW.
007760     MOVE ITM-ITEM-CODE TO GLM-ITEM-CODE.
007770     READ GL-MAPPING-FILE
007780         INVALID KEY
007790             MOVE "Y" TO VAL-GL-SUSPENSE-SW
007800             MOVE VAL-SUSPENSE-ACCOUNT TO VAL-GL-ACCOUNT
007810             MOVE VAL-SUSPENSE-ACCOUNT TO VAL-OFFSET-ACCOUNT
007820         NOT INVALID KEY
007830             MOVE GLM-GL-ACCOUNT     TO VAL-GL-ACCOUNT
007840             MOVE GLM-OFFSET-ACCOUNT TO VAL-OFFSET-ACCOUNT
007850     END-READ.
007860 4200-EXIT.
007870     EXIT.
007880
007890 4300-WRITE-GL-RECORD.
007900     WRITE GLX-RECORD.
007910     IF WS-GLX-FILE-STATUS NOT = "00"
007920         DISPLAY "VALRPT - ABEND - GLEXTRACT-FILE "
007930                 "WRITE FAILED - STATUS " WS-GLX-FILE-STATUS
007940         GO TO 9900-ABEND-TERMINATION
007950     END-IF.
007960     ADD 1 TO VAL-GLX-CTL-COUNT.
007970     ADD GLX-AMOUNT TO VAL-GLX-CTL-HASH.
007980 4300-EXIT.
007990     EXIT.
008000
008010****************************************************************
008020*    5000-WRITE-CC-SUMMARY - ONE LINE PER COST CENTER, THEN     *
008030*    THE GRAND TOTAL AND THE RUN COUNTS                         *
008040****************************************************************
008050 5000-WRITE-CC-SUMMARY.
008060     IF VAL-CC-COUNT > ZERO
008070         PERFORM 5100-WRITE-CC-DETAIL THRU 5100-EXIT
008080             VARYING VAL-CC-IDX FROM 1 BY 1
008090             UNTIL VAL-CC-IDX > VAL-CC-COUNT
008100     END-IF.
008110     MOVE SPACES              TO RPT-CC-LINE.
008120     MOVE "*TOTAL"            TO RPT-CC-LABEL.
008130     MOVE "ALL"               TO RPT-CC-COST-CENTER.
008140     MOVE VAL-ITEM-READ-COUNT TO RPT-CC-ITEM-COUNT.
008150     MOVE VAL-TOTAL-VALUE     TO RPT-CC-VALUE.
008160     MOVE VAL-NET-REVAL       TO RPT-CC-REVAL.
008170     PERFORM 5900-WRITE-CC-RECORD THRU 5900-EXIT.
008180     PERFORM 8000-WRITE-RUN-TOTALS THRU 8000-EXIT.
008190 5000-EXIT.
008200     EXIT.
008210
008220 5100-WRITE-CC-DETAIL.
008230     MOVE SPACES      TO RPT-CC-LINE.
008240     MOVE "*CC TOTAL" TO RPT-CC-LABEL.
008250     MOVE VAL-TBL-COST-CENTER (VAL-CC-IDX)
008260         TO RPT-CC-COST-CENTER.
008270     MOVE VAL-TBL-ITEM-COUNT (VAL-CC-IDX) TO RPT-CC-ITEM-COUNT.
008280     MOVE VAL-TBL-VALUE (VAL-CC-IDX)      TO RPT-CC-VALUE.
008290     MOVE VAL-TBL-REVAL (VAL-CC-IDX)      TO RPT-CC-REVAL.
008300     PERFORM 5900-WRITE-CC-RECORD THRU 5900-EXIT.
008310 5100-EXIT.
008320     EXIT.
008330
008340 5900-WRITE-CC-RECORD.
008350     IF VAL-LINE-COUNT >= VAL-LINES-PER-PAGE
008360         PERFORM 7100-WRITE-REPORT-HEADING THRU 7100-EXIT
008370     END-IF.
008380     WRITE REPORT-RECORD FROM RPT-CC-LINE.
008390     IF WS-RPT-FILE-STATUS NOT = "00"
008400         DISPLAY "VALRPT - ABEND - REPORT-FILE "
008410                 "WRITE FAILED - STATUS " WS-RPT-FILE-STATUS
008420         GO TO 9900-ABEND-TERMINATION
008430     END-IF.
008440     ADD 1 TO VAL-LINE-COUNT.
008450 5900-EXIT.
008460     EXIT.
008470
008480****************************************************************
008490*    6000-WRITE-ITEM-LINE - DETAIL LINE WITH PAGE BREAK         *
008500****************************************************************
008510 6000-WRITE-ITEM-LINE.
008520     IF VAL-LINE-COUNT >= VAL-LINES-PER-PAGE
008530         PERFORM 7100-WRITE-REPORT-HEADING THRU 7100-EXIT
008540     END-IF.
008550     MOVE SPACES           TO RPT-DETAIL-LINE.
008560     MOVE ITM-ITEM-CODE    TO RPT-ITEM-CODE.
008570     MOVE ITM-COST-CENTER  TO RPT-COST-CENTER.
008580     MOVE VAL-ON-HAND-QTY  TO RPT-ON-HAND-QTY.
008590     MOVE VAL-UNIT-COST    TO RPT-UNIT-COST.
008600     MOVE VAL-EXT-VALUE    TO RPT-EXT-VALUE.
008610     MOVE VAL-REVAL-AMOUNT TO RPT-REVAL-AMOUNT.
008620     MOVE VAL-ITEM-STATUS  TO RPT-STATUS.
008630     WRITE REPORT-RECORD FROM RPT-DETAIL-LINE.
008640     IF WS-RPT-FILE-STATUS NOT = "00"
008650         DISPLAY "VALRPT - ABEND - REPORT-FILE "
008660                 "WRITE FAILED - STATUS " WS-RPT-FILE-STATUS
008670         GO TO 9900-ABEND-TERMINATION
008680     END-IF.
008690     ADD 1 TO VAL-LINE-COUNT.
008700 6000-EXIT.
008710     EXIT.
008720
008730****************************************************************
008740*    7100-WRITE-REPORT-HEADING - PAGE BREAK                     *
008750****************************************************************
008760 7100-WRITE-REPORT-HEADING.
008770     ADD 1 TO VAL-PAGE-COUNT.
008780     MOVE WS-CURRENT-DATE TO RPT-HDG-RUN-DATE.
008790     MOVE VAL-PAGE-COUNT  TO RPT-HDG-PAGE-NO.
008800     WRITE REPORT-RECORD FROM RPT-HEADING-LINE-1.
008810     WRITE REPORT-RECORD FROM RPT-HEADING-LINE-2.
008820     MOVE ZERO TO VAL-LINE-COUNT.
008830 7100-EXIT.
008840     EXIT.
008850
008860****************************************************************
008870*    7200-WRITE-SELECTION-LINE - THE DATE THIS RUN VALUED,      *
008880*    PRINTED ONCE UNDER THE FIRST HEADING                       *
008890****************************************************************
008900 7200-WRITE-SELECTION-LINE.
008910     MOVE VAL-VALUATION-DATE TO RPT-SEL-VALUATION-DATE.
008920     WRITE REPORT-RECORD FROM RPT-SELECTION-LINE.
008930     IF WS-RPT-FILE-STATUS NOT = "00"
008940         DISPLAY "VALRPT - ABEND - REPORT-FILE "
008950                 "WRITE FAILED - STATUS " WS-RPT-FILE-STATUS
008960         GO TO 9900-ABEND-TERMINATION
008970     END-IF.
008980     ADD 1 TO VAL-LINE-COUNT.
008990 7200-EXIT.
009000     EXIT.
009010
009020****************************************************************
009030*    8000-WRITE-RUN-TOTALS - THE COUNTS THAT PROVE THE RUN      *
009040****************************************************************
009050 8000-WRITE-RUN-TOTALS.
009060     MOVE SPACES                  TO RPT-TOTAL-LINE.
009070     MOVE "ITEMS READ"            TO RPT-TOT-LABEL.
009080     MOVE VAL-ITEM-READ-COUNT     TO RPT-TOT-VALUE.
009090     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT.
009100     MOVE SPACES                  TO RPT-TOTAL-LINE.
009110     MOVE "ITEMS WITH A RESULT"   TO RPT-TOT-LABEL.
009120     MOVE VAL-VALUED-COUNT        TO RPT-TOT-VALUE.
009130     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT.
009140     MOVE SPACES                  TO RPT-TOTAL-LINE.
009150     MOVE "ITEMS WITH NO RESULT"  TO RPT-TOT-LABEL.
009160     MOVE VAL-NO-RESULT-COUNT     TO RPT-TOT-VALUE.
009170     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT.
009180     MOVE SPACES                  TO RPT-TOTAL-LINE.
009190     MOVE "STOCK WITH NO STD COST" TO RPT-TOT-LABEL.
009200     MOVE VAL-NO-COST-COUNT       TO RPT-TOT-VALUE.
009210     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT.
009220     MOVE SPACES                  TO RPT-TOTAL-LINE.
009230     MOVE "REVALUATIONS POSTED"   TO RPT-TOT-LABEL.
009240     MOVE VAL-REVALUED-COUNT      TO RPT-TOT-VALUE.
009250     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT.
009260     MOVE SPACES                  TO RPT-TOTAL-LINE.
009270     MOVE "REVALUATIONS DEFERRED" TO RPT-TOT-LABEL.
009280     MOVE VAL-DEFERRED-COUNT      TO RPT-TOT-VALUE.
009290     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT.
009300     MOVE SPACES                  TO RPT-TOTAL-LINE.
009310     MOVE "GL RECORDS WRITTEN"    TO RPT-TOT-LABEL.
009320     MOVE VAL-GLX-CTL-COUNT       TO RPT-TOT-VALUE.
009330     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT.
009340 8000-EXIT.
009350     EXIT.
009360
009370 8100-WRITE-TOTAL-LINE.
009380     IF VAL-LINE-COUNT >= VAL-LINES-PER-PAGE
009390         PERFORM 7100-WRITE-REPORT-HEADING THRU 7100-EXIT
009400     END-IF.
009410     WRITE REPORT-RECORD FROM RPT-TOTAL-LINE.
009420     IF WS-RPT-FILE-STATUS NOT = "00"
009430         DISPLAY "VALRPT - ABEND - REPORT-FILE "
009440                 "WRITE FAILED - STATUS " WS-RPT-FILE-STATUS
009450         GO TO 9900-ABEND-TERMINATION
009460     END-IF.
009470     ADD 1 TO VAL-LINE-COUNT.
009480 8100-EXIT.
009490     EXIT.
009500
009510****************************************************************
009520*    8500-WRITE-GLX-TRAILER - CLOSES THIS RUN'S CONTROL         *
009530*    SEGMENT ON THE GL EXTRACT                                  *
009540****************************************************************
009550 8500-WRITE-GLX-TRAILER.
009560     MOVE SPACES             TO CTL-RECORD.
009570     MOVE "*CTLTRL*"         TO CTL-RECORD-ID.
009580     MOVE VAL-VALUATION-DATE TO CTL-RUN-DATE.
009590     MOVE VAL-CYCLE-NO       TO CTL-CYCLE-NO.
009600     MOVE VAL-RUN-ID         TO CTL-RUN-ID.
009610     MOVE VAL-GLX-CTL-COUNT  TO CTL-RECORD-COUNT.
009620     MOVE VAL-GLX-CTL-HASH   TO CTL-HASH-TOTAL.
009630     WRITE GLX-RECORD FROM CTL-RECORD.
009640     IF WS-GLX-FILE-STATUS NOT = "00"
009650         DISPLAY "VALRPT - ABEND - GLEXTRACT-FILE "
009660                 "WRITE FAILED - STATUS " WS-GLX-FILE-STATUS
009670         GO TO 9900-ABEND-TERMINATION
009680     END-IF.
009690 8500-EXIT.
009700     EXIT.
009710
009720****************************************************************
009730*    9000-TERMINATE - RETURN CODE 4 TELLS COST ACCOUNTING TO    *
009740*    READ THE REPORT FOR UNCOSTED STOCK OR A DEFERRED           *
009750*    REVALUATION                                                *
009760****************************************************************
009770 9000-TERMINATE.
009780     PERFORM 8500-WRITE-GLX-TRAILER THRU 8500-EXIT.
009790     CLOSE ITEM-MASTER-FILE
009800           STANDARD-COST-FILE
009810           INQUIRY-FILE
009820           GL-MAPPING-FILE
009830           GLEXTRACT-FILE
009840           REPORT-FILE.
009850     IF VAL-REVIEW-NEEDED
009860         MOVE 4 TO RETURN-CODE
009870     END-IF.
009880 9000-EXIT.
009890     EXIT.
009900
009910****************************************************************
009920*    9700-WRITE-RUN-END - APPEND THE END RECORD WITH THE        *
009930*    FINAL RETURN CODE AND RECORDS PROCESSED; NEVER ABENDS,     *
009940*    SINCE THE ABEND PATH ITSELF COMES THROUGH HERE             *
009950****************************************************************
009960 9700-WRITE-RUN-END.
009970     IF NOT WS-RUN-OPEN
009980         GO TO 9700-EXIT
009990     END-IF.
010000     MOVE SPACES          TO RUN-RECORD.
010010     MOVE "VALRPT"        TO RUN-PROGRAM-ID.
010020     MOVE WS-CURRENT-DATE TO RUN-RUN-DATE.
010030     MOVE VAL-CYCLE-NO    TO RUN-CYCLE-NO.
010040     MOVE VAL-RUN-ID      TO RUN-RUN-ID.
010050     MOVE "E"             TO RUN-RECORD-TYPE.
010060     ACCEPT WS-CURRENT-TIME FROM TIME.
010070     MOVE WS-CURRENT-TIME TO RUN-TIME.
010080     MOVE VAL-ITEM-READ-COUNT TO RUN-RECORDS-PROCESSED.
010090     MOVE RETURN-CODE     TO RUN-RETURN-CODE.
010100     WRITE RUN-RECORD.
010110     IF WS-RUN-FILE-STATUS NOT = "00"
010120         DISPLAY "VALRPT - RUN-STATUS-FILE WRITE FAILED - "
010130                 "STATUS " WS-RUN-FILE-STATUS
010140     END-IF.
010150     CLOSE RUN-STATUS-FILE.
010160     MOVE "N" TO WS-RUN-OPEN-SW.
010170 9700-EXIT.
010180     EXIT.
010190
010200****************************************************************
010210*    9900-ABEND-TERMINATION - AN OPEN OR A WRITE CAME BACK      *
010220*    WITH A FILE STATUS OTHER THAN SUCCESSFUL; THE RUN CANNOT   *
010230*    BE TRUSTED TO CONTINUE, SO IT STOPS HERE WITH A NON-ZERO   *
010240*    RETURN CODE FOR THE JOB SCHEDULER TO CATCH.                *
010250****************************************************************
010260 9900-ABEND-TERMINATION.
010270     MOVE 16 TO RETURN-CODE.
010280     PERFORM 9700-WRITE-RUN-END THRU 9700-EXIT.
010290     STOP RUN.
