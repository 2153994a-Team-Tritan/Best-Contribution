000060* DATE-COMPILED.                                                *
000070*                                                                *
000080* REMARKS.                                                      *
000090*     AGING AND ESCALATION REPORT FOR THE OPEN EXCEPTION FILE.  *
000100*     READS THE EXCEPTIONS STILL OPEN AFTER THE EXCPROC RUN,    *
000110*     COMPUTES HOW MANY BUSINESS DAYS ON THE SHOP CALENDAR      *
000120*     EACH HAS BEEN OPEN FROM THE DATE IT WAS FIRST RAISED,     *
000130*     BUCKETS THEM AT 1-3, 4-7, AND 8 OR MORE DAYS, AND MARKS   *
000140*     ANY EXCEPTION OLDER THAN THE PARAMETER-RECORD AGE LIMIT   *
000150*     (ALSO IN BUSINESS DAYS) AS ESCALATED - AN OPEN EXCEPTION  *
000160*     IS UNBOOKED INVENTORY MOVEMENT, AND THIS REPORT IS THE    *
000170*     ANSWER TO THE AUDITORS' QUESTION OF HOW LONG THEY SIT.    *
000180*     AN EXCEPTION WHOSE RAISED DATE, OR A RUN DATE, IS NOT ON  *
000190*     THE CALENDAR IS AGED IN CALENDAR DAYS INSTEAD, MARKED     *
000200*     WITH AN ASTERISK AND COUNTED. A RECORD FROM BEFORE THE    *
000210*     AGING FIELDS EXISTED CARRIES NO DATE AND IS AGED AS ONE   *
000220*     DAY AND COUNTED SEPARATELY. ENDS WITH RETURN CODE 4 WHEN  *
000230*     ANYTHING IS ESCALATED SO OPERATIONS TAKES A LOOK.         *
000240*                                                                *
000250* MODIFICATION HISTORY.                                         *
000260*     09/01/2026  DLO  ORIGINAL PROGRAM.                        *
000270*     10/06/2026  DLO  AGE OPEN EXCEPTIONS IN BUSINESS DAYS     *
000280*                      FROM THE SHOP CALENDAR, FALLING BACK TO  *
000290*                      CALENDAR DAYS (MARKED) FOR A DATE THE    *
000300*                      CALENDAR DOES NOT COVER.                 *
000310****************************************************************
000320 IDENTIFICATION DIVISION.
000330 PROGRAM-ID.    EXCAGE.
000340 AUTHOR.        D. L. OKAFOR.
000350 INSTALLATION.  INVENTORY CONTROL SYSTEMS.
000360 DATE-WRITTEN.  09/01/2026.
000370 DATE-COMPILED.
000380
000390 ENVIRONMENT DIVISION.
000400 CONFIGURATION SECTION.
000410 SOURCE-COMPUTER.   IBM-370.
000420 OBJECT-COMPUTER.   IBM-370.
000430 SPECIAL-NAMES.
000440     C01 IS TOP-OF-PAGE.
000450
000460 INPUT-OUTPUT SECTION.
000470 FILE-CONTROL.
000480*    EXCEPTIONS STILL OPEN AFTER THE EXCPROC RUN
000490     SELECT EXCEPTION-FILE
000500         ASSIGN TO EXCIN
000510         ORGANIZATION IS SEQUENTIAL
000520         FILE STATUS IS WS-EXC-FILE-STATUS.
000530
000540*    OPERATOR-MAINTAINED RUN CONTROL VALUES
000550     SELECT PARAMETER-FILE
000560         ASSIGN TO PARMIN
000570         ORGANIZATION IS SEQUENTIAL
000580         FILE STATUS IS WS-PARM-FILE-STATUS.
000590
000600*    PRINTED, PAGINATED AGING REPORT
000610     SELECT REPORT-FILE
000620         ASSIGN TO EXCAGRPT
000630         ORGANIZATION IS SEQUENTIAL
000640         FILE STATUS IS WS-RPT-FILE-STATUS.
000650
000660*    SHARED RUN-STATUS FILE - ONE START AND ONE END RECORD PER
000670*    RUN, READ BY THE STATBRD OPERATIONS STATUS BOARD
000680     SELECT OPTIONAL RUN-STATUS-FILE
000690         ASSIGN TO RUNSTAT
000700         ORGANIZATION IS SEQUENTIAL
000710         FILE STATUS IS WS-RUN-FILE-STATUS.
000720
000730*    SHOP BUSINESS CALENDAR, KEYED BY DATE, MAINTAINED BY CALMNT
000740     SELECT CALENDAR-FILE
000750         ASSIGN TO CALFILE
000760         ORGANIZATION IS INDEXED
000770         ACCESS MODE IS RANDOM
000780         RECORD KEY IS CAL-KEY
000790         FILE STATUS IS WS-CAL-FILE-STATUS.
000800
000810 DATA DIVISION.
000820 FILE SECTION.
000830 FD  EXCEPTION-FILE
000840     LABEL RECORDS ARE STANDARD
000850     RECORD CONTAINS 80 CHARACTERS.
000860     COPY "EXCREC.CPY".
000870
000880 FD  PARAMETER-FILE
000890     LABEL RECORDS ARE STANDARD
000900     RECORD CONTAINS 80 CHARACTERS.
000910     COPY "PARMREC.CPY".
000920
000930 FD  REPORT-FILE
000940     LABEL RECORDS ARE STANDARD
000950     RECORD CONTAINS 132 CHARACTERS.
000960 01  REPORT-RECORD               PIC X(132).
000970
000980 FD  RUN-STATUS-FILE
000990     LABEL RECORDS ARE STANDARD
001000     RECORD CONTAINS 80 CHARACTERS.
001010     COPY "RUNREC.CPY".
001020
001030 FD  CALENDAR-FILE
001040     LABEL RECORDS ARE STANDARD
001050     RECORD CONTAINS 80 CHARACTERS.
001060     COPY "CALREC.CPY".
001070
001080 WORKING-STORAGE SECTION.
001090****************************************************************
001100*    FILE STATUS SWITCHES                                      *
001110****************************************************************
001120 01  WS-FILE-STATUSES.
001130     05  WS-EXC-FILE-STATUS      PIC X(02) VALUE "00".
001140     05  WS-PARM-FILE-STATUS     PIC X(02) VALUE "00".
001150     05  WS-RPT-FILE-STATUS      PIC X(02) VALUE "00".
001160     05  WS-RUN-FILE-STATUS      PIC X(02) VALUE "00".
001170     05  WS-CAL-FILE-STATUS      PIC X(02) VALUE "00".
001180
001190****************************************************************
001200*    PROGRAM SWITCHES                                          *
001210****************************************************************
001220 01  WS-SWITCHES.
001230     05  WS-RUN-OPEN-SW          PIC X(01) VALUE "N".
001240         88  WS-RUN-OPEN                    VALUE "Y".
001250     05  WS-EXC-EOF-SW           PIC X(01) VALUE "N".
001260         88  WS-EXC-EOF                     VALUE "Y".
001270     05  EXA-TODAY-ON-CAL-SW     PIC X(01) VALUE "N".
001280         88  EXA-TODAY-ON-CAL               VALUE "Y".
001290     05  EXA-CALENDAR-AGED-SW    PIC X(01) VALUE "N".
001300         88  EXA-CALENDAR-AGED              VALUE "Y".
001310
001320****************************************************************
001330*    AGE LIMIT, RUN CONTROLS, AND COUNTERS                      *
001340****************************************************************
001350 01  EXA-AGE-LIMIT               PIC 9(02) VALUE 08.
001360 01  EXA-DAYS-OPEN               PIC 9(03) VALUE ZERO.
001370 01  EXA-CYCLE-NO                PIC 9(02) VALUE 01.
001380 01  EXA-RUN-ID                  PIC X(08) VALUE SPACES.
001390 01  EXA-READ-COUNT              PIC 9(06) COMP VALUE ZERO.
001400 01  EXA-BUCKET-1-3-COUNT        PIC 9(06) COMP VALUE ZERO.
001410 01  EXA-BUCKET-4-7-COUNT        PIC 9(06) COMP VALUE ZERO.
001420 01  EXA-BUCKET-8-UP-COUNT       PIC 9(06) COMP VALUE ZERO.
001430 01  EXA-ESCALATED-COUNT         PIC 9(06) COMP VALUE ZERO.
001440 01  EXA-NO-DATE-COUNT           PIC 9(06) COMP VALUE ZERO.
001450 01  EXA-CALENDAR-AGED-COUNT     PIC 9(06) COMP VALUE ZERO.
001460
001470****************************************************************
001480*    SHOP CALENDAR BUSINESS-DAY NUMBERS FOR THE AGE COMPUTATION *
001490****************************************************************
001500 01  EXA-TODAY-BUS-DAY-NO        PIC 9(07) VALUE ZERO.
001510 01  EXA-FIRST-BUS-DAY-NO        PIC 9(07) VALUE ZERO.
001520 01  EXA-BUS-DAYS-OPEN           PIC 9(07) VALUE ZERO.
001530 01  WS-CURRENT-DATE             PIC 9(08) VALUE ZERO.
001540 01  WS-CURRENT-TIME             PIC 9(08) VALUE ZERO.
001550
001560****************************************************************
001570*    CALENDAR WORK FIELDS FOR THE DAYS-OPEN COMPUTATION         *
001580****************************************************************
001590 01  EXA-WORK-DATE-NUM           PIC 9(08).
001600 01  EXA-WORK-DATE REDEFINES EXA-WORK-DATE-NUM.
001610     05  EXA-WORK-YEAR           PIC 9(04).
001620     05  EXA-WORK-MONTH          PIC 9(02).
001630     05  EXA-WORK-DAY            PIC 9(02).
001640 01  EXA-MONTH-DAYS-DEF          PIC X(24)
001650         VALUE "312831303130313130313031".
001660 01  EXA-MONTH-DAYS-TBL REDEFINES EXA-MONTH-DAYS-DEF.
001670     05  EXA-MONTH-DAYS OCCURS 12 TIMES
001680                                 PIC 9(02).
001690 01  EXA-MONTH-LENGTH            PIC 9(02) VALUE ZERO.
001700 01  EXA-LEAP-QUOTIENT           PIC 9(04) COMP VALUE ZERO.
001710 01  EXA-LEAP-REMAINDER          PIC 9(04) COMP VALUE ZERO.
001720
001730****************************************************************
001740*    PAGINATION COUNTERS                                        *
001750****************************************************************
001760 01  EXA-LINE-COUNT              PIC 9(03) COMP VALUE ZERO.
001770 01  EXA-PAGE-COUNT              PIC 9(03) COMP VALUE ZERO.
001780 01  EXA-LINES-PER-PAGE          PIC 9(03) COMP VALUE 55.
001790
001800****************************************************************
001810*    PAGINATED AGING REPORT LINES                               *
001820****************************************************************
001830 01  RPT-HEADING-LINE-1.
001840     05  FILLER                  PIC X(01) VALUE "1".
001850     05  FILLER                  PIC X(40)
001860             VALUE "EXCAGE - EXCEPTION AGE IN BUSINESS DAYS".
001870     05  FILLER                  PIC X(10) VALUE "  RUN DATE".
001880     05  RPT-HDG-RUN-DATE        PIC 9(08).
001890     05  FILLER                  PIC X(09) VALUE SPACES.
001900     05  FILLER                  PIC X(05) VALUE "PAGE ".
001910     05  RPT-HDG-PAGE-NO         PIC ZZ9.
001920     05  FILLER                  PIC X(56) VALUE SPACES.
001930
001940 01  RPT-HEADING-LINE-2.
001950     05  FILLER                  PIC X(01) VALUE SPACE.
001960     05  FILLER                  PIC X(10) VALUE "ITEM CODE".
001970     05  FILLER                  PIC X(02) VALUE SPACES.
001980     05  FILLER                  PIC X(35) VALUE "REASON".
001990     05  FILLER                  PIC X(02) VALUE SPACES.
002000     05  FILLER                  PIC X(08) VALUE "RAISED".
002010     05  FILLER                  PIC X(02) VALUE SPACES.
002020     05  FILLER                  PIC X(03) VALUE "CYC".
002030     05  FILLER                  PIC X(02) VALUE SPACES.
002040     05  FILLER                  PIC X(03) VALUE "AGE".
002050     05  FILLER                  PIC X(02) VALUE SPACES.
002060     05  FILLER                  PIC X(05) VALUE "DAYS".
002070     05  FILLER                  PIC X(02) VALUE SPACES.
002080     05  FILLER                  PIC X(14) VALUE "SEVERITY".
002090     05  FILLER                  PIC X(41) VALUE SPACES.
002100
002110 01  RPT-DETAIL-LINE.
002120     05  FILLER                  PIC X(01) VALUE SPACE.
002130     05  RPT-ITEM-CODE           PIC X(10).
002140     05  FILLER                  PIC X(02) VALUE SPACES.
002150     05  RPT-REASON              PIC X(35).
002160     05  FILLER                  PIC X(02) VALUE SPACES.
002170     05  RPT-FIRST-DATE          PIC X(08).
002180     05  FILLER                  PIC X(02) VALUE SPACES.
002190     05  RPT-CYCLE-COUNT         PIC ZZ9.
002200     05  FILLER                  PIC X(02) VALUE SPACES.
002210     05  RPT-DAYS-OPEN           PIC ZZ9.
002220     05  FILLER                  PIC X(02) VALUE SPACES.
002230     05  RPT-BUCKET              PIC X(05).
002240     05  FILLER                  PIC X(02) VALUE SPACES.
002250     05  RPT-SEVERITY            PIC X(14).
002260     05  FILLER                  PIC X(41) VALUE SPACES.
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
002400     PERFORM 2000-AGE-EXCEPTION THRU 2000-EXIT
002410         UNTIL WS-EXC-EOF.
002420     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002430     PERFORM 9700-WRITE-RUN-END THRU 9700-EXIT.
002440     STOP RUN.
002450
002460****************************************************************
002470*    1000-INITIALIZE                                            *
002480****************************************************************
002490 1000-INITIALIZE.
002500     OPEN INPUT EXCEPTION-FILE.
002510     IF WS-EXC-FILE-STATUS NOT = "00"
002520         DISPLAY "EXCAGE - ABEND - EXCEPTION-FILE "
002530                 "OPEN FAILED - STATUS " WS-EXC-FILE-STATUS
002540         GO TO 9900-ABEND-TERMINATION
002550     END-IF.
002560     OPEN INPUT PARAMETER-FILE.
002570     IF WS-PARM-FILE-STATUS NOT = "00"
002580         DISPLAY "EXCAGE - ABEND - PARAMETER-FILE "
002590                 "OPEN FAILED - STATUS " WS-PARM-FILE-STATUS
002600         GO TO 9900-ABEND-TERMINATION
002610     END-IF.
002620     OPEN OUTPUT REPORT-FILE.
002630     IF WS-RPT-FILE-STATUS NOT = "00"
002640         DISPLAY "EXCAGE - ABEND - REPORT-FILE "
002650                 "OPEN FAILED - STATUS " WS-RPT-FILE-STATUS
002660         GO TO 9900-ABEND-TERMINATION
002670     END-IF.
002680     PERFORM 1100-READ-PARAMETER-RECORD THRU 1100-EXIT.
002690     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
002700     PERFORM 1700-WRITE-RUN-START THRU 1700-EXIT.
002710     PERFORM 1200-READ-RUN-DATE-CALENDAR THRU 1200-EXIT.
002720     PERFORM 7100-WRITE-REPORT-HEADING THRU 7100-EXIT.
002730     PERFORM 2900-READ-EXCEPTION-RECORD THRU 2900-EXIT.
002740 1000-EXIT.
002750     EXIT.
002760
002770****************************************************************
002780*    1100-READ-PARAMETER-RECORD - A MISSING OR BLANK AGE LIMIT   *
002790*    DEFAULTS TO EIGHT DAYS, THE TOP AGING BUCKET                *
002800****************************************************************
002810 1100-READ-PARAMETER-RECORD.
002820     READ PARAMETER-FILE
002830         AT END
002840             MOVE ZERO TO PARM-EXC-AGE-LIMIT
002850             MOVE ZERO TO PARM-CYCLE-NO
002860             MOVE SPACES TO PARM-RUN-ID
002870     END-READ.
002880     IF PARM-EXC-AGE-LIMIT NUMERIC
002890             AND PARM-EXC-AGE-LIMIT > ZERO
002900         MOVE PARM-EXC-AGE-LIMIT TO EXA-AGE-LIMIT
002910     ELSE
002920         MOVE 08 TO EXA-AGE-LIMIT
002930     END-IF.
002940     IF PARM-CYCLE-NO NUMERIC AND PARM-CYCLE-NO > ZERO
002950         MOVE PARM-CYCLE-NO TO EXA-CYCLE-NO
002960     ELSE
002970         MOVE 01 TO EXA-CYCLE-NO
002980     END-IF.
002990     IF PARM-RUN-ID = SPACES
003000         MOVE "EXCAGE" TO EXA-RUN-ID
003010     ELSE
003020         MOVE PARM-RUN-ID TO EXA-RUN-ID
003030     END-IF.
003040     CLOSE PARAMETER-FILE.
003050 1100-EXIT.
003060     EXIT.
003070
003080****************************************************************
003090*    1200-READ-RUN-DATE-CALENDAR - THE RUN DATE'S BUSINESS-DAY  *
003100*    NUMBER IS THE END POINT OF EVERY AGE ON THE REPORT         *
003110****************************************************************
003120 1200-READ-RUN-DATE-CALENDAR.
003130     OPEN INPUT CALENDAR-FILE.
003140     IF WS-CAL-FILE-STATUS NOT = "00"
003150         DISPLAY "EXCAGE - ABEND - CALENDAR-FILE "
003160                 "OPEN FAILED - STATUS " WS-CAL-FILE-STATUS
003170         GO TO 9900-ABEND-TERMINATION
003180     END-IF.
003190     MOVE WS-CURRENT-DATE TO CAL-DATE.
003200     READ CALENDAR-FILE
003210         INVALID KEY
003220             MOVE "N" TO EXA-TODAY-ON-CAL-SW
003230         NOT INVALID KEY
003240             MOVE "Y" TO EXA-TODAY-ON-CAL-SW
003250             MOVE CAL-BUSINESS-DAY-NO TO EXA-TODAY-BUS-DAY-NO
003260     END-READ.
003270     IF NOT EXA-TODAY-ON-CAL
003280         DISPLAY "EXCAGE - RUN DATE " WS-CURRENT-DATE
003290                 " IS NOT ON THE BUSINESS CALENDAR - AGING IN "
003300                 "CALENDAR DAYS"
003310     END-IF.
003320 1200-EXIT.
003330     EXIT.
003340
003350****************************************************************
003360*    1700-WRITE-RUN-START - APPEND THE START RECORD TO THE      *
003370*    SHARED RUN-STATUS FILE FOR THE STATBRD STATUS BOARD        *
003380****************************************************************
003390 1700-WRITE-RUN-START.
003400     OPEN EXTEND RUN-STATUS-FILE.
003410     IF WS-RUN-FILE-STATUS NOT = "00"
003420             AND WS-RUN-FILE-STATUS NOT = "05"
003430         DISPLAY "EXCAGE - ABEND - RUN-STATUS-FILE "
003440                 "OPEN FAILED - STATUS " WS-RUN-FILE-STATUS
003450         GO TO 9900-ABEND-TERMINATION
003460     END-IF.
003470     MOVE "Y" TO WS-RUN-OPEN-SW.
003480     MOVE SPACES          TO RUN-RECORD.
003490     MOVE "EXCAGE"        TO RUN-PROGRAM-ID.
003500     MOVE WS-CURRENT-DATE TO RUN-RUN-DATE.
003510     MOVE EXA-CYCLE-NO    TO RUN-CYCLE-NO.
003520     MOVE EXA-RUN-ID      TO RUN-RUN-ID.
003530     MOVE "S"             TO RUN-RECORD-TYPE.
003540     ACCEPT WS-CURRENT-TIME FROM TIME.
003550     MOVE WS-CURRENT-TIME TO RUN-TIME.
003560     MOVE ZERO            TO RUN-RECORDS-PROCESSED.
003570     MOVE ZERO            TO RUN-RETURN-CODE.
003580     WRITE RUN-RECORD.
003590     IF WS-RUN-FILE-STATUS NOT = "00"
003600         DISPLAY "EXCAGE - ABEND - RUN-STATUS-FILE "
003610                 "WRITE FAILED - STATUS " WS-RUN-FILE-STATUS
003620         GO TO 9900-ABEND-TERMINATION
003630     END-IF.
003640 1700-EXIT.
003650     EXIT.
003660
003670****************************************************************
003680*    2000-AGE-EXCEPTION - ONE ITERATION PER OPEN EXCEPTION       *
003690****************************************************************
003700 2000-AGE-EXCEPTION.
003710     ADD 1 TO EXA-READ-COUNT.
003720     PERFORM 8700-COMPUTE-DAYS-OPEN THRU 8700-EXIT.
003730     PERFORM 3000-WRITE-AGING-LINE THRU 3000-EXIT.
003740     PERFORM 2900-READ-EXCEPTION-RECORD THRU 2900-EXIT.
003750 2000-EXIT.
003760     EXIT.
003770
003780 2900-READ-EXCEPTION-RECORD.
003790     READ EXCEPTION-FILE
003800         AT END
003810             MOVE "Y" TO WS-EXC-EOF-SW
003820     END-READ.
003830 2900-EXIT.
003840     EXIT.
003850
003860****************************************************************
003870*    3000-WRITE-AGING-LINE - BUCKET AND SEVERITY FOR ONE         *
003880*    EXCEPTION; THE ESCALATION THRESHOLD COMES FROM THE          *
003890*    PARAMETER RECORD                                            *
003900****************************************************************
003910 3000-WRITE-AGING-LINE.
003920     IF EXA-LINE-COUNT >= EXA-LINES-PER-PAGE
003930         PERFORM 7100-WRITE-REPORT-HEADING THRU 7100-EXIT
003940     END-IF.
003950     MOVE SPACES TO RPT-DETAIL-LINE.
003960     MOVE EXC-ITEM-CODE TO RPT-ITEM-CODE.
003970     MOVE EXC-REASON    TO RPT-REASON.
003980     IF EXC-FIRST-DATE NUMERIC AND EXC-FIRST-DATE > ZERO
003990         MOVE EXC-FIRST-DATE TO RPT-FIRST-DATE
004000     ELSE
004010         MOVE "*NODATE*" TO RPT-FIRST-DATE
004020     END-IF.
004030     IF EXC-CYCLE-COUNT NUMERIC
004040         MOVE EXC-CYCLE-COUNT TO RPT-CYCLE-COUNT
004050     ELSE
004060         MOVE ZERO TO RPT-CYCLE-COUNT
004070     END-IF.
004080     MOVE EXA-DAYS-OPEN TO RPT-DAYS-OPEN.
004090     IF EXA-DAYS-OPEN < 4
004100         MOVE "1-3" TO RPT-BUCKET
004110         ADD 1 TO EXA-BUCKET-1-3-COUNT
004120     ELSE
004130         IF EXA-DAYS-OPEN < 8
004140             MOVE "4-7" TO RPT-BUCKET
004150             ADD 1 TO EXA-BUCKET-4-7-COUNT
004160         ELSE
004170             MOVE "8+" TO RPT-BUCKET
004180             ADD 1 TO EXA-BUCKET-8-UP-COUNT
004190         END-IF
004200     END-IF.
004210     IF EXA-CALENDAR-AGED
004220         MOVE "*" TO RPT-BUCKET(5:1)
004230     END-IF.
004240     IF EXA-DAYS-OPEN > EXA-AGE-LIMIT
004250         MOVE "** ESCALATED" TO RPT-SEVERITY
004260         ADD 1 TO EXA-ESCALATED-COUNT
004270     ELSE
004280         MOVE SPACES TO RPT-SEVERITY
004290     END-IF.
004300     WRITE REPORT-RECORD FROM RPT-DETAIL-LINE.
004310     IF WS-RPT-FILE-STATUS NOT = "00"
004320         DISPLAY "EXCAGE - ABEND - REPORT-FILE "
004330                 "WRITE FAILED - STATUS " WS-RPT-FILE-STATUS
004340         GO TO 9900-ABEND-TERMINATION
004350     END-IF.
004360     ADD 1 TO EXA-LINE-COUNT.
004370 3000-EXIT.
004380     EXIT.
004390
004400****************************************************************
004410*    7100-WRITE-REPORT-HEADING - PAGE BREAK                     *
004420****************************************************************
004430 7100-WRITE-REPORT-HEADING.
004440     ADD 1 TO EXA-PAGE-COUNT.
004450     MOVE WS-CURRENT-DATE TO RPT-HDG-RUN-DATE.
004460     MOVE EXA-PAGE-COUNT  TO RPT-HDG-PAGE-NO.
004470     WRITE REPORT-RECORD FROM RPT-HEADING-LINE-1.
004480     WRITE REPORT-RECORD FROM RPT-HEADING-LINE-2.
004490     MOVE ZERO TO EXA-LINE-COUNT.
004500 7100-EXIT.
004510     EXIT.
004520
004530****************************************************************
004540*    8000-WRITE-AGING-TOTALS - THE BUCKET COUNTS THE AUDITORS    *
004550*    ASKED FOR                                                   *
004560****************************************************************
004570 8000-WRITE-AGING-TOTALS.
004580     MOVE SPACES               TO RPT-TOTAL-LINE.
004590     MOVE "EXCEPTIONS READ"    TO RPT-TOT-LABEL.
004600     MOVE EXA-READ-COUNT       TO RPT-TOT-VALUE.
004610     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT.
004620     MOVE SPACES               TO RPT-TOTAL-LINE.
004630     MOVE "OPEN 1-3 BUSINESS DAYS" TO RPT-TOT-LABEL.
004640     MOVE EXA-BUCKET-1-3-COUNT TO RPT-TOT-VALUE.
004650     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT.
004660     MOVE SPACES               TO RPT-TOTAL-LINE.
004670     MOVE "OPEN 4-7 BUSINESS DAYS" TO RPT-TOT-LABEL.
004680     MOVE EXA-BUCKET-4-7-COUNT TO RPT-TOT-VALUE.
004690     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT.
004700     MOVE SPACES               TO RPT-TOTAL-LINE.
004710     MOVE "OPEN 8 BUS DAYS OR MORE" TO RPT-TOT-LABEL.
004720     MOVE EXA-BUCKET-8-UP-COUNT TO RPT-TOT-VALUE.
004730     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT.
004740     MOVE SPACES               TO RPT-TOTAL-LINE.
004750     MOVE "ESCALATED"          TO RPT-TOT-LABEL.
004760     MOVE EXA-ESCALATED-COUNT  TO RPT-TOT-VALUE.
004770     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT.
004780     MOVE SPACES               TO RPT-TOTAL-LINE.
004790     MOVE "RAISED BEFORE DATING" TO RPT-TOT-LABEL.
004800     MOVE EXA-NO-DATE-COUNT    TO RPT-TOT-VALUE.
004810     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT.
004820     MOVE SPACES               TO RPT-TOTAL-LINE.
004830     MOVE "* AGED IN CALENDAR DAYS" TO RPT-TOT-LABEL.
004840     MOVE EXA-CALENDAR-AGED-COUNT TO RPT-TOT-VALUE.
004850     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT.
004860     MOVE SPACES               TO RPT-TOTAL-LINE.
004870     MOVE "ESCALATION AGE LIMIT" TO RPT-TOT-LABEL.
004880     MOVE EXA-AGE-LIMIT        TO RPT-TOT-VALUE.
004890     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT.
004900 8000-EXIT.
004910     EXIT.
004920
004930 8100-WRITE-TOTAL-LINE.
004940     IF EXA-LINE-COUNT >= EXA-LINES-PER-PAGE
004950         PERFORM 7100-WRITE-REPORT-HEADING THRU 7100-EXIT
004960     END-IF.
004970     WRITE REPORT-RECORD FROM RPT-TOTAL-LINE.
004980     IF WS-RPT-FILE-STATUS NOT = "00"
004990         DISPLAY "EXCAGE - ABEND - REPORT-FILE "
005000                 "WRITE FAILED - STATUS " WS-RPT-FILE-STATUS
005010         GO TO 9900-ABEND-TERMINATION
005020     END-IF.
005030     ADD 1 TO EXA-LINE-COUNT.
005040 8100-EXIT.
005050     EXIT.
005060
005070****************************************************************
005080*    8700-COMPUTE-DAYS-OPEN - AGE IN BUSINESS DAYS FROM THE     *
005090*    SHOP CALENDAR: THE RUN DATE'S BUSINESS-DAY NUMBER LESS     *
005100*    THE RAISED DATE'S, COUNTING THE RAISED DATE ITSELF WHEN    *
005110*    IT WAS A BUSINESS DAY, SO AN EXCEPTION RAISED TODAY IS     *
005120*    ONE DAY OPEN. WHEN EITHER DATE IS NOT ON THE CALENDAR THE  *
005130*    AGE FALLS BACK TO A WALK BACK THROUGH CALENDAR DAYS AND    *
005140*    THE LINE IS MARKED. AN UNDATED RECORD FROM BEFORE THE      *
005150*    AGING FIELDS EXISTED AGES AS ONE DAY AND IS COUNTED        *
005160*    SEPARATELY. EITHER WAY THE AGE STOPS AT 999 DAYS, WHICH    *
005170*    IS ALREADY FAR PAST ANY DEFENSIBLE AGE.                    *
005180****************************************************************
005190 8700-COMPUTE-DAYS-OPEN.
005200     MOVE 1 TO EXA-DAYS-OPEN.
005210     MOVE "N" TO EXA-CALENDAR-AGED-SW.
005220     IF EXC-FIRST-DATE NOT NUMERIC
005230             OR EXC-FIRST-DATE = ZERO
005240         ADD 1 TO EXA-NO-DATE-COUNT
005250         GO TO 8700-EXIT
005260     END-IF.
005270     IF EXC-FIRST-DATE >= WS-CURRENT-DATE
005280         GO TO 8700-EXIT
005290     END-IF.
005300     IF EXA-TODAY-ON-CAL
005310         MOVE EXC-FIRST-DATE TO CAL-DATE
005320         READ CALENDAR-FILE
005330             INVALID KEY
005340                 MOVE "Y" TO EXA-CALENDAR-AGED-SW
005350         END-READ
005360     ELSE
005370         MOVE "Y" TO EXA-CALENDAR-AGED-SW
005380     END-IF.
005390     IF EXA-CALENDAR-AGED
005400         ADD 1 TO EXA-CALENDAR-AGED-COUNT
005410         MOVE WS-CURRENT-DATE TO EXA-WORK-DATE-NUM
005420         GO TO 8700-WALK-BACK
005430     END-IF.
005440     MOVE CAL-BUSINESS-DAY-NO TO EXA-FIRST-BUS-DAY-NO.
005450     MOVE ZERO TO EXA-BUS-DAYS-OPEN.
005460     IF EXA-TODAY-BUS-DAY-NO > EXA-FIRST-BUS-DAY-NO
005470         SUBTRACT EXA-FIRST-BUS-DAY-NO FROM EXA-TODAY-BUS-DAY-NO
005480             GIVING EXA-BUS-DAYS-OPEN
005490     END-IF.
005500     IF CAL-BUSINESS-DAY
005510         ADD 1 TO EXA-BUS-DAYS-OPEN
005520     END-IF.
005530     IF EXA-BUS-DAYS-OPEN > 999
005540         MOVE 999 TO EXA-BUS-DAYS-OPEN
005550     END-IF.
005560     IF EXA-BUS-DAYS-OPEN > ZERO
005570         MOVE EXA-BUS-DAYS-OPEN TO EXA-DAYS-OPEN
005580     END-IF.
005590     GO TO 8700-EXIT.
005600 8700-WALK-BACK.
005610     PERFORM 8800-BACK-ONE-DAY THRU 8800-EXIT.
005620     ADD 1 TO EXA-DAYS-OPEN.
005630     IF EXA-WORK-DATE-NUM > EXC-FIRST-DATE
005640             AND EXA-DAYS-OPEN < 999
005650         GO TO 8700-WALK-BACK
005660     END-IF.
005670 8700-EXIT.
005680     EXIT.
005690
005700 8800-BACK-ONE-DAY.
005710     IF EXA-WORK-DAY > 1
005720         SUBTRACT 1 FROM EXA-WORK-DAY
005730         GO TO 8800-EXIT
005740     END-IF.
005750     IF EXA-WORK-MONTH = 1
005760         MOVE 12 TO EXA-WORK-MONTH
005770         SUBTRACT 1 FROM EXA-WORK-YEAR
005780     ELSE
005790         SUBTRACT 1 FROM EXA-WORK-MONTH
005800     END-IF.
005810     PERFORM 8900-GET-MONTH-LENGTH THRU 8900-EXIT.
005820     MOVE EXA-MONTH-LENGTH TO EXA-WORK-DAY.
005830 8800-EXIT.
005840     EXIT.
005850
005860****************************************************************
005870*    8900-GET-MONTH-LENGTH - FEBRUARY RUNS 29 DAYS WHEN THE     *
005880*    YEAR DIVIDES BY 4, EXCEPT CENTURIES NOT DIVISIBLE BY 400   *
005890****************************************************************
005900 8900-GET-MONTH-LENGTH.
005910     MOVE EXA-MONTH-DAYS (EXA-WORK-MONTH) TO EXA-MONTH-LENGTH.
005920     IF EXA-WORK-MONTH NOT = 2
005930         GO TO 8900-EXIT
005940     END-IF.
005950     DIVIDE EXA-WORK-YEAR BY 4
005960         GIVING EXA-LEAP-QUOTIENT
005970         REMAINDER EXA-LEAP-REMAINDER.
005980     IF EXA-LEAP-REMAINDER NOT = ZERO
005990         GO TO 8900-EXIT
006000     END-IF.
006010     DIVIDE EXA-WORK-YEAR BY 100
006020         GIVING EXA-LEAP-QUOTIENT
006030         REMAINDER EXA-LEAP-REMAINDER.
006040     IF EXA-LEAP-REMAINDER NOT = ZERO
006050         MOVE 29 TO EXA-MONTH-LENGTH
006060         GO TO 8900-EXIT
006070     END-IF.
006080     DIVIDE EXA-WORK-YEAR BY 400
006090         GIVING EXA-LEAP-QUOTIENT
006100         REMAINDER EXA-LEAP-REMAINDER.
006110     IF EXA-LEAP-REMAINDER = ZERO
006120         MOVE 29 TO EXA-MONTH-LENGTH
006130     END-IF.
006140 8900-EXIT.
006150     EXIT.
006160
006170****************************************************************
006180*    9000-TERMINATE - RETURN CODE 4 SENDS OPERATIONS TO THE     *
006190*    REPORT WHEN ANYTHING HAS ESCALATED                         *
006200****************************************************************
006210 9000-TERMINATE.
006220     PERFORM 8000-WRITE-AGING-TOTALS THRU 8000-EXIT.
006230     CLOSE EXCEPTION-FILE
006240           REPORT-FILE
006250           CALENDAR-FILE.
006260     IF EXA-ESCALATED-COUNT > ZERO
006270         MOVE 4 TO RETURN-CODE
006280     END-IF.
006290 9000-EXIT.
006300     EXIT.
006310
006320****************************************************************
006330*    9700-WRITE-RUN-END - APPEND THE END RECORD WITH THE        *
006340*    FINAL RETURN CODE AND RECORDS PROCESSED; NEVER ABENDS,     *
006350*    SINCE THE ABEND PATH ITSELF COMES THROUGH HERE             *
006360****************************************************************
006370 9700-WRITE-RUN-END.
006380     IF NOT WS-RUN-OPEN
006390         GO TO 9700-EXIT
006400     END-IF.
006410     MOVE SPACES          TO RUN-RECORD.
006420     MOVE "EXCAGE"        TO RUN-PROGRAM-ID.
006430     MOVE WS-CURRENT-DATE TO RUN-RUN-DATE.
006440     MOVE EXA-CYCLE-NO    TO RUN-CYCLE-NO.
006450     MOVE EXA-RUN-ID      TO RUN-RUN-ID.
006460     MOVE "E"             TO RUN-RECORD-TYPE.
006470     ACCEPT WS-CURRENT-TIME FROM TIME.
006480     MOVE WS-CURRENT-TIME TO RUN-TIME.
006490     MOVE EXA-READ-COUNT  TO RUN-RECORDS-PROCESSED.
006500     MOVE RETURN-CODE     TO RUN-RETURN-CODE.
006510     WRITE RUN-RECORD.
006520     IF WS-RUN-FILE-STATUS NOT = "00"
006530         DISPLAY "EXCAGE - RUN-STATUS-FILE WRITE FAILED - "
006540                 "STATUS " WS-RUN-FILE-STATUS
006550     END-IF.
006560     CLOSE RUN-STATUS-FILE.
006570     MOVE "N" TO WS-RUN-OPEN-SW.
006580 9700-EXIT.
006590     EXIT.
006600
006610****************************************************************
006620*    9900-ABEND-TERMINATION - AN OPEN OR A WRITE CAME BACK      *
006630*    WITH A FILE STATUS OTHER THAN SUCCESSFUL; THE RUN CANNOT   *
006640*    BE TRUSTED TO CONTINUE, SO IT STOPS HERE WITH A NON-ZERO   *
006650*    RETURN CODE FOR THE JOB SCHEDULER TO CATCH.                *
006660****************************************************************
006670 9900-ABEND-TERMINATION.
006680     MOVE 16 TO RETURN-CODE.
006690     PERFORM 9700-WRITE-RUN-END THRU 9700-EXIT.
006700     STOP RUN.
