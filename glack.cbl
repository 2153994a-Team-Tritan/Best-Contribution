000010****************************************************************
000020* PROGRAM-ID.  GLACK                                           *
000030* AUTHOR.      D. L. OKAFOR                                    *
000040* INSTALLATION. INVENTORY CONTROL SYSTEMS                      *
000050* DATE-WRITTEN. 10/12/2026                                     *
000060* DATE-COMPILED.                                                *
000070*                                                                *
000080* REMARKS.                                                      *
000090*     MATCHES THE ACKNOWLEDGMENT FILE RETURNED BY FINANCE'S GL  *
000100*     LOAD LINE BY LINE AGAINST THE GL EXTRACT LINES SENT FOR   *
000110*     ONE EXTRACT DATE AND CYCLE - BY DEFAULT EVERY CYCLE OF    *
000120*     THE PREVIOUS BUSINESS DAY, OR AS NAMED ON THE OPTIONAL    *
000130*     CONTROL CARD. A LINE IS MATCHED BY BATCH, ITEM, GL        *
000140*     ACCOUNT AND DEBIT/CREDIT, AT THE SAME AMOUNT WHERE        *
000150*     POSSIBLE. THE REPORT LISTS EVERY LINE NOT ACKNOWLEDGED,   *
000160*     EVERY LINE REJECTED WITH FINANCE'S REASON, EVERY AMOUNT   *
000170*     MISMATCH AND EVERY ACKNOWLEDGMENT FOR A LINE NOT SENT.    *
000180*     REJECTED AND UNACKNOWLEDGED LINES ARE CARRIED ON THE      *
000190*     OPEN-REJECTS FILE FROM RUN TO RUN UNTIL FINANCE           *
000200*     ACKNOWLEDGES THEM ACCEPTED UNDER THEIR ORIGINAL BATCH ID  *
000210*     OR A RESOLUTION CARD CLOSES THEM; THE COUNT AND AMOUNT    *
000220*     STILL OPEN GO ON THE RUN-STATUS END RECORD FOR THE        *
000230*     STATBRD STATUS BOARD. ENDS WITH RETURN CODE 4 WHEN THE    *
000240*     EXTRACT HAS NO ACKNOWLEDGMENT, WHEN ANY LINE IS NOT       *
000250*     POSTED AS SENT OR STILL OPEN, WHEN NO EXTRACT LINES ARE   *
000260*     FOUND FOR THE DATE, OR WHEN A RESOLUTION CARD IS          *
000270*     REFUSED.                                                  *
000280*                                                                *
000290* MODIFICATION HISTORY.                                         *
000300*     10/12/2026  DLO  ORIGINAL PROGRAM.                        *
000310*     10/15/2026  DLO  WRITE THE UNPOSTED COUNT AND AMOUNT AS   *
000320*                      SPACES ON THE ABEND PATH, NOT AS ZERO.   *
000330****************************************************************
000340 IDENTIFICATION DIVISION.
000350 PROGRAM-ID.    GLACK.
000360 AUTHOR.        D. L. OKAFOR.
000370 INSTALLATION.  INVENTORY CONTROL SYSTEMS.
000380 DATE-WRITTEN.  10/12/2026.
000390 DATE-COMPILED.
000400
000410 ENVIRONMENT DIVISION.
000420 CONFIGURATION SECTION.
000430 SOURCE-COMPUTER.   IBM-370.
000440 OBJECT-COMPUTER.   IBM-370.
000450 SPECIAL-NAMES.
000460     C01 IS TOP-OF-PAGE.
000470
000480 INPUT-OUTPUT SECTION.
000490 FILE-CONTROL.
000500*    CONTROL CARD - EXTRACT DATE AND CYCLE TO MATCH (OPTIONAL)
000510     SELECT OPTIONAL CONTROL-CARD-FILE
000520         ASSIGN TO GLAKCARD
000530         ORGANIZATION IS SEQUENTIAL
000540         FILE STATUS IS WS-CRD-FILE-STATUS.
000550
000560*    SHOP BUSINESS CALENDAR, KEYED BY DATE, MAINTAINED BY CALMNT
000570     SELECT CALENDAR-FILE
000580         ASSIGN TO CALFILE
000590         ORGANIZATION IS INDEXED
000600         ACCESS MODE IS RANDOM
000610         RECORD KEY IS CAL-KEY
000620         FILE STATUS IS WS-CAL-FILE-STATUS.
000630
000640*    GL EXTRACT AS SENT TO FINANCE
000650     SELECT GLX-INPUT-FILE
000660         ASSIGN TO GLXIN
000670         ORGANIZATION IS SEQUENTIAL
000680         FILE STATUS IS WS-GLX-FILE-STATUS.
000690
000700*    ACKNOWLEDGMENTS RETURNED BY FINANCE'S GL LOAD
000710     SELECT OPTIONAL ACK-FILE
000720         ASSIGN TO GLAKIN
000730         ORGANIZATION IS SEQUENTIAL
000740         FILE STATUS IS WS-ACK-FILE-STATUS.
000750
000760*    OPEN GL REJECTS AS LEFT BY THE PREVIOUS RUN
000770     SELECT OPTIONAL OPEN-REJECTS-IN-FILE
000780         ASSIGN TO ORJIN
000790         ORGANIZATION IS SEQUENTIAL
000800         FILE STATUS IS WS-ORJI-FILE-STATUS.
000810
000820*    OPEN GL REJECTS CARRIED FORWARD TO THE NEXT RUN
000830     SELECT OPEN-REJECTS-OUT-FILE
000840         ASSIGN TO ORJOUT
000850         ORGANIZATION IS SEQUENTIAL
000860         FILE STATUS IS WS-ORJO-FILE-STATUS.
000870
000880*    RESOLUTION CARDS CLOSING OPEN REJECTS BY HAND (OPTIONAL)
000890     SELECT OPTIONAL RESOLUTION-FILE
000900         ASSIGN TO ORJRES
000910         ORGANIZATION IS SEQUENTIAL
000920         FILE STATUS IS WS-RES-FILE-STATUS.
000930
000940*    PRINTED ACKNOWLEDGMENT REPORT
000950     SELECT REPORT-FILE
000960         ASSIGN TO GLAKRPT
000970         ORGANIZATION IS SEQUENTIAL
000980         FILE STATUS IS WS-RPT-FILE-STATUS.
000990
001000*    SHARED RUN-STATUS FILE - ONE START AND ONE END RECORD PER
001010*    RUN, READ BY THE STATBRD OPERATIONS STATUS BOARD
001020     SELECT OPTIONAL RUN-STATUS-FILE
001030         ASSIGN TO RUNSTAT
001040         ORGANIZATION IS SEQUENTIAL
001050         FILE STATUS IS WS-RUN-FILE-STATUS.
001060
001070 DATA DIVISION.
001080 FILE SECTION.
001090 FD  CONTROL-CARD-FILE
001100     LABEL RECORDS ARE STANDARD
001110     RECORD CONTAINS 80 CHARACTERS.
001120 01  CRD-RECORD.
001130     05  CRD-EXTRACT-DATE        PIC 9(08).
001140     05  CRD-CYCLE-NO            PIC 9(02).
001150     05  FILLER                  PIC X(70).
001160
001170 FD  CALENDAR-FILE
001180     LABEL RECORDS ARE STANDARD
001190     RECORD CONTAINS 80 CHARACTERS.
001200     COPY "CALREC.CPY".
001210
001220 FD  GLX-INPUT-FILE
001230     LABEL RECORDS ARE STANDARD
001240     RECORD CONTAINS 80 CHARACTERS.
001250 01  GLX-IN-RECORD               PIC X(80).
001260
001270 FD  ACK-FILE
001280     LABEL RECORDS ARE STANDARD
001290     RECORD CONTAINS 80 CHARACTERS.
001300     COPY "ACKREC.CPY".
001310
001320 FD  OPEN-REJECTS-IN-FILE
001330     LABEL RECORDS ARE STANDARD
001340     RECORD CONTAINS 80 CHARACTERS.
001350     COPY "ORJREC.CPY".
001360
001370 FD  OPEN-REJECTS-OUT-FILE
001380     LABEL RECORDS ARE STANDARD
001390     RECORD CONTAINS 80 CHARACTERS.
001400 01  ORJ-OUT-RECORD              PIC X(80).
001410
001420 FD  RESOLUTION-FILE
001430     LABEL RECORDS ARE STANDARD
001440     RECORD CONTAINS 80 CHARACTERS.
001450 01  RES-RECORD.
001460     05  RES-RUN-DATE            PIC 9(08).
001470     05  RES-CYCLE-NO            PIC 9(02).
001480     05  RES-ITEM-CODE           PIC X(10).
001490     05  RES-GL-ACCOUNT          PIC X(08).
001500     05  RES-DEBIT-CREDIT-CODE   PIC X(01).
001510     05  RES-RESOLVED-BY         PIC X(08).
001520     05  RES-NOTE                PIC X(30).
001530     05  FILLER                  PIC X(13).
001540
001550 FD  REPORT-FILE
001560     LABEL RECORDS ARE STANDARD
001570     RECORD CONTAINS 132 CHARACTERS.
001580 01  REPORT-RECORD               PIC X(132).
001590
001600 FD  RUN-STATUS-FILE
001610     LABEL RECORDS ARE STANDARD
001620     RECORD CONTAINS 80 CHARACTERS.
001630     COPY "RUNREC.CPY".
001640
001650 WORKING-STORAGE SECTION.
001660****************************************************************
001670*    FILE STATUS SWITCHES                                      *
001680****************************************************************
001690 01  WS-FILE-STATUSES.
001700     05  WS-CRD-FILE-STATUS      PIC X(02) VALUE "00".
001710     05  WS-CAL-FILE-STATUS      PIC X(02) VALUE "00".
001720     05  WS-GLX-FILE-STATUS      PIC X(02) VALUE "00".
001730     05  WS-ACK-FILE-STATUS      PIC X(02) VALUE "00".
001740     05  WS-ORJI-FILE-STATUS     PIC X(02) VALUE "00".
001750     05  WS-ORJO-FILE-STATUS     PIC X(02) VALUE "00".
001760     05  WS-RES-FILE-STATUS      PIC X(02) VALUE "00".
001770     05  WS-RPT-FILE-STATUS      PIC X(02) VALUE "00".
001780     05  WS-RUN-FILE-STATUS      PIC X(02) VALUE "00".
001790
001800****************************************************************
001810*    PROGRAM SWITCHES                                          *
001820****************************************************************
001830 01  WS-SWITCHES.
001840     05  WS-RUN-OPEN-SW          PIC X(01) VALUE "N".
001850         88  WS-RUN-OPEN                    VALUE "Y".
001860     05  WS-GLX-EOF-SW           PIC X(01) VALUE "N".
001870         88  WS-GLX-EOF                     VALUE "Y".
001880     05  WS-ACK-EOF-SW           PIC X(01) VALUE "N".
001890         88  WS-ACK-EOF                     VALUE "Y".
001900     05  WS-ORJ-EOF-SW           PIC X(01) VALUE "N".
001910         88  WS-ORJ-EOF                     VALUE "Y".
001920     05  WS-RES-EOF-SW           PIC X(01) VALUE "N".
001930         88  WS-RES-EOF                     VALUE "Y".
001940 01  GAK-OFF-CALENDAR-SW         PIC X(01) VALUE "N".
001950     88  GAK-OFF-CALENDAR                   VALUE "Y".
001960 01  GAK-MATCHED-SW              PIC X(01) VALUE "N".
001970     88  GAK-MATCHED                        VALUE "Y".
001980 01  GAK-EXTRACT-DATE            PIC 9(08) VALUE ZERO.
001990 01  GAK-EXTRACT-CYCLE           PIC 9(02) VALUE ZERO.
002000     88  GAK-ALL-CYCLES                     VALUE ZERO.
002010 01  GAK-DAYS-BACK               PIC 9(02) COMP VALUE ZERO.
002020 01  WS-CURRENT-DATE             PIC 9(08) VALUE ZERO.
002030 01  WS-CURRENT-TIME             PIC 9(08) VALUE ZERO.
002040
002050****************************************************************
002060*    CALENDAR WORK FIELDS FOR THE DEFAULT EXTRACT DATE          *
002070****************************************************************
002080 01  GAK-WORK-DATE-NUM           PIC 9(08).
002090 01  GAK-WORK-DATE REDEFINES GAK-WORK-DATE-NUM.
002100     05  GAK-WORK-YEAR           PIC 9(04).
002110     05  GAK-WORK-MONTH          PIC 9(02).
002120     05  GAK-WORK-DAY            PIC 9(02).
002130 01  GAK-YESTERDAY               PIC 9(08) VALUE ZERO.
002140 01  GAK-MONTH-DAYS-DEF          PIC X(24)
002150         VALUE "312831303130313130313031".
002160 01  GAK-MONTH-DAYS-TBL REDEFINES GAK-MONTH-DAYS-DEF.
002170     05  GAK-MONTH-DAYS OCCURS 12 TIMES
002180                                 PIC 9(02).
002190 01  GAK-MONTH-LENGTH            PIC 9(02) VALUE ZERO.
002200 01  GAK-LEAP-QUOTIENT           PIC 9(04) COMP VALUE ZERO.
002210 01  GAK-LEAP-REMAINDER          PIC 9(04) COMP VALUE ZERO.
002220
002230****************************************************************
002240*    CONTROL TOTALS - COUNTS OF LINES, AMOUNTS IN QUANTITY      *
002250****************************************************************
002260 01  GAK-SENT-COUNT              PIC 9(08) COMP VALUE ZERO.
002270 01  GAK-SENT-AMOUNT             PIC 9(12) COMP VALUE ZERO.
002280 01  GAK-ACK-READ-COUNT          PIC 9(08) COMP VALUE ZERO.
002290 01  GAK-ACK-BATCH-COUNT         PIC 9(08) COMP VALUE ZERO.
002300 01  GAK-ACCEPTED-COUNT          PIC 9(08) COMP VALUE ZERO.
002310 01  GAK-ACCEPTED-AMOUNT         PIC 9(12) COMP VALUE ZERO.
002320 01  GAK-MISMATCH-COUNT          PIC 9(08) COMP VALUE ZERO.
002330 01  GAK-REJECTED-COUNT          PIC 9(08) COMP VALUE ZERO.
002340 01  GAK-REJECTED-AMOUNT         PIC 9(12) COMP VALUE ZERO.
002350 01  GAK-UNACKED-COUNT           PIC 9(08) COMP VALUE ZERO.
002360 01  GAK-UNACKED-AMOUNT          PIC 9(12) COMP VALUE ZERO.
002370 01  GAK-NOT-SENT-COUNT          PIC 9(08) COMP VALUE ZERO.
002380 01  GAK-EARLIER-ACK-COUNT       PIC 9(08) COMP VALUE ZERO.
002390 01  GAK-EARLIER-UNMATCHED-COUNT PIC 9(08) COMP VALUE ZERO.
002400 01  GAK-BROUGHT-FWD-COUNT       PIC 9(08) COMP VALUE ZERO.
002410 01  GAK-BROUGHT-FWD-AMOUNT      PIC 9(12) COMP VALUE ZERO.
002420 01  GAK-CLOSED-ACCEPTED-COUNT   PIC 9(08) COMP VALUE ZERO.
002430 01  GAK-CLOSED-RESOLVED-COUNT   PIC 9(08) COMP VALUE ZERO.
002440 01  GAK-RES-READ-COUNT          PIC 9(08) COMP VALUE ZERO.
002450 01  GAK-RES-REFUSED-COUNT       PIC 9(08) COMP VALUE ZERO.
002460 01  GAK-UNPOSTED-COUNT          PIC 9(08) COMP VALUE ZERO.
002470 01  GAK-UNPOSTED-AMOUNT         PIC 9(12) COMP VALUE ZERO.
002480
002490****************************************************************
002500*    SENT-LINE TABLE - ONE ENTRY PER GL EXTRACT DETAIL LINE FOR *
002510*    THE EXTRACT DATE AND CYCLE, WITH WHAT FINANCE SAID OF IT   *
002520****************************************************************
002530 01  GAK-SNT-COUNT               PIC 9(04) COMP VALUE ZERO.
002540 01  GAK-SNT-TABLE.
002550     05  GAK-SNT-ENTRY OCCURS 5000 TIMES
002560             INDEXED BY GAK-SNT-IDX.
002570         10  GAK-SNT-CYCLE-NO        PIC 9(02).
002580         10  GAK-SNT-ITEM-CODE       PIC X(10).
002590         10  GAK-SNT-GL-ACCOUNT      PIC X(08).
002600         10  GAK-SNT-DC-CODE         PIC X(01).
002610         10  GAK-SNT-AMOUNT          PIC 9(07).
002620         10  GAK-SNT-ACK-AMOUNT      PIC 9(07).
002630         10  GAK-SNT-STATUS-SW       PIC X(01).
002640             88  GAK-SNT-UNACKED             VALUE "N".
002650             88  GAK-SNT-ACCEPTED            VALUE "A".
002660             88  GAK-SNT-REJECTED            VALUE "R".
002670         10  GAK-SNT-MISMATCH-SW     PIC X(01).
002680             88  GAK-SNT-MISMATCH            VALUE "Y".
002690         10  GAK-SNT-REASON          PIC X(30).
002700
002710****************************************************************
002720*    OPEN-LINE TABLE - THE OPEN REJECTS BROUGHT FORWARD PLUS    *
002730*    THE LINES THIS RUN LEAVES UNPOSTED. GAK-OPN-ACTION-SW SAYS *
002740*    WHAT BECOMES OF EACH: "O" BROUGHT FORWARD AND STILL OPEN,  *
002750*    "N" NEWLY OPENED, "A" CLOSED BY AN ACCEPTED ACKNOWLEDGMENT *
002760*    AND "S" CLOSED BY A RESOLUTION CARD                        *
002770****************************************************************
002780 01  GAK-OPN-COUNT               PIC 9(04) COMP VALUE ZERO.
002790 01  GAK-OPN-TABLE.
002800     05  GAK-OPN-ENTRY OCCURS 2000 TIMES
002810             INDEXED BY GAK-OPN-IDX.
002820         10  GAK-OPN-RUN-DATE        PIC 9(08).
002830         10  GAK-OPN-CYCLE-NO        PIC 9(02).
002840         10  GAK-OPN-ITEM-CODE       PIC X(10).
002850         10  GAK-OPN-GL-ACCOUNT      PIC X(08).
002860         10  GAK-OPN-DC-CODE         PIC X(01).
002870         10  GAK-OPN-AMOUNT          PIC 9(07).
002880         10  GAK-OPN-STATUS-CODE     PIC X(01).
002890             88  GAK-OPN-UNACKNOWLEDGED      VALUE "U".
002900             88  GAK-OPN-REJECTED            VALUE "R".
002910         10  GAK-OPN-REASON          PIC X(30).
002920         10  GAK-OPN-FIRST-OPEN-DATE PIC 9(08).
002930         10  GAK-OPN-ACTION-SW       PIC X(01).
002940             88  GAK-OPN-STILL-OPEN          VALUE "O".
002950             88  GAK-OPN-NEW                 VALUE "N".
002960             88  GAK-OPN-CLOSED-ACCEPTED     VALUE "A".
002970             88  GAK-OPN-CLOSED-RESOLVED     VALUE "S".
002980         10  GAK-OPN-RESOLVED-BY     PIC X(08).
002990
003000****************************************************************
003010*    RECORD LAYOUTS WORKED IN STORAGE - THE GL EXTRACT'S        *
003020*    CONTROL RECORDS SHARE ITS DETAIL LAYOUT                    *
003030****************************************************************
003040     COPY "GLXREC.CPY".
003050     COPY "CTLREC.CPY".
003060
003070****************************************************************
003080*    PAGINATION COUNTERS                                        *
003090****************************************************************
003100 01  GAK-LINE-COUNT              PIC 9(03) COMP VALUE ZERO.
003110 01  GAK-PAGE-COUNT              PIC 9(03) COMP VALUE ZERO.
003120 01  GAK-LINES-PER-PAGE          PIC 9(03) COMP VALUE 55.
003130
003140****************************************************************
003150*    PAGINATED REPORT LINES                                     *
003160****************************************************************
003170 01  RPT-HEADING-LINE-1.
003180     05  FILLER                  PIC X(01) VALUE "1".
003190     05  FILLER                  PIC X(40)
003200             VALUE "GLACK - GL LOAD ACKNOWLEDGMENT REPORT".
003210     05  FILLER                  PIC X(10) VALUE "  RUN DATE".
003220     05  RPT-HDG-RUN-DATE        PIC 9(08).
003230     05  FILLER                  PIC X(09) VALUE SPACES.
003240     05  FILLER                  PIC X(05) VALUE "PAGE ".
003250     05  RPT-HDG-PAGE-NO         PIC ZZ9.
003260     05  FILLER                  PIC X(56) VALUE SPACES.
003270
003280 01  RPT-HEADING-LINE-2.
003290     05  FILLER                  PIC X(01) VALUE SPACE.
003300     05  FILLER                  PIC X(15)
003310             VALUE "EXTRACT DATE  ".
003320     05  RPT-HDG-EXTRACT-DATE    PIC 9(08).
003330     05  FILLER                  PIC X(08) VALUE "  CYCLE ".
003340     05  RPT-HDG-CYCLE           PIC X(03).
003350     05  FILLER                  PIC X(97) VALUE SPACES.
003360
003370 01  RPT-HEADING-LINE-3.
003380     05  FILLER                  PIC X(01) VALUE "0".
003390     05  FILLER                  PIC X(27)
003400             VALUE "  BATCH DT CY  ITEM CODE".
003410     05  FILLER                  PIC X(31)
003420             VALUE "ACCOUNT   DC    SENT      ACK".
003430     05  FILLER                  PIC X(06) VALUE "STATUS".
003440     05  FILLER                  PIC X(33) VALUE SPACES.
003450     05  FILLER                  PIC X(13) VALUE "REASON / NOTE".
003460     05  FILLER                  PIC X(21) VALUE SPACES.
003470
003480 01  RPT-SECTION-LINE.
003490     05  FILLER                  PIC X(01) VALUE "0".
003500     05  RPT-SECTION-NAME        PIC X(50).
003510     05  FILLER                  PIC X(81) VALUE SPACES.
003520
003530 01  RPT-DETAIL-LINE.
003540     05  FILLER                  PIC X(01) VALUE SPACE.
003550     05  FILLER                  PIC X(02) VALUE SPACES.
003560     05  RPT-DTL-BATCH-DATE      PIC 9(08).
003570     05  FILLER                  PIC X(01) VALUE SPACES.
003580     05  RPT-DTL-CYCLE-NO        PIC 9(02).
003590     05  FILLER                  PIC X(02) VALUE SPACES.
003600     05  RPT-DTL-ITEM-CODE       PIC X(10).
003610     05  FILLER                  PIC X(02) VALUE SPACES.
003620     05  RPT-DTL-GL-ACCOUNT      PIC X(08).
003630     05  FILLER                  PIC X(02) VALUE SPACES.
003640     05  RPT-DTL-DC-CODE         PIC X(01).
003650     05  FILLER                  PIC X(02) VALUE SPACES.
003660     05  RPT-DTL-SENT-AMOUNT     PIC Z(06)9.
003670     05  FILLER                  PIC X(02) VALUE SPACES.
003680     05  RPT-DTL-ACK-AMOUNT      PIC Z(06)9.
003690     05  FILLER                  PIC X(02) VALUE SPACES.
003700     05  RPT-DTL-STATUS          PIC X(30).
003710     05  RPT-DTL-BY              PIC X(09).
003720     05  RPT-DTL-DETAIL          PIC X(30).
003730     05  FILLER                  PIC X(04) VALUE SPACES.
003740
003750 01  RPT-MESSAGE-LINE.
003760     05  FILLER                  PIC X(01) VALUE "0".
003770     05  FILLER                  PIC X(02) VALUE SPACES.
003780     05  RPT-MESSAGE             PIC X(60).
003790     05  FILLER                  PIC X(69) VALUE SPACES.
003800
003810 01  RPT-TOTAL-LINE.
003820     05  FILLER                  PIC X(01) VALUE SPACE.
003830     05  FILLER                  PIC X(02) VALUE SPACES.
003840     05  RPT-TOT-LABEL           PIC X(40).
003850     05  RPT-TOT-COUNT           PIC Z(07)9.
003860     05  FILLER                  PIC X(04) VALUE SPACES.
003870     05  RPT-TOT-AMOUNT          PIC ZZZ,ZZZ,ZZZ,ZZ9.
003880     05  FILLER                  PIC X(62) VALUE SPACES.
003890
003900 PROCEDURE DIVISION.
003910****************************************************************
003920*    0000-MAINLINE                                              *
003930****************************************************************
003940 0000-MAINLINE.
003950     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003960     PERFORM 2000-LOAD-EXTRACT-LINES THRU 2000-EXIT.
003970     PERFORM 2500-LOAD-OPEN-REJECTS THRU 2500-EXIT.
003980     PERFORM 3000-APPLY-ACKNOWLEDGMENTS THRU 3000-EXIT.
003990     PERFORM 3500-APPLY-RESOLUTIONS THRU 3500-EXIT.
004000     PERFORM 4000-REPORT-EXTRACT-LINES THRU 4000-EXIT.
004010     PERFORM 5000-CARRY-OPEN-REJECTS THRU 5000-EXIT.
004020     PERFORM 8000-WRITE-TOTALS THRU 8000-EXIT.
004030     PERFORM 9000-TERMINATE THRU 9000-EXIT.
004040     PERFORM 9700-WRITE-RUN-END THRU 9700-EXIT.
004050     STOP RUN.
004060
004070****************************************************************
004080*    1000-INITIALIZE - THE CONTROL CARD MAY NAME THE EXTRACT    *
004090*    DATE AND CYCLE; WITHOUT IT THE RUN TAKES EVERY CYCLE OF    *
004100*    THE PREVIOUS BUSINESS DAY, SO THE MORNING RUN CHECKS WHAT  *
004110*    WENT OUT THE DAY BEFORE                                    *
004120****************************************************************
004130 1000-INITIALIZE.
004140     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
004150     OPEN INPUT CONTROL-CARD-FILE.
004160     IF WS-CRD-FILE-STATUS NOT = "00"
004170             AND WS-CRD-FILE-STATUS NOT = "05"
004180         DISPLAY "GLACK - ABEND - CONTROL-CARD-FILE "
004190                 "OPEN FAILED - STATUS " WS-CRD-FILE-STATUS
004200         GO TO 9900-ABEND-TERMINATION
004210     END-IF.
004220     MOVE SPACES TO CRD-RECORD.
004230     IF WS-CRD-FILE-STATUS = "00"
004240         READ CONTROL-CARD-FILE
004250             AT END
004260                 MOVE SPACES TO CRD-RECORD
004270         END-READ
004280     END-IF.
004290     CLOSE CONTROL-CARD-FILE.
004300     IF CRD-CYCLE-NO NUMERIC
004310         MOVE CRD-CYCLE-NO TO GAK-EXTRACT-CYCLE
004320     END-IF.
004330     PERFORM 1100-SET-EXTRACT-DATE THRU 1100-EXIT.
004340     PERFORM 1700-WRITE-RUN-START THRU 1700-EXIT.
004350     OPEN OUTPUT REPORT-FILE.
004360     IF WS-RPT-FILE-STATUS NOT = "00"
004370         DISPLAY "GLACK - ABEND - REPORT-FILE "
004380                 "OPEN FAILED - STATUS " WS-RPT-FILE-STATUS
004390         GO TO 9900-ABEND-TERMINATION
004400     END-IF.
004410     PERFORM 7100-WRITE-REPORT-HEADING THRU 7100-EXIT.
004420 1000-EXIT.
004430     EXIT.
004440
004450****************************************************************
004460*    1100-SET-EXTRACT-DATE - WALK BACK FROM TODAY ON THE SHOP   *
004470*    CALENDAR TO THE LAST BUSINESS DAY. A DATE MISSING FROM THE *
004480*    CALENDAR FALLS BACK TO YESTERDAY'S DATE.                   *
004490****************************************************************
004500 1100-SET-EXTRACT-DATE.
004510     IF CRD-EXTRACT-DATE NUMERIC
004520             AND CRD-EXTRACT-DATE NOT = ZERO
004530         MOVE CRD-EXTRACT-DATE TO GAK-EXTRACT-DATE
004540         GO TO 1100-EXIT
004550     END-IF.
004560     OPEN INPUT CALENDAR-FILE.
004570     IF WS-CAL-FILE-STATUS NOT = "00"
004580         DISPLAY "GLACK - ABEND - CALENDAR-FILE "
004590                 "OPEN FAILED - STATUS " WS-CAL-FILE-STATUS
004600         GO TO 9900-ABEND-TERMINATION
004610     END-IF.
004620     MOVE WS-CURRENT-DATE TO GAK-WORK-DATE-NUM.
004630     PERFORM 8800-BACK-ONE-DAY THRU 8800-EXIT.
004640     MOVE GAK-WORK-DATE-NUM TO GAK-YESTERDAY.
004650     MOVE 1 TO GAK-DAYS-BACK.
004660 1100-WALK-BACK.
004670     MOVE GAK-WORK-DATE-NUM TO CAL-DATE.
004680     READ CALENDAR-FILE
004690         INVALID KEY
004700             MOVE "Y" TO GAK-OFF-CALENDAR-SW
004710     END-READ.
004720     IF GAK-OFF-CALENDAR
004730         MOVE GAK-YESTERDAY TO GAK-WORK-DATE-NUM
004740         GO TO 1100-CLOSE
004750     END-IF.
004760     IF CAL-BUSINESS-DAY
004770             OR GAK-DAYS-BACK NOT < 31
004780         GO TO 1100-CLOSE
004790     END-IF.
004800     PERFORM 8800-BACK-ONE-DAY THRU 8800-EXIT.
004810     ADD 1 TO GAK-DAYS-BACK.
004820     GO TO 1100-WALK-BACK.
004830 1100-CLOSE.
004840     CLOSE CALENDAR-FILE.
004850     MOVE GAK-WORK-DATE-NUM TO GAK-EXTRACT-DATE.
004860 1100-EXIT.
004870     EXIT.
004880
004890****************************************************************
004900*    1700-WRITE-RUN-START - APPEND THE START RECORD TO THE      *
004910*    SHARED RUN-STATUS FILE FOR THE STATBRD STATUS BOARD        *
004920****************************************************************
004930 1700-WRITE-RUN-START.
004940     OPEN EXTEND RUN-STATUS-FILE.
004950     IF WS-RUN-FILE-STATUS NOT = "00"
004960             AND WS-RUN-FILE-STATUS NOT = "05"
004970         DISPLAY "GLACK - ABEND - RUN-STATUS-FILE "
004980                 "OPEN FAILED - STATUS " WS-RUN-FILE-STATUS
004990         GO TO 9900-ABEND-TERMINATION
005000     END-IF.
005010     MOVE "Y" TO WS-RUN-OPEN-SW.
005020     MOVE SPACES          TO RUN-RECORD.
005030     MOVE "GLACK"         TO RUN-PROGRAM-ID.
005040     MOVE WS-CURRENT-DATE TO RUN-RUN-DATE.
005050     MOVE 01              TO RUN-CYCLE-NO.
005060     MOVE SPACES          TO RUN-RUN-ID.
005070     MOVE "S"             TO RUN-RECORD-TYPE.
005080     ACCEPT WS-CURRENT-TIME FROM TIME.
005090     MOVE WS-CURRENT-TIME TO RUN-TIME.
005100     MOVE ZERO            TO RUN-RECORDS-PROCESSED.
005110     MOVE ZERO            TO RUN-RETURN-CODE.
005120     WRITE RUN-RECORD.
005130     IF WS-RUN-FILE-STATUS NOT = "00"
005140         DISPLAY "GLACK - ABEND - RUN-STATUS-FILE "
005150                 "WRITE FAILED - STATUS " WS-RUN-FILE-STATUS
005160         GO TO 9900-ABEND-TERMINATION
005170     END-IF.
005180 1700-EXIT.
005190     EXIT.
005200
005210****************************************************************
005220*    2000-LOAD-EXTRACT-LINES - TABLE EVERY DETAIL LINE SENT FOR *
005230*    THE EXTRACT DATE AND CYCLE: RANDOM-SUBTRACTION POSTINGS,   *
005240*    EXCEPTION WRITE-OFFS, REVALUATIONS AND BACKOUT REVERSALS   *
005250*    ALIKE. CONTROL RECORDS ARE PASSED OVER.                    *
005260****************************************************************
005270 2000-LOAD-EXTRACT-LINES.
005280     OPEN INPUT GLX-INPUT-FILE.
005290     IF WS-GLX-FILE-STATUS NOT = "00"
005300         DISPLAY "GLACK - ABEND - GLX-INPUT-FILE "
005310                 "OPEN FAILED - STATUS " WS-GLX-FILE-STATUS
005320         GO TO 9900-ABEND-TERMINATION
005330     END-IF.
005340     PERFORM 2900-READ-GLX-RECORD THRU 2900-EXIT.
005350     PERFORM 2100-LOAD-ONE-LINE THRU 2100-EXIT
005360         UNTIL WS-GLX-EOF.
005370     CLOSE GLX-INPUT-FILE.
005380 2000-EXIT.
005390     EXIT.
005400
005410 2100-LOAD-ONE-LINE.
005420     MOVE GLX-RECORD TO CTL-RECORD.
005430     IF CTL-HEADER OR CTL-TRAILER
005440         GO TO 2100-NEXT
005450     END-IF.
005460     IF GLX-RUN-DATE NOT = GAK-EXTRACT-DATE
005470         GO TO 2100-NEXT
005480     END-IF.
005490     IF NOT GAK-ALL-CYCLES
005500             AND GLX-CYCLE-NO NOT = GAK-EXTRACT-CYCLE
005510         GO TO 2100-NEXT
005520     END-IF.
005530     IF GAK-SNT-COUNT >= 5000
005540         DISPLAY "GLACK - ABEND - MORE THAN 5000 GL EXTRACT "
005550                 "LINES FOR THE EXTRACT DATE"
005560         GO TO 9900-ABEND-TERMINATION
005570     END-IF.
005580     ADD 1 TO GAK-SNT-COUNT.
005590     SET GAK-SNT-IDX TO GAK-SNT-COUNT.
005600     MOVE GLX-CYCLE-NO      TO GAK-SNT-CYCLE-NO (GAK-SNT-IDX).
005610     MOVE GLX-ITEM-CODE     TO GAK-SNT-ITEM-CODE (GAK-SNT-IDX).
005620     MOVE GLX-GL-ACCOUNT    TO GAK-SNT-GL-ACCOUNT (GAK-SNT-IDX).
005630     MOVE GLX-DEBIT-CREDIT-CODE
005640         TO GAK-SNT-DC-CODE (GAK-SNT-IDX).
005650     MOVE GLX-AMOUNT        TO GAK-SNT-AMOUNT (GAK-SNT-IDX).
005660     MOVE ZERO              TO GAK-SNT-ACK-AMOUNT (GAK-SNT-IDX).
005670     MOVE "N"               TO GAK-SNT-STATUS-SW (GAK-SNT-IDX).
005680     MOVE "N"               TO GAK-SNT-MISMATCH-SW (GAK-SNT-IDX).
005690     MOVE SPACES            TO GAK-SNT-REASON (GAK-SNT-IDX).
005700     ADD 1 TO GAK-SENT-COUNT.
005710     ADD GLX-AMOUNT TO GAK-SENT-AMOUNT.
005720 2100-NEXT.
005730     PERFORM 2900-READ-GLX-RECORD THRU 2900-EXIT.
005740 2100-EXIT.
005750     EXIT.
005760
005770 2900-READ-GLX-RECORD.
005780     READ GLX-INPUT-FILE INTO GLX-RECORD
005790         AT END
005800             MOVE "Y" TO WS-GLX-EOF-SW
005810     END-READ.
005820 2900-EXIT.
005830     EXIT.
005840
005850****************************************************************
005860*    2500-LOAD-OPEN-REJECTS - TABLE THE OPEN LINES THE LAST RUN *
005870*    CARRIED FORWARD; NONE ON THE FIRST RUN                     *
005880****************************************************************
005890 2500-LOAD-OPEN-REJECTS.
005900     OPEN INPUT OPEN-REJECTS-IN-FILE.
005910     IF WS-ORJI-FILE-STATUS NOT = "00"
005920             AND WS-ORJI-FILE-STATUS NOT = "05"
005930         DISPLAY "GLACK - ABEND - OPEN-REJECTS-IN-FILE "
005940                 "OPEN FAILED - STATUS " WS-ORJI-FILE-STATUS
005950         GO TO 9900-ABEND-TERMINATION
005960     END-IF.
005970     IF WS-ORJI-FILE-STATUS = "05"
005980         MOVE "Y" TO WS-ORJ-EOF-SW
005990     ELSE
006000         PERFORM 2690-READ-OPEN-REJECT THRU 2690-EXIT
006010     END-IF.
006020     PERFORM 2600-LOAD-ONE-REJECT THRU 2600-EXIT
006030         UNTIL WS-ORJ-EOF.
006040     CLOSE OPEN-REJECTS-IN-FILE.
006050 2500-EXIT.
006060     EXIT.
006070
006080 2600-LOAD-ONE-REJECT.
006090     IF GAK-OPN-COUNT >= 2000
006100         DISPLAY "GLACK - ABEND - MORE THAN 2000 OPEN GL "
006110                 "REJECTS"
006120         GO TO 9900-ABEND-TERMINATION
006130     END-IF.
006140     ADD 1 TO GAK-OPN-COUNT.
006150     SET GAK-OPN-IDX TO GAK-OPN-COUNT.
006160     MOVE ORJ-RUN-DATE      TO GAK-OPN-RUN-DATE (GAK-OPN-IDX).
006170     MOVE ORJ-CYCLE-NO      TO GAK-OPN-CYCLE-NO (GAK-OPN-IDX).
006180     MOVE ORJ-ITEM-CODE     TO GAK-OPN-ITEM-CODE (GAK-OPN-IDX).
006190     MOVE ORJ-GL-ACCOUNT    TO GAK-OPN-GL-ACCOUNT (GAK-OPN-IDX).
006200     MOVE ORJ-DEBIT-CREDIT-CODE
006210         TO GAK-OPN-DC-CODE (GAK-OPN-IDX).
006220     MOVE ORJ-AMOUNT        TO GAK-OPN-AMOUNT (GAK-OPN-IDX).
006230     MOVE ORJ-STATUS-CODE   TO GAK-OPN-STATUS-CODE (GAK-OPN-IDX).
006240     MOVE ORJ-REJECT-REASON TO GAK-OPN-REASON (GAK-OPN-IDX).
006250     MOVE ORJ-FIRST-OPEN-DATE
006260         TO GAK-OPN-FIRST-OPEN-DATE (GAK-OPN-IDX).
006270     MOVE "O"               TO GAK-OPN-ACTION-SW (GAK-OPN-IDX).
006280     MOVE SPACES            TO GAK-OPN-RESOLVED-BY (GAK-OPN-IDX).
006290     ADD 1 TO GAK-BROUGHT-FWD-COUNT.
006300     ADD ORJ-AMOUNT TO GAK-BROUGHT-FWD-AMOUNT.
006310     PERFORM 2690-READ-OPEN-REJECT THRU 2690-EXIT.
006320 2600-EXIT.
006330     EXIT.
006340
006350 2690-READ-OPEN-REJECT.
006360     READ OPEN-REJECTS-IN-FILE
006370         AT END
006380             MOVE "Y" TO WS-ORJ-EOF-SW
006390     END-READ.
006400 2690-EXIT.
006410     EXIT.
006420
006430****************************************************************
006440*    3000-APPLY-ACKNOWLEDGMENTS - AN ACKNOWLEDGMENT FOR THE     *
006450*    EXTRACT DATE AND CYCLE IS MATCHED TO A SENT LINE OF THE    *
006460*    SAME ITEM, ACCOUNT AND DEBIT/CREDIT, AT THE SAME AMOUNT IF *
006470*    ONE IS STILL UNMATCHED, ELSE AT ANY AMOUNT (A MISMATCH).   *
006480*    ONE FOR AN EARLIER BATCH IS A RE-SENT OR LATE LINE AND IS  *
006490*    MATCHED TO THE OPEN REJECTS INSTEAD.                       *
006500****************************************************************
006510 3000-APPLY-ACKNOWLEDGMENTS.
006520     MOVE "ACKNOWLEDGMENTS AND RESOLUTIONS NOT APPLIED"
006530         TO RPT-SECTION-NAME.
006540     PERFORM 8300-WRITE-SECTION-LINE THRU 8300-EXIT.
006550     OPEN INPUT ACK-FILE.
006560     IF WS-ACK-FILE-STATUS NOT = "00"
006570             AND WS-ACK-FILE-STATUS NOT = "05"
006580         DISPLAY "GLACK - ABEND - ACK-FILE "
006590                 "OPEN FAILED - STATUS " WS-ACK-FILE-STATUS
006600         GO TO 9900-ABEND-TERMINATION
006610     END-IF.
006620     IF WS-ACK-FILE-STATUS = "05"
006630         MOVE "Y" TO WS-ACK-EOF-SW
006640     ELSE
006650         PERFORM 3900-READ-ACK-RECORD THRU 3900-EXIT
006660     END-IF.
006670     PERFORM 3100-APPLY-ONE-ACK THRU 3100-EXIT
006680         UNTIL WS-ACK-EOF.
006690     CLOSE ACK-FILE.
006700 3000-EXIT.
006710     EXIT.
006720
006730 3100-APPLY-ONE-ACK.
006740     ADD 1 TO GAK-ACK-READ-COUNT.
006750     IF ACK-BATCH-DATE NOT = GAK-EXTRACT-DATE
006760         GO TO 3100-EARLIER-BATCH
006770     END-IF.
006780     IF NOT GAK-ALL-CYCLES
006790             AND ACK-BATCH-CYCLE NOT = GAK-EXTRACT-CYCLE
006800         GO TO 3100-EARLIER-BATCH
006810     END-IF.
006820     ADD 1 TO GAK-ACK-BATCH-COUNT.
006830     MOVE "N" TO GAK-MATCHED-SW.
006840     PERFORM 3200-MATCH-SENT-AMOUNT THRU 3200-EXIT
006850         VARYING GAK-SNT-IDX FROM 1 BY 1
006860         UNTIL GAK-SNT-IDX > GAK-SNT-COUNT
006870            OR GAK-MATCHED.
006880     IF NOT GAK-MATCHED
006890         PERFORM 3250-MATCH-SENT-LINE THRU 3250-EXIT
006900             VARYING GAK-SNT-IDX FROM 1 BY 1
006910             UNTIL GAK-SNT-IDX > GAK-SNT-COUNT
006920                OR GAK-MATCHED
006930     END-IF.
006940     IF NOT GAK-MATCHED
006950         ADD 1 TO GAK-NOT-SENT-COUNT
006960         PERFORM 3400-LIST-NOT-SENT THRU 3400-EXIT
006970     END-IF.
006980     GO TO 3100-NEXT.
006990 3100-EARLIER-BATCH.
007000     ADD 1 TO GAK-EARLIER-ACK-COUNT.
007010     MOVE "N" TO GAK-MATCHED-SW.
007020     PERFORM 3300-MATCH-OPEN-REJECT THRU 3300-EXIT
007030         VARYING GAK-OPN-IDX FROM 1 BY 1
007040         UNTIL GAK-OPN-IDX > GAK-OPN-COUNT
007050            OR GAK-MATCHED.
007060     IF NOT GAK-MATCHED
007070         ADD 1 TO GAK-EARLIER-UNMATCHED-COUNT
007080     END-IF.
007090 3100-NEXT.
007100     PERFORM 3900-READ-ACK-RECORD THRU 3900-EXIT.
007110 3100-EXIT.
007120     EXIT.
007130
007140 3200-MATCH-SENT-AMOUNT.
007150     IF NOT GAK-SNT-UNACKED (GAK-SNT-IDX)
007160             OR GAK-SNT-AMOUNT (GAK-SNT-IDX) NOT = ACK-AMOUNT
007170         GO TO 3200-EXIT
007180     END-IF.
007190     IF GAK-SNT-CYCLE-NO (GAK-SNT-IDX) NOT = ACK-BATCH-CYCLE
007200             OR GAK-SNT-ITEM-CODE (GAK-SNT-IDX)
007210                 NOT = ACK-ITEM-CODE
007220             OR GAK-SNT-GL-ACCOUNT (GAK-SNT-IDX)
007230                 NOT = ACK-GL-ACCOUNT
007240             OR GAK-SNT-DC-CODE (GAK-SNT-IDX)
007250                 NOT = ACK-DEBIT-CREDIT-CODE
007260         GO TO 3200-EXIT
007270     END-IF.
007280     PERFORM 3270-RECORD-ACK THRU 3270-EXIT.
007290 3200-EXIT.
007300     EXIT.
007310
007320 3250-MATCH-SENT-LINE.
007330     IF NOT GAK-SNT-UNACKED (GAK-SNT-IDX)
007340         GO TO 3250-EXIT
007350     END-IF.
007360     IF GAK-SNT-CYCLE-NO (GAK-SNT-IDX) NOT = ACK-BATCH-CYCLE
007370             OR GAK-SNT-ITEM-CODE (GAK-SNT-IDX)
007380                 NOT = ACK-ITEM-CODE
007390             OR GAK-SNT-GL-ACCOUNT (GAK-SNT-IDX)
007400                 NOT = ACK-GL-ACCOUNT
007410             OR GAK-SNT-DC-CODE (GAK-SNT-IDX)
007420                 NOT = ACK-DEBIT-CREDIT-CODE
007430         GO TO 3250-EXIT
007440     END-IF.
007450     MOVE "Y" TO GAK-SNT-MISMATCH-SW (GAK-SNT-IDX).
007460     PERFORM 3270-RECORD-ACK THRU 3270-EXIT.
007470 3250-EXIT.
007480     EXIT.
007490
007500****************************************************************
007510*    3270-RECORD-ACK - THE SENT LINE AT GAK-SNT-IDX TAKES THE   *
007520*    ACKNOWLEDGMENT'S STATUS, AMOUNT AND REJECT REASON. A       *
007530*    STATUS OTHER THAN "A" IS TAKEN AS A REJECT.                *
007540****************************************************************
007550 3270-RECORD-ACK.
007560     MOVE ACK-AMOUNT TO GAK-SNT-ACK-AMOUNT (GAK-SNT-IDX).
007570     IF ACK-ACCEPTED
007580         MOVE "A" TO GAK-SNT-STATUS-SW (GAK-SNT-IDX)
007590     ELSE
007600         MOVE "R" TO GAK-SNT-STATUS-SW (GAK-SNT-IDX)
007610         MOVE ACK-REJECT-REASON TO GAK-SNT-REASON (GAK-SNT-IDX)
007620     END-IF.
007630     MOVE "Y" TO GAK-MATCHED-SW.
007640 3270-EXIT.
007650     EXIT.
007660
007670****************************************************************
007680*    3300-MATCH-OPEN-REJECT - AN ACKNOWLEDGMENT FOR AN EARLIER  *
007690*    BATCH CLOSES THE OPEN LINE IT COVERS WHEN ACCEPTED; A NEW  *
007700*    REJECT OF IT KEEPS THE LINE OPEN UNDER THE LATEST REASON   *
007710****************************************************************
007720 3300-MATCH-OPEN-REJECT.
007730     IF NOT GAK-OPN-STILL-OPEN (GAK-OPN-IDX)
007740         GO TO 3300-EXIT
007750     END-IF.
007760     IF GAK-OPN-RUN-DATE (GAK-OPN-IDX) NOT = ACK-BATCH-DATE
007770             OR GAK-OPN-CYCLE-NO (GAK-OPN-IDX)
007780                 NOT = ACK-BATCH-CYCLE
007790             OR GAK-OPN-ITEM-CODE (GAK-OPN-IDX)
007800                 NOT = ACK-ITEM-CODE
007810             OR GAK-OPN-GL-ACCOUNT (GAK-OPN-IDX)
007820                 NOT = ACK-GL-ACCOUNT
007830             OR GAK-OPN-DC-CODE (GAK-OPN-IDX)
007840                 NOT = ACK-DEBIT-CREDIT-CODE
007850         GO TO 3300-EXIT
007860     END-IF.
007870     IF ACK-ACCEPTED
007880         MOVE "A" TO GAK-OPN-ACTION-SW (GAK-OPN-IDX)
007890     ELSE
007900         MOVE "R" TO GAK-OPN-STATUS-CODE (GAK-OPN-IDX)
007910         MOVE ACK-REJECT-REASON TO GAK-OPN-REASON (GAK-OPN-IDX)
007920     END-IF.
007930     MOVE "Y" TO GAK-MATCHED-SW.
007940 3300-EXIT.
007950     EXIT.
007960
007970****************************************************************
007980*    3400-LIST-NOT-SENT - FINANCE ACKNOWLEDGED A LINE THE       *
007990*    EXTRACT DOES NOT HOLD (OR HOLDS FEWER TIMES)               *
008000****************************************************************
008010 3400-LIST-NOT-SENT.
008020     MOVE SPACES                TO RPT-DETAIL-LINE.
008030     MOVE ACK-BATCH-DATE        TO RPT-DTL-BATCH-DATE.
008040     MOVE ACK-BATCH-CYCLE       TO RPT-DTL-CYCLE-NO.
008050     MOVE ACK-ITEM-CODE         TO RPT-DTL-ITEM-CODE.
008060     MOVE ACK-GL-ACCOUNT        TO RPT-DTL-GL-ACCOUNT.
008070     MOVE ACK-DEBIT-CREDIT-CODE TO RPT-DTL-DC-CODE.
008080     MOVE ACK-AMOUNT            TO RPT-DTL-ACK-AMOUNT.
008090     MOVE "ACKNOWLEDGED - NOT SENT" TO RPT-DTL-STATUS.
008100     MOVE ACK-REJECT-REASON     TO RPT-DTL-DETAIL.
008110     PERFORM 8200-WRITE-DETAIL-LINE THRU 8200-EXIT.
008120 3400-EXIT.
008130     EXIT.
008140
008150 3900-READ-ACK-RECORD.
008160     READ ACK-FILE
008170         AT END
008180             MOVE "Y" TO WS-ACK-EOF-SW
008190     END-READ.
008200 3900-EXIT.
008210     EXIT.
008220
008230****************************************************************
008240*    3500-APPLY-RESOLUTIONS - A RESOLUTION CARD CLOSES THE OPEN *
008250*    LINE IT NAMES BY BATCH, ITEM, ACCOUNT AND DEBIT/CREDIT. A  *
008260*    CARD WITH NO RESOLVER, OR NAMING NO OPEN LINE, IS LISTED   *
008270*    AND IGNORED.                                               *
008280****************************************************************
008290 3500-APPLY-RESOLUTIONS.
008300     OPEN INPUT RESOLUTION-FILE.
008310     IF WS-RES-FILE-STATUS NOT = "00"
008320             AND WS-RES-FILE-STATUS NOT = "05"
008330         DISPLAY "GLACK - ABEND - RESOLUTION-FILE "
008340                 "OPEN FAILED - STATUS " WS-RES-FILE-STATUS
008350         GO TO 9900-ABEND-TERMINATION
008360     END-IF.
008370     IF WS-RES-FILE-STATUS = "05"
008380         MOVE "Y" TO WS-RES-EOF-SW
008390     ELSE
008400         PERFORM 3690-READ-RESOLUTION THRU 3690-EXIT
008410     END-IF.
008420     PERFORM 3600-APPLY-ONE-RESOLUTION THRU 3600-EXIT
008430         UNTIL WS-RES-EOF.
008440     CLOSE RESOLUTION-FILE.
008450 3500-EXIT.
008460     EXIT.
008470
008480 3600-APPLY-ONE-RESOLUTION.
008490     ADD 1 TO GAK-RES-READ-COUNT.
008500     MOVE SPACES TO RPT-DETAIL-LINE.
008510     MOVE "N" TO GAK-MATCHED-SW.
008520     IF RES-RESOLVED-BY = SPACES
008530         MOVE "RESOLUTION REFUSED" TO RPT-DTL-STATUS
008540         MOVE "NO RESOLVER ON THE CARD" TO RPT-DTL-DETAIL
008550         GO TO 3600-REFUSE
008560     END-IF.
008570     PERFORM 3610-MATCH-RESOLUTION THRU 3610-EXIT
008580         VARYING GAK-OPN-IDX FROM 1 BY 1
008590         UNTIL GAK-OPN-IDX > GAK-OPN-COUNT
008600            OR GAK-MATCHED.
008610     IF GAK-MATCHED
008620         GO TO 3600-NEXT
008630     END-IF.
008640     MOVE "RESOLUTION REFUSED" TO RPT-DTL-STATUS.
008650     MOVE "NO OPEN LINE FOR THE CARD" TO RPT-DTL-DETAIL.
008660 3600-REFUSE.
008670     ADD 1 TO GAK-RES-REFUSED-COUNT.
008680     MOVE ZERO TO RPT-DTL-BATCH-DATE.
008690     IF RES-RUN-DATE NUMERIC
008700         MOVE RES-RUN-DATE      TO RPT-DTL-BATCH-DATE
008710     END-IF.
008720     MOVE ZERO TO RPT-DTL-CYCLE-NO.
008730     IF RES-CYCLE-NO NUMERIC
008740         MOVE RES-CYCLE-NO      TO RPT-DTL-CYCLE-NO
008750     END-IF.
008760     MOVE RES-ITEM-CODE         TO RPT-DTL-ITEM-CODE.
008770     MOVE RES-GL-ACCOUNT        TO RPT-DTL-GL-ACCOUNT.
008780     MOVE RES-DEBIT-CREDIT-CODE TO RPT-DTL-DC-CODE.
008790     MOVE RES-RESOLVED-BY       TO RPT-DTL-BY.
008800     PERFORM 8200-WRITE-DETAIL-LINE THRU 8200-EXIT.
008810 3600-NEXT.
008820     PERFORM 3690-READ-RESOLUTION THRU 3690-EXIT.
008830 3600-EXIT.
008840     EXIT.
008850
008860 3610-MATCH-RESOLUTION.
008870     IF NOT GAK-OPN-STILL-OPEN (GAK-OPN-IDX)
008880         GO TO 3610-EXIT
008890     END-IF.
008900     IF GAK-OPN-RUN-DATE (GAK-OPN-IDX) NOT = RES-RUN-DATE
008910             OR GAK-OPN-CYCLE-NO (GAK-OPN-IDX)
008920                 NOT = RES-CYCLE-NO
008930             OR GAK-OPN-ITEM-CODE (GAK-OPN-IDX)
008940                 NOT = RES-ITEM-CODE
008950             OR GAK-OPN-GL-ACCOUNT (GAK-OPN-IDX)
008960                 NOT = RES-GL-ACCOUNT
008970             OR GAK-OPN-DC-CODE (GAK-OPN-IDX)
008980                 NOT = RES-DEBIT-CREDIT-CODE
008990         GO TO 3610-EXIT
009000     END-IF.
009010     MOVE "S" TO GAK-OPN-ACTION-SW (GAK-OPN-IDX).
009020     MOVE RES-RESOLVED-BY TO GAK-OPN-RESOLVED-BY (GAK-OPN-IDX).
009030     MOVE RES-NOTE TO GAK-OPN-REASON (GAK-OPN-IDX).
009040     MOVE "Y" TO GAK-MATCHED-SW.
009050 3610-EXIT.
009060     EXIT.
009070
009080 3690-READ-RESOLUTION.
009090     READ RESOLUTION-FILE
009100         AT END
009110             MOVE "Y" TO WS-RES-EOF-SW
009120     END-READ.
009130 3690-EXIT.
009140     EXIT.
009150
009160****************************************************************
009170*    4000-REPORT-EXTRACT-LINES - LIST EVERY SENT LINE FINANCE   *
009180*    DID NOT POST CLEANLY. A REJECTED OR UNACKNOWLEDGED LINE    *
009190*    JOINS THE OPEN REJECTS; AN EXTRACT WITH NO ACKNOWLEDGMENT  *
009200*    AT ALL IS CALLED OUT ON THE REPORT AND THE CONSOLE.        *
009210****************************************************************
009220 4000-REPORT-EXTRACT-LINES.
009230     MOVE "EXTRACT LINES NOT POSTED AS SENT" TO RPT-SECTION-NAME.
009240     PERFORM 8300-WRITE-SECTION-LINE THRU 8300-EXIT.
009250     IF GAK-SNT-COUNT = ZERO
009260         MOVE "*** NO GL EXTRACT LINES ON FILE FOR THE DATE"
009270             TO RPT-MESSAGE
009280         PERFORM 8400-WRITE-MESSAGE-LINE THRU 8400-EXIT
009290         DISPLAY "GLACK - NO GL EXTRACT LINES FOR "
009300                 GAK-EXTRACT-DATE
009310         PERFORM 8600-SET-WARNING-CODE THRU 8600-EXIT
009320         GO TO 4000-EXIT
009330     END-IF.
009340     IF GAK-ACK-BATCH-COUNT = ZERO
009350         MOVE "*** NO ACKNOWLEDGMENT RECEIVED FOR THE GL EXTRACT"
009360             TO RPT-MESSAGE
009370         PERFORM 8400-WRITE-MESSAGE-LINE THRU 8400-EXIT
009380         DISPLAY "GLACK - NO ACKNOWLEDGMENT FOR GL EXTRACT "
009390                 GAK-EXTRACT-DATE
009400     END-IF.
009410     PERFORM 4100-REPORT-ONE-LINE THRU 4100-EXIT
009420         VARYING GAK-SNT-IDX FROM 1 BY 1
009430         UNTIL GAK-SNT-IDX > GAK-SNT-COUNT.
009440 4000-EXIT.
009450     EXIT.
009460
009470 4100-REPORT-ONE-LINE.
009480     PERFORM 4400-FIND-OPEN-LINE THRU 4400-EXIT.
009490     IF GAK-SNT-ACCEPTED (GAK-SNT-IDX)
009500         ADD 1 TO GAK-ACCEPTED-COUNT
009510         ADD GAK-SNT-ACK-AMOUNT (GAK-SNT-IDX)
009520             TO GAK-ACCEPTED-AMOUNT
009530         IF GAK-MATCHED
009540             MOVE "A" TO GAK-OPN-ACTION-SW (GAK-OPN-IDX)
009550         END-IF
009560     END-IF.
009570     IF GAK-SNT-MISMATCH (GAK-SNT-IDX)
009580         ADD 1 TO GAK-MISMATCH-COUNT
009590     END-IF.
009600     IF GAK-SNT-ACCEPTED (GAK-SNT-IDX)
009610             AND NOT GAK-SNT-MISMATCH (GAK-SNT-IDX)
009620         GO TO 4100-EXIT
009630     END-IF.
009640     MOVE SPACES                TO RPT-DETAIL-LINE.
009650     MOVE GAK-EXTRACT-DATE      TO RPT-DTL-BATCH-DATE.
009660     MOVE GAK-SNT-CYCLE-NO (GAK-SNT-IDX)   TO RPT-DTL-CYCLE-NO.
009670     MOVE GAK-SNT-ITEM-CODE (GAK-SNT-IDX)  TO RPT-DTL-ITEM-CODE.
009680     MOVE GAK-SNT-GL-ACCOUNT (GAK-SNT-IDX) TO RPT-DTL-GL-ACCOUNT.
009690     MOVE GAK-SNT-DC-CODE (GAK-SNT-IDX)    TO RPT-DTL-DC-CODE.
009700     MOVE GAK-SNT-AMOUNT (GAK-SNT-IDX)
009710         TO RPT-DTL-SENT-AMOUNT.
009720     IF GAK-SNT-UNACKED (GAK-SNT-IDX)
009730         ADD 1 TO GAK-UNACKED-COUNT
009740         ADD GAK-SNT-AMOUNT (GAK-SNT-IDX) TO GAK-UNACKED-AMOUNT
009750         MOVE "NOT ACKNOWLEDGED" TO RPT-DTL-STATUS
009760         PERFORM 4500-OPEN-LINE THRU 4500-EXIT
009770         GO TO 4100-WRITE
009780     END-IF.
009790     MOVE GAK-SNT-ACK-AMOUNT (GAK-SNT-IDX)
009800         TO RPT-DTL-ACK-AMOUNT.
009810     IF GAK-SNT-ACCEPTED (GAK-SNT-IDX)
009820         MOVE "AMOUNT MISMATCH - POSTED" TO RPT-DTL-STATUS
009830         GO TO 4100-WRITE
009840     END-IF.
009850     ADD 1 TO GAK-REJECTED-COUNT.
009860     ADD GAK-SNT-AMOUNT (GAK-SNT-IDX) TO GAK-REJECTED-AMOUNT.
009870     IF GAK-SNT-MISMATCH (GAK-SNT-IDX)
009880         MOVE "REJECTED - AMOUNT MISMATCH" TO RPT-DTL-STATUS
009890     ELSE
009900         MOVE "REJECTED"        TO RPT-DTL-STATUS
009910     END-IF.
009920     MOVE GAK-SNT-REASON (GAK-SNT-IDX) TO RPT-DTL-DETAIL.
009930     PERFORM 4500-OPEN-LINE THRU 4500-EXIT.
009940 4100-WRITE.
009950     PERFORM 8200-WRITE-DETAIL-LINE THRU 8200-EXIT.
009960     PERFORM 8600-SET-WARNING-CODE THRU 8600-EXIT.
009970 4100-EXIT.
009980     EXIT.
009990
010000****************************************************************
010010*    4400-FIND-OPEN-LINE - LOOK FOR THE SENT LINE AT            *
010020*    GAK-SNT-IDX AMONG THE LINES BROUGHT FORWARD, AS IT WILL BE *
010030*    WHEN THE SAME EXTRACT DATE IS MATCHED A SECOND TIME.       *
010040*    LEAVES GAK-OPN-IDX ON THE LINE WHEN GAK-MATCHED.           *
010050****************************************************************
010060 4400-FIND-OPEN-LINE.
010070     MOVE "N" TO GAK-MATCHED-SW.
010080     PERFORM 4410-MATCH-OPEN-LINE THRU 4410-EXIT
010090         VARYING GAK-OPN-IDX FROM 1 BY 1
010100         UNTIL GAK-OPN-IDX > GAK-OPN-COUNT
010110            OR GAK-MATCHED.
010120     IF GAK-MATCHED
010130         SET GAK-OPN-IDX DOWN BY 1
010140     END-IF.
010150 4400-EXIT.
010160     EXIT.
010170
010180 4410-MATCH-OPEN-LINE.
010190     IF NOT GAK-OPN-STILL-OPEN (GAK-OPN-IDX)
010200         GO TO 4410-EXIT
010210     END-IF.
010220     IF GAK-OPN-RUN-DATE (GAK-OPN-IDX) NOT = GAK-EXTRACT-DATE
010230             OR GAK-OPN-CYCLE-NO (GAK-OPN-IDX)
010240                 NOT = GAK-SNT-CYCLE-NO (GAK-SNT-IDX)
010250             OR GAK-OPN-ITEM-CODE (GAK-OPN-IDX)
010260                 NOT = GAK-SNT-ITEM-CODE (GAK-SNT-IDX)
010270             OR GAK-OPN-GL-ACCOUNT (GAK-OPN-IDX)
010280                 NOT = GAK-SNT-GL-ACCOUNT (GAK-SNT-IDX)
010290             OR GAK-OPN-DC-CODE (GAK-OPN-IDX)
010300                 NOT = GAK-SNT-DC-CODE (GAK-SNT-IDX)
010310             OR GAK-OPN-AMOUNT (GAK-OPN-IDX)
010320                 NOT = GAK-SNT-AMOUNT (GAK-SNT-IDX)
010330         GO TO 4410-EXIT
010340     END-IF.
010350     MOVE "Y" TO GAK-MATCHED-SW.
010360 4410-EXIT.
010370     EXIT.
010380
010390****************************************************************
010400*    4500-OPEN-LINE - CARRY THE SENT LINE AT GAK-SNT-IDX AS AN  *
010410*    OPEN REJECT; A LINE ALREADY BROUGHT FORWARD IS UPDATED IN  *
010420*    PLACE RATHER THAN ADDED A SECOND TIME                      *
010430****************************************************************
010440 4500-OPEN-LINE.
010450     IF GAK-MATCHED
010460         GO TO 4500-SET-STATUS
010470     END-IF.
010480     IF GAK-OPN-COUNT >= 2000
010490         DISPLAY "GLACK - ABEND - MORE THAN 2000 OPEN GL "
010500                 "REJECTS"
010510         GO TO 9900-ABEND-TERMINATION
010520     END-IF.
010530     ADD 1 TO GAK-OPN-COUNT.
010540     SET GAK-OPN-IDX TO GAK-OPN-COUNT.
010550     MOVE GAK-EXTRACT-DATE TO GAK-OPN-RUN-DATE (GAK-OPN-IDX).
010560     MOVE GAK-SNT-CYCLE-NO (GAK-SNT-IDX)
010570         TO GAK-OPN-CYCLE-NO (GAK-OPN-IDX).
010580     MOVE GAK-SNT-ITEM-CODE (GAK-SNT-IDX)
010590         TO GAK-OPN-ITEM-CODE (GAK-OPN-IDX).
010600     MOVE GAK-SNT-GL-ACCOUNT (GAK-SNT-IDX)
010610         TO GAK-OPN-GL-ACCOUNT (GAK-OPN-IDX).
010620     MOVE GAK-SNT-DC-CODE (GAK-SNT-IDX)
010630         TO GAK-OPN-DC-CODE (GAK-OPN-IDX).
010640     MOVE GAK-SNT-AMOUNT (GAK-SNT-IDX)
010650         TO GAK-OPN-AMOUNT (GAK-OPN-IDX).
010660     MOVE WS-CURRENT-DATE
010670         TO GAK-OPN-FIRST-OPEN-DATE (GAK-OPN-IDX).
010680     MOVE "N"    TO GAK-OPN-ACTION-SW (GAK-OPN-IDX).
010690     MOVE SPACES TO GAK-OPN-RESOLVED-BY (GAK-OPN-IDX).
010700 4500-SET-STATUS.
010710     IF GAK-SNT-REJECTED (GAK-SNT-IDX)
010720         MOVE "R" TO GAK-OPN-STATUS-CODE (GAK-OPN-IDX)
010730         MOVE GAK-SNT-REASON (GAK-SNT-IDX)
010740             TO GAK-OPN-REASON (GAK-OPN-IDX)
010750     ELSE
010760         MOVE "U" TO GAK-OPN-STATUS-CODE (GAK-OPN-IDX)
010770         MOVE SPACES TO GAK-OPN-REASON (GAK-OPN-IDX)
010780     END-IF.
010790 4500-EXIT.
010800     EXIT.
010810
010820****************************************************************
010830*    5000-CARRY-OPEN-REJECTS - WRITE EVERY LINE STILL OPEN TO   *
010840*    THE NEW OPEN-REJECTS FILE AND LIST IT, WITH THE LINES      *
010850*    CLOSED THIS RUN. WHAT IS CARRIED IS THE UNPOSTED COUNT AND *
010860*    AMOUNT REPORTED TO THE STATUS BOARD.                       *
010870****************************************************************
010880 5000-CARRY-OPEN-REJECTS.
010890     OPEN OUTPUT OPEN-REJECTS-OUT-FILE.
010900     IF WS-ORJO-FILE-STATUS NOT = "00"
010910         DISPLAY "GLACK - ABEND - OPEN-REJECTS-OUT-FILE "
010920                 "OPEN FAILED - STATUS " WS-ORJO-FILE-STATUS
010930         GO TO 9900-ABEND-TERMINATION
010940     END-IF.
010950     MOVE "OPEN GL LINES CARRIED FORWARD AND CLOSED"
010960         TO RPT-SECTION-NAME.
010970     PERFORM 8300-WRITE-SECTION-LINE THRU 8300-EXIT.
010980     PERFORM 5100-CARRY-ONE-LINE THRU 5100-EXIT
010990         VARYING GAK-OPN-IDX FROM 1 BY 1
011000         UNTIL GAK-OPN-IDX > GAK-OPN-COUNT.
011010     CLOSE OPEN-REJECTS-OUT-FILE.
011020     IF GAK-UNPOSTED-COUNT > ZERO
011030         PERFORM 8600-SET-WARNING-CODE THRU 8600-EXIT
011040     END-IF.
011050 5000-EXIT.
011060     EXIT.
011070
011080 5100-CARRY-ONE-LINE.
011090     MOVE SPACES TO RPT-DETAIL-LINE.
011100     MOVE GAK-OPN-RUN-DATE (GAK-OPN-IDX)   TO RPT-DTL-BATCH-DATE.
011110     MOVE GAK-OPN-CYCLE-NO (GAK-OPN-IDX)   TO RPT-DTL-CYCLE-NO.
011120     MOVE GAK-OPN-ITEM-CODE (GAK-OPN-IDX)  TO RPT-DTL-ITEM-CODE.
011130     MOVE GAK-OPN-GL-ACCOUNT (GAK-OPN-IDX) TO RPT-DTL-GL-ACCOUNT.
011140     MOVE GAK-OPN-DC-CODE (GAK-OPN-IDX)    TO RPT-DTL-DC-CODE.
011150     MOVE GAK-OPN-AMOUNT (GAK-OPN-IDX)     TO RPT-DTL-SENT-AMOUNT.
011160     MOVE GAK-OPN-REASON (GAK-OPN-IDX)     TO RPT-DTL-DETAIL.
011170     IF GAK-OPN-CLOSED-ACCEPTED (GAK-OPN-IDX)
011180         ADD 1 TO GAK-CLOSED-ACCEPTED-COUNT
011190         MOVE "CLOSED - ACCEPTED BY FINANCE" TO RPT-DTL-STATUS
011200         MOVE SPACES TO RPT-DTL-DETAIL
011210         GO TO 5100-WRITE
011220     END-IF.
011230     IF GAK-OPN-CLOSED-RESOLVED (GAK-OPN-IDX)
011240         ADD 1 TO GAK-CLOSED-RESOLVED-COUNT
011250         MOVE "CLOSED - RESOLVED BY" TO RPT-DTL-STATUS
011260         MOVE GAK-OPN-RESOLVED-BY (GAK-OPN-IDX) TO RPT-DTL-BY
011270         GO TO 5100-WRITE
011280     END-IF.
011290     IF GAK-OPN-REJECTED (GAK-OPN-IDX)
011300         MOVE "OPEN - REJECTED" TO RPT-DTL-STATUS
011310     ELSE
011320         MOVE "OPEN - NOT ACKNOWLEDGED" TO RPT-DTL-STATUS
011330     END-IF.
011340     MOVE SPACES TO ORJ-RECORD.
011350     MOVE GAK-OPN-RUN-DATE (GAK-OPN-IDX)   TO ORJ-RUN-DATE.
011360     MOVE GAK-OPN-CYCLE-NO (GAK-OPN-IDX)   TO ORJ-CYCLE-NO.
011370     MOVE GAK-OPN-ITEM-CODE (GAK-OPN-IDX)  TO ORJ-ITEM-CODE.
011380     MOVE GAK-OPN-GL-ACCOUNT (GAK-OPN-IDX) TO ORJ-GL-ACCOUNT.
011390     MOVE GAK-OPN-DC-CODE (GAK-OPN-IDX)
011400         TO ORJ-DEBIT-CREDIT-CODE.
011410     MOVE GAK-OPN-AMOUNT (GAK-OPN-IDX)     TO ORJ-AMOUNT.
011420     MOVE GAK-OPN-STATUS-CODE (GAK-OPN-IDX) TO ORJ-STATUS-CODE.
011430     MOVE GAK-OPN-REASON (GAK-OPN-IDX)     TO ORJ-REJECT-REASON.
011440     MOVE GAK-OPN-FIRST-OPEN-DATE (GAK-OPN-IDX)
011450         TO ORJ-FIRST-OPEN-DATE.
011460     WRITE ORJ-OUT-RECORD FROM ORJ-RECORD.
011470     IF WS-ORJO-FILE-STATUS NOT = "00"
011480         DISPLAY "GLACK - ABEND - OPEN-REJECTS-OUT-FILE "
011490                 "WRITE FAILED - STATUS " WS-ORJO-FILE-STATUS
011500         GO TO 9900-ABEND-TERMINATION
011510     END-IF.
011520     ADD 1 TO GAK-UNPOSTED-COUNT.
011530     ADD GAK-OPN-AMOUNT (GAK-OPN-IDX) TO GAK-UNPOSTED-AMOUNT.
011540 5100-WRITE.
011550     PERFORM 8200-WRITE-DETAIL-LINE THRU 8200-EXIT.
011560 5100-EXIT.
011570     EXIT.
011580
011590****************************************************************
011600*    7100-WRITE-REPORT-HEADING - PAGE BREAK; EVERY PAGE NAMES   *
011610*    THE EXTRACT BEING MATCHED                                  *
011620****************************************************************
011630 7100-WRITE-REPORT-HEADING.
011640     ADD 1 TO GAK-PAGE-COUNT.
011650     MOVE WS-CURRENT-DATE   TO RPT-HDG-RUN-DATE.
011660     MOVE GAK-PAGE-COUNT    TO RPT-HDG-PAGE-NO.
011670     WRITE REPORT-RECORD FROM RPT-HEADING-LINE-1.
011680     MOVE GAK-EXTRACT-DATE  TO RPT-HDG-EXTRACT-DATE.
011690     IF GAK-ALL-CYCLES
011700         MOVE "ALL"             TO RPT-HDG-CYCLE
011710     ELSE
011720         MOVE GAK-EXTRACT-CYCLE TO RPT-HDG-CYCLE
011730     END-IF.
011740     WRITE REPORT-RECORD FROM RPT-HEADING-LINE-2.
011750     WRITE REPORT-RECORD FROM RPT-HEADING-LINE-3.
011760     MOVE 4 TO GAK-LINE-COUNT.
011770 7100-EXIT.
011780     EXIT.
011790
011800****************************************************************
011810*    8000-WRITE-TOTALS - LINE COUNTS AND AMOUNTS FOR THE        *
011820*    EXTRACT, THE ACKNOWLEDGMENTS AND THE OPEN REJECTS          *
011830****************************************************************
011840 8000-WRITE-TOTALS.
011850     MOVE "CONTROL TOTALS" TO RPT-SECTION-NAME.
011860     PERFORM 8300-WRITE-SECTION-LINE THRU 8300-EXIT.
011870     MOVE SPACES                TO RPT-TOTAL-LINE.
011880     MOVE "EXTRACT LINES SENT"  TO RPT-TOT-LABEL.
011890     MOVE GAK-SENT-COUNT        TO RPT-TOT-COUNT.
011900     MOVE GAK-SENT-AMOUNT       TO RPT-TOT-AMOUNT.
011910     PERFORM 8500-WRITE-TOTAL-LINE THRU 8500-EXIT.
011920     MOVE SPACES                TO RPT-TOTAL-LINE.
011930     MOVE "ACKNOWLEDGMENT LINES READ" TO RPT-TOT-LABEL.
011940     MOVE GAK-ACK-READ-COUNT    TO RPT-TOT-COUNT.
011950     PERFORM 8500-WRITE-TOTAL-LINE THRU 8500-EXIT.
011960     MOVE SPACES                TO RPT-TOTAL-LINE.
011970     MOVE "  FOR THIS EXTRACT"  TO RPT-TOT-LABEL.
011980     MOVE GAK-ACK-BATCH-COUNT   TO RPT-TOT-COUNT.
011990     PERFORM 8500-WRITE-TOTAL-LINE THRU 8500-EXIT.
012000     MOVE SPACES                TO RPT-TOTAL-LINE.
012010     MOVE "  FOR EARLIER BATCHES" TO RPT-TOT-LABEL.
012020     MOVE GAK-EARLIER-ACK-COUNT TO RPT-TOT-COUNT.
012030     PERFORM 8500-WRITE-TOTAL-LINE THRU 8500-EXIT.
012040     MOVE SPACES                TO RPT-TOTAL-LINE.
012050     MOVE "  FOR EARLIER BATCHES - NO OPEN LINE" TO RPT-TOT-LABEL.
012060     MOVE GAK-EARLIER-UNMATCHED-COUNT TO RPT-TOT-COUNT.
012070     PERFORM 8500-WRITE-TOTAL-LINE THRU 8500-EXIT.
012080     MOVE SPACES                TO RPT-TOTAL-LINE.
012090     MOVE "LINES ACCEPTED"      TO RPT-TOT-LABEL.
012100     MOVE GAK-ACCEPTED-COUNT    TO RPT-TOT-COUNT.
012110     MOVE GAK-ACCEPTED-AMOUNT   TO RPT-TOT-AMOUNT.
012120     PERFORM 8500-WRITE-TOTAL-LINE THRU 8500-EXIT.
012130     MOVE SPACES                TO RPT-TOTAL-LINE.
012140     MOVE "LINES REJECTED"      TO RPT-TOT-LABEL.
012150     MOVE GAK-REJECTED-COUNT    TO RPT-TOT-COUNT.
012160     MOVE GAK-REJECTED-AMOUNT   TO RPT-TOT-AMOUNT.
012170     PERFORM 8500-WRITE-TOTAL-LINE THRU 8500-EXIT.
012180     MOVE SPACES                TO RPT-TOTAL-LINE.
012190     MOVE "LINES NOT ACKNOWLEDGED" TO RPT-TOT-LABEL.
012200     MOVE GAK-UNACKED-COUNT     TO RPT-TOT-COUNT.
012210     MOVE GAK-UNACKED-AMOUNT    TO RPT-TOT-AMOUNT.
012220     PERFORM 8500-WRITE-TOTAL-LINE THRU 8500-EXIT.
012230     MOVE SPACES                TO RPT-TOTAL-LINE.
012240     MOVE "AMOUNT MISMATCHES"   TO RPT-TOT-LABEL.
012250     MOVE GAK-MISMATCH-COUNT    TO RPT-TOT-COUNT.
012260     PERFORM 8500-WRITE-TOTAL-LINE THRU 8500-EXIT.
012270     MOVE SPACES                TO RPT-TOTAL-LINE.
012280     MOVE "ACKNOWLEDGED BUT NOT SENT" TO RPT-TOT-LABEL.
012290     MOVE GAK-NOT-SENT-COUNT    TO RPT-TOT-COUNT.
012300     PERFORM 8500-WRITE-TOTAL-LINE THRU 8500-EXIT.
012310     MOVE SPACES                TO RPT-TOTAL-LINE.
012320     MOVE "OPEN LINES BROUGHT FORWARD" TO RPT-TOT-LABEL.
012330     MOVE GAK-BROUGHT-FWD-COUNT TO RPT-TOT-COUNT.
012340     MOVE GAK-BROUGHT-FWD-AMOUNT TO RPT-TOT-AMOUNT.
012350     PERFORM 8500-WRITE-TOTAL-LINE THRU 8500-EXIT.
012360     MOVE SPACES                TO RPT-TOTAL-LINE.
012370     MOVE "CLOSED - ACCEPTED BY FINANCE" TO RPT-TOT-LABEL.
012380     MOVE GAK-CLOSED-ACCEPTED-COUNT TO RPT-TOT-COUNT.
012390     PERFORM 8500-WRITE-TOTAL-LINE THRU 8500-EXIT.
012400     MOVE SPACES                TO RPT-TOTAL-LINE.
012410     MOVE "CLOSED - RESOLVED"   TO RPT-TOT-LABEL.
012420     MOVE GAK-CLOSED-RESOLVED-COUNT TO RPT-TOT-COUNT.
012430     PERFORM 8500-WRITE-TOTAL-LINE THRU 8500-EXIT.
012440     MOVE SPACES                TO RPT-TOTAL-LINE.
012450     MOVE "RESOLUTION CARDS REFUSED" TO RPT-TOT-LABEL.
012460     MOVE GAK-RES-REFUSED-COUNT TO RPT-TOT-COUNT.
012470     PERFORM 8500-WRITE-TOTAL-LINE THRU 8500-EXIT.
012480     MOVE SPACES                TO RPT-TOTAL-LINE.
012490     MOVE "UNPOSTED - OPEN LINES CARRIED FORWARD"
012500         TO RPT-TOT-LABEL.
012510     MOVE GAK-UNPOSTED-COUNT    TO RPT-TOT-COUNT.
012520     MOVE GAK-UNPOSTED-AMOUNT   TO RPT-TOT-AMOUNT.
012530     PERFORM 8500-WRITE-TOTAL-LINE THRU 8500-EXIT.
012540     IF GAK-RES-REFUSED-COUNT > ZERO
012550             OR GAK-NOT-SENT-COUNT > ZERO
012560         PERFORM 8600-SET-WARNING-CODE THRU 8600-EXIT
012570     END-IF.
012580 8000-EXIT.
012590     EXIT.
012600
012610 8100-CHECK-PAGE-BREAK.
012620     IF GAK-LINE-COUNT >= GAK-LINES-PER-PAGE
012630         PERFORM 7100-WRITE-REPORT-HEADING THRU 7100-EXIT
012640     END-IF.
012650 8100-EXIT.
012660     EXIT.
012670
012680 8200-WRITE-DETAIL-LINE.
012690     PERFORM 8100-CHECK-PAGE-BREAK THRU 8100-EXIT.
012700     WRITE REPORT-RECORD FROM RPT-DETAIL-LINE.
012710     IF WS-RPT-FILE-STATUS NOT = "00"
012720         DISPLAY "GLACK - ABEND - REPORT-FILE "
012730                 "WRITE FAILED - STATUS " WS-RPT-FILE-STATUS
012740         GO TO 9900-ABEND-TERMINATION
012750     END-IF.
012760     ADD 1 TO GAK-LINE-COUNT.
012770 8200-EXIT.
012780     EXIT.
012790
012800 8300-WRITE-SECTION-LINE.
012810     PERFORM 8100-CHECK-PAGE-BREAK THRU 8100-EXIT.
012820     WRITE REPORT-RECORD FROM RPT-SECTION-LINE.
012830     IF WS-RPT-FILE-STATUS NOT = "00"
012840         DISPLAY "GLACK - ABEND - REPORT-FILE "
012850                 "WRITE FAILED - STATUS " WS-RPT-FILE-STATUS
012860         GO TO 9900-ABEND-TERMINATION
012870     END-IF.
012880     ADD 2 TO GAK-LINE-COUNT.
012890 8300-EXIT.
012900     EXIT.
012910
012920 8400-WRITE-MESSAGE-LINE.
012930     PERFORM 8100-CHECK-PAGE-BREAK THRU 8100-EXIT.
012940     WRITE REPORT-RECORD FROM RPT-MESSAGE-LINE.
012950     IF WS-RPT-FILE-STATUS NOT = "00"
012960         DISPLAY "GLACK - ABEND - REPORT-FILE "
012970                 "WRITE FAILED - STATUS " WS-RPT-FILE-STATUS
012980         GO TO 9900-ABEND-TERMINATION
012990     END-IF.
013000     ADD 2 TO GAK-LINE-COUNT.
013010 8400-EXIT.
013020     EXIT.
013030
013040 8500-WRITE-TOTAL-LINE.
013050     PERFORM 8100-CHECK-PAGE-BREAK THRU 8100-EXIT.
013060     WRITE REPORT-RECORD FROM RPT-TOTAL-LINE.
013070     IF WS-RPT-FILE-STATUS NOT = "00"
013080         DISPLAY "GLACK - ABEND - REPORT-FILE "
013090                 "WRITE FAILED - STATUS " WS-RPT-FILE-STATUS
013100         GO TO 9900-ABEND-TERMINATION
013110     END-IF.
013120     ADD 1 TO GAK-LINE-COUNT.
013130 8500-EXIT.
013140     EXIT.
013150
013160 8600-SET-WARNING-CODE.
013170     IF RETURN-CODE < 4
013180         MOVE 4 TO RETURN-CODE
013190     END-IF.
013200 8600-EXIT.
013210     EXIT.
013220
013230 8800-BACK-ONE-DAY.
013240     IF GAK-WORK-DAY > 1
013250         SUBTRACT 1 FROM GAK-WORK-DAY
013260         GO TO 8800-EXIT
013270     END-IF.
013280     IF GAK-WORK-MONTH = 1
013290         MOVE 12 TO GAK-WORK-MONTH
013300         SUBTRACT 1 FROM GAK-WORK-YEAR
013310     ELSE
013320         SUBTRACT 1 FROM GAK-WORK-MONTH
013330     END-IF.
013340     PERFORM 8900-GET-MONTH-LENGTH THRU 8900-EXIT.
013350     MOVE GAK-MONTH-LENGTH TO GAK-WORK-DAY.
013360 8800-EXIT.
013370     EXIT.
013380
013390****************************************************************
013400*    8900-GET-MONTH-LENGTH - FEBRUARY RUNS 29 DAYS WHEN THE     *
013410*    YEAR DIVIDES BY 4, EXCEPT CENTURIES NOT DIVISIBLE BY 400   *
013420****************************************************************
013430 8900-GET-MONTH-LENGTH.
013440     MOVE GAK-MONTH-DAYS (GAK-WORK-MONTH) TO GAK-MONTH-LENGTH.
013450     IF GAK-WORK-MONTH NOT = 2
013460         GO TO 8900-EXIT
013470     END-IF.
013480     DIVIDE GAK-WORK-YEAR BY 4
013490         GIVING GAK-LEAP-QUOTIENT
013500         REMAINDER GAK-LEAP-REMAINDER.
013510     IF GAK-LEAP-REMAINDER NOT = ZERO
013520         GO TO 8900-EXIT
013530     END-IF.
013540     DIVIDE GAK-WORK-YEAR BY 100
013550         GIVING GAK-LEAP-QUOTIENT
013560         REMAINDER GAK-LEAP-REMAINDER.
013570     IF GAK-LEAP-REMAINDER NOT = ZERO
013580         MOVE 29 TO GAK-MONTH-LENGTH
013590         GO TO 8900-EXIT
013600     END-IF.
013610     DIVIDE GAK-WORK-YEAR BY 400
013620         GIVING GAK-LEAP-QUOTIENT
013630         REMAINDER GAK-LEAP-REMAINDER.
013640     IF GAK-LEAP-REMAINDER = ZERO
013650         MOVE 29 TO GAK-MONTH-LENGTH
013660     END-IF.
013670 8900-EXIT.
013680     EXIT.
013690
013700****************************************************************
013710*    9000-TERMINATE                                             *
013720****************************************************************
013730 9000-TERMINATE.
013740     CLOSE REPORT-FILE.
013750 9000-EXIT.
013760     EXIT.
013770
013780****************************************************************
013790*    9700-WRITE-RUN-END - APPEND THE END RECORD WITH THE FINAL  *
013800*    RETURN CODE, THE LINES MATCHED, AND THE UNPOSTED COUNT AND *
013810*    AMOUNT FOR THE STATUS BOARD; NEVER ABENDS, SINCE THE ABEND *
013820*    PATH ITSELF COMES THROUGH HERE. ON THAT PATH THE UNPOSTED  *
013830*    FIGURES ARE NOT KNOWN AND GO OUT AS SPACES, NOT ZERO       *
013840****************************************************************
013850 9700-WRITE-RUN-END.
013860     IF NOT WS-RUN-OPEN
013870         GO TO 9700-EXIT
013880     END-IF.
013890     MOVE SPACES          TO RUN-RECORD.
013900     MOVE "GLACK"         TO RUN-PROGRAM-ID.
013910     MOVE WS-CURRENT-DATE TO RUN-RUN-DATE.
013920     MOVE 01              TO RUN-CYCLE-NO.
013930     MOVE SPACES          TO RUN-RUN-ID.
013940     MOVE "E"             TO RUN-RECORD-TYPE.
013950     ACCEPT WS-CURRENT-TIME FROM TIME.
013960     MOVE WS-CURRENT-TIME TO RUN-TIME.
013970     MOVE GAK-SENT-COUNT  TO RUN-RECORDS-PROCESSED.
013980     MOVE RETURN-CODE     TO RUN-RETURN-CODE.
013990     MOVE GAK-UNPOSTED-COUNT  TO RUN-UNPOSTED-COUNT.
014000     MOVE GAK-UNPOSTED-AMOUNT TO RUN-UNPOSTED-AMOUNT.
014010     IF RETURN-CODE = 16
014020         MOVE SPACES TO RUN-UNPOSTED-FIGURES
014030     END-IF.
014040     WRITE RUN-RECORD.
014050     IF WS-RUN-FILE-STATUS NOT = "00"
014060         DISPLAY "GLACK - RUN-STATUS-FILE WRITE FAILED - "
014070                 "STATUS " WS-RUN-FILE-STATUS
014080     END-IF.
014090     CLOSE RUN-STATUS-FILE.
014100     MOVE "N" TO WS-RUN-OPEN-SW.
014110 9700-EXIT.
014120     EXIT.
014130
014140****************************************************************
014150*    9900-ABEND-TERMINATION - AN OPEN OR A WRITE CAME BACK      *
014160*    WITH A FILE STATUS OTHER THAN SUCCESSFUL; THE RUN CANNOT   *
014170*    BE TRUSTED TO CONTINUE, SO IT STOPS HERE WITH A NON-ZERO   *
014180*    RETURN CODE FOR THE JOB SCHEDULER TO CATCH.                *
014190****************************************************************
014200 9900-ABEND-TERMINATION.
014210     MOVE 16 TO RETURN-CODE.
014220     PERFORM 9700-WRITE-RUN-END THRU 9700-EXIT.
014230     STOP RUN.
