000080* REMARKS.                                                      *
000090*     RETENTION, ARCHIVE, AND PURGE UTILITY FOR THE AUDIT,      *
000100*     HISTORY, AND INQUIRY FILES, WHICH OTHERWISE GROW WITHOUT  *
000110*     BOUND. A CONTROL CARD GIVES A RETENTION PERIOD FOR EACH   *
000120*     FILE, IN CALENDAR DAYS OR, WHEN THAT FILE'S UNIT IS "B",  *
000130*     IN BUSINESS DAYS ON THE SHOP CALENDAR; RECORDS DATED      *
000140*     BEFORE THE COMPUTED CUTOFF ARE COPIED TO THE ARCHIVE      *
000150*     FILES AND REMOVED FROM THE LIVE FILES. THE AUDIT AND      *
000160*     HISTORY FILES ARE REBUILT THROUGH KEEP FILES THAT THE     *
000170*     SCHEDULER SWAPS INTO PLACE; INQUIRY RECORDS ARE DELETED   *
000180*     IN PLACE. A PRINTED PURGE REGISTER SHOWS PER FILE THE     *
000190*     RETENTION, CUTOFF, AND RECORD COUNTS SO AN AUDITOR CAN    *
000200*     BE POINTED AT THE ARCHIVED DATA.                          *
000210*                                                                *
000220* MODIFICATION HISTORY.                                         *
000230*     08/03/2026  DLO  ORIGINAL PROGRAM.                        *
000240*     08/25/2026  DLO  DROP THE HEADER/TRAILER CONTROL          *
000250*                      RECORDS FOUND ON THE LIVE HISTORY FILE   *
000260*                      AND WRITE A FRESH CONTROL SEGMENT ON     *
000270*                      THE HISTORY KEEP FILE COVERING THE KEPT  *
000280*                      RECORDS, SO THE REBUILT FILE STILL       *
000290*                      PASSES THE CONSUMERS' CONTROL CHECKS.    *
000300*     08/27/2026  DLO  WRITE A START AND AN END RECORD TO THE    *
000310*                      SHARED RUN-STATUS FILE FOR THE STATBRD    *
000320*                      DAILY OPERATIONS STATUS BOARD.            *
000330*     10/06/2026  DLO  ALLOW EACH FILE'S RETENTION TO BE GIVEN   *
000340*                      IN BUSINESS DAYS ON THE SHOP CALENDAR     *
000350*                      THROUGH A UNIT BYTE ON THE CONTROL CARD.  *
000360****************************************************************
000370 IDENTIFICATION DIVISION.
000380 PROGRAM-ID.    ARCPURGE.
000390 AUTHOR.        D. L. OKAFOR.
000400 INSTALLATION.  INVENTORY CONTROL SYSTEMS.
000410 DATE-WRITTEN.  08/03/2026.
000420 DATE-COMPILED.
000430
000440 ENVIRONMENT DIVISION.
000450 CONFIGURATION SECTION.
000460 SOURCE-COMPUTER.   IBM-370.
000470 OBJECT-COMPUTER.   IBM-370.
000480 SPECIAL-NAMES.
000490     C01 IS TOP-OF-PAGE.
000500
000510 INPUT-OUTPUT SECTION.
000520 FILE-CONTROL.
000530*    RETENTION CONTROL CARD - DAYS TO KEEP PER FILE, IN CALENDAR
000540*    OR BUSINESS DAYS
000550     SELECT CONTROL-CARD-FILE
000560         ASSIGN TO PRGCARD
000570         ORGANIZATION IS SEQUENTIAL
000580         FILE STATUS IS WS-CRD-FILE-STATUS.
000590
000600*    LIVE AUDIT TRAIL, READ IN FULL
000610     SELECT AUDIT-INPUT-FILE
000620         ASSIGN TO AUDIN
000630         ORGANIZATION IS SEQUENTIAL
000640         FILE STATUS IS WS-AUDI-FILE-STATUS.
000650
000660*    AUDIT RECORDS INSIDE RETENTION - THE SCHEDULER SWAPS THIS
000670*    FILE IN AS THE NEW LIVE AUDIT TRAIL
000680     SELECT AUDIT-KEEP-FILE
000690         ASSIGN TO AUDNEW
000700         ORGANIZATION IS SEQUENTIAL
000710         FILE STATUS IS WS-AUDK-FILE-STATUS.
000720
000730*    AUDIT RECORDS PAST RETENTION, APPENDED FOR THE AUDITORS
000740     SELECT OPTIONAL AUDIT-ARCHIVE-FILE
000750         ASSIGN TO AUDARCH
000760         ORGANIZATION IS SEQUENTIAL
000770         FILE STATUS IS WS-AUDA-FILE-STATUS.
000780
000790*    LIVE RESULT HISTORY, READ IN FULL
000800     SELECT HISTORY-INPUT-FILE
000810         ASSIGN TO HISTIN
000820         ORGANIZATION IS SEQUENTIAL
000830         FILE STATUS IS WS-HISI-FILE-STATUS.
000840
000850*    HISTORY RECORDS INSIDE RETENTION - SWAPPED IN AS THE NEW
000860*    LIVE HISTORY FILE
000870     SELECT HISTORY-KEEP-FILE
000880         ASSIGN TO HISTNEW
000890         ORGANIZATION IS SEQUENTIAL
000900         FILE STATUS IS WS-HISK-FILE-STATUS.
000910
000920*    HISTORY RECORDS PAST RETENTION, APPENDED FOR THE AUDITORS
000930     SELECT OPTIONAL HISTORY-ARCHIVE-FILE
000940         ASSIGN TO HISTARCH
000950         ORGANIZATION IS SEQUENTIAL
000960         FILE STATUS IS WS-HISA-FILE-STATUS.
000970
000980*    LIVE ONLINE INQUIRY FILE - OLD RECORDS DELETED IN PLACE
000990     SELECT INQUIRY-FILE
001000         ASSIGN TO INQFILE
001010         ORGANIZATION IS INDEXED
001020         ACCESS MODE IS DYNAMIC
001030         RECORD KEY IS INQ-KEY
001040         FILE STATUS IS WS-INQ-FILE-STATUS.
001050
001060*    INQUIRY RECORDS PAST RETENTION, APPENDED FOR THE AUDITORS
001070     SELECT OPTIONAL INQUIRY-ARCHIVE-FILE
001080         ASSIGN TO INQARCH
001090         ORGANIZATION IS SEQUENTIAL
001100         FILE STATUS IS WS-INQA-FILE-STATUS.
001110
001120*    PRINTED PURGE REGISTER
001130     SELECT REGISTER-FILE
001140         ASSIGN TO PRGRPT
001150         ORGANIZATION IS SEQUENTIAL
001160         FILE STATUS IS WS-RPT-FILE-STATUS.
001170
001180*    SHARED RUN-STATUS FILE - ONE START AND ONE END RECORD PER
001190*    RUN, READ BY THE STATBRD OPERATIONS STATUS BOARD
001200     SELECT OPTIONAL RUN-STATUS-FILE
001210         ASSIGN TO RUNSTAT
001220         ORGANIZATION IS SEQUENTIAL
001230         FILE STATUS IS WS-RUN-FILE-STATUS.
001240
001250*    SHOP BUSINESS CALENDAR, KEYED BY DATE, MAINTAINED BY CALMNT;
001260*    OPENED ONLY WHEN A RETENTION IS GIVEN IN BUSINESS DAYS
001270     SELECT CALENDAR-FILE
001280         ASSIGN TO CALFILE
001290         ORGANIZATION IS INDEXED
001300         ACCESS MODE IS RANDOM
001310         RECORD KEY IS CAL-KEY
001320         FILE STATUS IS WS-CAL-FILE-STATUS.
001330
001340 DATA DIVISION.
001350 FILE SECTION.
001360 FD  CONTROL-CARD-FILE
001370     LABEL RECORDS ARE STANDARD
001380     RECORD CONTAINS 80 CHARACTERS.
001390 01  CRD-RECORD.
001400     05  CRD-AUD-RETENTION       PIC 9(04).
001410     05  CRD-HIST-RETENTION      PIC 9(04).
001420     05  CRD-INQ-RETENTION       PIC 9(04).
001430     05  CRD-AUD-UNIT            PIC X(01).
001440     05  CRD-HIST-UNIT           PIC X(01).
001450     05  CRD-INQ-UNIT            PIC X(01).
001460     05  FILLER                  PIC X(65).
001470
001480 FD  AUDIT-INPUT-FILE
001490     LABEL RECORDS ARE STANDARD
001500     RECORD CONTAINS 80 CHARACTERS.
001510     COPY "AUDREC.CPY".
001520
001530 FD  AUDIT-KEEP-FILE
001540     LABEL RECORDS ARE STANDARD
001550     RECORD CONTAINS 80 CHARACTERS.
001560 01  AUD-KEEP-RECORD             PIC X(80).
001570
001580 FD  AUDIT-ARCHIVE-FILE
001590     LABEL RECORDS ARE STANDARD
001600     RECORD CONTAINS 80 CHARACTERS.
001610 01  AUD-ARCH-RECORD             PIC X(80).
001620
001630 FD  HISTORY-INPUT-FILE
001640     LABEL RECORDS ARE STANDARD
001650     RECORD CONTAINS 80 CHARACTERS.
001660     COPY "HISTREC.CPY".
001670
001680 FD  HISTORY-KEEP-FILE
001690     LABEL RECORDS ARE STANDARD
001700     RECORD CONTAINS 80 CHARACTERS.
001710 01  HIST-KEEP-RECORD            PIC X(80).
001720
001730 FD  HISTORY-ARCHIVE-FILE
001740     LABEL RECORDS ARE STANDARD
001750     RECORD CONTAINS 80 CHARACTERS.
001760 01  HIST-ARCH-RECORD            PIC X(80).
001770
001780 FD  INQUIRY-FILE
001790     LABEL RECORDS ARE STANDARD
001800     RECORD CONTAINS 80 CHARACTERS.
001810     COPY "INQREC.CPY".
001820
001830 FD  INQUIRY-ARCHIVE-FILE
001840     LABEL RECORDS ARE STANDARD
001850     RECORD CONTAINS 80 CHARACTERS.
001860 01  INQ-ARCH-RECORD             PIC X(80).
001870
001880 FD  REGISTER-FILE
001890     LABEL RECORDS ARE STANDARD
001900     RECORD CONTAINS 132 CHARACTERS.
001910 01  REGISTER-RECORD             PIC X(132).
001920
001930 FD  RUN-STATUS-FILE
001940     LABEL RECORDS ARE STANDARD
001950     RECORD CONTAINS 80 CHARACTERS.
001960     COPY "RUNREC.CPY".
001970
001980 FD  CALENDAR-FILE
001990     LABEL RECORDS ARE STANDARD
002000     RECORD CONTAINS 80 CHARACTERS.
002010     COPY "CALREC.CPY".
002020
002030 WORKING-STORAGE SECTION.
002040****************************************************************
002050*    FILE STATUS SWITCHES                                      *
002060****************************************************************
002070 01  WS-FILE-STATUSES.
002080     05  WS-CRD-FILE-STATUS      PIC X(02) VALUE "00".
002090     05  WS-AUDI-FILE-STATUS     PIC X(02) VALUE "00".
002100     05  WS-AUDK-FILE-STATUS     PIC X(02) VALUE "00".
002110     05  WS-AUDA-FILE-STATUS     PIC X(02) VALUE "00".
002120     05  WS-HISI-FILE-STATUS     PIC X(02) VALUE "00".
002130     05  WS-HISK-FILE-STATUS     PIC X(02) VALUE "00".
002140     05  WS-HISA-FILE-STATUS     PIC X(02) VALUE "00".
002150     05  WS-INQ-FILE-STATUS      PIC X(02) VALUE "00".
002160     05  WS-INQA-FILE-STATUS     PIC X(02) VALUE "00".
002170     05  WS-RPT-FILE-STATUS      PIC X(02) VALUE "00".
002180     05  WS-RUN-FILE-STATUS      PIC X(02) VALUE "00".
002190     05  WS-CAL-FILE-STATUS      PIC X(02) VALUE "00".
002200
002210****************************************************************
002220*    PROGRAM SWITCHES                                          *
002230****************************************************************
002240 01  WS-SWITCHES.
002250     05  WS-RUN-OPEN-SW          PIC X(01) VALUE "N".
002260         88  WS-RUN-OPEN                    VALUE "Y".
002270     05  WS-AUD-EOF-SW           PIC X(01) VALUE "N".
002280         88  WS-AUD-EOF                     VALUE "Y".
002290     05  WS-HIST-EOF-SW          PIC X(01) VALUE "N".
002300         88  WS-HIST-EOF                    VALUE "Y".
002310     05  WS-INQ-EOF-SW           PIC X(01) VALUE "N".
002320         88  WS-INQ-EOF                     VALUE "Y".
002330
002340****************************************************************
002350*    RETENTION PERIODS AND COMPUTED CUTOFF DATES                *
002360****************************************************************
002370 01  PRG-AUD-RETENTION           PIC 9(04) VALUE ZERO.
002380 01  PRG-HIST-RETENTION          PIC 9(04) VALUE ZERO.
002390 01  PRG-INQ-RETENTION           PIC 9(04) VALUE ZERO.
002400 01  PRG-AUD-CUTOFF              PIC 9(08) VALUE ZERO.
002410 01  PRG-HIST-CUTOFF             PIC 9(08) VALUE ZERO.
002420 01  PRG-INQ-CUTOFF              PIC 9(08) VALUE ZERO.
002430 01  PRG-RETENTION-DAYS          PIC 9(04) VALUE ZERO.
002440 01  PRG-AUD-UNIT                PIC X(01) VALUE "C".
002450 01  PRG-HIST-UNIT               PIC X(01) VALUE "C".
002460 01  PRG-INQ-UNIT                PIC X(01) VALUE "C".
002470 01  PRG-RETENTION-UNIT          PIC X(01) VALUE "C".
002480     88  PRG-BUSINESS-DAY-UNIT              VALUE "B".
002490 01  PRG-BUS-DAY-COUNT           PIC 9(04) COMP VALUE ZERO.
002500 01  WS-CURRENT-DATE             PIC 9(08) VALUE ZERO.
002510 01  WS-CURRENT-TIME             PIC 9(08) VALUE ZERO.
002520
002530****************************************************************
002540*    CALENDAR WORK FIELDS FOR THE CUTOFF COMPUTATION            *
002550****************************************************************
002560 01  PRG-WORK-DATE-NUM           PIC 9(08).
002570 01  PRG-WORK-DATE REDEFINES PRG-WORK-DATE-NUM.
002580     05  PRG-WORK-YEAR           PIC 9(04).
002590     05  PRG-WORK-MONTH          PIC 9(02).
002600     05  PRG-WORK-DAY            PIC 9(02).
002610 01  PRG-MONTH-DAYS-DEF          PIC X(24)
002620         VALUE "312831303130313130313031".
002630 01  PRG-MONTH-DAYS-TBL REDEFINES PRG-MONTH-DAYS-DEF.
002640     05  PRG-MONTH-DAYS OCCURS 12 TIMES
002650                                 PIC 9(02).
002660 01  PRG-MONTH-LENGTH            PIC 9(02) VALUE ZERO.
002670 01  PRG-LEAP-QUOTIENT           PIC 9(04) COMP VALUE ZERO.
002680 01  PRG-LEAP-REMAINDER          PIC 9(04) COMP VALUE ZERO.
002690
002700****************************************************************
002710*    PER-FILE PURGE COUNTERS                                    *
002720****************************************************************
002730 01  PRG-READ-COUNT              PIC 9(06) COMP VALUE ZERO.
002740 01  PRG-ARCHIVED-COUNT          PIC 9(06) COMP VALUE ZERO.
002750 01  PRG-KEPT-COUNT              PIC 9(06) COMP VALUE ZERO.
002760 01  PRG-CTL-DROP-COUNT          PIC 9(06) COMP VALUE ZERO.
002770 01  PRG-KEEP-HASH               PIC 9(12) COMP VALUE ZERO.
002780 01  PRG-TOTAL-READ-COUNT        PIC 9(08) COMP VALUE ZERO.
002790
002800****************************************************************
002810*    CONTROL RECORD REWRITTEN AROUND THE HISTORY KEEP FILE      *
002820****************************************************************
002830     COPY "CTLREC.CPY".
002840
002850****************************************************************
002860*    PAGINATION COUNTERS                                        *
002870****************************************************************
002880 01  PRG-LINE-COUNT              PIC 9(03) COMP VALUE ZERO.
002890 01  PRG-PAGE-COUNT              PIC 9(03) COMP VALUE ZERO.
002900 01  PRG-LINES-PER-PAGE          PIC 9(03) COMP VALUE 55.
002910
002920****************************************************************
002930*    PAGINATED REGISTER LINES                                   *
002940****************************************************************
002950 01  RPT-HEADING-LINE-1.
002960     05  FILLER                  PIC X(01) VALUE "1".
002970     05  FILLER                  PIC X(40)
002980             VALUE "ARCPURGE - ARCHIVE AND PURGE REGISTER".
002990     05  FILLER                  PIC X(10) VALUE "  RUN DATE".
003000     05  RPT-HDG-RUN-DATE        PIC 9(08).
003010     05  FILLER                  PIC X(09) VALUE SPACES.
003020     05  FILLER                  PIC X(05) VALUE "PAGE ".
003030     05  RPT-HDG-PAGE-NO         PIC ZZ9.
003040     05  FILLER                  PIC X(56) VALUE SPACES.
003050
003060 01  RPT-FILE-LINE.
003070     05  FILLER                  PIC X(01) VALUE SPACE.
003080     05  FILLER                  PIC X(06) VALUE "FILE: ".
003090     05  RPT-FILE-NAME           PIC X(20).
003100     05  FILLER                  PIC X(105) VALUE SPACES.
003110
003120 01  RPT-DETAIL-LINE.
003130     05  FILLER                  PIC X(01) VALUE SPACE.
003140     05  FILLER                  PIC X(02) VALUE SPACES.
003150     05  RPT-DTL-LABEL           PIC X(25).
003160     05  RPT-DTL-VALUE           PIC ZZZZZZZ9.
003170     05  FILLER                  PIC X(96) VALUE SPACES.
003180
003190 PROCEDURE DIVISION.
003200****************************************************************
003210*    0000-MAINLINE                                              *
003220****************************************************************
003230 0000-MAINLINE.
003240     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003250     PERFORM 2000-PURGE-AUDIT-FILE THRU 2000-EXIT.
003260     PERFORM 3000-PURGE-HISTORY-FILE THRU 3000-EXIT.
003270     PERFORM 4000-PURGE-INQUIRY-FILE THRU 4000-EXIT.
003280     PERFORM 9000-TERMINATE THRU 9000-EXIT.
003290     PERFORM 9700-WRITE-RUN-END THRU 9700-EXIT.
003300     STOP RUN.
003310
003320****************************************************************
003330*    1000-INITIALIZE - READ THE RETENTION CARD AND COMPUTE      *
003340*    THE THREE CUTOFF DATES. A MISSING OR BLANK RETENTION       *
003350*    DEFAULTS TO 365 DAYS SO A BAD CARD CANNOT EMPTY A FILE.    *
003360*    A UNIT OF "B" COUNTS THAT FILE'S RETENTION IN BUSINESS     *
003370*    DAYS ON THE SHOP CALENDAR; ANY OTHER UNIT MEANS CALENDAR   *
003380*    DAYS.                                                      *
003390****************************************************************
003400 1000-INITIALIZE.
003410     OPEN INPUT CONTROL-CARD-FILE.
003420     IF WS-CRD-FILE-STATUS NOT = "00"
003430         DISPLAY "ARCPURGE - ABEND - CONTROL-CARD-FILE "
003440                 "OPEN FAILED - STATUS " WS-CRD-FILE-STATUS
003450         GO TO 9900-ABEND-TERMINATION
003460     END-IF.
003470     READ CONTROL-CARD-FILE
003480         AT END
003490             MOVE SPACES TO CRD-RECORD
003500     END-READ.
003510     CLOSE CONTROL-CARD-FILE.
003520     IF CRD-AUD-RETENTION NUMERIC
003530         MOVE CRD-AUD-RETENTION TO PRG-AUD-RETENTION
003540     ELSE
003550         MOVE 0365 TO PRG-AUD-RETENTION
003560     END-IF.
003570     IF CRD-HIST-RETENTION NUMERIC
003580         MOVE CRD-HIST-RETENTION TO PRG-HIST-RETENTION
003590     ELSE
003600         MOVE 0365 TO PRG-HIST-RETENTION
003610     END-IF.
003620     IF CRD-INQ-RETENTION NUMERIC
003630         MOVE CRD-INQ-RETENTION TO PRG-INQ-RETENTION
003640     ELSE
003650         MOVE 0365 TO PRG-INQ-RETENTION
003660     END-IF.
003670     IF CRD-AUD-UNIT = "B"
003680         MOVE "B" TO PRG-AUD-UNIT
003690     END-IF.
003700     IF CRD-HIST-UNIT = "B"
003710         MOVE "B" TO PRG-HIST-UNIT
003720     END-IF.
003730     IF CRD-INQ-UNIT = "B"
003740         MOVE "B" TO PRG-INQ-UNIT
003750     END-IF.
003760     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
003770     PERFORM 1700-WRITE-RUN-START THRU 1700-EXIT.
003780     IF PRG-AUD-UNIT = "B" OR PRG-HIST-UNIT = "B"
003790             OR PRG-INQ-UNIT = "B"
003800         OPEN INPUT CALENDAR-FILE
003810         IF WS-CAL-FILE-STATUS NOT = "00"
003820             DISPLAY "ARCPURGE - ABEND - CALENDAR-FILE "
003830                     "OPEN FAILED - STATUS " WS-CAL-FILE-STATUS
003840             GO TO 9900-ABEND-TERMINATION
003850         END-IF
003860     END-IF.
003870     MOVE PRG-AUD-RETENTION TO PRG-RETENTION-DAYS.
003880     MOVE PRG-AUD-UNIT TO PRG-RETENTION-UNIT.
003890     PERFORM 8700-COMPUTE-CUTOFF THRU 8700-EXIT.
003900     MOVE PRG-WORK-DATE-NUM TO PRG-AUD-CUTOFF.
003910     MOVE PRG-HIST-RETENTION TO PRG-RETENTION-DAYS.
003920     MOVE PRG-HIST-UNIT TO PRG-RETENTION-UNIT.
003930     PERFORM 8700-COMPUTE-CUTOFF THRU 8700-EXIT.
003940     MOVE PRG-WORK-DATE-NUM TO PRG-HIST-CUTOFF.
003950     MOVE PRG-INQ-RETENTION TO PRG-RETENTION-DAYS.
003960     MOVE PRG-INQ-UNIT TO PRG-RETENTION-UNIT.
003970     PERFORM 8700-COMPUTE-CUTOFF THRU 8700-EXIT.
003980     MOVE PRG-WORK-DATE-NUM TO PRG-INQ-CUTOFF.
003990     IF PRG-AUD-UNIT = "B" OR PRG-HIST-UNIT = "B"
004000             OR PRG-INQ-UNIT = "B"
004010         CLOSE CALENDAR-FILE
004020     END-IF.
004030     OPEN OUTPUT REGISTER-FILE.
004040     IF WS-RPT-FILE-STATUS NOT = "00"
004050         DISPLAY "ARCPURGE - ABEND - REGISTER-FILE "
004060                 "OPEN FAILED - STATUS " WS-RPT-FILE-STATUS
004070         GO TO 9900-ABEND-TERMINATION
004080     END-IF.
004090     PERFORM 7100-WRITE-REPORT-HEADING THRU 7100-EXIT.
004100 1000-EXIT.
004110     EXIT.
004120
004130****************************************************************
004140*    1700-WRITE-RUN-START - APPEND THE START RECORD TO THE      *
004150*    SHARED RUN-STATUS FILE FOR THE STATBRD STATUS BOARD        *
004160****************************************************************
004170 1700-WRITE-RUN-START.
004180     OPEN EXTEND RUN-STATUS-FILE.
004190     IF WS-RUN-FILE-STATUS NOT = "00"
004200             AND WS-RUN-FILE-STATUS NOT = "05"
004210         DISPLAY "ARCPURGE - ABEND - RUN-STATUS-FILE "
004220                 "OPEN FAILED - STATUS " WS-RUN-FILE-STATUS
004230         GO TO 9900-ABEND-TERMINATION
004240     END-IF.
004250     MOVE "Y" TO WS-RUN-OPEN-SW.
004260     MOVE SPACES          TO RUN-RECORD.
004270     MOVE "ARCPURGE"       TO RUN-PROGRAM-ID.
004280     MOVE WS-CURRENT-DATE TO RUN-RUN-DATE.
004290     MOVE 01              TO RUN-CYCLE-NO.
004300     MOVE SPACES          TO RUN-RUN-ID.
004310     MOVE "S"             TO RUN-RECORD-TYPE.
004320     ACCEPT WS-CURRENT-TIME FROM TIME.
004330     MOVE WS-CURRENT-TIME TO RUN-TIME.
004340     MOVE ZERO            TO RUN-RECORDS-PROCESSED.
004350     MOVE ZERO            TO RUN-RETURN-CODE.
004360     WRITE RUN-RECORD.
004370     IF WS-RUN-FILE-STATUS NOT = "00"
004380         DISPLAY "ARCPURGE - ABEND - RUN-STATUS-FILE "
004390                 "WRITE FAILED - STATUS " WS-RUN-FILE-STATUS
004400         GO TO 9900-ABEND-TERMINATION
004410     END-IF.
004420 1700-EXIT.
004430     EXIT.
004440
004450****************************************************************
004460*    2000-PURGE-AUDIT-FILE - COPY EVERY LIVE AUDIT RECORD TO    *
004470*    EITHER THE KEEP FILE OR THE ARCHIVE BY AUD-RUN-DATE        *
004480****************************************************************
004490 2000-PURGE-AUDIT-FILE.
004500     OPEN INPUT AUDIT-INPUT-FILE.
004510     IF WS-AUDI-FILE-STATUS NOT = "00"
004520         DISPLAY "ARCPURGE - ABEND - AUDIT-INPUT-FILE "
004530                 "OPEN FAILED - STATUS " WS-AUDI-FILE-STATUS
004540         GO TO 9900-ABEND-TERMINATION
004550     END-IF.
004560     OPEN OUTPUT AUDIT-KEEP-FILE.
004570     IF WS-AUDK-FILE-STATUS NOT = "00"
004580         DISPLAY "ARCPURGE - ABEND - AUDIT-KEEP-FILE "
004590                 "OPEN FAILED - STATUS " WS-AUDK-FILE-STATUS
004600         GO TO 9900-ABEND-TERMINATION
004610     END-IF.
004620     OPEN EXTEND AUDIT-ARCHIVE-FILE.
004630     IF WS-AUDA-FILE-STATUS NOT = "00"
004640             AND WS-AUDA-FILE-STATUS NOT = "05"
004650         DISPLAY "ARCPURGE - ABEND - AUDIT-ARCHIVE-FILE "
004660                 "OPEN FAILED - STATUS " WS-AUDA-FILE-STATUS
004670         GO TO 9900-ABEND-TERMINATION
004680     END-IF.
004690     MOVE ZERO TO PRG-READ-COUNT.
004700     MOVE ZERO TO PRG-ARCHIVED-COUNT.
004710     MOVE ZERO TO PRG-KEPT-COUNT.
004720     MOVE "N" TO WS-AUD-EOF-SW.
004730     PERFORM 2900-READ-AUDIT-RECORD THRU 2900-EXIT.
004740     PERFORM 2100-PURGE-ONE-AUDIT THRU 2100-EXIT
004750         UNTIL WS-AUD-EOF.
004760     CLOSE AUDIT-INPUT-FILE
004770           AUDIT-KEEP-FILE
004780           AUDIT-ARCHIVE-FILE.
004790     MOVE "AUDIT TRAIL"       TO RPT-FILE-NAME.
004800     MOVE PRG-AUD-RETENTION   TO PRG-RETENTION-DAYS.
004810     MOVE PRG-AUD-UNIT        TO PRG-RETENTION-UNIT.
004820     MOVE PRG-AUD-CUTOFF      TO PRG-WORK-DATE-NUM.
004830     PERFORM 8000-WRITE-FILE-REGISTER THRU 8000-EXIT.
004840 2000-EXIT.
004850     EXIT.
004860
004870 2100-PURGE-ONE-AUDIT.
004880     ADD 1 TO PRG-READ-COUNT.
004890     IF AUD-RUN-DATE < PRG-AUD-CUTOFF
004900         WRITE AUD-ARCH-RECORD FROM AUD-RECORD
004910         IF WS-AUDA-FILE-STATUS NOT = "00"
004920             DISPLAY "ARCPURGE - ABEND - AUDIT-ARCHIVE-FILE "
004930                     "WRITE FAILED - STATUS "
004940                     WS-AUDA-FILE-STATUS
004950             GO TO 9900-ABEND-TERMINATION
004960         END-IF
004970         ADD 1 TO PRG-ARCHIVED-COUNT
004980     ELSE
004990         WRITE AUD-KEEP-RECORD FROM AUD-RECORD
005000         IF WS-AUDK-FILE-STATUS NOT = "00"
005010             DISPLAY "ARCPURGE - ABEND - AUDIT-KEEP-FILE "
005020                     "WRITE FAILED - STATUS "
005030                     WS-AUDK-FILE-STATUS
005040             GO TO 9900-ABEND-TERMINATION
005050         END-IF
005060         ADD 1 TO PRG-KEPT-COUNT
005070     END-IF.
005080     PERFORM 2900-READ-AUDIT-RECORD THRU 2900-EXIT.
005090 2100-EXIT.
005100     EXIT.
005110
005120 2900-READ-AUDIT-RECORD.
005130     READ AUDIT-INPUT-FILE
005140         AT END
005150             MOVE "Y" TO WS-AUD-EOF-SW
005160     END-READ.
005170 2900-EXIT.
005180     EXIT.
005190
005200****************************************************************
005210*    3000-PURGE-HISTORY-FILE - SAME SPLIT FOR THE HISTORY       *
005220*    FILE BY HIST-RUN-DATE                                      *
005230****************************************************************
005240 3000-PURGE-HISTORY-FILE.
005250     OPEN INPUT HISTORY-INPUT-FILE.
005260     IF WS-HISI-FILE-STATUS NOT = "00"
005270         DISPLAY "ARCPURGE - ABEND - HISTORY-INPUT-FILE "
005280                 "OPEN FAILED - STATUS " WS-HISI-FILE-STATUS
005290         GO TO 9900-ABEND-TERMINATION
005300     END-IF.
005310     OPEN OUTPUT HISTORY-KEEP-FILE.
005320     IF WS-HISK-FILE-STATUS NOT = "00"
005330         DISPLAY "ARCPURGE - ABEND - HISTORY-KEEP-FILE "
005340                 "OPEN FAILED - STATUS " WS-HISK-FILE-STATUS
005350         GO TO 9900-ABEND-TERMINATION
005360     END-IF.
005370     OPEN EXTEND HISTORY-ARCHIVE-FILE.
005380     IF WS-HISA-FILE-STATUS NOT = "00"
005390             AND WS-HISA-FILE-STATUS NOT = "05"
005400         DISPLAY "ARCPURGE - ABEND - HISTORY-ARCHIVE-FILE "
005410                 "OPEN FAILED - STATUS " WS-HISA-FILE-STATUS
005420         GO TO 9900-ABEND-TERMINATION
005430     END-IF.
005440     MOVE ZERO TO PRG-READ-COUNT.
005450     MOVE ZERO TO PRG-ARCHIVED-COUNT.
005460     MOVE ZERO TO PRG-KEPT-COUNT.
005470     MOVE ZERO TO PRG-CTL-DROP-COUNT.
005480     MOVE ZERO TO PRG-KEEP-HASH.
005490     PERFORM 3050-WRITE-KEEP-HEADER THRU 3050-EXIT.
005500     MOVE "N" TO WS-HIST-EOF-SW.
005510     PERFORM 3900-READ-HISTORY-RECORD THRU 3900-EXIT.
005520     PERFORM 3100-PURGE-ONE-HISTORY THRU 3100-EXIT
005530         UNTIL WS-HIST-EOF.
005540     PERFORM 3060-WRITE-KEEP-TRAILER THRU 3060-EXIT.
005550     CLOSE HISTORY-INPUT-FILE
005560           HISTORY-KEEP-FILE
005570           HISTORY-ARCHIVE-FILE.
005580     MOVE "RESULT HISTORY"    TO RPT-FILE-NAME.
005590     MOVE PRG-HIST-RETENTION  TO PRG-RETENTION-DAYS.
005600     MOVE PRG-HIST-UNIT       TO PRG-RETENTION-UNIT.
005610     MOVE PRG-HIST-CUTOFF     TO PRG-WORK-DATE-NUM.
005620     PERFORM 8000-WRITE-FILE-REGISTER THRU 8000-EXIT.
005630     MOVE SPACES                TO RPT-DETAIL-LINE.
005640     MOVE "CONTROL RECS DROPPED" TO RPT-DTL-LABEL.
005650     MOVE PRG-CTL-DROP-COUNT    TO RPT-DTL-VALUE.
005660     PERFORM 8200-WRITE-DETAIL-LINE THRU 8200-EXIT.
005670 3000-EXIT.
005680     EXIT.
005690
005700****************************************************************
005710*    3050-WRITE-KEEP-HEADER - THE REBUILT HISTORY FILE OPENS    *
005720*    WITH A FRESH CONTROL SEGMENT; THE OLD FILE'S CONTROL       *
005730*    RECORDS NO LONGER DESCRIBE THE KEPT RECORDS AND ARE        *
005740*    DROPPED IN THE SPLIT                                       *
005750****************************************************************
005760 3050-WRITE-KEEP-HEADER.
005770     MOVE SPACES          TO CTL-RECORD.
005780     MOVE "*CTLHDR*"      TO CTL-RECORD-ID.
005790     MOVE WS-CURRENT-DATE TO CTL-RUN-DATE.
005800     MOVE 01              TO CTL-CYCLE-NO.
005810     MOVE "ARCPURGE"      TO CTL-RUN-ID.
005820     MOVE ZERO            TO CTL-RECORD-COUNT.
005830     MOVE ZERO            TO CTL-HASH-TOTAL.
005840     WRITE HIST-KEEP-RECORD FROM CTL-RECORD.
005850     IF WS-HISK-FILE-STATUS NOT = "00"
005860         DISPLAY "ARCPURGE - ABEND - HISTORY-KEEP-FILE "
005870                 "WRITE FAILED - STATUS " WS-HISK-FILE-STATUS
005880         GO TO 9900-ABEND-TERMINATION
005890     END-IF.
005900 3050-EXIT.
005910     EXIT.
005920
005930****************************************************************
005940*    3060-WRITE-KEEP-TRAILER - DETAIL COUNT AND RESULT HASH     *
005950*    OVER THE KEPT RECORDS                                      *
005960****************************************************************
005970 3060-WRITE-KEEP-TRAILER.
005980     MOVE SPACES          TO CTL-RECORD.
005990     MOVE "*CTLTRL*"      TO CTL-RECORD-ID.
006000     MOVE WS-CURRENT-DATE TO CTL-RUN-DATE.
006010     MOVE 01              TO CTL-CYCLE-NO.
006020     MOVE "ARCPURGE"      TO CTL-RUN-ID.
006030     MOVE PRG-KEPT-COUNT  TO CTL-RECORD-COUNT.
006040     MOVE PRG-KEEP-HASH   TO CTL-HASH-TOTAL.
006050     WRITE HIST-KEEP-RECORD FROM CTL-RECORD.
006060     IF WS-HISK-FILE-STATUS NOT = "00"
006070         DISPLAY "ARCPURGE - ABEND - HISTORY-KEEP-FILE "
006080                 "WRITE FAILED - STATUS " WS-HISK-FILE-STATUS
006090         GO TO 9900-ABEND-TERMINATION
006100     END-IF.
006110 3060-EXIT.
006120     EXIT.
006130
006140 3100-PURGE-ONE-HISTORY.
006150     MOVE HIST-RECORD TO CTL-RECORD.
006160     IF CTL-HEADER OR CTL-TRAILER
006170         ADD 1 TO PRG-CTL-DROP-COUNT
006180         GO TO 3100-NEXT
006190     END-IF.
006200     ADD 1 TO PRG-READ-COUNT.
006210     IF HIST-RUN-DATE < PRG-HIST-CUTOFF
006220         WRITE HIST-ARCH-RECORD FROM HIST-RECORD
006230         IF WS-HISA-FILE-STATUS NOT = "00"
006240             DISPLAY "ARCPURGE - ABEND - HISTORY-ARCHIVE-"
006250                     "FILE WRITE FAILED - STATUS "
006260                     WS-HISA-FILE-STATUS
006270             GO TO 9900-ABEND-TERMINATION
006280         END-IF
006290         ADD 1 TO PRG-ARCHIVED-COUNT
006300     ELSE
006310         WRITE HIST-KEEP-RECORD FROM HIST-RECORD
006320         IF WS-HISK-FILE-STATUS NOT = "00"
006330             DISPLAY "ARCPURGE - ABEND - HISTORY-KEEP-FILE "
006340                     "WRITE FAILED - STATUS "
006350                     WS-HISK-FILE-STATUS
006360             GO TO 9900-ABEND-TERMINATION
006370         END-IF
006380         ADD 1 TO PRG-KEPT-COUNT
006390         IF HIST-RESULT NUMERIC
006400             ADD HIST-RESULT TO PRG-KEEP-HASH
006410         END-IF
006420     END-IF.
006430 3100-NEXT.
006440     PERFORM 3900-READ-HISTORY-RECORD THRU 3900-EXIT.
006450 3100-EXIT.
006460     EXIT.
006470
006480 3900-READ-HISTORY-RECORD.
006490     READ HISTORY-INPUT-FILE
006500         AT END
006510             MOVE "Y" TO WS-HIST-EOF-SW
006520     END-READ.
006530 3900-EXIT.
006540     EXIT.
006550
006560****************************************************************
006570*    4000-PURGE-INQUIRY-FILE - WALK THE INDEXED FILE IN KEY     *
006580*    ORDER; RECORDS DATED BEFORE THE CUTOFF ARE COPIED TO THE   *
006590*    ARCHIVE AND DELETED FROM THE LIVE FILE IN PLACE            *
006600****************************************************************
006610 4000-PURGE-INQUIRY-FILE.
006620     OPEN I-O INQUIRY-FILE.
006630     IF WS-INQ-FILE-STATUS NOT = "00"
006640             AND WS-INQ-FILE-STATUS NOT = "05"
006650         DISPLAY "ARCPURGE - ABEND - INQUIRY-FILE "
006660                 "OPEN FAILED - STATUS " WS-INQ-FILE-STATUS
006670         GO TO 9900-ABEND-TERMINATION
006680     END-IF.
006690     OPEN EXTEND INQUIRY-ARCHIVE-FILE.
006700     IF WS-INQA-FILE-STATUS NOT = "00"
006710             AND WS-INQA-FILE-STATUS NOT = "05"
006720         DISPLAY "ARCPURGE - ABEND - INQUIRY-ARCHIVE-FILE "
006730                 "OPEN FAILED - STATUS " WS-INQA-FILE-STATUS
006740         GO TO 9900-ABEND-TERMINATION
006750     END-IF.
006760     MOVE ZERO TO PRG-READ-COUNT.
006770     MOVE ZERO TO PRG-ARCHIVED-COUNT.
006780     MOVE ZERO TO PRG-KEPT-COUNT.
006790     MOVE "N" TO WS-INQ-EOF-SW.
006800     MOVE LOW-VALUES TO INQ-KEY.
006810     START INQUIRY-FILE KEY NOT < INQ-KEY
006820         INVALID KEY
006830             MOVE "Y" TO WS-INQ-EOF-SW
006840     END-START.
006850     IF NOT WS-INQ-EOF
006860         PERFORM 4900-READ-NEXT-INQUIRY THRU 4900-EXIT
006870     END-IF.
006880     PERFORM 4100-PURGE-ONE-INQUIRY THRU 4100-EXIT
006890         UNTIL WS-INQ-EOF.
006900     CLOSE INQUIRY-FILE
006910           INQUIRY-ARCHIVE-FILE.
006920     MOVE "ONLINE INQUIRY"    TO RPT-FILE-NAME.
006930     MOVE PRG-INQ-RETENTION   TO PRG-RETENTION-DAYS.
006940     MOVE PRG-INQ-UNIT        TO PRG-RETENTION-UNIT.
006950     MOVE PRG-INQ-CUTOFF      TO PRG-WORK-DATE-NUM.
006960     PERFORM 8000-WRITE-FILE-REGISTER THRU 8000-EXIT.
006970 4000-EXIT.
006980     EXIT.
006990
007000 4100-PURGE-ONE-INQUIRY.
007010     ADD 1 TO PRG-READ-COUNT.
007020     IF INQ-RUN-DATE < PRG-INQ-CUTOFF
007030         WRITE INQ-ARCH-RECORD FROM INQ-RECORD
007040         IF WS-INQA-FILE-STATUS NOT = "00"
007050             DISPLAY "ARCPURGE - ABEND - INQUIRY-ARCHIVE-"
007060                     "FILE WRITE FAILED - STATUS "
007070                     WS-INQA-FILE-STATUS
007080             GO TO 9900-ABEND-TERMINATION
007090         END-IF
007100         DELETE INQUIRY-FILE
007110         IF WS-INQ-FILE-STATUS NOT = "00"
007120             DISPLAY "ARCPURGE - ABEND - INQUIRY-FILE "
007130                     "DELETE FAILED - STATUS "
007140                     WS-INQ-FILE-STATUS
007150             GO TO 9900-ABEND-TERMINATION
007160         END-IF
007170         ADD 1 TO PRG-ARCHIVED-COUNT
007180     ELSE
007190         ADD 1 TO PRG-KEPT-COUNT
007200     END-IF.
007210     PERFORM 4900-READ-NEXT-INQUIRY THRU 4900-EXIT.
007220 4100-EXIT.
007230     EXIT.
007240
007250 4900-READ-NEXT-INQUIRY.
007260     READ INQUIRY-FILE NEXT RECORD
007270         AT END
007280             MOVE "Y" TO WS-INQ-EOF-SW
007290     END-READ.
007300     IF NOT WS-INQ-EOF
007310             AND WS-INQ-FILE-STATUS NOT = "00"
007320             AND WS-INQ-FILE-STATUS NOT = "02"
007330         DISPLAY "ARCPURGE - ABEND - INQUIRY-FILE "
007340                 "READ FAILED - STATUS " WS-INQ-FILE-STATUS
007350         GO TO 9900-ABEND-TERMINATION
007360     END-IF.
007370 4900-EXIT.
007380     EXIT.
007390
007400****************************************************************
007410*    7100-WRITE-REPORT-HEADING - PAGE BREAK                     *
007420****************************************************************
007430 7100-WRITE-REPORT-HEADING.
007440     ADD 1 TO PRG-PAGE-COUNT.
007450     MOVE WS-CURRENT-DATE TO RPT-HDG-RUN-DATE.
007460     MOVE PRG-PAGE-COUNT  TO RPT-HDG-PAGE-NO.
007470     WRITE REGISTER-RECORD FROM RPT-HEADING-LINE-1.
007480     MOVE ZERO TO PRG-LINE-COUNT.
007490 7100-EXIT.
007500     EXIT.
007510
007520****************************************************************
007530*    8000-WRITE-FILE-REGISTER - ONE BLOCK PER FILE: RETENTION,  *
007540*    CUTOFF, AND THE READ/ARCHIVED/KEPT COUNTS                  *
007550****************************************************************
007560 8000-WRITE-FILE-REGISTER.
007570     ADD PRG-READ-COUNT TO PRG-TOTAL-READ-COUNT.
007580     PERFORM 8100-WRITE-FILE-NAME-LINE THRU 8100-EXIT.
007590     MOVE SPACES                TO RPT-DETAIL-LINE.
007600     IF PRG-BUSINESS-DAY-UNIT
007610         MOVE "RETENTION BUSINESS DAYS" TO RPT-DTL-LABEL
007620     ELSE
007630         MOVE "RETENTION DAYS"    TO RPT-DTL-LABEL
007640     END-IF.
007650     MOVE PRG-RETENTION-DAYS    TO RPT-DTL-VALUE.
007660     PERFORM 8200-WRITE-DETAIL-LINE THRU 8200-EXIT.
007670     MOVE SPACES                TO RPT-DETAIL-LINE.
007680     MOVE "CUTOFF DATE"         TO RPT-DTL-LABEL.
007690     MOVE PRG-WORK-DATE-NUM     TO RPT-DTL-VALUE.
007700     PERFORM 8200-WRITE-DETAIL-LINE THRU 8200-EXIT.
007710     MOVE SPACES                TO RPT-DETAIL-LINE.
007720     MOVE "RECORDS READ"        TO RPT-DTL-LABEL.
007730     MOVE PRG-READ-COUNT        TO RPT-DTL-VALUE.
007740     PERFORM 8200-WRITE-DETAIL-LINE THRU 8200-EXIT.
007750     MOVE SPACES                TO RPT-DETAIL-LINE.
007760     MOVE "RECORDS ARCHIVED"    TO RPT-DTL-LABEL.
007770     MOVE PRG-ARCHIVED-COUNT    TO RPT-DTL-VALUE.
007780     PERFORM 8200-WRITE-DETAIL-LINE THRU 8200-EXIT.
007790     MOVE SPACES                TO RPT-DETAIL-LINE.
007800     MOVE "RECORDS KEPT"        TO RPT-DTL-LABEL.
007810     MOVE PRG-KEPT-COUNT        TO RPT-DTL-VALUE.
007820     PERFORM 8200-WRITE-DETAIL-LINE THRU 8200-EXIT.
007830 8000-EXIT.
007840     EXIT.
007850
007860 8100-WRITE-FILE-NAME-LINE.
007870     IF PRG-LINE-COUNT >= PRG-LINES-PER-PAGE
007880         PERFORM 7100-WRITE-REPORT-HEADING THRU 7100-EXIT
007890     END-IF.
007900     WRITE REGISTER-RECORD FROM RPT-FILE-LINE.
007910     IF WS-RPT-FILE-STATUS NOT = "00"
007920         DISPLAY "ARCPURGE - ABEND - REGISTER-FILE "
007930                 "WRITE FAILED - STATUS " WS-RPT-FILE-STATUS
007940         GO TO 9900-ABEND-TERMINATION
007950     END-IF.
007960     ADD 1 TO PRG-LINE-COUNT.
007970 8100-EXIT.
007980     EXIT.
007990
008000 8200-WRITE-DETAIL-LINE.
008010     IF PRG-LINE-COUNT >= PRG-LINES-PER-PAGE
008020         PERFORM 7100-WRITE-REPORT-HEADING THRU 7100-EXIT
008030     END-IF.
008040     WRITE REGISTER-RECORD FROM RPT-DETAIL-LINE.
008050     IF WS-RPT-FILE-STATUS NOT = "00"
008060         DISPLAY "ARCPURGE - ABEND - REGISTER-FILE "
008070                 "WRITE FAILED - STATUS " WS-RPT-FILE-STATUS
008080         GO TO 9900-ABEND-TERMINATION
008090     END-IF.
008100     ADD 1 TO PRG-LINE-COUNT.
008110 8200-EXIT.
008120     EXIT.
008130
008140****************************************************************
008150*    8700-COMPUTE-CUTOFF - BACK THE RUN DATE UP BY THE          *
008160*    RETENTION PERIOD, ONE CALENDAR DAY AT A TIME, HONORING     *
008170*    MONTH LENGTHS AND LEAP YEARS. A RETENTION IN BUSINESS      *
008180*    DAYS KEEPS WALKING UNTIL THAT MANY BUSINESS DAYS ON THE    *
008190*    SHOP CALENDAR HAVE BEEN PASSED; A DATE MISSING FROM THE    *
008200*    CALENDAR STOPS THE RUN BEFORE ANYTHING IS PURGED, SINCE    *
008210*    THE CUTOFF CANNOT THEN BE TRUSTED.                         *
008220****************************************************************
008230 8700-COMPUTE-CUTOFF.
008240     MOVE WS-CURRENT-DATE TO PRG-WORK-DATE-NUM.
008250     IF NOT PRG-BUSINESS-DAY-UNIT
008260         PERFORM 8800-BACK-ONE-DAY THRU 8800-EXIT
008270             PRG-RETENTION-DAYS TIMES
008280         GO TO 8700-EXIT
008290     END-IF.
008300     MOVE ZERO TO PRG-BUS-DAY-COUNT.
008310 8700-WALK-BACK.
008320     IF PRG-BUS-DAY-COUNT NOT < PRG-RETENTION-DAYS
008330         GO TO 8700-EXIT
008340     END-IF.
008350     PERFORM 8800-BACK-ONE-DAY THRU 8800-EXIT.
008360     MOVE PRG-WORK-DATE-NUM TO CAL-DATE.
008370     READ CALENDAR-FILE
008380         INVALID KEY
008390             DISPLAY "ARCPURGE - ABEND - DATE " PRG-WORK-DATE-NUM
008400                     " NOT ON THE BUSINESS CALENDAR - "
008410                     "CUTOFF CANNOT BE COMPUTED"
008420             GO TO 9900-ABEND-TERMINATION
008430     END-READ.
008440     IF CAL-BUSINESS-DAY
008450         ADD 1 TO PRG-BUS-DAY-COUNT
008460     END-IF.
008470     GO TO 8700-WALK-BACK.
008480 8700-EXIT.
008490     EXIT.
008500
008510 8800-BACK-ONE-DAY.
008520     IF PRG-WORK-DAY > 1
008530         SUBTRACT 1 FROM PRG-WORK-DAY
008540         GO TO 8800-EXIT
008550     END-IF.
008560     IF PRG-WORK-MONTH = 1
008570         MOVE 12 TO PRG-WORK-MONTH
008580         SUBTRACT 1 FROM PRG-WORK-YEAR
008590     ELSE
008600         SUBTRACT 1 FROM PRG-WORK-MONTH
008610     END-IF.
008620     PERFORM 8900-GET-MONTH-LENGTH THRU 8900-EXIT.
008630     MOVE PRG-MONTH-LENGTH TO PRG-WORK-DAY.
008640 8800-EXIT.
008650     EXIT.
008660
008670****************************************************************
008680*    8900-GET-MONTH-LENGTH - FEBRUARY RUNS 29 DAYS WHEN THE     *
008690*    YEAR DIVIDES BY 4, EXCEPT CENTURIES NOT DIVISIBLE BY 400   *
008700****************************************************************
008710 8900-GET-MONTH-LENGTH.
008720     MOVE PRG-MONTH-DAYS (PRG-WORK-MONTH) TO PRG-MONTH-LENGTH.
008730     IF PRG-WORK-MONTH NOT = 2
008740         GO TO 8900-EXIT
008750     END-IF.
008760     DIVIDE PRG-WORK-YEAR BY 4
008770         GIVING PRG-LEAP-QUOTIENT
008780         REMAINDER PRG-LEAP-REMAINDER.
008790     IF PRG-LEAP-REMAINDER NOT = ZERO
008800         GO TO 8900-EXIT
008810     END-IF.
008820     DIVIDE PRG-WORK-YEAR BY 100
008830         GIVING PRG-LEAP-QUOTIENT
008840         REMAINDER PRG-LEAP-REMAINDER.
008850     IF PRG-LEAP-REMAINDER NOT = ZERO
008860         MOVE 29 TO PRG-MONTH-LENGTH
008870         GO TO 8900-EXIT
008880     END-IF.
008890     DIVIDE PRG-WORK-YEAR BY 400
008900         GIVING PRG-LEAP-QUOTIENT
008910         REMAINDER PRG-LEAP-REMAINDER.
008920     IF PRG-LEAP-REMAINDER = ZERO
008930         MOVE 29 TO PRG-MONTH-LENGTH
008940     END-IF.
008950 8900-EXIT.
008960     EXIT.
008970
008980****************************************************************
008990*    9000-TERMINATE                                             *
009000****************************************************************
009010 9000-TERMINATE.
009020     CLOSE REGISTER-FILE.
009030 9000-EXIT.
009040     EXIT.
009050
009060****************************************************************
009070*    9700-WRITE-RUN-END - APPEND THE END RECORD WITH THE        *
009080*    FINAL RETURN CODE AND RECORDS PROCESSED; NEVER ABENDS,     *
009090*    SINCE THE ABEND PATH ITSELF COMES THROUGH HERE             *
009100****************************************************************
009110 9700-WRITE-RUN-END.
009120     IF NOT WS-RUN-OPEN
009130         GO TO 9700-EXIT
009140     END-IF.
009150     MOVE SPACES          TO RUN-RECORD.
009160     MOVE "ARCPURGE"       TO RUN-PROGRAM-ID.
009170     MOVE WS-CURRENT-DATE TO RUN-RUN-DATE.
009180     MOVE 01              TO RUN-CYCLE-NO.
009190     MOVE SPACES          TO RUN-RUN-ID.
009200     MOVE "E"             TO RUN-RECORD-TYPE.
009210     ACCEPT WS-CURRENT-TIME FROM TIME.
009220     MOVE WS-CURRENT-TIME TO RUN-TIME.
009230     MOVE PRG-TOTAL-READ-COUNT TO RUN-RECORDS-PROCESSED.
009240     MOVE RETURN-CODE     TO RUN-RETURN-CODE.
009250     WRITE RUN-RECORD.
009260     IF WS-RUN-FILE-STATUS NOT = "00"
009270         DISPLAY "ARCPURGE - RUN-STATUS-FILE WRITE FAILED - "
009280                 "STATUS " WS-RUN-FILE-STATUS
009290     END-IF.
009300     CLOSE RUN-STATUS-FILE.
009310     MOVE "N" TO WS-RUN-OPEN-SW.
009320 9700-EXIT.
009330     EXIT.
009340
009350****************************************************************
009360*    9900-ABEND-TERMINATION - AN OPEN OR A WRITE CAME BACK      *
009370*    WITH A FILE STATUS OTHER THAN SUCCESSFUL; THE RUN CANNOT   *
009380*    BE TRUSTED TO CONTINUE, SO IT STOPS HERE WITH A NON-ZERO   *
009390*    RETURN CODE FOR THE JOB SCHEDULER TO CATCH.                *
009400****************************************************************
009410 9900-ABEND-TERMINATION.
009420     MOVE 16 TO RETURN-CODE.
009430     PERFORM 9700-WRITE-RUN-END THRU 9700-EXIT.
009440     STOP RUN.
