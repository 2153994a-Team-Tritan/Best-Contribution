000010****************************************************************
000020* PROGRAM-ID.  PARMMNT                                         *
000030* AUTHOR.      D. L. OKAFOR                                    *
000040* INSTALLATION. INVENTORY CONTROL SYSTEMS                      *
000050* DATE-WRITTEN. 09/29/2026                                     *
000060* DATE-COMPILED.                                                *
000070*                                                                *
000080* REMARKS.                                                      *
000090*     BATCH MAINTENANCE FOR ONE STREAM'S RUN PARAMETER CARD.    *
000100*     READS THE CARD NOW IN PRODUCTION (PARMIN), APPLIES A      *
000110*     DECK OF CHANGE TRANSACTIONS, AND WRITES THE NEW CARD TO   *
000120*     PARMOUT ONLY WHEN AT LEAST ONE CHANGE WAS ACCEPTED - A    *
000130*     DECK THAT IS ENTIRELY REJECTED LEAVES NO NEW CARD FOR     *
000140*     THE SCHEDULER TO PROMOTE. EACH TRANSACTION CHANGES ONE    *
000150*     GROUP OF FIELDS; A BLANK FIELD IS LEFT AS IT IS AND AN    *
000160*     ASTERISK CLEARS IT BACK TO ITS DEFAULT:                   *
000170*         G  GENERAL  - DEFAULT FIXED NUMBER, CHECKPOINT        *
000180*                       INTERVAL, ALERT THRESHOLD, REJECT       *
000190*                       LIMIT, SUSPENSE ACCOUNT, ADJUSTMENT     *
000200*                       TOLERANCE, EXCEPTION AGE LIMIT          *
000210*         S  STREAM   - RUN-ID, CYCLE, ITEM RANGE FROM AND TO   *
000220*         R  RUN MODE - SEED, PROCESS MODE, REPLAY DATE         *
000230*         Q  INQUIRY  - PRINT THE SETTINGS IN FORCE ON THE      *
000240*                       DATE IN THE EFFECTIVE-DATE FIELD        *
000250*     EVERY FIELD IS EDITED, THEN THE CARD AS IT WOULD STAND    *
000260*     IS CHECKED AS A WHOLE: AN INVERTED ITEM RANGE, REPLAY     *
000270*     MODE WITHOUT A DATE OR WITH A FUTURE ONE, AND A RUN-ID    *
000280*     OR ITEM RANGE THAT COLLIDES WITH ANOTHER STREAM'S CARD    *
000290*     (PARMOTH, THE OTHER STREAMS' PRODUCTION CARDS) ARE        *
000300*     REJECTED. A KEYED SEED OF ZERO IS REJECTED; AN ASTERISK   *
000310*     RETURNS THE STREAM TO THE DATE/TIME SEED. A REJECTED      *
000320*     TRANSACTION LEAVES THE CARD EXACTLY AS IT WAS. EVERY      *
000330*     FIELD AN ACCEPTED TRANSACTION CHANGES IS APPENDED TO THE  *
000340*     PARAMETER HISTORY FILE WITH ITS EFFECTIVE DATE, OLD AND   *
000350*     NEW VALUE, AND OPERATOR, AND SHOWN ON THE REGISTER. ENDS  *
000360*     WITH RETURN CODE 0 WHEN EVERY TRANSACTION APPLIED, 4      *
000370*     WHEN ANY WAS REJECTED.                                    *
000380*                                                                *
000390* MODIFICATION HISTORY.                                         *
000400*     09/29/2026  DLO  ORIGINAL PROGRAM.                        *
000410*     10/15/2026  DLO  REJECT A CHANGE DATED AFTER TODAY - THE  *
000420*                      NEW CARD GOES TO PRODUCTION AT ONCE, SO  *
000430*                      THE HISTORY MUST NOT DATE IT LATER.      *
000440****************************************************************
000450 IDENTIFICATION DIVISION.
000460 PROGRAM-ID.    PARMMNT.
000470 AUTHOR.        D. L. OKAFOR.
000480 INSTALLATION.  INVENTORY CONTROL SYSTEMS.
000490 DATE-WRITTEN.  09/29/2026.
000500 DATE-COMPILED.
000510
000520 ENVIRONMENT DIVISION.
000530 CONFIGURATION SECTION.
000540 SOURCE-COMPUTER.   IBM-370.
000550 OBJECT-COMPUTER.   IBM-370.
000560 SPECIAL-NAMES.
000570     C01 IS TOP-OF-PAGE.
000580
000590 INPUT-OUTPUT SECTION.
000600 FILE-CONTROL.
000610*    CHANGE AND INQUIRY TRANSACTION DECK, AS KEYED
000620     SELECT PARM-TRAN-FILE
000630         ASSIGN TO PARMTRN
000640         ORGANIZATION IS SEQUENTIAL
000650         FILE STATUS IS WS-TRN-FILE-STATUS.
000660
000670*    THE STREAM'S PARAMETER CARD NOW IN PRODUCTION - OPTIONAL
000680*    SO A NEW STREAM'S FIRST CARD CAN BE BUILT FROM DEFAULTS
000690     SELECT OPTIONAL CURRENT-PARM-FILE
000700         ASSIGN TO PARMIN
000710         ORGANIZATION IS SEQUENTIAL
000720         FILE STATUS IS WS-PARM-FILE-STATUS.
000730
000740*    THE OTHER STREAMS' PRODUCTION CARDS, FOR THE RUN-ID AND
000750*    ITEM RANGE COLLISION CHECKS - OPTIONAL
000760     SELECT OPTIONAL OTHER-PARM-FILE
000770         ASSIGN TO PARMOTH
000780         ORGANIZATION IS SEQUENTIAL
000790         FILE STATUS IS WS-OTH-FILE-STATUS.
000800
000810*    THE NEW PARAMETER CARD - WRITTEN ONLY FROM ACCEPTED CHANGES
000820     SELECT NEW-PARM-FILE
000830         ASSIGN TO PARMOUT
000840         ORGANIZATION IS SEQUENTIAL
000850         FILE STATUS IS WS-NEW-FILE-STATUS.
000860
000870*    PARAMETER HISTORY - ONE RECORD PER FIELD CHANGED, APPENDED
000880     SELECT OPTIONAL PARM-HISTORY-FILE
000890         ASSIGN TO PARMHST
000900         ORGANIZATION IS SEQUENTIAL
000910         FILE STATUS IS WS-PRH-FILE-STATUS.
000920
000930*    PRINTED, PAGINATED BEFORE/AFTER MAINTENANCE REGISTER
000940     SELECT REGISTER-FILE
000950         ASSIGN TO PARMRPT
000960         ORGANIZATION IS SEQUENTIAL
000970         FILE STATUS IS WS-RPT-FILE-STATUS.
000980
000990*    SHARED RUN-STATUS FILE - ONE START AND ONE END RECORD PER
001000*    RUN, READ BY THE STATBRD OPERATIONS STATUS BOARD
001010     SELECT OPTIONAL RUN-STATUS-FILE
001020         ASSIGN TO RUNSTAT
001030         ORGANIZATION IS SEQUENTIAL
001040         FILE STATUS IS WS-RUN-FILE-STATUS.
001050
001060 DATA DIVISION.
001070 FILE SECTION.
001080 FD  PARM-TRAN-FILE
001090     LABEL RECORDS ARE STANDARD
001100     RECORD CONTAINS 80 CHARACTERS.
001110 01  TRN-RECORD.
001120     05  TRN-ACTION-CODE         PIC X(01).
001130         88  TRN-ACTION-GENERAL             VALUE "G".
001140         88  TRN-ACTION-STREAM              VALUE "S".
001150         88  TRN-ACTION-RUN-MODE            VALUE "R".
001160         88  TRN-ACTION-INQUIRY             VALUE "Q".
001170     05  TRN-OPERATOR-ID         PIC X(08).
001180     05  TRN-EFFECTIVE-DATE-X    PIC X(08).
001190     05  TRN-EFFECTIVE-DATE REDEFINES TRN-EFFECTIVE-DATE-X
001200                                 PIC 9(08).
001210     05  TRN-GENERAL-DATA.
001220         10  TRN-FIXED-NUM       PIC X(04).
001230         10  TRN-FIXED-NUM-N REDEFINES TRN-FIXED-NUM
001240                                 PIC 9(04).
001250         10  TRN-CKPT-INTERVAL   PIC X(04).
001260         10  TRN-CKPT-INTERVAL-N REDEFINES TRN-CKPT-INTERVAL
001270                                 PIC 9(04).
001280         10  TRN-ALERT-THRESHOLD PIC X(04).
001290         10  TRN-ALERT-THRESHOLD-N REDEFINES TRN-ALERT-THRESHOLD
001300                                 PIC 9(04).
001310         10  TRN-REJECT-LIMIT    PIC X(04).
001320         10  TRN-REJECT-LIMIT-N REDEFINES TRN-REJECT-LIMIT
001330                                 PIC 9(04).
001340         10  TRN-SUSPENSE-ACCOUNT PIC X(08).
001350         10  TRN-ADJ-TOLERANCE   PIC X(05).
001360         10  TRN-ADJ-TOLERANCE-N REDEFINES TRN-ADJ-TOLERANCE
001370                                 PIC 9(05).
001380         10  TRN-EXC-AGE-LIMIT   PIC X(02).
001390         10  TRN-EXC-AGE-LIMIT-N REDEFINES TRN-EXC-AGE-LIMIT
001400                                 PIC 9(02).
001410         10  FILLER              PIC X(32).
001420     05  TRN-STREAM-DATA REDEFINES TRN-GENERAL-DATA.
001430         10  TRN-RUN-ID          PIC X(08).
001440         10  TRN-CYCLE-NO        PIC X(02).
001450         10  TRN-CYCLE-NO-N REDEFINES TRN-CYCLE-NO
001460                                 PIC 9(02).
001470         10  TRN-RANGE-FROM      PIC X(10).
001480         10  TRN-RANGE-TO        PIC X(10).
001490         10  FILLER              PIC X(33).
001500     05  TRN-RUN-MODE-DATA REDEFINES TRN-GENERAL-DATA.
001510         10  TRN-RANDOM-SEED     PIC X(10).
001520         10  TRN-RANDOM-SEED-N REDEFINES TRN-RANDOM-SEED
001530                                 PIC 9(10).
001540         10  TRN-PROCESS-MODE    PIC X(01).
001550         10  TRN-REPLAY-DATE     PIC X(08).
001560         10  TRN-REPLAY-DATE-N REDEFINES TRN-REPLAY-DATE
001570                                 PIC 9(08).
001580         10  FILLER              PIC X(44).
001590
001600 FD  CURRENT-PARM-FILE
001610     LABEL RECORDS ARE STANDARD
001620     RECORD CONTAINS 80 CHARACTERS.
001630 01  CUR-PARM-RECORD             PIC X(80).
001640
001650 FD  OTHER-PARM-FILE
001660     LABEL RECORDS ARE STANDARD
001670     RECORD CONTAINS 80 CHARACTERS.
001680 01  OTH-PARM-RECORD             PIC X(80).
001690
001700 FD  NEW-PARM-FILE
001710     LABEL RECORDS ARE STANDARD
001720     RECORD CONTAINS 80 CHARACTERS.
001730 01  NEW-PARM-RECORD             PIC X(80).
001740
001750 FD  PARM-HISTORY-FILE
001760     LABEL RECORDS ARE STANDARD
001770     RECORD CONTAINS 80 CHARACTERS.
001780     COPY "PRHREC.CPY".
001790
001800 FD  REGISTER-FILE
001810     LABEL RECORDS ARE STANDARD
001820     RECORD CONTAINS 132 CHARACTERS.
001830 01  REGISTER-RECORD             PIC X(132).
001840
001850 FD  RUN-STATUS-FILE
001860     LABEL RECORDS ARE STANDARD
001870     RECORD CONTAINS 80 CHARACTERS.
001880     COPY "RUNREC.CPY".
001890
001900 WORKING-STORAGE SECTION.
001910****************************************************************
001920*    FILE STATUS SWITCHES                                      *
001930****************************************************************
001940 01  WS-FILE-STATUSES.
001950     05  WS-TRN-FILE-STATUS      PIC X(02) VALUE "00".
001960     05  WS-PARM-FILE-STATUS     PIC X(02) VALUE "00".
001970     05  WS-OTH-FILE-STATUS      PIC X(02) VALUE "00".
001980     05  WS-NEW-FILE-STATUS      PIC X(02) VALUE "00".
001990     05  WS-PRH-FILE-STATUS      PIC X(02) VALUE "00".
002000     05  WS-RPT-FILE-STATUS      PIC X(02) VALUE "00".
002010     05  WS-RUN-FILE-STATUS      PIC X(02) VALUE "00".
002020
002030****************************************************************
002040*    PROGRAM SWITCHES                                          *
002050****************************************************************
002060 01  WS-SWITCHES.
002070     05  WS-RUN-OPEN-SW          PIC X(01) VALUE "N".
002080         88  WS-RUN-OPEN                    VALUE "Y".
002090     05  WS-TRN-EOF-SW           PIC X(01) VALUE "N".
002100         88  WS-TRN-EOF                     VALUE "Y".
002110     05  WS-OTH-EOF-SW           PIC X(01) VALUE "N".
002120         88  WS-OTH-EOF                     VALUE "Y".
002130     05  WS-PRH-EOF-SW           PIC X(01) VALUE "N".
002140         88  WS-PRH-EOF                     VALUE "Y".
002150     05  PMN-CARD-CHANGED-SW     PIC X(01) VALUE "N".
002160         88  PMN-CARD-CHANGED               VALUE "Y".
002170     05  PMN-ALIAS-FOUND-SW      PIC X(01) VALUE "N".
002180         88  PMN-ALIAS-FOUND                VALUE "Y".
002190
002200****************************************************************
002210*    THE PARAMETER CARD BEING MAINTAINED, AND ITS IMAGE BEFORE  *
002220*    THE TRANSACTION IN HAND SO A REJECT CAN PUT IT BACK        *
002230****************************************************************
002240     COPY "PARMREC.CPY".
002250 01  PMN-BEFORE-CARD             PIC X(80).
002260 01  PMN-SAVE-CARD               PIC X(80).
002270
002280****************************************************************
002290*    ANOTHER STREAM'S CARD, AS READ FROM PARMOTH - ONLY THE     *
002300*    RUN-ID AND ITEM RANGE MATTER HERE                          *
002310****************************************************************
002320 01  PMN-OTHER-CARD.
002330     05  FILLER                  PIC X(45).
002340     05  PMN-OCD-RUN-ID          PIC X(08).
002350     05  PMN-OCD-RANGE-FROM      PIC X(10).
002360     05  PMN-OCD-RANGE-TO        PIC X(10).
002370     05  FILLER                  PIC X(07).
002380
002390 01  PMN-OTHER-COUNT             PIC 9(02) COMP VALUE ZERO.
002400 01  PMN-OTHER-MAX               PIC 9(02) COMP VALUE 10.
002410 01  PMN-OTHER-TABLE.
002420     05  PMN-OTHER-ENTRY OCCURS 10 TIMES
002430             INDEXED BY PMN-OTH-IDX.
002440         10  PMN-OTH-RUN-ID          PIC X(08).
002450         10  PMN-OTH-RANGE-FROM      PIC X(10).
002460         10  PMN-OTH-RANGE-TO        PIC X(10).
002470
002480****************************************************************
002490*    FIELD NAMES AS CARRIED ON THE HISTORY FILE, IN FIELD       *
002500*    NUMBER ORDER                                               *
002510****************************************************************
002520 01  PMN-FIELD-NAME-DEF.
002530     05  FILLER                  PIC X(10) VALUE "FIXED-NUM".
002540     05  FILLER                  PIC X(10) VALUE "CKPT-INTVL".
002550     05  FILLER                  PIC X(10) VALUE "ALERT-THR".
002560     05  FILLER                  PIC X(10) VALUE "REJ-LIMIT".
002570     05  FILLER                  PIC X(10) VALUE "SUSPENSE".
002580     05  FILLER                  PIC X(10) VALUE "SEED".
002590     05  FILLER                  PIC X(10) VALUE "MODE".
002600     05  FILLER                  PIC X(10) VALUE "REPLAY-DTE".
002610     05  FILLER                  PIC X(10) VALUE "CYCLE-NO".
002620     05  FILLER                  PIC X(10) VALUE "RUN-ID".
002630     05  FILLER                  PIC X(10) VALUE "RANGE-FROM".
002640     05  FILLER                  PIC X(10) VALUE "RANGE-TO".
002650     05  FILLER                  PIC X(10) VALUE "ADJ-TOL".
002660     05  FILLER                  PIC X(10) VALUE "EXC-AGE".
002670 01  PMN-FIELD-NAME-TBL REDEFINES PMN-FIELD-NAME-DEF.
002680     05  PMN-FIELD-NAME OCCURS 14 TIMES
002690             INDEXED BY PMN-FLD-IDX
002700                                 PIC X(10).
002710 01  PMN-FIELD-COUNT             PIC 9(02) COMP VALUE 14.
002720 01  PMN-FIELD-NO                PIC 9(02) COMP VALUE ZERO.
002730
002740****************************************************************
002750*    FIELD VALUE WORK AREAS - A NUMERIC FIELD IS HANDLED AS     *
002760*    TEN ZERO-FILLED DIGITS, AN ALPHANUMERIC ONE LEFT-JUSTIFIED *
002770****************************************************************
002780 01  PMN-VALUE-TEXT              PIC X(10).
002790 01  PMN-VALUE-NUM REDEFINES PMN-VALUE-TEXT
002800                                 PIC 9(10).
002810 01  PMN-OLD-TEXT                PIC X(10).
002820 01  PMN-NEW-TEXT                PIC X(10).
002830 01  PMN-NEW-NUM REDEFINES PMN-NEW-TEXT
002840                                 PIC 9(10).
002850
002860****************************************************************
002870*    CHANGES STAGED BY THE TRANSACTION IN HAND, LOGGED ONLY     *
002880*    WHEN THE WHOLE TRANSACTION IS ACCEPTED                     *
002890****************************************************************
002900 01  PMN-PEND-COUNT              PIC 9(02) COMP VALUE ZERO.
002910 01  PMN-PEND-TABLE.
002920     05  PMN-PEND-ENTRY OCCURS 14 TIMES
002930             INDEXED BY PMN-PND-IDX.
002940         10  PMN-PND-FIELD-NO        PIC 9(02) COMP.
002950         10  PMN-PND-OLD-VALUE       PIC X(10).
002960         10  PMN-PND-NEW-VALUE       PIC X(10).
002970
002980****************************************************************
002990*    INQUIRY WORK AREAS - HISTORY EFFECTIVE AFTER THE AS-OF     *
003000*    DATE, THE RUN-IDS THE STREAM HAS CARRIED SINCE, AND THE    *
003010*    SETTINGS RECONSTRUCTED FOR THE AS-OF DATE                  *
003020****************************************************************
003030 01  PMN-AS-OF-DATE              PIC 9(08) VALUE ZERO.
003040 01  PMN-HIST-COUNT              PIC 9(04) COMP VALUE ZERO.
003050 01  PMN-HIST-MAX                PIC 9(04) COMP VALUE 2000.
003060 01  PMN-HIST-SUB                PIC S9(04) COMP VALUE ZERO.
003070 01  PMN-HIST-TABLE.
003080     05  PMN-HIST-ENTRY OCCURS 2000 TIMES.
003090         10  PMN-HST-RUN-ID          PIC X(08).
003100         10  PMN-HST-FIELD-NAME      PIC X(10).
003110         10  PMN-HST-OLD-VALUE       PIC X(10).
003120 01  PMN-ALIAS-COUNT             PIC 9(02) COMP VALUE ZERO.
003130 01  PMN-ALIAS-MAX               PIC 9(02) COMP VALUE 20.
003140 01  PMN-ALIAS-TABLE.
003150     05  PMN-ALIAS-ENTRY OCCURS 20 TIMES
003160             INDEXED BY PMN-ALS-IDX.
003170         10  PMN-ALIAS-RUN-ID        PIC X(08).
003180 01  PMN-ASOF-TABLE.
003190     05  PMN-ASOF-VALUE OCCURS 14 TIMES
003200                                 PIC X(10).
003210
003220****************************************************************
003230*    MAINTENANCE WORKING FIELDS AND COUNTERS                    *
003240****************************************************************
003250 01  PMN-DISPOSITION             PIC X(40).
003260 01  PMN-EFFECTIVE-DATE          PIC 9(08).
003270 01  PMN-RUN-ID                  PIC X(08).
003280 01  PMN-RANGE-FROM              PIC X(10).
003290 01  PMN-RANGE-TO                PIC X(10).
003300 01  PMN-SEED-MODULUS            PIC 9(10) VALUE 2147483647.
003310 01  PMN-READ-COUNT              PIC 9(06) COMP VALUE ZERO.
003320 01  PMN-APPLIED-COUNT           PIC 9(06) COMP VALUE ZERO.
003330 01  PMN-REJECT-COUNT            PIC 9(06) COMP VALUE ZERO.
003340 01  PMN-INQUIRY-COUNT           PIC 9(06) COMP VALUE ZERO.
003350 01  PMN-FIELDS-CHANGED          PIC 9(06) COMP VALUE ZERO.
003360 01  PMN-CARD-WRITTEN            PIC 9(06) COMP VALUE ZERO.
003370
003380****************************************************************
003390*    PAGINATION COUNTERS AND RUN DATE                           *
003400****************************************************************
003410 01  PMN-LINE-COUNT              PIC 9(03) COMP VALUE ZERO.
003420 01  PMN-PAGE-COUNT              PIC 9(03) COMP VALUE ZERO.
003430 01  PMN-LINES-PER-PAGE          PIC 9(03) COMP VALUE 55.
003440 01  WS-CURRENT-DATE             PIC 9(08) VALUE ZERO.
003450 01  WS-CURRENT-TIME             PIC 9(08) VALUE ZERO.
003460
003470****************************************************************
003480*    PAGINATED REGISTER LINES - OLD AND NEW VALUE SIDE BY SIDE  *
003490*    FOR EVERY FIELD CHANGED; AN INQUIRY SHOWS THE VALUE IN     *
003500*    FORCE ON THE AS-OF DATE BESIDE THE CURRENT ONE             *
003510****************************************************************
003520 01  RPT-HEADING-LINE-1.
003530     05  FILLER                  PIC X(01) VALUE "1".
003540     05  FILLER                  PIC X(40)
003550             VALUE "PARMMNT - RUN PARAMETER MAINTENANCE".
003560     05  FILLER                  PIC X(10) VALUE "  RUN DATE".
003570     05  RPT-HDG-RUN-DATE        PIC 9(08).
003580     05  FILLER                  PIC X(09) VALUE SPACES.
003590     05  FILLER                  PIC X(05) VALUE "PAGE ".
003600     05  RPT-HDG-PAGE-NO         PIC ZZ9.
003610     05  FILLER                  PIC X(56) VALUE SPACES.
003620
003630 01  RPT-HEADING-LINE-2.
003640     05  FILLER                  PIC X(01) VALUE SPACE.
003650     05  FILLER                  PIC X(02) VALUE "AC".
003660     05  FILLER                  PIC X(01) VALUE SPACES.
003670     05  FILLER                  PIC X(08) VALUE "OPERATOR".
003680     05  FILLER                  PIC X(02) VALUE SPACES.
003690     05  FILLER                  PIC X(08) VALUE "EFF DATE".
003700     05  FILLER                  PIC X(02) VALUE SPACES.
003710     05  FILLER                  PIC X(10) VALUE "FIELD".
003720     05  FILLER                  PIC X(02) VALUE SPACES.
003730     05  FILLER                  PIC X(10) VALUE "OLD VALUE".
003740     05  FILLER                  PIC X(02) VALUE SPACES.
003750     05  FILLER                  PIC X(10) VALUE "NEW VALUE".
003760     05  FILLER                  PIC X(02) VALUE SPACES.
003770     05  FILLER                  PIC X(40) VALUE "DISPOSITION".
003780     05  FILLER                  PIC X(32) VALUE SPACES.
003790
003800 01  RPT-DETAIL-LINE.
003810     05  FILLER                  PIC X(01) VALUE SPACE.
003820     05  RPT-ACTION-CODE         PIC X(01).
003830     05  FILLER                  PIC X(02) VALUE SPACES.
003840     05  RPT-OPERATOR-ID         PIC X(08).
003850     05  FILLER                  PIC X(02) VALUE SPACES.
003860     05  RPT-EFFECTIVE-DATE      PIC 9(08) BLANK WHEN ZERO.
003870     05  FILLER                  PIC X(02) VALUE SPACES.
003880     05  RPT-FIELD-NAME          PIC X(10).
003890     05  FILLER                  PIC X(02) VALUE SPACES.
003900     05  RPT-OLD-VALUE           PIC X(10).
003910     05  FILLER                  PIC X(02) VALUE SPACES.
003920     05  RPT-NEW-VALUE           PIC X(10).
003930     05  FILLER                  PIC X(02) VALUE SPACES.
003940     05  RPT-DISPOSITION         PIC X(40).
003950     05  FILLER                  PIC X(32) VALUE SPACES.
003960
003970 01  RPT-TOTAL-LINE.
003980     05  FILLER                  PIC X(01) VALUE SPACE.
003990     05  RPT-TOT-LABEL           PIC X(25).
004000     05  RPT-TOT-VALUE           PIC ZZZZZ9.
004010     05  FILLER                  PIC X(100) VALUE SPACES.
004020
004030 PROCEDURE DIVISION.
004040****************************************************************
004050*    0000-MAINLINE                                              *
004060****************************************************************
004070 0000-MAINLINE.
004080     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
004090     PERFORM 2000-PROCESS-TRANSACTION THRU 2000-EXIT
004100         UNTIL WS-TRN-EOF.
004110     PERFORM 8500-WRITE-NEW-CARD THRU 8500-EXIT.
004120     PERFORM 9000-TERMINATE THRU 9000-EXIT.
004130     PERFORM 9700-WRITE-RUN-END THRU 9700-EXIT.
004140     STOP RUN.
004150
004160****************************************************************
004170*    1000-INITIALIZE                                            *
004180****************************************************************
004190 1000-INITIALIZE.
004200     OPEN INPUT PARM-TRAN-FILE.
004210     IF WS-TRN-FILE-STATUS NOT = "00"
004220         DISPLAY "PARMMNT - ABEND - PARM-TRAN-FILE "
004230                 "OPEN FAILED - STATUS " WS-TRN-FILE-STATUS
004240         GO TO 9900-ABEND-TERMINATION
004250     END-IF.
004260     OPEN EXTEND PARM-HISTORY-FILE.
004270     IF WS-PRH-FILE-STATUS NOT = "00"
004280             AND WS-PRH-FILE-STATUS NOT = "05"
004290         DISPLAY "PARMMNT - ABEND - PARM-HISTORY-FILE "
004300                 "OPEN FAILED - STATUS " WS-PRH-FILE-STATUS
004310         GO TO 9900-ABEND-TERMINATION
004320     END-IF.
004330     OPEN OUTPUT REGISTER-FILE.
004340     IF WS-RPT-FILE-STATUS NOT = "00"
004350         DISPLAY "PARMMNT - ABEND - REGISTER-FILE "
004360                 "OPEN FAILED - STATUS " WS-RPT-FILE-STATUS
004370         GO TO 9900-ABEND-TERMINATION
004380     END-IF.
004390     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
004400     PERFORM 1700-WRITE-RUN-START THRU 1700-EXIT.
004410     PERFORM 1100-READ-CURRENT-CARD THRU 1100-EXIT.
004420     PERFORM 1200-LOAD-OTHER-CARDS THRU 1200-EXIT.
004430     PERFORM 7100-WRITE-REPORT-HEADING THRU 7100-EXIT.
004440     PERFORM 2900-READ-TRAN-RECORD THRU 2900-EXIT.
004450 1000-EXIT.
004460     EXIT.
004470
004480****************************************************************
004490*    1100-READ-CURRENT-CARD - WITH NO CARD IN PRODUCTION THE    *
004500*    STREAM STARTS FROM THE SAME DEFAULTS RANDOM-SUBTRACTION    *
004510*    ASSUMES WHEN ITS PARAMETER FILE IS EMPTY                   *
004520****************************************************************
004530 1100-READ-CURRENT-CARD.
004540     OPEN INPUT CURRENT-PARM-FILE.
004550     IF WS-PARM-FILE-STATUS NOT = "00"
004560             AND WS-PARM-FILE-STATUS NOT = "05"
004570         DISPLAY "PARMMNT - ABEND - CURRENT-PARM-FILE "
004580                 "OPEN FAILED - STATUS " WS-PARM-FILE-STATUS
004590         GO TO 9900-ABEND-TERMINATION
004600     END-IF.
004610     READ CURRENT-PARM-FILE INTO PARM-RECORD
004620         AT END
004630             MOVE 1000 TO PARM-DEFAULT-FIXED-NUM
004640             MOVE 0010 TO PARM-CHECKPOINT-INTERVAL
004650             MOVE 0100 TO PARM-ALERT-THRESHOLD
004660             MOVE ZERO TO PARM-REJECT-LIMIT
004670             MOVE SPACES TO PARM-SUSPENSE-ACCOUNT
004680             MOVE ZERO TO PARM-RANDOM-SEED
004690             MOVE SPACE TO PARM-PROCESS-MODE
004700             MOVE ZERO TO PARM-REPLAY-DATE
004710             MOVE 01 TO PARM-CYCLE-NO
004720             MOVE SPACES TO PARM-RUN-ID
004730             MOVE SPACES TO PARM-ITEM-RANGE-FROM
004740             MOVE SPACES TO PARM-ITEM-RANGE-TO
004750             MOVE ZERO TO PARM-ADJ-TOLERANCE
004760             MOVE ZERO TO PARM-EXC-AGE-LIMIT
004770     END-READ.
004780     CLOSE CURRENT-PARM-FILE.
004790 1100-EXIT.
004800     EXIT.
004810
004820****************************************************************
004830*    1200-LOAD-OTHER-CARDS - THE RUN-ID AND ITEM RANGE OF       *
004840*    EVERY OTHER STREAM. A BLANK RUN-ID IS RANDSUB1 AND A       *
004850*    BLANK RANGE BOUND IS OPEN, AS RANDOM-SUBTRACTION READS     *
004860*    THEM.                                                      *
004870****************************************************************
004880 1200-LOAD-OTHER-CARDS.
004890     OPEN INPUT OTHER-PARM-FILE.
004900     IF WS-OTH-FILE-STATUS NOT = "00"
004910             AND WS-OTH-FILE-STATUS NOT = "05"
004920         DISPLAY "PARMMNT - ABEND - OTHER-PARM-FILE "
004930                 "OPEN FAILED - STATUS " WS-OTH-FILE-STATUS
004940         GO TO 9900-ABEND-TERMINATION
004950     END-IF.
004960     PERFORM 1250-READ-OTHER-CARD THRU 1250-EXIT.
004970     PERFORM 1210-ADD-OTHER-CARD THRU 1210-EXIT
004980         UNTIL WS-OTH-EOF.
004990     CLOSE OTHER-PARM-FILE.
005000 1200-EXIT.
005010     EXIT.
005020
005030 1210-ADD-OTHER-CARD.
005040     IF PMN-OTHER-COUNT >= PMN-OTHER-MAX
005050         DISPLAY "PARMMNT - ABEND - MORE THAN 10 OTHER "
005060                 "STREAM CARDS ON PARMOTH"
005070         GO TO 9900-ABEND-TERMINATION
005080     END-IF.
005090     ADD 1 TO PMN-OTHER-COUNT.
005100     SET PMN-OTH-IDX TO PMN-OTHER-COUNT.
005110     IF PMN-OCD-RUN-ID = SPACES
005120         MOVE "RANDSUB1" TO PMN-OTH-RUN-ID (PMN-OTH-IDX)
005130     ELSE
005140         MOVE PMN-OCD-RUN-ID TO PMN-OTH-RUN-ID (PMN-OTH-IDX)
005150     END-IF.
005160     IF PMN-OCD-RANGE-FROM = SPACES
005170         MOVE LOW-VALUES TO PMN-OTH-RANGE-FROM (PMN-OTH-IDX)
005180     ELSE
005190         MOVE PMN-OCD-RANGE-FROM
005200             TO PMN-OTH-RANGE-FROM (PMN-OTH-IDX)
005210     END-IF.
005220     IF PMN-OCD-RANGE-TO = SPACES
005230         MOVE HIGH-VALUES TO PMN-OTH-RANGE-TO (PMN-OTH-IDX)
005240     ELSE
005250         MOVE PMN-OCD-RANGE-TO TO PMN-OTH-RANGE-TO (PMN-OTH-IDX)
005260     END-IF.
005270     PERFORM 1250-READ-OTHER-CARD THRU 1250-EXIT.
005280 1210-EXIT.
005290     EXIT.
005300
005310 1250-READ-OTHER-CARD.
005320     READ OTHER-PARM-FILE INTO PMN-OTHER-CARD
005330         AT END
005340             MOVE "Y" TO WS-OTH-EOF-SW
005350     END-READ.
005360 1250-EXIT.
005370     EXIT.
005380
005390****************************************************************
005400*    1700-WRITE-RUN-START - APPEND THE START RECORD TO THE      *
005410*    SHARED RUN-STATUS FILE FOR THE STATBRD STATUS BOARD        *
005420****************************************************************
005430 1700-WRITE-RUN-START.
005440     OPEN EXTEND RUN-STATUS-FILE.
005450     IF WS-RUN-FILE-STATUS NOT = "00"
005460             AND WS-RUN-FILE-STATUS NOT = "05"
005470         DISPLAY "PARMMNT - ABEND - RUN-STATUS-FILE "
005480                 "OPEN FAILED - STATUS " WS-RUN-FILE-STATUS
005490         GO TO 9900-ABEND-TERMINATION
005500     END-IF.
005510     MOVE "Y" TO WS-RUN-OPEN-SW.
005520     MOVE SPACES          TO RUN-RECORD.
005530     MOVE "PARMMNT"       TO RUN-PROGRAM-ID.
005540     MOVE WS-CURRENT-DATE TO RUN-RUN-DATE.
005550     MOVE 01              TO RUN-CYCLE-NO.
005560     MOVE SPACES          TO RUN-RUN-ID.
005570     MOVE "S"             TO RUN-RECORD-TYPE.
005580     ACCEPT WS-CURRENT-TIME FROM TIME.
005590     MOVE WS-CURRENT-TIME TO RUN-TIME.
005600     MOVE ZERO            TO RUN-RECORDS-PROCESSED.
005610     MOVE ZERO            TO RUN-RETURN-CODE.
005620     WRITE RUN-RECORD.
005630     IF WS-RUN-FILE-STATUS NOT = "00"
005640         DISPLAY "PARMMNT - ABEND - RUN-STATUS-FILE "
005650                 "WRITE FAILED - STATUS " WS-RUN-FILE-STATUS
005660         GO TO 9900-ABEND-TERMINATION
005670     END-IF.
005680 1700-EXIT.
005690     EXIT.
005700
005710****************************************************************
005720*    2000-PROCESS-TRANSACTION - ONE ITERATION PER TRANSACTION.  *
005730*    A CHANGE IS STAGED ON THE CARD FIELD BY FIELD, THEN THE    *
005740*    CARD IS CHECKED AS A WHOLE; A REJECT PUTS THE CARD BACK    *
005750*    AS IT WAS BEFORE THE TRANSACTION.                          *
005760****************************************************************
005770 2000-PROCESS-TRANSACTION.
005780     ADD 1 TO PMN-READ-COUNT.
005790     MOVE SPACES TO PMN-DISPOSITION.
005800     MOVE SPACES TO PMN-NEW-TEXT.
005810     MOVE ZERO   TO PMN-FIELD-NO.
005820     IF TRN-ACTION-INQUIRY
005830         PERFORM 5000-INQUIRE-AS-OF THRU 5000-EXIT
005840         GO TO 2000-READ-NEXT
005850     END-IF.
005860     MOVE PARM-RECORD TO PMN-BEFORE-CARD.
005870     MOVE ZERO TO PMN-PEND-COUNT.
005880     PERFORM 2100-EDIT-TRAN-HEADER THRU 2100-EXIT.
005890     IF PMN-DISPOSITION = SPACES
005900         IF TRN-ACTION-GENERAL
005910             PERFORM 3100-STAGE-GENERAL THRU 3100-EXIT
005920         ELSE
005930             IF TRN-ACTION-STREAM
005940                 PERFORM 3200-STAGE-STREAM THRU 3200-EXIT
005950             ELSE
005960                 PERFORM 3300-STAGE-RUN-MODE THRU 3300-EXIT
005970             END-IF
005980         END-IF
005990     END-IF.
006000     IF PMN-DISPOSITION = SPACES
006010             AND PMN-PEND-COUNT = ZERO
006020         MOVE "REJECTED - NO CHANGE" TO PMN-DISPOSITION
006030     END-IF.
006040     IF PMN-DISPOSITION = SPACES
006050         PERFORM 4000-CHECK-CARD THRU 4000-EXIT
006060     END-IF.
006070     IF PMN-DISPOSITION NOT = SPACES
006080         MOVE PMN-BEFORE-CARD TO PARM-RECORD
006090         ADD 1 TO PMN-REJECT-COUNT
006100         PERFORM 6100-WRITE-REJECT-LINE THRU 6100-EXIT
006110         GO TO 2000-READ-NEXT
006120     END-IF.
006130     PERFORM 4500-LOG-CHANGE THRU 4500-EXIT
006140         VARYING PMN-PND-IDX FROM 1 BY 1
006150         UNTIL PMN-PND-IDX > PMN-PEND-COUNT.
006160     MOVE "Y" TO PMN-CARD-CHANGED-SW.
006170     ADD 1 TO PMN-APPLIED-COUNT.
006180 2000-READ-NEXT.
006190     PERFORM 2900-READ-TRAN-RECORD THRU 2900-EXIT.
006200 2000-EXIT.
006210     EXIT.
006220
006230****************************************************************
006240*    2100-EDIT-TRAN-HEADER - A CHANGE MUST NAME THE OPERATOR    *
006250*    WHO MADE IT; A BLANK EFFECTIVE DATE MEANS TODAY. A DATE    *
006260*    BEFORE TODAY IS REJECTED, SINCE THE DAYS ALREADY RUN RAN   *
006270*    UNDER THE OLD SETTINGS, AND SO IS A DATE AFTER TODAY: THE  *
006280*    NEW CARD GOES TO PRODUCTION AT ONCE, SO A LATER DATE ON    *
006290*    THE HISTORY WOULD HIDE THE CHANGE FROM AN AS-OF INQUIRY    *
006300*    FOR THE DAYS BETWEEN                                       *
006310****************************************************************
006320 2100-EDIT-TRAN-HEADER.
006330     IF NOT TRN-ACTION-GENERAL
006340             AND NOT TRN-ACTION-STREAM
006350             AND NOT TRN-ACTION-RUN-MODE
006360         MOVE "REJECTED - INVALID ACTION CODE"
006370             TO PMN-DISPOSITION
006380         GO TO 2100-EXIT
006390     END-IF.
006400     IF TRN-OPERATOR-ID = SPACES
006410         MOVE "REJECTED - NO OPERATOR ID" TO PMN-DISPOSITION
006420         GO TO 2100-EXIT
006430     END-IF.
006440     IF TRN-EFFECTIVE-DATE-X = SPACES
006450         MOVE WS-CURRENT-DATE TO PMN-EFFECTIVE-DATE
006460         GO TO 2100-EXIT
006470     END-IF.
006480     IF TRN-EFFECTIVE-DATE-X NOT NUMERIC
006490         MOVE "REJECTED - BAD EFFECTIVE DATE" TO PMN-DISPOSITION
006500         GO TO 2100-EXIT
006510     END-IF.
006520     IF TRN-EFFECTIVE-DATE < WS-CURRENT-DATE
006530         MOVE "REJECTED - BACKDATED EFF DATE" TO PMN-DISPOSITION
006540         GO TO 2100-EXIT
006550     END-IF.
006560     IF TRN-EFFECTIVE-DATE > WS-CURRENT-DATE
006570         MOVE "REJECTED - FUTURE EFF DATE" TO PMN-DISPOSITION
006580         GO TO 2100-EXIT
006590     END-IF.
006600     MOVE TRN-EFFECTIVE-DATE TO PMN-EFFECTIVE-DATE.
006610 2100-EXIT.
006620     EXIT.
006630
006640 2900-READ-TRAN-RECORD.
006650     READ PARM-TRAN-FILE
006660         AT END
006670             MOVE "Y" TO WS-TRN-EOF-SW
006680     END-READ.
006690 2900-EXIT.
006700     EXIT.
006710
006720****************************************************************
006730*    3100-STAGE-GENERAL - THE SHOP-WIDE CONTROL VALUES. A       *
006740*    CHECKPOINT INTERVAL OF ZERO WOULD NEVER CHECKPOINT, SO     *
006750*    IT IS REJECTED; THE OTHERS TAKE ZERO AS THEIR DEFAULT.     *
006760****************************************************************
006770 3100-STAGE-GENERAL.
006780     IF TRN-FIXED-NUM NOT = SPACES
006790         MOVE 1 TO PMN-FIELD-NO
006800         IF TRN-FIXED-NUM NOT NUMERIC
006810             MOVE "REJECTED - BAD FIXED NUMBER" TO PMN-DISPOSITION
006820             GO TO 3100-EXIT
006830         END-IF
006840         MOVE TRN-FIXED-NUM-N TO PMN-NEW-NUM
006850         PERFORM 3900-STAGE-FIELD THRU 3900-EXIT
006860     END-IF.
006870     IF TRN-CKPT-INTERVAL NOT = SPACES
006880         MOVE 2 TO PMN-FIELD-NO
006890         IF TRN-CKPT-INTERVAL NOT NUMERIC
006900             MOVE "REJECTED - BAD CHECKPOINT INTERVAL"
006910                 TO PMN-DISPOSITION
006920             GO TO 3100-EXIT
006930         END-IF
006940         IF TRN-CKPT-INTERVAL-N = ZERO
006950             MOVE "REJECTED - ZERO CHECKPOINT INTERVAL"
006960                 TO PMN-DISPOSITION
006970             GO TO 3100-EXIT
006980         END-IF
006990         MOVE TRN-CKPT-INTERVAL-N TO PMN-NEW-NUM
007000         PERFORM 3900-STAGE-FIELD THRU 3900-EXIT
007010     END-IF.
007020     IF TRN-ALERT-THRESHOLD NOT = SPACES
007030         MOVE 3 TO PMN-FIELD-NO
007040         IF TRN-ALERT-THRESHOLD NOT NUMERIC
007050             MOVE "REJECTED - BAD ALERT THRESHOLD"
007060                 TO PMN-DISPOSITION
007070             GO TO 3100-EXIT
007080         END-IF
007090         MOVE TRN-ALERT-THRESHOLD-N TO PMN-NEW-NUM
007100         PERFORM 3900-STAGE-FIELD THRU 3900-EXIT
007110     END-IF.
007120     IF TRN-REJECT-LIMIT NOT = SPACES
007130         MOVE 4 TO PMN-FIELD-NO
007140         IF TRN-REJECT-LIMIT NOT NUMERIC
007150             MOVE "REJECTED - BAD REJECT LIMIT" TO PMN-DISPOSITION
007160             GO TO 3100-EXIT
007170         END-IF
007180         MOVE TRN-REJECT-LIMIT-N TO PMN-NEW-NUM
007190         PERFORM 3900-STAGE-FIELD THRU 3900-EXIT
007200     END-IF.
007210     IF TRN-SUSPENSE-ACCOUNT NOT = SPACES
007220         MOVE 5 TO PMN-FIELD-NO
007230         IF TRN-SUSPENSE-ACCOUNT = "*"
007240             MOVE SPACES TO PMN-NEW-TEXT
007250         ELSE
007260             MOVE TRN-SUSPENSE-ACCOUNT TO PMN-NEW-TEXT
007270         END-IF
007280         PERFORM 3900-STAGE-FIELD THRU 3900-EXIT
007290     END-IF.
007300     IF TRN-ADJ-TOLERANCE NOT = SPACES
007310         MOVE 13 TO PMN-FIELD-NO
007320         IF TRN-ADJ-TOLERANCE NOT NUMERIC
007330             MOVE "REJECTED - BAD ADJ TOLERANCE"
007340                 TO PMN-DISPOSITION
007350             GO TO 3100-EXIT
007360         END-IF
007370         MOVE TRN-ADJ-TOLERANCE-N TO PMN-NEW-NUM
007380         PERFORM 3900-STAGE-FIELD THRU 3900-EXIT
007390     END-IF.
007400     IF TRN-EXC-AGE-LIMIT NOT = SPACES
007410         MOVE 14 TO PMN-FIELD-NO
007420         IF TRN-EXC-AGE-LIMIT NOT NUMERIC
007430             MOVE "REJECTED - BAD EXC AGE LIMIT"
007440                 TO PMN-DISPOSITION
007450             GO TO 3100-EXIT
007460         END-IF
007470         MOVE TRN-EXC-AGE-LIMIT-N TO PMN-NEW-NUM
007480         PERFORM 3900-STAGE-FIELD THRU 3900-EXIT
007490     END-IF.
007500     MOVE ZERO TO PMN-FIELD-NO.
007510 3100-EXIT.
007520     EXIT.
007530
007540****************************************************************
007550*    3200-STAGE-STREAM - WHICH STREAM THIS CARD RUNS AND WHICH  *
007560*    ITEMS IT TAKES. THE RANGE AND RUN-ID ARE CHECKED AGAINST   *
007570*    THE OTHER STREAMS ONCE THE WHOLE CARD IS STAGED.           *
007580****************************************************************
007590 3200-STAGE-STREAM.
007600     IF TRN-RUN-ID NOT = SPACES
007610         MOVE 10 TO PMN-FIELD-NO
007620         IF TRN-RUN-ID = "*"
007630             MOVE SPACES TO PMN-NEW-TEXT
007640         ELSE
007650             MOVE TRN-RUN-ID TO PMN-NEW-TEXT
007660         END-IF
007670         PERFORM 3900-STAGE-FIELD THRU 3900-EXIT
007680     END-IF.
007690     IF TRN-CYCLE-NO NOT = SPACES
007700         MOVE 9 TO PMN-FIELD-NO
007710         IF TRN-CYCLE-NO NOT NUMERIC
007720             MOVE "REJECTED - BAD CYCLE NUMBER" TO PMN-DISPOSITION
007730             GO TO 3200-EXIT
007740         END-IF
007750         IF TRN-CYCLE-NO-N = ZERO
007760             MOVE "REJECTED - BAD CYCLE NUMBER" TO PMN-DISPOSITION
007770             GO TO 3200-EXIT
007780         END-IF
007790         MOVE TRN-CYCLE-NO-N TO PMN-NEW-NUM
007800         PERFORM 3900-STAGE-FIELD THRU 3900-EXIT
007810     END-IF.
007820     IF TRN-RANGE-FROM NOT = SPACES
007830         MOVE 11 TO PMN-FIELD-NO
007840         IF TRN-RANGE-FROM = "*"
007850             MOVE SPACES TO PMN-NEW-TEXT
007860         ELSE
007870             MOVE TRN-RANGE-FROM TO PMN-NEW-TEXT
007880         END-IF
007890         PERFORM 3900-STAGE-FIELD THRU 3900-EXIT
007900     END-IF.
007910     IF TRN-RANGE-TO NOT = SPACES
007920         MOVE 12 TO PMN-FIELD-NO
007930         IF TRN-RANGE-TO = "*"
007940             MOVE SPACES TO PMN-NEW-TEXT
007950         ELSE
007960             MOVE TRN-RANGE-TO TO PMN-NEW-TEXT
007970         END-IF
007980         PERFORM 3900-STAGE-FIELD THRU 3900-EXIT
007990     END-IF.
008000     MOVE ZERO TO PMN-FIELD-NO.
008010 3200-EXIT.
008020     EXIT.
008030
008040****************************************************************
008050*    3300-STAGE-RUN-MODE - A KEYED SEED MUST BE NONZERO AND     *
008060*    BELOW THE GENERATOR MODULUS, OR IT DEGENERATES; AN         *
008070*    ASTERISK CLEARS IT SO THE SEED DERIVES FROM THE RUN DATE   *
008080*    AND TIME AGAIN. THE MODE IS "R" FOR A REPLAY OR "N" (OR    *
008090*    AN ASTERISK) FOR A NORMAL RUN. A REPLAY DATE CANNOT BE IN  *
008100*    THE FUTURE - THERE IS NO AUDIT TRAIL YET TO REPLAY.        *
008110****************************************************************
008120 3300-STAGE-RUN-MODE.
008130     IF TRN-RANDOM-SEED NOT = SPACES
008140         MOVE 6 TO PMN-FIELD-NO
008150         IF TRN-RANDOM-SEED = "*"
008160             MOVE ZERO TO PMN-NEW-NUM
008170         ELSE
008180             IF TRN-RANDOM-SEED NOT NUMERIC
008190                 MOVE "REJECTED - BAD SEED" TO PMN-DISPOSITION
008200                 GO TO 3300-EXIT
008210             END-IF
008220             IF TRN-RANDOM-SEED-N = ZERO
008230                 MOVE "REJECTED - ZERO SEED" TO PMN-DISPOSITION
008240                 GO TO 3300-EXIT
008250             END-IF
008260             IF TRN-RANDOM-SEED-N NOT < PMN-SEED-MODULUS
008270                 MOVE "REJECTED - SEED NOT BELOW 2147483647"
008280                     TO PMN-DISPOSITION
008290                 GO TO 3300-EXIT
008300             END-IF
008310             MOVE TRN-RANDOM-SEED-N TO PMN-NEW-NUM
008320         END-IF
008330         PERFORM 3900-STAGE-FIELD THRU 3900-EXIT
008340     END-IF.
008350     IF TRN-PROCESS-MODE NOT = SPACES
008360         MOVE 7 TO PMN-FIELD-NO
008370         IF TRN-PROCESS-MODE = "*"
008380                 OR TRN-PROCESS-MODE = "N"
008390             MOVE SPACES TO PMN-NEW-TEXT
008400         ELSE
008410             IF TRN-PROCESS-MODE NOT = "R"
008420                 MOVE "REJECTED - BAD PROCESS MODE"
008430                     TO PMN-DISPOSITION
008440                 GO TO 3300-EXIT
008450             END-IF
008460             MOVE TRN-PROCESS-MODE TO PMN-NEW-TEXT
008470         END-IF
008480         PERFORM 3900-STAGE-FIELD THRU 3900-EXIT
008490     END-IF.
008500     IF TRN-REPLAY-DATE NOT = SPACES
008510         MOVE 8 TO PMN-FIELD-NO
008520         IF TRN-REPLAY-DATE = "*"
008530             MOVE ZERO TO PMN-NEW-NUM
008540         ELSE
008550             IF TRN-REPLAY-DATE NOT NUMERIC
008560                 MOVE "REJECTED - BAD REPLAY DATE"
008570                     TO PMN-DISPOSITION
008580                 GO TO 3300-EXIT
008590             END-IF
008600             IF TRN-REPLAY-DATE-N > WS-CURRENT-DATE
008610                 MOVE "REJECTED - FUTURE REPLAY DATE"
008620                     TO PMN-DISPOSITION
008630                 GO TO 3300-EXIT
008640             END-IF
008650             MOVE TRN-REPLAY-DATE-N TO PMN-NEW-NUM
008660         END-IF
008670         PERFORM 3900-STAGE-FIELD THRU 3900-EXIT
008680     END-IF.
008690     MOVE ZERO TO PMN-FIELD-NO.
008700 3300-EXIT.
008710     EXIT.
008720
008730****************************************************************
008740*    3900-STAGE-FIELD - A FIELD WHOSE NEW VALUE DIFFERS FROM    *
008750*    THE CARD IS NOTED FOR THE HISTORY AND SET ON THE CARD      *
008760****************************************************************
008770 3900-STAGE-FIELD.
008780     PERFORM 5500-GET-FIELD-TEXT THRU 5500-EXIT.
008790     MOVE PMN-VALUE-TEXT TO PMN-OLD-TEXT.
008800     IF PMN-OLD-TEXT = PMN-NEW-TEXT
008810         GO TO 3900-EXIT
008820     END-IF.
008830     ADD 1 TO PMN-PEND-COUNT.
008840     SET PMN-PND-IDX TO PMN-PEND-COUNT.
008850     MOVE PMN-FIELD-NO TO PMN-PND-FIELD-NO (PMN-PND-IDX).
008860     MOVE PMN-OLD-TEXT TO PMN-PND-OLD-VALUE (PMN-PND-IDX).
008870     MOVE PMN-NEW-TEXT TO PMN-PND-NEW-VALUE (PMN-PND-IDX).
008880     MOVE PMN-NEW-TEXT TO PMN-VALUE-TEXT.
008890     PERFORM 5400-PUT-FIELD-TEXT THRU 5400-EXIT.
008900 3900-EXIT.
008910     EXIT.
008920
008930****************************************************************
008940*    4000-CHECK-CARD - THE CARD AS IT WOULD STAND MUST BE       *
008950*    CONSISTENT IN ITSELF AND WITH THE OTHER STREAMS' CARDS     *
008960****************************************************************
008970 4000-CHECK-CARD.
008980     IF PARM-ITEM-RANGE-FROM NOT = SPACES
008990             AND PARM-ITEM-RANGE-TO NOT = SPACES
009000             AND PARM-ITEM-RANGE-FROM > PARM-ITEM-RANGE-TO
009010         MOVE "REJECTED - INVERTED ITEM RANGE" TO PMN-DISPOSITION
009020         GO TO 4000-EXIT
009030     END-IF.
009040     IF PARM-REPLAY-REQUEST
009050         IF PARM-REPLAY-DATE NOT NUMERIC
009060                 OR PARM-REPLAY-DATE = ZERO
009070             MOVE "REJECTED - REPLAY MODE WITH NO DATE"
009080                 TO PMN-DISPOSITION
009090             GO TO 4000-EXIT
009100         END-IF
009110         IF PARM-REPLAY-DATE > WS-CURRENT-DATE
009120             MOVE "REJECTED - FUTURE REPLAY DATE"
009130                 TO PMN-DISPOSITION
009140             GO TO 4000-EXIT
009150         END-IF
009160     END-IF.
009170     IF PARM-RUN-ID = SPACES
009180         MOVE "RANDSUB1" TO PMN-RUN-ID
009190     ELSE
009200         MOVE PARM-RUN-ID TO PMN-RUN-ID
009210     END-IF.
009220     IF PARM-ITEM-RANGE-FROM = SPACES
009230         MOVE LOW-VALUES TO PMN-RANGE-FROM
009240     ELSE
009250         MOVE PARM-ITEM-RANGE-FROM TO PMN-RANGE-FROM
009260     END-IF.
009270     IF PARM-ITEM-RANGE-TO = SPACES
009280         MOVE HIGH-VALUES TO PMN-RANGE-TO
009290     ELSE
009300         MOVE PARM-ITEM-RANGE-TO TO PMN-RANGE-TO
009310     END-IF.
009320     IF PMN-OTHER-COUNT > ZERO
009330         PERFORM 4100-CHECK-OTHER-STREAM THRU 4100-EXIT
009340             VARYING PMN-OTH-IDX FROM 1 BY 1
009350             UNTIL PMN-OTH-IDX > PMN-OTHER-COUNT
009360                 OR PMN-DISPOSITION NOT = SPACES
009370     END-IF.
009380 4000-EXIT.
009390     EXIT.
009400
009410****************************************************************
009420*    4100-CHECK-OTHER-STREAM - TWO STREAMS UNDER ONE RUN-ID     *
009430*    WOULD SHARE A CHECKPOINT AND A RUN-STATUS ENTRY; TWO       *
009440*    STREAMS WITH OVERLAPPING ITEM RANGES WOULD DRAW THE SAME   *
009450*    ITEMS TWICE                                                *
009460****************************************************************
009470 4100-CHECK-OTHER-STREAM.
009480     IF PMN-OTH-RUN-ID (PMN-OTH-IDX) = PMN-RUN-ID
009490         MOVE "REJECTED - RUN-ID USED BY OTHER STREAM"
009500             TO PMN-DISPOSITION
009510         GO TO 4100-EXIT
009520     END-IF.
009530     IF PMN-RANGE-FROM NOT > PMN-OTH-RANGE-TO (PMN-OTH-IDX)
009540             AND PMN-OTH-RANGE-FROM (PMN-OTH-IDX)
009550                 NOT > PMN-RANGE-TO
009560         MOVE "REJECTED - RANGE OVERLAPS " TO PMN-DISPOSITION
009570         MOVE PMN-OTH-RUN-ID (PMN-OTH-IDX)
009580             TO PMN-DISPOSITION (27:8)
009590     END-IF.
009600 4100-EXIT.
009610     EXIT.
009620
009630****************************************************************
009640*    4500-LOG-CHANGE - ONE HISTORY RECORD AND ONE REGISTER      *
009650*    LINE FOR EACH FIELD THE ACCEPTED TRANSACTION CHANGED       *
009660****************************************************************
009670 4500-LOG-CHANGE.
009680     MOVE SPACES          TO PRH-RECORD.
009690     IF PARM-RUN-ID = SPACES
009700         MOVE "RANDSUB1"  TO PRH-RUN-ID
009710     ELSE
009720         MOVE PARM-RUN-ID TO PRH-RUN-ID
009730     END-IF.
009740     MOVE PMN-EFFECTIVE-DATE TO PRH-EFFECTIVE-DATE.
009750     SET PMN-FLD-IDX TO PMN-PND-FIELD-NO (PMN-PND-IDX).
009760     MOVE PMN-FIELD-NAME (PMN-FLD-IDX) TO PRH-FIELD-NAME.
009770     MOVE PMN-PND-OLD-VALUE (PMN-PND-IDX) TO PRH-OLD-VALUE.
009780     MOVE PMN-PND-NEW-VALUE (PMN-PND-IDX) TO PRH-NEW-VALUE.
009790     MOVE TRN-OPERATOR-ID TO PRH-OPERATOR-ID.
009800     MOVE WS-CURRENT-DATE TO PRH-CHANGE-DATE.
009810     ACCEPT WS-CURRENT-TIME FROM TIME.
009820     MOVE WS-CURRENT-TIME TO PRH-CHANGE-TIME.
009830     MOVE TRN-ACTION-CODE TO PRH-ACTION-CODE.
009840     WRITE PRH-RECORD.
009850     IF WS-PRH-FILE-STATUS NOT = "00"
009860         DISPLAY "PARMMNT - ABEND - PARM-HISTORY-FILE "
009870                 "WRITE FAILED - STATUS " WS-PRH-FILE-STATUS
009880         GO TO 9900-ABEND-TERMINATION
009890     END-IF.
009900     ADD 1 TO PMN-FIELDS-CHANGED.
009910     MOVE TRN-ACTION-CODE    TO RPT-ACTION-CODE.
009920     MOVE TRN-OPERATOR-ID    TO RPT-OPERATOR-ID.
009930     MOVE PMN-EFFECTIVE-DATE TO RPT-EFFECTIVE-DATE.
009940     MOVE PRH-FIELD-NAME     TO RPT-FIELD-NAME.
009950     MOVE PRH-OLD-VALUE      TO RPT-OLD-VALUE.
009960     MOVE PRH-NEW-VALUE      TO RPT-NEW-VALUE.
009970     MOVE "CHANGED"          TO RPT-DISPOSITION.
009980     PERFORM 6000-WRITE-REGISTER-LINE THRU 6000-EXIT.
009990 4500-EXIT.
010000     EXIT.
010010
010020****************************************************************
010030*    5000-INQUIRE-AS-OF - THE SETTINGS IN FORCE ON THE AS-OF    *
010040*    DATE ARE THE CARD AS IT NOW STANDS WITH EVERY CHANGE       *
010050*    EFFECTIVE AFTER THAT DATE TAKEN BACK, LATEST FIRST, TO     *
010060*    ITS OLD VALUE. TAKING A RUN-ID CHANGE BACK ADDS THE OLD    *
010070*    RUN-ID, SO EARLIER CHANGES MADE UNDER IT ARE FOUND TOO.    *
010080****************************************************************
010090 5000-INQUIRE-AS-OF.
010100     ADD 1 TO PMN-INQUIRY-COUNT.
010110     IF TRN-EFFECTIVE-DATE-X NOT NUMERIC
010120         MOVE "REJECTED - BAD AS-OF DATE" TO PMN-DISPOSITION
010130         ADD 1 TO PMN-REJECT-COUNT
010140         PERFORM 6100-WRITE-REJECT-LINE THRU 6100-EXIT
010150         GO TO 5000-EXIT
010160     END-IF.
010170     MOVE TRN-EFFECTIVE-DATE TO PMN-AS-OF-DATE.
010180     MOVE PARM-RECORD TO PMN-SAVE-CARD.
010190     PERFORM 5100-LOAD-LATER-HISTORY THRU 5100-EXIT.
010200     MOVE 1 TO PMN-ALIAS-COUNT.
010210     IF PARM-RUN-ID = SPACES
010220         MOVE "RANDSUB1"  TO PMN-ALIAS-RUN-ID (1)
010230     ELSE
010240         MOVE PARM-RUN-ID TO PMN-ALIAS-RUN-ID (1)
010250     END-IF.
010260     IF PMN-HIST-COUNT > ZERO
010270         PERFORM 5200-TAKE-BACK-CHANGE THRU 5200-EXIT
010280             VARYING PMN-HIST-SUB FROM PMN-HIST-COUNT BY -1
010290             UNTIL PMN-HIST-SUB < 1
010300     END-IF.
010310     PERFORM 5300-SAVE-AS-OF-VALUE THRU 5300-EXIT
010320         VARYING PMN-FIELD-NO FROM 1 BY 1
010330         UNTIL PMN-FIELD-NO > PMN-FIELD-COUNT.
010340     MOVE PMN-SAVE-CARD TO PARM-RECORD.
010350     PERFORM 5350-WRITE-INQUIRY-LINE THRU 5350-EXIT
010360         VARYING PMN-FIELD-NO FROM 1 BY 1
010370         UNTIL PMN-FIELD-NO > PMN-FIELD-COUNT.
010380 5000-EXIT.
010390     EXIT.
010400
010410****************************************************************
010420*    5100-LOAD-LATER-HISTORY - EVERY HISTORY RECORD EFFECTIVE   *
010430*    AFTER THE AS-OF DATE, IN THE ORDER WRITTEN. THE FILE IS    *
010440*    REOPENED FOR APPEND AFTERWARDS.                            *
010450****************************************************************
010460 5100-LOAD-LATER-HISTORY.
010470     MOVE ZERO TO PMN-HIST-COUNT.
010480     MOVE "N"  TO WS-PRH-EOF-SW.
010490     CLOSE PARM-HISTORY-FILE.
010500     OPEN INPUT PARM-HISTORY-FILE.
010510     IF WS-PRH-FILE-STATUS NOT = "00"
010520             AND WS-PRH-FILE-STATUS NOT = "05"
010530         DISPLAY "PARMMNT - ABEND - PARM-HISTORY-FILE "
010540                 "OPEN FAILED - STATUS " WS-PRH-FILE-STATUS
010550         GO TO 9900-ABEND-TERMINATION
010560     END-IF.
010570     PERFORM 5150-READ-HISTORY THRU 5150-EXIT.
010580     PERFORM 5110-KEEP-LATER-CHANGE THRU 5110-EXIT
010590         UNTIL WS-PRH-EOF.
010600     CLOSE PARM-HISTORY-FILE.
010610     OPEN EXTEND PARM-HISTORY-FILE.
010620     IF WS-PRH-FILE-STATUS NOT = "00"
010630             AND WS-PRH-FILE-STATUS NOT = "05"
010640         DISPLAY "PARMMNT - ABEND - PARM-HISTORY-FILE "
010650                 "OPEN FAILED - STATUS " WS-PRH-FILE-STATUS
010660         GO TO 9900-ABEND-TERMINATION
010670     END-IF.
010680 5100-EXIT.
010690     EXIT.
010700
010710 5110-KEEP-LATER-CHANGE.
010720     IF PRH-EFFECTIVE-DATE > PMN-AS-OF-DATE
010730         IF PMN-HIST-COUNT >= PMN-HIST-MAX
010740             DISPLAY "PARMMNT - ABEND - MORE THAN 2000 HISTORY "
010750                     "RECORDS AFTER THE AS-OF DATE"
010760             GO TO 9900-ABEND-TERMINATION
010770         END-IF
010780         ADD 1 TO PMN-HIST-COUNT
010790         MOVE PRH-RUN-ID     TO PMN-HST-RUN-ID (PMN-HIST-COUNT)
010800         MOVE PRH-FIELD-NAME
010810             TO PMN-HST-FIELD-NAME (PMN-HIST-COUNT)
010820         MOVE PRH-OLD-VALUE
010830             TO PMN-HST-OLD-VALUE (PMN-HIST-COUNT)
010840     END-IF.
010850     PERFORM 5150-READ-HISTORY THRU 5150-EXIT.
010860 5110-EXIT.
010870     EXIT.
010880
010890 5150-READ-HISTORY.
010900     READ PARM-HISTORY-FILE
010910         AT END
010920             MOVE "Y" TO WS-PRH-EOF-SW
010930     END-READ.
010940 5150-EXIT.
010950     EXIT.
010960
010970****************************************************************
010980*    5200-TAKE-BACK-CHANGE - A CHANGE MADE UNDER ANY RUN-ID     *
010990*    THE STREAM HAS CARRIED SINCE THE AS-OF DATE IS UNDONE      *
011000****************************************************************
011010 5200-TAKE-BACK-CHANGE.
011020     MOVE "N" TO PMN-ALIAS-FOUND-SW.
011030     SET PMN-ALS-IDX TO 1.
011040     SEARCH PMN-ALIAS-ENTRY
011050         AT END
011060             CONTINUE
011070         WHEN PMN-ALS-IDX > PMN-ALIAS-COUNT
011080             CONTINUE
011090         WHEN PMN-ALIAS-RUN-ID (PMN-ALS-IDX)
011100                 = PMN-HST-RUN-ID (PMN-HIST-SUB)
011110             MOVE "Y" TO PMN-ALIAS-FOUND-SW
011120     END-SEARCH.
011130     IF NOT PMN-ALIAS-FOUND
011140         GO TO 5200-EXIT
011150     END-IF.
011160     SET PMN-FLD-IDX TO 1.
011170     SEARCH PMN-FIELD-NAME
011180         AT END
011190             GO TO 5200-EXIT
011200         WHEN PMN-FIELD-NAME (PMN-FLD-IDX)
011210                 = PMN-HST-FIELD-NAME (PMN-HIST-SUB)
011220             SET PMN-FIELD-NO TO PMN-FLD-IDX
011230     END-SEARCH.
011240     MOVE PMN-HST-OLD-VALUE (PMN-HIST-SUB) TO PMN-VALUE-TEXT.
011250     PERFORM 5400-PUT-FIELD-TEXT THRU 5400-EXIT.
011260     IF PMN-FIELD-NO NOT = 10
011270         GO TO 5200-EXIT
011280     END-IF.
011290     IF PMN-ALIAS-COUNT >= PMN-ALIAS-MAX
011300         DISPLAY "PARMMNT - ABEND - MORE THAN 20 RUN-ID "
011310                 "CHANGES AFTER THE AS-OF DATE"
011320         GO TO 9900-ABEND-TERMINATION
011330     END-IF.
011340     ADD 1 TO PMN-ALIAS-COUNT.
011350     IF PMN-VALUE-TEXT = SPACES
011360         MOVE "RANDSUB1" TO PMN-ALIAS-RUN-ID (PMN-ALIAS-COUNT)
011370     ELSE
011380         MOVE PMN-VALUE-TEXT TO PMN-ALIAS-RUN-ID (PMN-ALIAS-COUNT)
011390     END-IF.
011400 5200-EXIT.
011410     EXIT.
011420
011430 5300-SAVE-AS-OF-VALUE.
011440     PERFORM 5500-GET-FIELD-TEXT THRU 5500-EXIT.
011450     MOVE PMN-VALUE-TEXT TO PMN-ASOF-VALUE (PMN-FIELD-NO).
011460 5300-EXIT.
011470     EXIT.
011480
011490 5350-WRITE-INQUIRY-LINE.
011500     PERFORM 5500-GET-FIELD-TEXT THRU 5500-EXIT.
011510     MOVE TRN-ACTION-CODE    TO RPT-ACTION-CODE.
011520     MOVE TRN-OPERATOR-ID    TO RPT-OPERATOR-ID.
011530     MOVE PMN-AS-OF-DATE     TO RPT-EFFECTIVE-DATE.
011540     MOVE PMN-FIELD-NAME (PMN-FIELD-NO) TO RPT-FIELD-NAME.
011550     MOVE PMN-ASOF-VALUE (PMN-FIELD-NO) TO RPT-OLD-VALUE.
011560     MOVE PMN-VALUE-TEXT     TO RPT-NEW-VALUE.
011570     IF PMN-ASOF-VALUE (PMN-FIELD-NO) = PMN-VALUE-TEXT
011580         MOVE "IN FORCE ON AS-OF DATE, UNCHANGED"
011590             TO RPT-DISPOSITION
011600     ELSE
011610         MOVE "IN FORCE ON AS-OF DATE, CHANGED SINCE"
011620             TO RPT-DISPOSITION
011630     END-IF.
011640     PERFORM 6000-WRITE-REGISTER-LINE THRU 6000-EXIT.
011650 5350-EXIT.
011660     EXIT.
011670
011680****************************************************************
011690*    5400-PUT-FIELD-TEXT - SET CARD FIELD PMN-FIELD-NO FROM     *
011700*    PMN-VALUE-TEXT; A BLANK NUMERIC VALUE SETS ZERO            *
011710****************************************************************
011720 5400-PUT-FIELD-TEXT.
011730     IF PMN-VALUE-TEXT = SPACES
011740         MOVE ZERO TO PMN-VALUE-NUM
011750         IF PMN-FIELD-NO = 5 OR 7 OR 10 OR 11 OR 12
011760             MOVE SPACES TO PMN-VALUE-TEXT
011770         END-IF
011780     END-IF.
011790     IF PMN-FIELD-NO = 1
011800         MOVE PMN-VALUE-NUM TO PARM-DEFAULT-FIXED-NUM
011810         GO TO 5400-EXIT
011820     END-IF.
011830     IF PMN-FIELD-NO = 2
011840         MOVE PMN-VALUE-NUM TO PARM-CHECKPOINT-INTERVAL
011850         GO TO 5400-EXIT
011860     END-IF.
011870     IF PMN-FIELD-NO = 3
011880         MOVE PMN-VALUE-NUM TO PARM-ALERT-THRESHOLD
011890         GO TO 5400-EXIT
011900     END-IF.
011910     IF PMN-FIELD-NO = 4
011920         MOVE PMN-VALUE-NUM TO PARM-REJECT-LIMIT
011930         GO TO 5400-EXIT
011940     END-IF.
011950     IF PMN-FIELD-NO = 5
011960         MOVE PMN-VALUE-TEXT TO PARM-SUSPENSE-ACCOUNT
011970         GO TO 5400-EXIT
011980     END-IF.
011990     IF PMN-FIELD-NO = 6
012000         MOVE PMN-VALUE-NUM TO PARM-RANDOM-SEED
012010         GO TO 5400-EXIT
012020     END-IF.
012030     IF PMN-FIELD-NO = 7
012040         MOVE PMN-VALUE-TEXT TO PARM-PROCESS-MODE
012050         GO TO 5400-EXIT
012060     END-IF.
012070     IF PMN-FIELD-NO = 8
012080         MOVE PMN-VALUE-NUM TO PARM-REPLAY-DATE
012090         GO TO 5400-EXIT
012100     END-IF.
012110     IF PMN-FIELD-NO = 9
012120         MOVE PMN-VALUE-NUM TO PARM-CYCLE-NO
012130         GO TO 5400-EXIT
012140     END-IF.
012150     IF PMN-FIELD-NO = 10
012160         MOVE PMN-VALUE-TEXT TO PARM-RUN-ID
012170         GO TO 5400-EXIT
012180     END-IF.
012190     IF PMN-FIELD-NO = 11
012200         MOVE PMN-VALUE-TEXT TO PARM-ITEM-RANGE-FROM
012210         GO TO 5400-EXIT
012220     END-IF.
012230     IF PMN-FIELD-NO = 12
012240         MOVE PMN-VALUE-TEXT TO PARM-ITEM-RANGE-TO
012250         GO TO 5400-EXIT
012260     END-IF.
012270     IF PMN-FIELD-NO = 13
012280         MOVE PMN-VALUE-NUM TO PARM-ADJ-TOLERANCE
012290         GO TO 5400-EXIT
012300     END-IF.
012310     IF PMN-FIELD-NO = 14
012320         MOVE PMN-VALUE-NUM TO PARM-EXC-AGE-LIMIT
012330     END-IF.
012340 5400-EXIT.
012350     EXIT.
012360
012370****************************************************************
012380*    5500-GET-FIELD-TEXT - CARD FIELD PMN-FIELD-NO INTO         *
012390*    PMN-VALUE-TEXT; A NUMERIC FIELD KEYED BEFORE IT EXISTED    *
012400*    HOLDS SPACES AND IS SHOWN AS ZERO                          *
012410****************************************************************
012420 5500-GET-FIELD-TEXT.
012430     MOVE ZERO TO PMN-VALUE-NUM.
012440     IF PMN-FIELD-NO = 1
012450         IF PARM-DEFAULT-FIXED-NUM NUMERIC
012460             MOVE PARM-DEFAULT-FIXED-NUM TO PMN-VALUE-NUM
012470         END-IF
012480         GO TO 5500-EXIT
012490     END-IF.
012500     IF PMN-FIELD-NO = 2
012510         IF PARM-CHECKPOINT-INTERVAL NUMERIC
012520             MOVE PARM-CHECKPOINT-INTERVAL TO PMN-VALUE-NUM
012530         END-IF
012540         GO TO 5500-EXIT
012550     END-IF.
012560     IF PMN-FIELD-NO = 3
012570         IF PARM-ALERT-THRESHOLD NUMERIC
012580             MOVE PARM-ALERT-THRESHOLD TO PMN-VALUE-NUM
012590         END-IF
012600         GO TO 5500-EXIT
012610     END-IF.
012620     IF PMN-FIELD-NO = 4
012630         IF PARM-REJECT-LIMIT NUMERIC
012640             MOVE PARM-REJECT-LIMIT TO PMN-VALUE-NUM
012650         END-IF
012660         GO TO 5500-EXIT
012670     END-IF.
012680     IF PMN-FIELD-NO = 5
012690         MOVE PARM-SUSPENSE-ACCOUNT TO PMN-VALUE-TEXT
012700         GO TO 5500-EXIT
012710     END-IF.
012720     IF PMN-FIELD-NO = 6
012730         IF PARM-RANDOM-SEED NUMERIC
012740             MOVE PARM-RANDOM-SEED TO PMN-VALUE-NUM
012750         END-IF
012760         GO TO 5500-EXIT
012770     END-IF.
012780     IF PMN-FIELD-NO = 7
012790         MOVE PARM-PROCESS-MODE TO PMN-VALUE-TEXT
012800         GO TO 5500-EXIT
012810     END-IF.
012820     IF PMN-FIELD-NO = 8
012830         IF PARM-REPLAY-DATE NUMERIC
012840             MOVE PARM-REPLAY-DATE TO PMN-VALUE-NUM
012850         END-IF
012860         GO TO 5500-EXIT
012870     END-IF.
012880     IF PMN-FIELD-NO = 9
012890         IF PARM-CYCLE-NO NUMERIC
012900             MOVE PARM-CYCLE-NO TO PMN-VALUE-NUM
012910         END-IF
012920         GO TO 5500-EXIT
012930     END-IF.
012940     IF PMN-FIELD-NO = 10
012950         MOVE PARM-RUN-ID TO PMN-VALUE-TEXT
012960         GO TO 5500-EXIT
012970     END-IF.
012980     IF PMN-FIELD-NO = 11
012990         MOVE PARM-ITEM-RANGE-FROM TO PMN-VALUE-TEXT
013000         GO TO 5500-EXIT
013010     END-IF.
013020     IF PMN-FIELD-NO = 12
013030         MOVE PARM-ITEM-RANGE-TO TO PMN-VALUE-TEXT
013040         GO TO 5500-EXIT
013050     END-IF.
013060     IF PMN-FIELD-NO = 13
013070         IF PARM-ADJ-TOLERANCE NUMERIC
013080             MOVE PARM-ADJ-TOLERANCE TO PMN-VALUE-NUM
013090         END-IF
013100         GO TO 5500-EXIT
013110     END-IF.
013120     IF PMN-FIELD-NO = 14
013130         IF PARM-EXC-AGE-LIMIT NUMERIC
013140             MOVE PARM-EXC-AGE-LIMIT TO PMN-VALUE-NUM
013150         END-IF
013160     END-IF.
013170 5500-EXIT.
013180     EXIT.
013190
013200****************************************************************
013210*    6000-WRITE-REGISTER-LINE - DETAIL LINE WITH PAGE BREAK     *
013220****************************************************************
013230 6000-WRITE-REGISTER-LINE.
013240     IF PMN-LINE-COUNT >= PMN-LINES-PER-PAGE
013250         PERFORM 7100-WRITE-REPORT-HEADING THRU 7100-EXIT
013260     END-IF.
013270     WRITE REGISTER-RECORD FROM RPT-DETAIL-LINE.
013280     IF WS-RPT-FILE-STATUS NOT = "00"
013290         DISPLAY "PARMMNT - ABEND - REGISTER-FILE "
013300                 "WRITE FAILED - STATUS " WS-RPT-FILE-STATUS
013310         GO TO 9900-ABEND-TERMINATION
013320     END-IF.
013330     ADD 1 TO PMN-LINE-COUNT.
013340 6000-EXIT.
013350     EXIT.
013360
013370****************************************************************
013380*    6100-WRITE-REJECT-LINE - ONE LINE FOR A REJECTED           *
013390*    TRANSACTION, NAMING THE FIELD THAT FAILED WHERE THERE IS   *
013400*    ONE                                                        *
013410****************************************************************
013420 6100-WRITE-REJECT-LINE.
013430     MOVE TRN-ACTION-CODE  TO RPT-ACTION-CODE.
013440     MOVE TRN-OPERATOR-ID  TO RPT-OPERATOR-ID.
013450     IF TRN-EFFECTIVE-DATE-X NUMERIC
013460         MOVE TRN-EFFECTIVE-DATE TO RPT-EFFECTIVE-DATE
013470     ELSE
013480         MOVE ZERO TO RPT-EFFECTIVE-DATE
013490     END-IF.
013500     IF PMN-FIELD-NO > ZERO
013510         MOVE PMN-FIELD-NAME (PMN-FIELD-NO) TO RPT-FIELD-NAME
013520     ELSE
013530         MOVE SPACES TO RPT-FIELD-NAME
013540     END-IF.
013550     MOVE SPACES           TO RPT-OLD-VALUE.
013560     MOVE SPACES           TO RPT-NEW-VALUE.
013570     MOVE PMN-DISPOSITION  TO RPT-DISPOSITION.
013580     PERFORM 6000-WRITE-REGISTER-LINE THRU 6000-EXIT.
013590 6100-EXIT.
013600     EXIT.
013610
013620****************************************************************
013630*    7100-WRITE-REPORT-HEADING - PAGE BREAK                     *
013640****************************************************************
013650 7100-WRITE-REPORT-HEADING.
013660     ADD 1 TO PMN-PAGE-COUNT.
013670     MOVE WS-CURRENT-DATE TO RPT-HDG-RUN-DATE.
013680     MOVE PMN-PAGE-COUNT  TO RPT-HDG-PAGE-NO.
013690     WRITE REGISTER-RECORD FROM RPT-HEADING-LINE-1.
013700     WRITE REGISTER-RECORD FROM RPT-HEADING-LINE-2.
013710     MOVE ZERO TO PMN-LINE-COUNT.
013720 7100-EXIT.
013730     EXIT.
013740
013750****************************************************************
013760*    8000-WRITE-REGISTER-TOTALS                                 *
013770****************************************************************
013780 8000-WRITE-REGISTER-TOTALS.
013790     MOVE SPACES                  TO RPT-TOTAL-LINE.
013800     MOVE "TRANSACTIONS READ"     TO RPT-TOT-LABEL.
013810     MOVE PMN-READ-COUNT          TO RPT-TOT-VALUE.
013820     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT.
013830     MOVE SPACES                  TO RPT-TOTAL-LINE.
013840     MOVE "CHANGES APPLIED"       TO RPT-TOT-LABEL.
013850     MOVE PMN-APPLIED-COUNT       TO RPT-TOT-VALUE.
013860     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT.
013870     MOVE SPACES                  TO RPT-TOTAL-LINE.
013880     MOVE "TRANSACTIONS REJECTED" TO RPT-TOT-LABEL.
013890     MOVE PMN-REJECT-COUNT        TO RPT-TOT-VALUE.
013900     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT.
013910     MOVE SPACES                  TO RPT-TOTAL-LINE.
013920     MOVE "INQUIRIES"             TO RPT-TOT-LABEL.
013930     MOVE PMN-INQUIRY-COUNT       TO RPT-TOT-VALUE.
013940     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT.
013950     MOVE SPACES                  TO RPT-TOTAL-LINE.
013960     MOVE "HISTORY RECORDS WRITTEN" TO RPT-TOT-LABEL.
013970     MOVE PMN-FIELDS-CHANGED      TO RPT-TOT-VALUE.
013980     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT.
013990     MOVE SPACES                  TO RPT-TOTAL-LINE.
014000     MOVE "NEW PARAMETER CARDS"   TO RPT-TOT-LABEL.
014010     MOVE PMN-CARD-WRITTEN        TO RPT-TOT-VALUE.
014020     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT.
014030 8000-EXIT.
014040     EXIT.
014050
014060 8100-WRITE-TOTAL-LINE.
014070     IF PMN-LINE-COUNT >= PMN-LINES-PER-PAGE
014080         PERFORM 7100-WRITE-REPORT-HEADING THRU 7100-EXIT
014090     END-IF.
014100     WRITE REGISTER-RECORD FROM RPT-TOTAL-LINE.
014110     IF WS-RPT-FILE-STATUS NOT = "00"
014120         DISPLAY "PARMMNT - ABEND - REGISTER-FILE "
014130                 "WRITE FAILED - STATUS " WS-RPT-FILE-STATUS
014140         GO TO 9900-ABEND-TERMINATION
014150     END-IF.
014160     ADD 1 TO PMN-LINE-COUNT.
014170 8100-EXIT.
014180     EXIT.
014190
014200****************************************************************
014210*    8500-WRITE-NEW-CARD - THE NEW PRODUCTION CARD EXISTS ONLY  *
014220*    WHEN AT LEAST ONE CHANGE WAS ACCEPTED                      *
014230****************************************************************
014240 8500-WRITE-NEW-CARD.
014250     IF NOT PMN-CARD-CHANGED
014260         GO TO 8500-EXIT
014270     END-IF.
014280     OPEN OUTPUT NEW-PARM-FILE.
014290     IF WS-NEW-FILE-STATUS NOT = "00"
014300         DISPLAY "PARMMNT - ABEND - NEW-PARM-FILE "
014310                 "OPEN FAILED - STATUS " WS-NEW-FILE-STATUS
014320         GO TO 9900-ABEND-TERMINATION
014330     END-IF.
014340     WRITE NEW-PARM-RECORD FROM PARM-RECORD.
014350     IF WS-NEW-FILE-STATUS NOT = "00"
014360         DISPLAY "PARMMNT - ABEND - NEW-PARM-FILE "
014370                 "WRITE FAILED - STATUS " WS-NEW-FILE-STATUS
014380         GO TO 9900-ABEND-TERMINATION
014390     END-IF.
014400     CLOSE NEW-PARM-FILE.
014410     MOVE 1 TO PMN-CARD-WRITTEN.
014420 8500-EXIT.
014430     EXIT.
014440
014450****************************************************************
014460*    9000-TERMINATE - RETURN CODE 4 TELLS OPERATIONS TO READ    *
014470*    THE REGISTER FOR REJECTED TRANSACTIONS                     *
014480****************************************************************
014490 9000-TERMINATE.
014500     PERFORM 8000-WRITE-REGISTER-TOTALS THRU 8000-EXIT.
014510     CLOSE PARM-TRAN-FILE
014520           PARM-HISTORY-FILE
014530           REGISTER-FILE.
014540     IF PMN-REJECT-COUNT > ZERO
014550         MOVE 4 TO RETURN-CODE
014560     END-IF.
014570 9000-EXIT.
014580     EXIT.
014590
014600****************************************************************
014610*    9700-WRITE-RUN-END - APPEND THE END RECORD WITH THE        *
014620*    FINAL RETURN CODE AND RECORDS PROCESSED; NEVER ABENDS,     *
014630*    SINCE THE ABEND PATH ITSELF COMES THROUGH HERE             *
014640****************************************************************
014650 9700-WRITE-RUN-END.
014660     IF NOT WS-RUN-OPEN
014670         GO TO 9700-EXIT
014680     END-IF.
014690     MOVE SPACES          TO RUN-RECORD.
014700     MOVE "PARMMNT"       TO RUN-PROGRAM-ID.
014710     MOVE WS-CURRENT-DATE TO RUN-RUN-DATE.
014720     MOVE 01              TO RUN-CYCLE-NO.
014730     MOVE SPACES          TO RUN-RUN-ID.
014740     MOVE "E"             TO RUN-RECORD-TYPE.
014750     ACCEPT WS-CURRENT-TIME FROM TIME.
014760     MOVE WS-CURRENT-TIME TO RUN-TIME.
014770     MOVE PMN-READ-COUNT  TO RUN-RECORDS-PROCESSED.
014780     MOVE RETURN-CODE     TO RUN-RETURN-CODE.
014790     WRITE RUN-RECORD.
014800     IF WS-RUN-FILE-STATUS NOT = "00"
014810         DISPLAY "PARMMNT - RUN-STATUS-FILE WRITE FAILED - "
014820                 "STATUS " WS-RUN-FILE-STATUS
014830     END-IF.
014840     CLOSE RUN-STATUS-FILE.
014850     MOVE "N" TO WS-RUN-OPEN-SW.
014860 9700-EXIT.
014870     EXIT.
014880
014890****************************************************************
014900*    9900-ABEND-TERMINATION - AN OPEN OR A WRITE CAME BACK      *
014910*    WITH A FILE STATUS OTHER THAN SUCCESSFUL; THE RUN CANNOT   *
014920*    BE TRUSTED TO CONTINUE, SO IT STOPS HERE WITH A NON-ZERO   *
014930*    RETURN CODE FOR THE JOB SCHEDULER TO CATCH.                *
014940****************************************************************
014950 9900-ABEND-TERMINATION.
014960     MOVE 16 TO RETURN-CODE.
014970     PERFORM 9700-WRITE-RUN-END THRU 9700-EXIT.
014980     STOP RUN.
