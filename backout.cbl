000010****************************************************************
000020* PROGRAM-ID.  BACKOUT                                         *
000030* AUTHOR.      D. L. OKAFOR                                    *
000040* INSTALLATION. INVENTORY CONTROL SYSTEMS                      *
000050* DATE-WRITTEN. 10/08/2026                                     *
000060* DATE-COMPILED.                                                *
000070*                                                                *
000080* REMARKS.                                                      *
000090*     BACKS OUT ONE RANDOM-SUBTRACTION RUN NAMED ON THE CONTROL *
000100*     CARD BY RUN DATE, CYCLE AND RUN-ID. THE RUN'S HISTORY     *
000110*     SEGMENT (HEADER, DETAILS AND TRAILER) IS LEFT OUT OF THE  *
000120*     REBUILT HISTORY FILE, ITS ONLINE INQUIRY RECORDS ARE      *
000130*     DELETED, A REVERSING GL EXTRACT SEGMENT IS APPENDED WITH  *
000140*     EVERY ORIGINAL DEBIT/CREDIT EXCHANGED (ENTRY TYPE "B")    *
000150*     SO NOTHING FINANCE MAY ALREADY HAVE LOADED IS DELETED,    *
000160*     AND EACH OF THE RUN'S DRAWS IS MARKED ON THE AUDIT TRAIL  *
000170*     WITH A BACKOUT RECORD - THE DRAWS THEMSELVES STAY. THE    *
000180*     RUN IS VERIFIED BEFORE ANYTHING IS TOUCHED: ITS RUN DATE  *
000190*     MUST FALL IN A FISCAL PERIOD GLCLOSE HAS NOT CLOSED, ITS  *
000200*     HISTORY AND GL EXTRACT SEGMENTS MUST BE ON FILE AND PROVE *
000210*     TO THEIR OWN TRAILERS, AND IT MUST NOT ALREADY HAVE BEEN  *
000220*     BACKED OUT. THE BACKOUT REGISTER LISTS EVERY RECORD       *
000230*     TOUCHED AND PROVES THE COUNTS AND HASH TOTALS BACKED OUT  *
000240*     AGAINST THE ORIGINAL RUN'S CONTROL TOTALS. EXCEPTION      *
000250*     RECORDS ARE NOT TOUCHED; THEY ARE DISPOSITIONED THROUGH   *
000260*     EXCPROC AS USUAL. ENDS WITH RETURN CODE 0 ON A CLEAN,     *
000270*     PROVED BACKOUT, 4 WHEN THE BACKOUT WAS APPLIED BUT AN     *
000280*     INQUIRY RECORD OR AUDIT DRAW COULD NOT BE MATCHED, AND 8  *
000290*     WHEN THE BACKOUT IS REFUSED - NOTHING IS THEN WRITTEN BUT *
000300*     THE REGISTER, AND HISTNEW MUST NOT REPLACE THE LIVE       *
000310*     HISTORY FILE - OR WHEN A HISTORY OR GL EXTRACT FIGURE     *
000320*     BACKED OUT FAILS TO PROVE.                                *
000330*                                                                *
000340* MODIFICATION HISTORY.                                         *
000350*     10/08/2026  DLO  ORIGINAL PROGRAM.                        *
000360*     10/15/2026  DLO  TAKE ONLY THE FIRST SEGMENT UNDER THE    *
000370*                      RUN'S HEADER AS THE RUN'S AND REFUSE THE *
000380*                      BACKOUT WHEN A SECOND ONE IS ON THE      *
000390*                      HISTORY OR GL EXTRACT FILE, SUCH AS AN   *
000400*                      EXCPROC SEGMENT UNDER THE SAME DATE,     *
000410*                      CYCLE AND RUN-ID.                        *
000420*     10/15/2026  DLO  STAMP BACKOUT ON THE REVERSING SEGMENT'S *
000430*                      CONTROL RECORDS; KNOW THE RUN'S SEGMENT  *
000440*                      BY ITS RANDSUB STAMP AND PASS OVER       *
000450*                      EXCPROC'S, KNOW AN EARLIER BACKOUT BY    *
000460*                      ITS STAMP.                               *
000470****************************************************************
000480 IDENTIFICATION DIVISION.
000490 PROGRAM-ID.    BACKOUT.
000500 AUTHOR.        D. L. OKAFOR.
000510 INSTALLATION.  INVENTORY CONTROL SYSTEMS.
000520 DATE-WRITTEN.  10/08/2026.
000530 DATE-COMPILED.
000540
000550 ENVIRONMENT DIVISION.
000560 CONFIGURATION SECTION.
000570 SOURCE-COMPUTER.   IBM-370.
000580 OBJECT-COMPUTER.   IBM-370.
000590 SPECIAL-NAMES.
000600     C01 IS TOP-OF-PAGE.
000610
000620 INPUT-OUTPUT SECTION.
000630 FILE-CONTROL.
000640*    CONTROL CARD - RUN DATE, CYCLE, RUN-ID, REQUESTED BY, REASON
000650     SELECT CONTROL-CARD-FILE
000660         ASSIGN TO BKOCARD
000670         ORGANIZATION IS SEQUENTIAL
000680         FILE STATUS IS WS-CRD-FILE-STATUS.
000690
000700*    SHOP BUSINESS CALENDAR, KEYED BY DATE, MAINTAINED BY CALMNT
000710     SELECT CALENDAR-FILE
000720         ASSIGN TO CALFILE
000730         ORGANIZATION IS INDEXED
000740         ACCESS MODE IS RANDOM
000750         RECORD KEY IS CAL-KEY
000760         FILE STATUS IS WS-CAL-FILE-STATUS.
000770
000780*    ACCOUNTING PERIOD CONTROL FILE MAINTAINED BY GLCLOSE
000790     SELECT OPTIONAL PERIOD-CONTROL-FILE
000800         ASSIGN TO PERCTL
000810         ORGANIZATION IS INDEXED
000820         ACCESS MODE IS RANDOM
000830         RECORD KEY IS PER-KEY
000840         FILE STATUS IS WS-PER-FILE-STATUS.
000850
000860*    LIVE RESULT HISTORY FILE
000870     SELECT HISTORY-INPUT-FILE
000880         ASSIGN TO HISTIN
000890         ORGANIZATION IS SEQUENTIAL
000900         FILE STATUS IS WS-HISI-FILE-STATUS.
000910
000920*    HISTORY WITHOUT THE BACKED-OUT RUN - SWAPPED IN AS THE NEW
000930*    LIVE HISTORY FILE
000940     SELECT HISTORY-KEEP-FILE
000950         ASSIGN TO HISTNEW
000960         ORGANIZATION IS SEQUENTIAL
000970         FILE STATUS IS WS-HISK-FILE-STATUS.
000980
000990*    GL EXTRACT AS SENT TO FINANCE, HOLDING THE RUN'S SEGMENT
001000     SELECT GLX-INPUT-FILE
001010         ASSIGN TO GLXIN
001020         ORGANIZATION IS SEQUENTIAL
001030         FILE STATUS IS WS-GLXI-FILE-STATUS.
001040
001050*    OUTGOING GL EXTRACT - THE REVERSING SEGMENT IS APPENDED
001060     SELECT OPTIONAL GLX-OUTPUT-FILE
001070         ASSIGN TO GLXOUT
001080         ORGANIZATION IS SEQUENTIAL
001090         FILE STATUS IS WS-GLXO-FILE-STATUS.
001100
001110*    LIVE ONLINE INQUIRY FILE - THE RUN'S RECORDS DELETED IN PLACE
001120     SELECT INQUIRY-FILE
001130         ASSIGN TO INQFILE
001140         ORGANIZATION IS INDEXED
001150         ACCESS MODE IS DYNAMIC
001160         RECORD KEY IS INQ-KEY
001170         FILE STATUS IS WS-INQ-FILE-STATUS.
001180
001190*    LIVE AUDIT TRAIL, READ FOR THE RUN'S DRAWS
001200     SELECT AUDIT-INPUT-FILE
001210         ASSIGN TO AUDIN
001220         ORGANIZATION IS SEQUENTIAL
001230         FILE STATUS IS WS-AUDI-FILE-STATUS.
001240
001250*    AUDIT TRAIL - THE BACKOUT RECORDS ARE APPENDED
001260     SELECT OPTIONAL AUDIT-OUTPUT-FILE
001270         ASSIGN TO AUDOUT
001280         ORGANIZATION IS SEQUENTIAL
001290         FILE STATUS IS WS-AUDO-FILE-STATUS.
001300
001310*    PRINTED BACKOUT REGISTER
001320     SELECT REGISTER-FILE
001330         ASSIGN TO BKORPT
001340         ORGANIZATION IS SEQUENTIAL
001350         FILE STATUS IS WS-RPT-FILE-STATUS.
001360
001370*    SHARED RUN-STATUS FILE - ONE START AND ONE END RECORD PER
001380*    RUN, READ BY THE STATBRD OPERATIONS STATUS BOARD
001390     SELECT OPTIONAL RUN-STATUS-FILE
001400         ASSIGN TO RUNSTAT
001410         ORGANIZATION IS SEQUENTIAL
001420         FILE STATUS IS WS-RUN-FILE-STATUS.
001430
001440 DATA DIVISION.
001450 FILE SECTION.
001460 FD  CONTROL-CARD-FILE
001470     LABEL RECORDS ARE STANDARD
001480     RECORD CONTAINS 80 CHARACTERS.
001490 01  CRD-RECORD.
001500     05  CRD-RUN-DATE            PIC 9(08).
001510     05  CRD-CYCLE-NO            PIC 9(02).
001520     05  CRD-RUN-ID              PIC X(08).
001530     05  CRD-REQUESTED-BY        PIC X(08).
001540     05  CRD-REASON              PIC X(30).
001550     05  FILLER                  PIC X(24).
001560
001570 FD  CALENDAR-FILE
001580     LABEL RECORDS ARE STANDARD
001590     RECORD CONTAINS 80 CHARACTERS.
001600     COPY "CALREC.CPY".
001610
001620 FD  PERIOD-CONTROL-FILE
001630     LABEL RECORDS ARE STANDARD
001640     RECORD CONTAINS 80 CHARACTERS.
001650     COPY "PERREC.CPY".
001660
001670 FD  HISTORY-INPUT-FILE
001680     LABEL RECORDS ARE STANDARD
001690     RECORD CONTAINS 80 CHARACTERS.
001700     COPY "HISTREC.CPY".
001710
001720 FD  HISTORY-KEEP-FILE
001730     LABEL RECORDS ARE STANDARD
001740     RECORD CONTAINS 80 CHARACTERS.
001750 01  HIST-KEEP-RECORD            PIC X(80).
001760
001770 FD  GLX-INPUT-FILE
001780     LABEL RECORDS ARE STANDARD
001790     RECORD CONTAINS 80 CHARACTERS.
001800 01  GLX-IN-RECORD               PIC X(80).
001810
001820 FD  GLX-OUTPUT-FILE
001830     LABEL RECORDS ARE STANDARD
001840     RECORD CONTAINS 80 CHARACTERS.
001850 01  GLX-OUT-RECORD              PIC X(80).
001860
001870 FD  INQUIRY-FILE
001880     LABEL RECORDS ARE STANDARD
001890     RECORD CONTAINS 80 CHARACTERS.
001900     COPY "INQREC.CPY".
001910
001920 FD  AUDIT-INPUT-FILE
001930     LABEL RECORDS ARE STANDARD
001940     RECORD CONTAINS 80 CHARACTERS.
001950 01  AUD-IN-RECORD               PIC X(80).
001960
001970 FD  AUDIT-OUTPUT-FILE
001980     LABEL RECORDS ARE STANDARD
001990     RECORD CONTAINS 80 CHARACTERS.
002000 01  AUD-OUT-RECORD              PIC X(80).
002010
002020 FD  REGISTER-FILE
002030     LABEL RECORDS ARE STANDARD
002040     RECORD CONTAINS 132 CHARACTERS.
002050 01  REGISTER-RECORD             PIC X(132).
002060
002070 FD  RUN-STATUS-FILE
002080     LABEL RECORDS ARE STANDARD
002090     RECORD CONTAINS 80 CHARACTERS.
002100     COPY "RUNREC.CPY".
002110
002120 WORKING-STORAGE SECTION.
002130****************************************************************
002140*    FILE STATUS SWITCHES                                      *
002150****************************************************************
002160 01  WS-FILE-STATUSES.
002170     05  WS-CRD-FILE-STATUS      PIC X(02) VALUE "00".
002180     05  WS-CAL-FILE-STATUS      PIC X(02) VALUE "00".
002190     05  WS-PER-FILE-STATUS      PIC X(02) VALUE "00".
002200     05  WS-HISI-FILE-STATUS     PIC X(02) VALUE "00".
002210     05  WS-HISK-FILE-STATUS     PIC X(02) VALUE "00".
002220     05  WS-GLXI-FILE-STATUS     PIC X(02) VALUE "00".
002230     05  WS-GLXO-FILE-STATUS     PIC X(02) VALUE "00".
002240     05  WS-INQ-FILE-STATUS      PIC X(02) VALUE "00".
002250     05  WS-AUDI-FILE-STATUS     PIC X(02) VALUE "00".
002260     05  WS-AUDO-FILE-STATUS     PIC X(02) VALUE "00".
002270     05  WS-RPT-FILE-STATUS      PIC X(02) VALUE "00".
002280     05  WS-RUN-FILE-STATUS      PIC X(02) VALUE "00".
002290
002300****************************************************************
002310*    PROGRAM SWITCHES                                          *
002320****************************************************************
002330 01  WS-SWITCHES.
002340     05  WS-RUN-OPEN-SW          PIC X(01) VALUE "N".
002350         88  WS-RUN-OPEN                    VALUE "Y".
002360     05  WS-HIST-EOF-SW          PIC X(01) VALUE "N".
002370         88  WS-HIST-EOF                    VALUE "Y".
002380     05  WS-GLX-EOF-SW           PIC X(01) VALUE "N".
002390         88  WS-GLX-EOF                     VALUE "Y".
002400     05  WS-AUD-EOF-SW           PIC X(01) VALUE "N".
002410         88  WS-AUD-EOF                     VALUE "Y".
002420 01  BKO-REFUSED-SW              PIC X(01) VALUE "N".
002430     88  BKO-REFUSED                        VALUE "Y".
002440 01  BKO-IN-SEGMENT-SW           PIC X(01) VALUE "N".
002450     88  BKO-IN-SEGMENT                     VALUE "Y".
002460 01  BKO-LATER-SEGMENT-SW        PIC X(01) VALUE "N".
002470     88  BKO-IN-LATER-SEGMENT               VALUE "Y".
002480 01  BKO-SECOND-SEGMENT-SW       PIC X(01) VALUE "N".
002490     88  BKO-SECOND-SEGMENT                 VALUE "Y".
002500 01  BKO-REVERSAL-SEGMENT-SW     PIC X(01) VALUE "N".
002510     88  BKO-IN-REVERSAL-SEGMENT            VALUE "Y".
002520 01  BKO-UNTERMINATED-SW         PIC X(01) VALUE "N".
002530     88  BKO-UNTERMINATED                   VALUE "Y".
002540 01  BKO-ALREADY-BACKED-OUT-SW   PIC X(01) VALUE "N".
002550     88  BKO-ALREADY-BACKED-OUT             VALUE "Y".
002560 01  BKO-INQ-FOUND-SW            PIC X(01) VALUE "N".
002570     88  BKO-INQ-FOUND                      VALUE "Y".
002580 01  BKO-DRAW-MATCHED-SW         PIC X(01) VALUE "N".
002590     88  BKO-DRAW-MATCHED                   VALUE "Y".
002600 01  BKO-REFUSAL-REASON          PIC X(50) VALUE SPACES.
002610 01  BKO-FISCAL-PERIOD           PIC 9(06) VALUE ZERO.
002620 01  BKO-ORIGINAL-DC             PIC X(01) VALUE SPACE.
002630 01  WS-CURRENT-DATE             PIC 9(08) VALUE ZERO.
002640 01  WS-CURRENT-TIME             PIC 9(08) VALUE ZERO.
002650
002660****************************************************************
002670*    CONTROL TOTALS - "CTL" FIGURES ARE THE ORIGINAL RUN'S      *
002680*    TRAILERS, "FOUND" FIGURES THE DETAILS ACTUALLY ON FILE,    *
002690*    AND THE REMAINING FIGURES WHAT THIS BACKOUT TOUCHED        *
002700****************************************************************
002710 01  BKO-HDR-MATCH-COUNT         PIC 9(04) COMP VALUE ZERO.
002720 01  BKO-HIST-SEG-COUNT          PIC 9(04) COMP VALUE ZERO.
002730 01  BKO-HIST-CTL-COUNT          PIC 9(08) COMP VALUE ZERO.
002740 01  BKO-HIST-CTL-HASH           PIC 9(12) COMP VALUE ZERO.
002750 01  BKO-HIST-FOUND-COUNT        PIC 9(08) COMP VALUE ZERO.
002760 01  BKO-HIST-FOUND-HASH         PIC 9(12) COMP VALUE ZERO.
002770 01  BKO-HIST-REMOVED-COUNT      PIC 9(08) COMP VALUE ZERO.
002780 01  BKO-HIST-REMOVED-HASH       PIC 9(12) COMP VALUE ZERO.
002790 01  BKO-HIST-KEPT-COUNT         PIC 9(08) COMP VALUE ZERO.
002800 01  BKO-GLX-SEG-COUNT           PIC 9(04) COMP VALUE ZERO.
002810 01  BKO-GLX-CTL-COUNT           PIC 9(08) COMP VALUE ZERO.
002820 01  BKO-GLX-CTL-HASH            PIC 9(12) COMP VALUE ZERO.
002830 01  BKO-GLX-FOUND-COUNT         PIC 9(08) COMP VALUE ZERO.
002840 01  BKO-GLX-FOUND-HASH          PIC 9(12) COMP VALUE ZERO.
002850 01  BKO-GLX-REVERSED-COUNT      PIC 9(08) COMP VALUE ZERO.
002860 01  BKO-GLX-REVERSED-HASH       PIC 9(12) COMP VALUE ZERO.
002870 01  BKO-GLX-CREDIT-COUNT        PIC 9(08) COMP VALUE ZERO.
002880 01  BKO-GLX-CREDIT-HASH         PIC 9(12) COMP VALUE ZERO.
002890 01  BKO-GLX-EXPECTED-COUNT      PIC 9(08) COMP VALUE ZERO.
002900 01  BKO-INQ-DELETED-COUNT       PIC 9(08) COMP VALUE ZERO.
002910 01  BKO-INQ-DELETED-HASH        PIC 9(12) COMP VALUE ZERO.
002920 01  BKO-INQ-MISSING-COUNT       PIC 9(08) COMP VALUE ZERO.
002930 01  BKO-AUD-MARKED-COUNT        PIC 9(08) COMP VALUE ZERO.
002940 01  BKO-AUD-MARKED-HASH         PIC 9(12) COMP VALUE ZERO.
002950 01  BKO-AUD-MISSING-COUNT       PIC 9(08) COMP VALUE ZERO.
002960 01  BKO-RECORDS-TOUCHED         PIC 9(08) COMP VALUE ZERO.
002970
002980****************************************************************
002990*    ITEM TABLE - ONE ENTRY PER HISTORY DETAIL IN THE RUN'S     *
003000*    SEGMENT, WITH THE AUDIT DRAW MATCHED TO IT                 *
003010****************************************************************
003020 01  BKO-ITEM-COUNT              PIC 9(04) COMP VALUE ZERO.
003030 01  BKO-ITEM-TABLE.
003040     05  BKO-ITEM-ENTRY OCCURS 1000 TIMES
003050             INDEXED BY BKO-ITEM-IDX.
003060         10  BKO-TBL-ITEM-CODE       PIC X(10).
003070         10  BKO-TBL-RESULT          PIC 9(07).
003080         10  BKO-TBL-FIXED-NUMBER    PIC 9(07).
003090         10  BKO-TBL-RANDOM-NUMBER   PIC 9(04).
003100         10  BKO-TBL-DRAW-SW         PIC X(01).
003110             88  BKO-TBL-DRAW-FOUND          VALUE "Y".
003120
003130****************************************************************
003140*    RECORD LAYOUTS WORKED IN STORAGE - THE GL EXTRACT AND      *
003150*    AUDIT TRAIL ARE EACH READ ON ONE FILE AND WRITTEN ON       *
003160*    ANOTHER, AND CONTROL RECORDS SHARE THE DETAIL LAYOUTS      *
003170****************************************************************
003180     COPY "GLXREC.CPY".
003190     COPY "AUDREC.CPY".
003200     COPY "CTLREC.CPY".
003210
003220****************************************************************
003230*    PAGINATION COUNTERS                                        *
003240****************************************************************
003250 01  BKO-LINE-COUNT              PIC 9(03) COMP VALUE ZERO.
003260 01  BKO-PAGE-COUNT              PIC 9(03) COMP VALUE ZERO.
003270 01  BKO-LINES-PER-PAGE          PIC 9(03) COMP VALUE 55.
003280
003290****************************************************************
003300*    PAGINATED REGISTER LINES                                   *
003310****************************************************************
003320 01  RPT-HEADING-LINE-1.
003330     05  FILLER                  PIC X(01) VALUE "1".
003340     05  FILLER                  PIC X(40)
003350             VALUE "BACKOUT - RUN BACKOUT REGISTER".
003360     05  FILLER                  PIC X(10) VALUE "  RUN DATE".
003370     05  RPT-HDG-RUN-DATE        PIC 9(08).
003380     05  FILLER                  PIC X(09) VALUE SPACES.
003390     05  FILLER                  PIC X(05) VALUE "PAGE ".
003400     05  RPT-HDG-PAGE-NO         PIC ZZ9.
003410     05  FILLER                  PIC X(56) VALUE SPACES.
003420
003430 01  RPT-HEADING-LINE-2.
003440     05  FILLER                  PIC X(01) VALUE SPACE.
003450     05  FILLER                  PIC X(15)
003460             VALUE "BACKED OUT RUN ".
003470     05  RPT-HDG-BKO-DATE        PIC 9(08).
003480     05  FILLER                  PIC X(07) VALUE "  CYCLE".
003490     05  RPT-HDG-BKO-CYCLE       PIC Z9.
003500     05  FILLER                  PIC X(09) VALUE "  RUN-ID ".
003510     05  RPT-HDG-BKO-RUN-ID      PIC X(08).
003520     05  FILLER                  PIC X(09) VALUE "  PERIOD ".
003530     05  RPT-HDG-BKO-PERIOD      PIC 9(06).
003540     05  FILLER                  PIC X(15)
003550             VALUE "  REQUESTED BY ".
003560     05  RPT-HDG-REQUESTED-BY    PIC X(08).
003570     05  FILLER                  PIC X(02) VALUE SPACES.
003580     05  RPT-HDG-REASON          PIC X(30).
003590     05  FILLER                  PIC X(12) VALUE SPACES.
003600
003610 01  RPT-SECTION-LINE.
003620     05  FILLER                  PIC X(01) VALUE "0".
003630     05  RPT-SECTION-NAME        PIC X(40).
003640     05  FILLER                  PIC X(91) VALUE SPACES.
003650
003660 01  RPT-DETAIL-LINE.
003670     05  FILLER                  PIC X(01) VALUE SPACE.
003680     05  FILLER                  PIC X(02) VALUE SPACES.
003690     05  RPT-DTL-ITEM-CODE       PIC X(10).
003700     05  FILLER                  PIC X(02) VALUE SPACES.
003710     05  RPT-DTL-GL-ACCOUNT      PIC X(08).
003720     05  FILLER                  PIC X(02) VALUE SPACES.
003730     05  RPT-DTL-DC-CODE         PIC X(01).
003740     05  FILLER                  PIC X(02) VALUE SPACES.
003750     05  RPT-DTL-QTY             PIC Z(06)9.
003760     05  FILLER                  PIC X(02) VALUE SPACES.
003770     05  RPT-DTL-ACTION          PIC X(40).
003780     05  FILLER                  PIC X(55) VALUE SPACES.
003790
003800 01  RPT-PROOF-HEADING.
003810     05  FILLER                  PIC X(01) VALUE "0".
003820     05  FILLER                  PIC X(32)
003830             VALUE "  PROOF AGAINST ORIGINAL RUN".
003840     05  FILLER                  PIC X(25)
003850             VALUE "   ORIGINAL COUNT / HASH".
003860     05  FILLER                  PIC X(29)
003870             VALUE "     BACKED OUT COUNT / HASH".
003880     05  FILLER                  PIC X(45) VALUE SPACES.
003890
003900 01  RPT-PROOF-LINE.
003910     05  FILLER                  PIC X(01) VALUE SPACE.
003920     05  FILLER                  PIC X(02) VALUE SPACES.
003930     05  RPT-PRF-LABEL           PIC X(30).
003940     05  RPT-PRF-ORIG-COUNT      PIC Z(07)9.
003950     05  FILLER                  PIC X(02) VALUE SPACES.
003960     05  RPT-PRF-ORIG-HASH       PIC ZZZ,ZZZ,ZZZ,ZZ9.
003970     05  FILLER                  PIC X(04) VALUE SPACES.
003980     05  RPT-PRF-BKO-COUNT       PIC Z(07)9.
003990     05  FILLER                  PIC X(02) VALUE SPACES.
004000     05  RPT-PRF-BKO-HASH        PIC ZZZ,ZZZ,ZZZ,ZZ9.
004010     05  FILLER                  PIC X(02) VALUE SPACES.
004020     05  RPT-PRF-STATUS          PIC X(15).
004030     05  FILLER                  PIC X(28) VALUE SPACES.
004040
004050 01  RPT-MESSAGE-LINE.
004060     05  FILLER                  PIC X(01) VALUE "0".
004070     05  FILLER                  PIC X(02) VALUE SPACES.
004080     05  RPT-MESSAGE             PIC X(23).
004090     05  RPT-MESSAGE-REASON      PIC X(50).
004100     05  FILLER                  PIC X(56) VALUE SPACES.
004110
004120 PROCEDURE DIVISION.
004130****************************************************************
004140*    0000-MAINLINE - NOTHING IS WRITTEN BUT THE REGISTER UNTIL  *
004150*    EVERY CHECK ON THE RUN HAS PASSED                          *
004160****************************************************************
004170 0000-MAINLINE.
004180     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
004190     IF NOT BKO-REFUSED
004200         PERFORM 1500-CHECK-FISCAL-PERIOD THRU 1500-EXIT
004210     END-IF.
004220     IF NOT BKO-REFUSED
004230         PERFORM 2000-VERIFY-HISTORY THRU 2000-EXIT
004240     END-IF.
004250     IF NOT BKO-REFUSED
004260         PERFORM 3000-VERIFY-GL-EXTRACT THRU 3000-EXIT
004270     END-IF.
004280     IF NOT BKO-REFUSED
004290         PERFORM 3500-MATCH-AUDIT-DRAWS THRU 3500-EXIT
004300     END-IF.
004310     IF BKO-REFUSED
004320         PERFORM 7500-WRITE-REFUSAL THRU 7500-EXIT
004330     ELSE
004340         PERFORM 4000-REMOVE-HISTORY-SEGMENT THRU 4000-EXIT
004350         PERFORM 5000-DELETE-INQUIRY-RECORDS THRU 5000-EXIT
004360         PERFORM 6000-REVERSE-GL-EXTRACT THRU 6000-EXIT
004370         PERFORM 6500-MARK-AUDIT-TRAIL THRU 6500-EXIT
004380         PERFORM 8000-WRITE-PROOF-TOTALS THRU 8000-EXIT
004390     END-IF.
004400     PERFORM 9000-TERMINATE THRU 9000-EXIT.
004410     PERFORM 9700-WRITE-RUN-END THRU 9700-EXIT.
004420     STOP RUN.
004430
004440****************************************************************
004450*    1000-INITIALIZE - READ AND CHECK THE CONTROL CARD; A RUN   *
004460*    DATE, CYCLE, RUN-ID AND REQUESTER ARE ALL REQUIRED         *
004470****************************************************************
004480 1000-INITIALIZE.
004490     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
004500     OPEN INPUT CONTROL-CARD-FILE.
004510     IF WS-CRD-FILE-STATUS NOT = "00"
004520         DISPLAY "BACKOUT - ABEND - CONTROL-CARD-FILE "
004530                 "OPEN FAILED - STATUS " WS-CRD-FILE-STATUS
004540         GO TO 9900-ABEND-TERMINATION
004550     END-IF.
004560     READ CONTROL-CARD-FILE
004570         AT END
004580             MOVE SPACES TO CRD-RECORD
004590     END-READ.
004600     CLOSE CONTROL-CARD-FILE.
004610     PERFORM 1700-WRITE-RUN-START THRU 1700-EXIT.
004620     OPEN OUTPUT REGISTER-FILE.
004630     IF WS-RPT-FILE-STATUS NOT = "00"
004640         DISPLAY "BACKOUT - ABEND - REGISTER-FILE "
004650                 "OPEN FAILED - STATUS " WS-RPT-FILE-STATUS
004660         GO TO 9900-ABEND-TERMINATION
004670     END-IF.
004680     PERFORM 7100-WRITE-REPORT-HEADING THRU 7100-EXIT.
004690     IF CRD-RUN-DATE NOT NUMERIC
004700             OR CRD-RUN-DATE = ZERO
004710         MOVE "NO VALID RUN DATE ON THE CONTROL CARD"
004720             TO BKO-REFUSAL-REASON
004730         MOVE "Y" TO BKO-REFUSED-SW
004740         GO TO 1000-EXIT
004750     END-IF.
004760     IF CRD-CYCLE-NO NOT NUMERIC
004770             OR CRD-CYCLE-NO = ZERO
004780         MOVE "NO VALID CYCLE NUMBER ON THE CONTROL CARD"
004790             TO BKO-REFUSAL-REASON
004800         MOVE "Y" TO BKO-REFUSED-SW
004810         GO TO 1000-EXIT
004820     END-IF.
004830     IF CRD-RUN-ID = SPACES
004840         MOVE "NO RUN-ID ON THE CONTROL CARD"
004850             TO BKO-REFUSAL-REASON
004860         MOVE "Y" TO BKO-REFUSED-SW
004870         GO TO 1000-EXIT
004880     END-IF.
004890     IF CRD-REQUESTED-BY = SPACES
004900         MOVE "NO REQUESTER ON THE CONTROL CARD"
004910             TO BKO-REFUSAL-REASON
004920         MOVE "Y" TO BKO-REFUSED-SW
004930     END-IF.
004940 1000-EXIT.
004950     EXIT.
004960
004970****************************************************************
004980*    1500-CHECK-FISCAL-PERIOD - THE RUN DATE'S FISCAL PERIOD    *
004990*    COMES FROM THE SHOP CALENDAR; A PERIOD GLCLOSE HAS         *
005000*    ALREADY CLOSED CANNOT TAKE THE REVERSING ENTRIES, AND A    *
005010*    DATE OFF THE CALENDAR HAS NO PERIOD TO CHECK               *
005020****************************************************************
005030 1500-CHECK-FISCAL-PERIOD.
005040     OPEN INPUT CALENDAR-FILE.
005050     IF WS-CAL-FILE-STATUS NOT = "00"
005060         DISPLAY "BACKOUT - ABEND - CALENDAR-FILE "
005070                 "OPEN FAILED - STATUS " WS-CAL-FILE-STATUS
005080         GO TO 9900-ABEND-TERMINATION
005090     END-IF.
005100     MOVE CRD-RUN-DATE TO CAL-DATE.
005110     READ CALENDAR-FILE
005120         INVALID KEY
005130             MOVE "RUN DATE IS NOT ON THE BUSINESS CALENDAR"
005140                 TO BKO-REFUSAL-REASON
005150             MOVE "Y" TO BKO-REFUSED-SW
005160         NOT INVALID KEY
005170             MOVE CAL-FISCAL-PERIOD TO BKO-FISCAL-PERIOD
005180     END-READ.
005190     CLOSE CALENDAR-FILE.
005200     IF BKO-REFUSED
005210         GO TO 1500-EXIT
005220     END-IF.
005230     OPEN INPUT PERIOD-CONTROL-FILE.
005240     IF WS-PER-FILE-STATUS NOT = "00"
005250             AND WS-PER-FILE-STATUS NOT = "05"
005260         DISPLAY "BACKOUT - ABEND - PERIOD-CONTROL-FILE "
005270                 "OPEN FAILED - STATUS " WS-PER-FILE-STATUS
005280         GO TO 9900-ABEND-TERMINATION
005290     END-IF.
005300     MOVE SPACES TO PER-RECORD.
005310     MOVE BKO-FISCAL-PERIOD TO PER-PERIOD.
005320     READ PERIOD-CONTROL-FILE
005330         INVALID KEY
005340             MOVE SPACE TO PER-STATUS-CODE
005350     END-READ.
005360     IF PER-CLOSED
005370         MOVE "FISCAL PERIOD ALREADY CLOSED BY GLCLOSE"
005380             TO BKO-REFUSAL-REASON
005390         MOVE "Y" TO BKO-REFUSED-SW
005400     END-IF.
005410     CLOSE PERIOD-CONTROL-FILE.
005420 1500-EXIT.
005430     EXIT.
005440
005450****************************************************************
005460*    1700-WRITE-RUN-START - APPEND THE START RECORD TO THE      *
005470*    SHARED RUN-STATUS FILE FOR THE STATBRD STATUS BOARD        *
005480****************************************************************
005490 1700-WRITE-RUN-START.
005500     OPEN EXTEND RUN-STATUS-FILE.
005510     IF WS-RUN-FILE-STATUS NOT = "00"
005520             AND WS-RUN-FILE-STATUS NOT = "05"
005530         DISPLAY "BACKOUT - ABEND - RUN-STATUS-FILE "
005540                 "OPEN FAILED - STATUS " WS-RUN-FILE-STATUS
005550         GO TO 9900-ABEND-TERMINATION
005560     END-IF.
005570     MOVE "Y" TO WS-RUN-OPEN-SW.
005580     MOVE SPACES          TO RUN-RECORD.
005590     MOVE "BACKOUT"       TO RUN-PROGRAM-ID.
005600     MOVE WS-CURRENT-DATE TO RUN-RUN-DATE.
005610     MOVE 01              TO RUN-CYCLE-NO.
005620     MOVE CRD-RUN-ID      TO RUN-RUN-ID.
005630     MOVE "S"             TO RUN-RECORD-TYPE.
005640     ACCEPT WS-CURRENT-TIME FROM TIME.
005650     MOVE WS-CURRENT-TIME TO RUN-TIME.
005660     MOVE ZERO            TO RUN-RECORDS-PROCESSED.
005670     MOVE ZERO            TO RUN-RETURN-CODE.
005680     WRITE RUN-RECORD.
005690     IF WS-RUN-FILE-STATUS NOT = "00"
005700         DISPLAY "BACKOUT - ABEND - RUN-STATUS-FILE "
005710                 "WRITE FAILED - STATUS " WS-RUN-FILE-STATUS
005720         GO TO 9900-ABEND-TERMINATION
005730     END-IF.
005740 1700-EXIT.
005750     EXIT.
005760
005770****************************************************************
005780*    2000-VERIFY-HISTORY - FIND THE RUN'S SEGMENT BY THE        *
005790*    HEADER'S DATE, CYCLE AND RUN-ID, TABLE ITS DETAILS, AND    *
005800*    PROVE THEM TO THE SEGMENT TRAILER. A RESTARTED RUN         *
005810*    EXTENDS ITS ORIGINAL SEGMENT, SO ONLY THE FIRST SEGMENT    *
005820*    UNDER THE HEADER IS THE RUN'S. EXCPROC'S SEGMENT, UNDER    *
005830*    THE SAME DATE, CYCLE AND RUN-ID, IS KNOWN BY ITS PROGRAM   *
005840*    STAMP AND LEFT ALONE (SEE 8500). ANY OTHER SECOND SEGMENT  *
005850*    REFUSES THE BACKOUT RATHER THAN GUESS WHICH ARE THE RUN'S. *
005860****************************************************************
005870 2000-VERIFY-HISTORY.
005880     OPEN INPUT HISTORY-INPUT-FILE.
005890     IF WS-HISI-FILE-STATUS NOT = "00"
005900         DISPLAY "BACKOUT - ABEND - HISTORY-INPUT-FILE "
005910                 "OPEN FAILED - STATUS " WS-HISI-FILE-STATUS
005920         GO TO 9900-ABEND-TERMINATION
005930     END-IF.
005940     MOVE "N" TO BKO-IN-SEGMENT-SW.
005950     MOVE "N" TO BKO-LATER-SEGMENT-SW.
005960     MOVE "N" TO BKO-SECOND-SEGMENT-SW.
005970     MOVE ZERO TO BKO-HDR-MATCH-COUNT.
005980     MOVE "N" TO BKO-UNTERMINATED-SW.
005990     MOVE "N" TO WS-HIST-EOF-SW.
006000     PERFORM 2900-READ-HISTORY-RECORD THRU 2900-EXIT.
006010     PERFORM 2100-CHECK-ONE-HISTORY THRU 2100-EXIT
006020         UNTIL WS-HIST-EOF.
006030     CLOSE HISTORY-INPUT-FILE.
006040     IF BKO-IN-SEGMENT
006050         MOVE "Y" TO BKO-UNTERMINATED-SW
006060     END-IF.
006070     IF BKO-HIST-SEG-COUNT = ZERO
006080         MOVE "RUN NOT FOUND ON THE RESULT HISTORY FILE"
006090             TO BKO-REFUSAL-REASON
006100         MOVE "Y" TO BKO-REFUSED-SW
006110         GO TO 2000-EXIT
006120     END-IF.
006130     IF BKO-SECOND-SEGMENT
006140         MOVE "RUN'S HEADER ON MORE THAN ONE HISTORY SEGMENT"
006150             TO BKO-REFUSAL-REASON
006160         MOVE "Y" TO BKO-REFUSED-SW
006170         GO TO 2000-EXIT
006180     END-IF.
006190     IF BKO-UNTERMINATED
006200         MOVE "RUN'S HISTORY SEGMENT HAS NO TRAILER"
006210             TO BKO-REFUSAL-REASON
006220         MOVE "Y" TO BKO-REFUSED-SW
006230         GO TO 2000-EXIT
006240     END-IF.
006250     IF BKO-HIST-FOUND-COUNT NOT = BKO-HIST-CTL-COUNT
006260             OR BKO-HIST-FOUND-HASH NOT = BKO-HIST-CTL-HASH
006270         MOVE "RUN'S HISTORY DOES NOT PROVE TO ITS TRAILER"
006280             TO BKO-REFUSAL-REASON
006290         MOVE "Y" TO BKO-REFUSED-SW
006300     END-IF.
006310 2000-EXIT.
006320     EXIT.
006330
006340 2100-CHECK-ONE-HISTORY.
006350     MOVE HIST-RECORD TO CTL-RECORD.
006360     IF CTL-HEADER
006370         IF BKO-IN-SEGMENT
006380             MOVE "Y" TO BKO-UNTERMINATED-SW
006390         END-IF
006400         PERFORM 8500-MATCH-SEGMENT-HEADER THRU 8500-EXIT
006410         IF BKO-IN-SEGMENT
006420             ADD 1 TO BKO-HIST-SEG-COUNT
006430         END-IF
006440         IF BKO-IN-LATER-SEGMENT
006450             MOVE "Y" TO BKO-SECOND-SEGMENT-SW
006460         END-IF
006470         GO TO 2100-NEXT
006480     END-IF.
006490     IF CTL-TRAILER
006500         IF BKO-IN-SEGMENT
006510             ADD CTL-RECORD-COUNT TO BKO-HIST-CTL-COUNT
006520             ADD CTL-HASH-TOTAL   TO BKO-HIST-CTL-HASH
006530         END-IF
006540         MOVE "N" TO BKO-IN-SEGMENT-SW
006550         MOVE "N" TO BKO-LATER-SEGMENT-SW
006560         GO TO 2100-NEXT
006570     END-IF.
006580     IF NOT BKO-IN-SEGMENT
006590         GO TO 2100-NEXT
006600     END-IF.
006610     ADD 1 TO BKO-HIST-FOUND-COUNT.
006620     ADD HIST-RESULT TO BKO-HIST-FOUND-HASH.
006630     IF BKO-ITEM-COUNT >= 1000
006640         DISPLAY "BACKOUT - ABEND - MORE THAN 1000 HISTORY "
006650                 "RECORDS IN THE RUN TO BACK OUT"
006660         GO TO 9900-ABEND-TERMINATION
006670     END-IF.
006680     ADD 1 TO BKO-ITEM-COUNT.
006690     SET BKO-ITEM-IDX TO BKO-ITEM-COUNT.
006700     MOVE HIST-ITEM-CODE TO BKO-TBL-ITEM-CODE (BKO-ITEM-IDX).
006710     MOVE HIST-RESULT    TO BKO-TBL-RESULT (BKO-ITEM-IDX).
006720     MOVE ZERO TO BKO-TBL-FIXED-NUMBER (BKO-ITEM-IDX).
006730     MOVE ZERO TO BKO-TBL-RANDOM-NUMBER (BKO-ITEM-IDX).
006740     MOVE "N"  TO BKO-TBL-DRAW-SW (BKO-ITEM-IDX).
006750 2100-NEXT.
006760     PERFORM 2900-READ-HISTORY-RECORD THRU 2900-EXIT.
006770 2100-EXIT.
006780     EXIT.
006790
006800 2900-READ-HISTORY-RECORD.
006810     READ HISTORY-INPUT-FILE
006820         AT END
006830             MOVE "Y" TO WS-HIST-EOF-SW
006840     END-READ.
006850 2900-EXIT.
006860     EXIT.
006870
006880****************************************************************
006890*    3000-VERIFY-GL-EXTRACT - THE RUN'S GL EXTRACT SEGMENT MUST *
006900*    BE ON FILE, PROVE TO ITS TRAILER, CARRY ONE DEBIT/CREDIT   *
006910*    PAIR PER HISTORY RECORD, AND NOT ALREADY BE FOLLOWED BY A  *
006920*    REVERSING SEGMENT. AS IN 2000, ONLY THE FIRST SEGMENT      *
006930*    UNDER THE HEADER IS THE RUN'S; A SEGMENT STAMPED BY        *
006940*    BACKOUT, OR AN UNSTAMPED LATER ONE HOLDING REVERSALS, IS   *
006950*    AN EARLIER BACKOUT, ANY OTHER REFUSES.                     *
006960****************************************************************
006970 3000-VERIFY-GL-EXTRACT.
006980     OPEN INPUT GLX-INPUT-FILE.
006990     IF WS-GLXI-FILE-STATUS NOT = "00"
007000         DISPLAY "BACKOUT - ABEND - GLX-INPUT-FILE "
007010                 "OPEN FAILED - STATUS " WS-GLXI-FILE-STATUS
007020         GO TO 9900-ABEND-TERMINATION
007030     END-IF.
007040     MOVE "N" TO BKO-IN-SEGMENT-SW.
007050     MOVE "N" TO BKO-LATER-SEGMENT-SW.
007060     MOVE "N" TO BKO-SECOND-SEGMENT-SW.
007070     MOVE ZERO TO BKO-HDR-MATCH-COUNT.
007080     MOVE "N" TO BKO-UNTERMINATED-SW.
007090     MOVE "N" TO WS-GLX-EOF-SW.
007100     PERFORM 3900-READ-GLX-RECORD THRU 3900-EXIT.
007110     PERFORM 3100-CHECK-ONE-GLX THRU 3100-EXIT
007120         UNTIL WS-GLX-EOF.
007130     CLOSE GLX-INPUT-FILE.
007140     IF BKO-IN-SEGMENT
007150         MOVE "Y" TO BKO-UNTERMINATED-SW
007160     END-IF.
007170     IF BKO-GLX-SEG-COUNT = ZERO
007180         MOVE "RUN NOT FOUND ON THE GL EXTRACT"
007190             TO BKO-REFUSAL-REASON
007200         MOVE "Y" TO BKO-REFUSED-SW
007210         GO TO 3000-EXIT
007220     END-IF.
007230     IF BKO-ALREADY-BACKED-OUT
007240         MOVE "RUN ALREADY REVERSED ON THE GL EXTRACT"
007250             TO BKO-REFUSAL-REASON
007260         MOVE "Y" TO BKO-REFUSED-SW
007270         GO TO 3000-EXIT
007280     END-IF.
007290     IF BKO-SECOND-SEGMENT
007300         MOVE "RUN'S HEADER ON MORE THAN ONE GL EXTRACT SEGMENT"
007310             TO BKO-REFUSAL-REASON
007320         MOVE "Y" TO BKO-REFUSED-SW
007330         GO TO 3000-EXIT
007340     END-IF.
007350     IF BKO-UNTERMINATED
007360         MOVE "RUN'S GL EXTRACT SEGMENT HAS NO TRAILER"
007370             TO BKO-REFUSAL-REASON
007380         MOVE "Y" TO BKO-REFUSED-SW
007390         GO TO 3000-EXIT
007400     END-IF.
007410     IF BKO-GLX-FOUND-COUNT NOT = BKO-GLX-CTL-COUNT
007420             OR BKO-GLX-FOUND-HASH NOT = BKO-GLX-CTL-HASH
007430         MOVE "RUN'S GL EXTRACT DOES NOT PROVE TO ITS TRAILER"
007440             TO BKO-REFUSAL-REASON
007450         MOVE "Y" TO BKO-REFUSED-SW
007460         GO TO 3000-EXIT
007470     END-IF.
007480     COMPUTE BKO-GLX-EXPECTED-COUNT = BKO-HIST-FOUND-COUNT * 2.
007490     IF BKO-GLX-FOUND-COUNT NOT = BKO-GLX-EXPECTED-COUNT
007500         MOVE "RUN'S GL EXTRACT DOES NOT AGREE WITH ITS HISTORY"
007510             TO BKO-REFUSAL-REASON
007520         MOVE "Y" TO BKO-REFUSED-SW
007530     END-IF.
007540 3000-EXIT.
007550     EXIT.
007560
007570 3100-CHECK-ONE-GLX.
007580     MOVE GLX-RECORD TO CTL-RECORD.
007590     IF CTL-HEADER
007600         IF BKO-IN-SEGMENT
007610             MOVE "Y" TO BKO-UNTERMINATED-SW
007620         END-IF
007630         PERFORM 8500-MATCH-SEGMENT-HEADER THRU 8500-EXIT
007640         IF BKO-IN-SEGMENT
007650             ADD 1 TO BKO-GLX-SEG-COUNT
007660         END-IF
007670         IF BKO-IN-REVERSAL-SEGMENT
007680             MOVE "Y" TO BKO-ALREADY-BACKED-OUT-SW
007690         END-IF
007700         GO TO 3100-NEXT
007710     END-IF.
007720     IF CTL-TRAILER
007730         IF BKO-IN-SEGMENT
007740             ADD CTL-RECORD-COUNT TO BKO-GLX-CTL-COUNT
007750             ADD CTL-HASH-TOTAL   TO BKO-GLX-CTL-HASH
007760         END-IF
007770         MOVE "N" TO BKO-IN-SEGMENT-SW
007780         MOVE "N" TO BKO-LATER-SEGMENT-SW
007790         GO TO 3100-NEXT
007800     END-IF.
007810     IF BKO-IN-LATER-SEGMENT
007820         IF GLX-BACKOUT-REVERSAL
007830             MOVE "Y" TO BKO-ALREADY-BACKED-OUT-SW
007840         ELSE
007850             MOVE "Y" TO BKO-SECOND-SEGMENT-SW
007860         END-IF
007870         GO TO 3100-NEXT
007880     END-IF.
007890     IF NOT BKO-IN-SEGMENT
007900         GO TO 3100-NEXT
007910     END-IF.
007920     IF GLX-BACKOUT-REVERSAL
007930         MOVE "Y" TO BKO-ALREADY-BACKED-OUT-SW
007940         GO TO 3100-NEXT
007950     END-IF.
007960     ADD 1 TO BKO-GLX-FOUND-COUNT.
007970     ADD GLX-AMOUNT TO BKO-GLX-FOUND-HASH.
007980 3100-NEXT.
007990     PERFORM 3900-READ-GLX-RECORD THRU 3900-EXIT.
008000 3100-EXIT.
008010     EXIT.
008020
008030 3900-READ-GLX-RECORD.
008040     READ GLX-INPUT-FILE INTO GLX-RECORD
008050         AT END
008060             MOVE "Y" TO WS-GLX-EOF-SW
008070     END-READ.
008080 3900-EXIT.
008090     EXIT.
008100
008110****************************************************************
008120*    3500-MATCH-AUDIT-DRAWS - EACH HISTORY RECORD IS MATCHED TO *
008130*    THE RUN DATE AND CYCLE'S DETAIL DRAW FOR THE SAME ITEM AND *
008140*    RESULT. A BACKOUT RECORD ALREADY ON THE TRAIL FOR THIS     *
008150*    RUN-ID MEANS THE RUN WAS BACKED OUT BEFORE.                *
008160****************************************************************
008170 3500-MATCH-AUDIT-DRAWS.
008180     OPEN INPUT AUDIT-INPUT-FILE.
008190     IF WS-AUDI-FILE-STATUS NOT = "00"
008200         DISPLAY "BACKOUT - ABEND - AUDIT-INPUT-FILE "
008210                 "OPEN FAILED - STATUS " WS-AUDI-FILE-STATUS
008220         GO TO 9900-ABEND-TERMINATION
008230     END-IF.
008240     MOVE "N" TO WS-AUD-EOF-SW.
008250     PERFORM 3590-READ-AUDIT-RECORD THRU 3590-EXIT.
008260     PERFORM 3510-MATCH-ONE-AUDIT THRU 3510-EXIT
008270         UNTIL WS-AUD-EOF.
008280     CLOSE AUDIT-INPUT-FILE.
008290     IF BKO-ALREADY-BACKED-OUT
008300         MOVE "RUN ALREADY MARKED BACKED OUT ON THE AUDIT TRAIL"
008310             TO BKO-REFUSAL-REASON
008320         MOVE "Y" TO BKO-REFUSED-SW
008330     END-IF.
008340 3500-EXIT.
008350     EXIT.
008360
008370 3510-MATCH-ONE-AUDIT.
008380     IF AUD-RUN-DATE NOT = CRD-RUN-DATE
008390             OR AUD-CYCLE-NO NOT = CRD-CYCLE-NO
008400         GO TO 3510-NEXT
008410     END-IF.
008420     IF AUD-TYPE-BACKOUT
008430         IF AUD-BACKOUT-RUN-ID = CRD-RUN-ID
008440             MOVE "Y" TO BKO-ALREADY-BACKED-OUT-SW
008450         END-IF
008460         GO TO 3510-NEXT
008470     END-IF.
008480     IF NOT AUD-TYPE-DETAIL
008490         GO TO 3510-NEXT
008500     END-IF.
008510     MOVE "N" TO BKO-DRAW-MATCHED-SW.
008520     PERFORM 3520-MATCH-ONE-ENTRY THRU 3520-EXIT
008530         VARYING BKO-ITEM-IDX FROM 1 BY 1
008540         UNTIL BKO-ITEM-IDX > BKO-ITEM-COUNT
008550            OR BKO-DRAW-MATCHED.
008560 3510-NEXT.
008570     PERFORM 3590-READ-AUDIT-RECORD THRU 3590-EXIT.
008580 3510-EXIT.
008590     EXIT.
008600
008610 3520-MATCH-ONE-ENTRY.
008620     IF BKO-TBL-ITEM-CODE (BKO-ITEM-IDX) NOT = AUD-ITEM-CODE
008630             OR BKO-TBL-RESULT (BKO-ITEM-IDX) NOT = AUD-RESULT
008640             OR BKO-TBL-DRAW-FOUND (BKO-ITEM-IDX)
008650         GO TO 3520-EXIT
008660     END-IF.
008670     MOVE "Y" TO BKO-TBL-DRAW-SW (BKO-ITEM-IDX).
008680     MOVE AUD-FIXED-NUMBER
008690         TO BKO-TBL-FIXED-NUMBER (BKO-ITEM-IDX).
008700     MOVE AUD-RANDOM-NUMBER
008710         TO BKO-TBL-RANDOM-NUMBER (BKO-ITEM-IDX).
008720     MOVE "Y" TO BKO-DRAW-MATCHED-SW.
008730 3520-EXIT.
008740     EXIT.
008750
008760 3590-READ-AUDIT-RECORD.
008770     READ AUDIT-INPUT-FILE INTO AUD-RECORD
008780         AT END
008790             MOVE "Y" TO WS-AUD-EOF-SW
008800     END-READ.
008810 3590-EXIT.
008820     EXIT.
008830
008840****************************************************************
008850*    4000-REMOVE-HISTORY-SEGMENT - COPY THE HISTORY FILE TO THE *
008860*    KEEP FILE VERBATIM, EVERY OTHER SEGMENT'S CONTROL RECORDS  *
008870*    INCLUDED, LEAVING OUT THE RUN'S HEADER, DETAILS AND        *
008880*    TRAILER                                                    *
008890****************************************************************
008900 4000-REMOVE-HISTORY-SEGMENT.
008910     OPEN INPUT HISTORY-INPUT-FILE.
008920     IF WS-HISI-FILE-STATUS NOT = "00"
008930         DISPLAY "BACKOUT - ABEND - HISTORY-INPUT-FILE "
008940                 "OPEN FAILED - STATUS " WS-HISI-FILE-STATUS
008950         GO TO 9900-ABEND-TERMINATION
008960     END-IF.
008970     OPEN OUTPUT HISTORY-KEEP-FILE.
008980     IF WS-HISK-FILE-STATUS NOT = "00"
008990         DISPLAY "BACKOUT - ABEND - HISTORY-KEEP-FILE "
009000                 "OPEN FAILED - STATUS " WS-HISK-FILE-STATUS
009010         GO TO 9900-ABEND-TERMINATION
009020     END-IF.
009030     MOVE "RESULT HISTORY - RECORDS REMOVED" TO RPT-SECTION-NAME.
009040     PERFORM 8300-WRITE-SECTION-LINE THRU 8300-EXIT.
009050     MOVE "N" TO BKO-IN-SEGMENT-SW.
009060     MOVE ZERO TO BKO-HDR-MATCH-COUNT.
009070     MOVE "N" TO WS-HIST-EOF-SW.
009080     PERFORM 2900-READ-HISTORY-RECORD THRU 2900-EXIT.
009090     PERFORM 4100-COPY-ONE-HISTORY THRU 4100-EXIT
009100         UNTIL WS-HIST-EOF.
009110     CLOSE HISTORY-INPUT-FILE
009120           HISTORY-KEEP-FILE.
009130 4000-EXIT.
009140     EXIT.
009150
009160 4100-COPY-ONE-HISTORY.
009170     MOVE HIST-RECORD TO CTL-RECORD.
009180     IF CTL-HEADER
009190         PERFORM 8500-MATCH-SEGMENT-HEADER THRU 8500-EXIT
009200     END-IF.
009210     IF BKO-IN-SEGMENT
009220         IF CTL-TRAILER
009230             MOVE "N" TO BKO-IN-SEGMENT-SW
009240         END-IF
009250         IF NOT CTL-HEADER AND NOT CTL-TRAILER
009260             PERFORM 4200-LIST-REMOVED-HISTORY THRU 4200-EXIT
009270         END-IF
009280         GO TO 4100-NEXT
009290     END-IF.
009300     WRITE HIST-KEEP-RECORD FROM HIST-RECORD.
009310     IF WS-HISK-FILE-STATUS NOT = "00"
009320         DISPLAY "BACKOUT - ABEND - HISTORY-KEEP-FILE "
009330                 "WRITE FAILED - STATUS " WS-HISK-FILE-STATUS
009340         GO TO 9900-ABEND-TERMINATION
009350     END-IF.
009360     ADD 1 TO BKO-HIST-KEPT-COUNT.
009370 4100-NEXT.
009380     PERFORM 2900-READ-HISTORY-RECORD THRU 2900-EXIT.
009390 4100-EXIT.
009400     EXIT.
009410
009420 4200-LIST-REMOVED-HISTORY.
009430     ADD 1 TO BKO-HIST-REMOVED-COUNT.
009440     ADD HIST-RESULT TO BKO-HIST-REMOVED-HASH.
009450     ADD 1 TO BKO-RECORDS-TOUCHED.
009460     MOVE SPACES           TO RPT-DETAIL-LINE.
009470     MOVE HIST-ITEM-CODE   TO RPT-DTL-ITEM-CODE.
009480     MOVE HIST-RESULT      TO RPT-DTL-QTY.
009490     MOVE "REMOVED FROM HISTORY" TO RPT-DTL-ACTION.
009500     PERFORM 8200-WRITE-DETAIL-LINE THRU 8200-EXIT.
009510 4200-EXIT.
009520     EXIT.
009530
009540****************************************************************
009550*    5000-DELETE-INQUIRY-RECORDS - DELETE THE RUN'S INQUIRY     *
009560*    RECORD FOR EACH ITEM. A RECORD NOW HOLDING ANOTHER RESULT  *
009570*    WAS REWRITTEN BY A LATER RUN OF THE SAME DATE AND CYCLE    *
009580*    AND IS LEFT ALONE.                                         *
009590****************************************************************
009600 5000-DELETE-INQUIRY-RECORDS.
009610     OPEN I-O INQUIRY-FILE.
009620     IF WS-INQ-FILE-STATUS NOT = "00"
009630             AND WS-INQ-FILE-STATUS NOT = "05"
009640         DISPLAY "BACKOUT - ABEND - INQUIRY-FILE "
009650                 "OPEN FAILED - STATUS " WS-INQ-FILE-STATUS
009660         GO TO 9900-ABEND-TERMINATION
009670     END-IF.
009680     MOVE "ONLINE INQUIRY" TO RPT-SECTION-NAME.
009690     PERFORM 8300-WRITE-SECTION-LINE THRU 8300-EXIT.
009700     PERFORM 5100-DELETE-ONE-INQUIRY THRU 5100-EXIT
009710         VARYING BKO-ITEM-IDX FROM 1 BY 1
009720         UNTIL BKO-ITEM-IDX > BKO-ITEM-COUNT.
009730     CLOSE INQUIRY-FILE.
009740 5000-EXIT.
009750     EXIT.
009760
009770 5100-DELETE-ONE-INQUIRY.
009780     MOVE SPACES TO RPT-DETAIL-LINE.
009790     MOVE BKO-TBL-ITEM-CODE (BKO-ITEM-IDX) TO RPT-DTL-ITEM-CODE.
009800     MOVE BKO-TBL-RESULT (BKO-ITEM-IDX)    TO RPT-DTL-QTY.
009810     MOVE CRD-RUN-DATE TO INQ-RUN-DATE.
009820     MOVE BKO-TBL-ITEM-CODE (BKO-ITEM-IDX) TO INQ-ITEM-CODE.
009830     MOVE CRD-CYCLE-NO TO INQ-CYCLE-NO.
009840     MOVE "Y" TO BKO-INQ-FOUND-SW.
009850     READ INQUIRY-FILE
009860         INVALID KEY
009870             MOVE "N" TO BKO-INQ-FOUND-SW
009880     END-READ.
009890     IF NOT BKO-INQ-FOUND
009900         ADD 1 TO BKO-INQ-MISSING-COUNT
009910         MOVE "NOT ON INQUIRY FILE" TO RPT-DTL-ACTION
009920         GO TO 5100-WRITE
009930     END-IF.
009940     IF INQ-RESULT NOT = BKO-TBL-RESULT (BKO-ITEM-IDX)
009950         ADD 1 TO BKO-INQ-MISSING-COUNT
009960         MOVE "INQUIRY HOLDS ANOTHER RESULT - LEFT"
009970             TO RPT-DTL-ACTION
009980         GO TO 5100-WRITE
009990     END-IF.
010000     DELETE INQUIRY-FILE.
010010     IF WS-INQ-FILE-STATUS NOT = "00"
010020         DISPLAY "BACKOUT - ABEND - INQUIRY-FILE "
010030                 "DELETE FAILED - STATUS " WS-INQ-FILE-STATUS
010040         GO TO 9900-ABEND-TERMINATION
010050     END-IF.
010060     ADD 1 TO BKO-INQ-DELETED-COUNT.
010070     ADD INQ-RESULT TO BKO-INQ-DELETED-HASH.
010080     ADD 1 TO BKO-RECORDS-TOUCHED.
010090     MOVE "DELETED FROM INQUIRY" TO RPT-DTL-ACTION.
010100 5100-WRITE.
010110     PERFORM 8200-WRITE-DETAIL-LINE THRU 8200-EXIT.
010120 5100-EXIT.
010130     EXIT.
010140
010150****************************************************************
010160*    6000-REVERSE-GL-EXTRACT - APPEND ONE REVERSING SEGMENT     *
010170*    UNDER THE ORIGINAL RUN'S DATE, CYCLE AND RUN-ID: EVERY     *
010180*    DETAIL OF THE RUN'S SEGMENT AGAIN, DEBIT AND CREDIT        *
010190*    EXCHANGED, MARKED AS A BACKOUT REVERSAL. THE QUANTITY HASH *
010200*    EQUALS THE ORIGINAL SEGMENT'S.                             *
010210****************************************************************
010220 6000-REVERSE-GL-EXTRACT.
010230     OPEN INPUT GLX-INPUT-FILE.
010240     IF WS-GLXI-FILE-STATUS NOT = "00"
010250         DISPLAY "BACKOUT - ABEND - GLX-INPUT-FILE "
010260                 "OPEN FAILED - STATUS " WS-GLXI-FILE-STATUS
010270         GO TO 9900-ABEND-TERMINATION
010280     END-IF.
010290     OPEN EXTEND GLX-OUTPUT-FILE.
010300     IF WS-GLXO-FILE-STATUS NOT = "00"
010310             AND WS-GLXO-FILE-STATUS NOT = "05"
010320         DISPLAY "BACKOUT - ABEND - GLX-OUTPUT-FILE "
010330                 "OPEN FAILED - STATUS " WS-GLXO-FILE-STATUS
010340         GO TO 9900-ABEND-TERMINATION
010350     END-IF.
010360     MOVE "GL EXTRACT - REVERSING ENTRIES WRITTEN"
010370         TO RPT-SECTION-NAME.
010380     PERFORM 8300-WRITE-SECTION-LINE THRU 8300-EXIT.
010390     MOVE SPACES       TO CTL-RECORD.
010400     MOVE "*CTLHDR*"   TO CTL-RECORD-ID.
010410     MOVE CRD-RUN-DATE TO CTL-RUN-DATE.
010420     MOVE CRD-CYCLE-NO TO CTL-CYCLE-NO.
010430     MOVE CRD-RUN-ID   TO CTL-RUN-ID.
010440     MOVE "BACKOUT"    TO CTL-PROGRAM-ID.
010450     MOVE ZERO         TO CTL-RECORD-COUNT.
010460     MOVE ZERO         TO CTL-HASH-TOTAL.
010470     PERFORM 6200-WRITE-GLX-CONTROL THRU 6200-EXIT.
010480     MOVE "N" TO BKO-IN-SEGMENT-SW.
010490     MOVE ZERO TO BKO-HDR-MATCH-COUNT.
010500     MOVE "N" TO WS-GLX-EOF-SW.
010510     PERFORM 3900-READ-GLX-RECORD THRU 3900-EXIT.
010520     PERFORM 6100-REVERSE-ONE-GLX THRU 6100-EXIT
010530         UNTIL WS-GLX-EOF.
010540     MOVE SPACES       TO CTL-RECORD.
010550     MOVE "*CTLTRL*"   TO CTL-RECORD-ID.
010560     MOVE CRD-RUN-DATE TO CTL-RUN-DATE.
010570     MOVE CRD-CYCLE-NO TO CTL-CYCLE-NO.
010580     MOVE CRD-RUN-ID   TO CTL-RUN-ID.
010590     MOVE "BACKOUT"    TO CTL-PROGRAM-ID.
010600     MOVE BKO-GLX-REVERSED-COUNT TO CTL-RECORD-COUNT.
010610     MOVE BKO-GLX-REVERSED-HASH  TO CTL-HASH-TOTAL.
010620     PERFORM 6200-WRITE-GLX-CONTROL THRU 6200-EXIT.
010630     CLOSE GLX-INPUT-FILE
010640           GLX-OUTPUT-FILE.
010650 6000-EXIT.
010660     EXIT.
010670
010680 6100-REVERSE-ONE-GLX.
010690     MOVE GLX-RECORD TO CTL-RECORD.
010700     IF CTL-HEADER
010710         PERFORM 8500-MATCH-SEGMENT-HEADER THRU 8500-EXIT
010720         GO TO 6100-NEXT
010730     END-IF.
010740     IF CTL-TRAILER
010750         MOVE "N" TO BKO-IN-SEGMENT-SW
010760         GO TO 6100-NEXT
010770     END-IF.
010780     IF NOT BKO-IN-SEGMENT
010790         GO TO 6100-NEXT
010800     END-IF.
010810     MOVE GLX-DEBIT-CREDIT-CODE TO BKO-ORIGINAL-DC.
010820     IF GLX-DEBIT
010830         MOVE "C" TO GLX-DEBIT-CREDIT-CODE
010840         ADD 1 TO BKO-GLX-CREDIT-COUNT
010850         ADD GLX-AMOUNT TO BKO-GLX-CREDIT-HASH
010860     ELSE
010870         MOVE "D" TO GLX-DEBIT-CREDIT-CODE
010880     END-IF.
010890     MOVE "B" TO GLX-ENTRY-TYPE.
010900     WRITE GLX-OUT-RECORD FROM GLX-RECORD.
010910     IF WS-GLXO-FILE-STATUS NOT = "00"
010920         DISPLAY "BACKOUT - ABEND - GLX-OUTPUT-FILE "
010930                 "WRITE FAILED - STATUS " WS-GLXO-FILE-STATUS
010940         GO TO 9900-ABEND-TERMINATION
010950     END-IF.
010960     ADD 1 TO BKO-GLX-REVERSED-COUNT.
010970     ADD GLX-AMOUNT TO BKO-GLX-REVERSED-HASH.
010980     ADD 1 TO BKO-RECORDS-TOUCHED.
010990     MOVE SPACES                TO RPT-DETAIL-LINE.
011000     MOVE GLX-ITEM-CODE         TO RPT-DTL-ITEM-CODE.
011010     MOVE GLX-GL-ACCOUNT        TO RPT-DTL-GL-ACCOUNT.
011020     MOVE GLX-DEBIT-CREDIT-CODE TO RPT-DTL-DC-CODE.
011030     MOVE GLX-AMOUNT            TO RPT-DTL-QTY.
011040     IF BKO-ORIGINAL-DC = "D"
011050         MOVE "REVERSES ORIGINAL DEBIT" TO RPT-DTL-ACTION
011060     ELSE
011070         MOVE "REVERSES ORIGINAL CREDIT" TO RPT-DTL-ACTION
011080     END-IF.
011090     PERFORM 8200-WRITE-DETAIL-LINE THRU 8200-EXIT.
011100 6100-NEXT.
011110     PERFORM 3900-READ-GLX-RECORD THRU 3900-EXIT.
011120 6100-EXIT.
011130     EXIT.
011140
011150 6200-WRITE-GLX-CONTROL.
011160     WRITE GLX-OUT-RECORD FROM CTL-RECORD.
011170     IF WS-GLXO-FILE-STATUS NOT = "00"
011180         DISPLAY "BACKOUT - ABEND - GLX-OUTPUT-FILE "
011190                 "WRITE FAILED - STATUS " WS-GLXO-FILE-STATUS
011200         GO TO 9900-ABEND-TERMINATION
011210     END-IF.
011220 6200-EXIT.
011230     EXIT.
011240
011250****************************************************************
011260*    6500-MARK-AUDIT-TRAIL - ONE BACKOUT RECORD PER DRAW        *
011270*    MATCHED TO THE RUN, REPEATING THE DRAW AND CARRYING THE    *
011280*    RUN-ID AND TODAY'S DATE; THE DRAW ITSELF STAYS ON FILE     *
011290****************************************************************
011300 6500-MARK-AUDIT-TRAIL.
011310     OPEN EXTEND AUDIT-OUTPUT-FILE.
011320     IF WS-AUDO-FILE-STATUS NOT = "00"
011330             AND WS-AUDO-FILE-STATUS NOT = "05"
011340         DISPLAY "BACKOUT - ABEND - AUDIT-OUTPUT-FILE "
011350                 "OPEN FAILED - STATUS " WS-AUDO-FILE-STATUS
011360         GO TO 9900-ABEND-TERMINATION
011370     END-IF.
011380     MOVE "AUDIT TRAIL - DRAWS MARKED" TO RPT-SECTION-NAME.
011390     PERFORM 8300-WRITE-SECTION-LINE THRU 8300-EXIT.
011400     ACCEPT WS-CURRENT-TIME FROM TIME.
011410     PERFORM 6600-MARK-ONE-DRAW THRU 6600-EXIT
011420         VARYING BKO-ITEM-IDX FROM 1 BY 1
011430         UNTIL BKO-ITEM-IDX > BKO-ITEM-COUNT.
011440     CLOSE AUDIT-OUTPUT-FILE.
011450 6500-EXIT.
011460     EXIT.
011470
011480 6600-MARK-ONE-DRAW.
011490     MOVE SPACES TO RPT-DETAIL-LINE.
011500     MOVE BKO-TBL-ITEM-CODE (BKO-ITEM-IDX) TO RPT-DTL-ITEM-CODE.
011510     MOVE BKO-TBL-RESULT (BKO-ITEM-IDX)    TO RPT-DTL-QTY.
011520     IF NOT BKO-TBL-DRAW-FOUND (BKO-ITEM-IDX)
011530         ADD 1 TO BKO-AUD-MISSING-COUNT
011540         MOVE "NO MATCHING DRAW ON THE AUDIT TRAIL"
011550             TO RPT-DTL-ACTION
011560         GO TO 6600-WRITE
011570     END-IF.
011580     MOVE SPACES          TO AUD-RECORD.
011590     MOVE CRD-RUN-DATE    TO AUD-RUN-DATE.
011600     MOVE WS-CURRENT-TIME TO AUD-RUN-TIME.
011610     MOVE BKO-TBL-ITEM-CODE (BKO-ITEM-IDX)    TO AUD-ITEM-CODE.
011620     MOVE BKO-TBL-FIXED-NUMBER (BKO-ITEM-IDX)
011630         TO AUD-FIXED-NUMBER.
011640     MOVE BKO-TBL-RANDOM-NUMBER (BKO-ITEM-IDX)
011650         TO AUD-RANDOM-NUMBER.
011660     MOVE BKO-TBL-RESULT (BKO-ITEM-IDX)       TO AUD-RESULT.
011670     MOVE "B"             TO AUD-RECORD-TYPE.
011680     MOVE ZERO            TO AUD-RANDOM-SEED.
011690     MOVE CRD-CYCLE-NO    TO AUD-CYCLE-NO.
011700     MOVE CRD-RUN-ID      TO AUD-BACKOUT-RUN-ID.
011710     MOVE WS-CURRENT-DATE TO AUD-BACKOUT-DATE.
011720     WRITE AUD-OUT-RECORD FROM AUD-RECORD.
011730     IF WS-AUDO-FILE-STATUS NOT = "00"
011740         DISPLAY "BACKOUT - ABEND - AUDIT-OUTPUT-FILE "
011750                 "WRITE FAILED - STATUS " WS-AUDO-FILE-STATUS
011760         GO TO 9900-ABEND-TERMINATION
011770     END-IF.
011780     ADD 1 TO BKO-AUD-MARKED-COUNT.
011790     ADD AUD-RESULT TO BKO-AUD-MARKED-HASH.
011800     ADD 1 TO BKO-RECORDS-TOUCHED.
011810     MOVE "BACKOUT RECORD WRITTEN" TO RPT-DTL-ACTION.
011820 6600-WRITE.
011830     PERFORM 8200-WRITE-DETAIL-LINE THRU 8200-EXIT.
011840 6600-EXIT.
011850     EXIT.
011860
011870****************************************************************
011880*    7100-WRITE-REPORT-HEADING - PAGE BREAK; EVERY PAGE NAMES   *
011890*    THE RUN BEING BACKED OUT                                   *
011900****************************************************************
011910 7100-WRITE-REPORT-HEADING.
011920     ADD 1 TO BKO-PAGE-COUNT.
011930     MOVE WS-CURRENT-DATE   TO RPT-HDG-RUN-DATE.
011940     MOVE BKO-PAGE-COUNT    TO RPT-HDG-PAGE-NO.
011950     WRITE REGISTER-RECORD FROM RPT-HEADING-LINE-1.
011960     IF CRD-RUN-DATE NUMERIC
011970         MOVE CRD-RUN-DATE  TO RPT-HDG-BKO-DATE
011980     ELSE
011990         MOVE ZERO          TO RPT-HDG-BKO-DATE
012000     END-IF.
012010     IF CRD-CYCLE-NO NUMERIC
012020         MOVE CRD-CYCLE-NO  TO RPT-HDG-BKO-CYCLE
012030     ELSE
012040         MOVE ZERO          TO RPT-HDG-BKO-CYCLE
012050     END-IF.
012060     MOVE CRD-RUN-ID        TO RPT-HDG-BKO-RUN-ID.
012070     MOVE BKO-FISCAL-PERIOD TO RPT-HDG-BKO-PERIOD.
012080     MOVE CRD-REQUESTED-BY  TO RPT-HDG-REQUESTED-BY.
012090     MOVE CRD-REASON        TO RPT-HDG-REASON.
012100     WRITE REGISTER-RECORD FROM RPT-HEADING-LINE-2.
012110     MOVE 2 TO BKO-LINE-COUNT.
012120 7100-EXIT.
012130     EXIT.
012140
012150****************************************************************
012160*    7500-WRITE-REFUSAL - THE BACKOUT WAS NOT APPLIED; SAY WHY  *
012170*    ON THE REGISTER AND THE CONSOLE AND HOLD THE JOB           *
012180****************************************************************
012190 7500-WRITE-REFUSAL.
012200     MOVE SPACES                  TO RPT-MESSAGE-LINE.
012210     MOVE "*** BACKOUT REFUSED - " TO RPT-MESSAGE.
012220     MOVE BKO-REFUSAL-REASON      TO RPT-MESSAGE-REASON.
012230     WRITE REGISTER-RECORD FROM RPT-MESSAGE-LINE.
012240     IF WS-RPT-FILE-STATUS NOT = "00"
012250         DISPLAY "BACKOUT - ABEND - REGISTER-FILE "
012260                 "WRITE FAILED - STATUS " WS-RPT-FILE-STATUS
012270         GO TO 9900-ABEND-TERMINATION
012280     END-IF.
012290     DISPLAY "BACKOUT - REFUSED - " BKO-REFUSAL-REASON.
012300     MOVE 8 TO RETURN-CODE.
012310 7500-EXIT.
012320     EXIT.
012330
012340****************************************************************
012350*    8000-WRITE-PROOF-TOTALS - WHAT WAS BACKED OUT AGAINST THE  *
012360*    ORIGINAL RUN'S CONTROL TOTALS. THE HISTORY AND GL EXTRACT  *
012370*    LINES PROVE TO THE ORIGINAL TRAILERS; THE REVERSED         *
012380*    CREDITS, INQUIRY DELETIONS AND AUDIT MARKS PROVE TO THE    *
012390*    HISTORY TRAILER, SINCE THE RUN WROTE ONE OF EACH PER       *
012400*    HISTORY RECORD AT THE SAME QUANTITY. AN INQUIRY OR AUDIT   *
012410*    LINE THAT DOES NOT PROVE ENDS THE RUN WITH CODE 4.         *
012420****************************************************************
012430 8000-WRITE-PROOF-TOTALS.
012440     PERFORM 8100-CHECK-PAGE-BREAK THRU 8100-EXIT.
012450     WRITE REGISTER-RECORD FROM RPT-PROOF-HEADING.
012460     ADD 1 TO BKO-LINE-COUNT.
012470     MOVE SPACES                 TO RPT-PROOF-LINE.
012480     MOVE "RESULT HISTORY RECORDS"  TO RPT-PRF-LABEL.
012490     MOVE BKO-HIST-CTL-COUNT     TO RPT-PRF-ORIG-COUNT.
012500     MOVE BKO-HIST-CTL-HASH      TO RPT-PRF-ORIG-HASH.
012510     MOVE BKO-HIST-REMOVED-COUNT TO RPT-PRF-BKO-COUNT.
012520     MOVE BKO-HIST-REMOVED-HASH  TO RPT-PRF-BKO-HASH.
012530     IF BKO-HIST-REMOVED-COUNT = BKO-HIST-CTL-COUNT
012540             AND BKO-HIST-REMOVED-HASH = BKO-HIST-CTL-HASH
012550         MOVE "PROVED"          TO RPT-PRF-STATUS
012560     ELSE
012570         MOVE "DOES NOT PROVE"  TO RPT-PRF-STATUS
012580         MOVE 8 TO RETURN-CODE
012590     END-IF.
012600     PERFORM 8400-WRITE-PROOF-LINE THRU 8400-EXIT.
012610     MOVE SPACES                 TO RPT-PROOF-LINE.
012620     MOVE "GL EXTRACT RECORDS"   TO RPT-PRF-LABEL.
012630     MOVE BKO-GLX-CTL-COUNT      TO RPT-PRF-ORIG-COUNT.
012640     MOVE BKO-GLX-CTL-HASH       TO RPT-PRF-ORIG-HASH.
012650     MOVE BKO-GLX-REVERSED-COUNT TO RPT-PRF-BKO-COUNT.
012660     MOVE BKO-GLX-REVERSED-HASH  TO RPT-PRF-BKO-HASH.
012670     IF BKO-GLX-REVERSED-COUNT = BKO-GLX-CTL-COUNT
012680             AND BKO-GLX-REVERSED-HASH = BKO-GLX-CTL-HASH
012690         MOVE "PROVED"          TO RPT-PRF-STATUS
012700     ELSE
012710         MOVE "DOES NOT PROVE"  TO RPT-PRF-STATUS
012720         MOVE 8 TO RETURN-CODE
012730     END-IF.
012740     PERFORM 8400-WRITE-PROOF-LINE THRU 8400-EXIT.
012750     MOVE SPACES                 TO RPT-PROOF-LINE.
012760     MOVE "GL DEBITS REVERSED"   TO RPT-PRF-LABEL.
012770     MOVE BKO-HIST-CTL-COUNT     TO RPT-PRF-ORIG-COUNT.
012780     MOVE BKO-HIST-CTL-HASH      TO RPT-PRF-ORIG-HASH.
012790     MOVE BKO-GLX-CREDIT-COUNT   TO RPT-PRF-BKO-COUNT.
012800     MOVE BKO-GLX-CREDIT-HASH    TO RPT-PRF-BKO-HASH.
012810     IF BKO-GLX-CREDIT-COUNT = BKO-HIST-CTL-COUNT
012820             AND BKO-GLX-CREDIT-HASH = BKO-HIST-CTL-HASH
012830         MOVE "PROVED"          TO RPT-PRF-STATUS
012840     ELSE
012850         MOVE "DOES NOT PROVE"  TO RPT-PRF-STATUS
012860         MOVE 8 TO RETURN-CODE
012870     END-IF.
012880     PERFORM 8400-WRITE-PROOF-LINE THRU 8400-EXIT.
012890     MOVE SPACES                 TO RPT-PROOF-LINE.
012900     MOVE "INQUIRY RECORDS DELETED" TO RPT-PRF-LABEL.
012910     MOVE BKO-HIST-CTL-COUNT     TO RPT-PRF-ORIG-COUNT.
012920     MOVE BKO-HIST-CTL-HASH      TO RPT-PRF-ORIG-HASH.
012930     MOVE BKO-INQ-DELETED-COUNT  TO RPT-PRF-BKO-COUNT.
012940     MOVE BKO-INQ-DELETED-HASH   TO RPT-PRF-BKO-HASH.
012950     IF BKO-INQ-DELETED-COUNT = BKO-HIST-CTL-COUNT
012960             AND BKO-INQ-DELETED-HASH = BKO-HIST-CTL-HASH
012970         MOVE "PROVED"          TO RPT-PRF-STATUS
012980     ELSE
012990         MOVE "DOES NOT PROVE"  TO RPT-PRF-STATUS
013000         PERFORM 8600-SET-WARNING-CODE THRU 8600-EXIT
013010     END-IF.
013020     PERFORM 8400-WRITE-PROOF-LINE THRU 8400-EXIT.
013030     MOVE SPACES                 TO RPT-PROOF-LINE.
013040     MOVE "INQUIRY RECORDS NOT DELETED" TO RPT-PRF-LABEL.
013050     MOVE BKO-INQ-MISSING-COUNT  TO RPT-PRF-BKO-COUNT.
013060     PERFORM 8400-WRITE-PROOF-LINE THRU 8400-EXIT.
013070     MOVE SPACES                 TO RPT-PROOF-LINE.
013080     MOVE "AUDIT DRAWS MARKED"   TO RPT-PRF-LABEL.
013090     MOVE BKO-HIST-CTL-COUNT     TO RPT-PRF-ORIG-COUNT.
013100     MOVE BKO-HIST-CTL-HASH      TO RPT-PRF-ORIG-HASH.
013110     MOVE BKO-AUD-MARKED-COUNT   TO RPT-PRF-BKO-COUNT.
013120     MOVE BKO-AUD-MARKED-HASH    TO RPT-PRF-BKO-HASH.
013130     IF BKO-AUD-MARKED-COUNT = BKO-HIST-CTL-COUNT
013140             AND BKO-AUD-MARKED-HASH = BKO-HIST-CTL-HASH
013150         MOVE "PROVED"          TO RPT-PRF-STATUS
013160     ELSE
013170         MOVE "DOES NOT PROVE"  TO RPT-PRF-STATUS
013180         PERFORM 8600-SET-WARNING-CODE THRU 8600-EXIT
013190     END-IF.
013200     PERFORM 8400-WRITE-PROOF-LINE THRU 8400-EXIT.
013210     MOVE SPACES                 TO RPT-PROOF-LINE.
013220     MOVE "AUDIT DRAWS NOT FOUND" TO RPT-PRF-LABEL.
013230     MOVE BKO-AUD-MISSING-COUNT  TO RPT-PRF-BKO-COUNT.
013240     PERFORM 8400-WRITE-PROOF-LINE THRU 8400-EXIT.
013250     MOVE SPACES                 TO RPT-PROOF-LINE.
013260     MOVE "HISTORY RECORDS KEPT" TO RPT-PRF-LABEL.
013270     MOVE BKO-HIST-KEPT-COUNT    TO RPT-PRF-BKO-COUNT.
013280     PERFORM 8400-WRITE-PROOF-LINE THRU 8400-EXIT.
013290 8000-EXIT.
013300     EXIT.
013310
013320 8100-CHECK-PAGE-BREAK.
013330     IF BKO-LINE-COUNT >= BKO-LINES-PER-PAGE
013340         PERFORM 7100-WRITE-REPORT-HEADING THRU 7100-EXIT
013350     END-IF.
013360 8100-EXIT.
013370     EXIT.
013380
013390 8200-WRITE-DETAIL-LINE.
013400     PERFORM 8100-CHECK-PAGE-BREAK THRU 8100-EXIT.
013410     WRITE REGISTER-RECORD FROM RPT-DETAIL-LINE.
013420     IF WS-RPT-FILE-STATUS NOT = "00"
013430         DISPLAY "BACKOUT - ABEND - REGISTER-FILE "
013440                 "WRITE FAILED - STATUS " WS-RPT-FILE-STATUS
013450         GO TO 9900-ABEND-TERMINATION
013460     END-IF.
013470     ADD 1 TO BKO-LINE-COUNT.
013480 8200-EXIT.
013490     EXIT.
013500
013510 8300-WRITE-SECTION-LINE.
013520     PERFORM 8100-CHECK-PAGE-BREAK THRU 8100-EXIT.
013530     WRITE REGISTER-RECORD FROM RPT-SECTION-LINE.
013540     IF WS-RPT-FILE-STATUS NOT = "00"
013550         DISPLAY "BACKOUT - ABEND - REGISTER-FILE "
013560                 "WRITE FAILED - STATUS " WS-RPT-FILE-STATUS
013570         GO TO 9900-ABEND-TERMINATION
013580     END-IF.
013590     ADD 2 TO BKO-LINE-COUNT.
013600 8300-EXIT.
013610     EXIT.
013620
013630 8400-WRITE-PROOF-LINE.
013640     PERFORM 8100-CHECK-PAGE-BREAK THRU 8100-EXIT.
013650     WRITE REGISTER-RECORD FROM RPT-PROOF-LINE.
013660     IF WS-RPT-FILE-STATUS NOT = "00"
013670         DISPLAY "BACKOUT - ABEND - REGISTER-FILE "
013680                 "WRITE FAILED - STATUS " WS-RPT-FILE-STATUS
013690         GO TO 9900-ABEND-TERMINATION
013700     END-IF.
013710     ADD 1 TO BKO-LINE-COUNT.
013720 8400-EXIT.
013730     EXIT.
013740
013750****************************************************************
013760*    8500-MATCH-SEGMENT-HEADER - CTL-RECORD HOLDS A HEADER; THE *
013770*    FIRST HEADER IN THE PASS WHOSE DATE, CYCLE AND RUN-ID ARE  *
013780*    THE CONTROL CARD'S OPENS THE RUN'S SEGMENT. ANY LATER      *
013790*    MATCHING HEADER OPENS A LATER SEGMENT INSTEAD, LEFT TO THE *
013800*    CALLER TO REFUSE OR RECOGNIZE. A MATCHING HEADER STAMPED   *
013810*    BY BACKOUT OPENS A REVERSAL SEGMENT; ONE STAMPED BY ANY    *
013820*    PROGRAM BUT RANDOM-SUBTRACTION (EXCPROC) IS NOT THE RUN'S  *
013830*    AND IS PASSED OVER. AN UNSTAMPED HEADER PREDATES THE STAMP *
013840*    AND IS TAKEN AS RANDOM-SUBTRACTION'S.                      *
013850****************************************************************
013860 8500-MATCH-SEGMENT-HEADER.
013870     MOVE "N" TO BKO-IN-SEGMENT-SW.
013880     MOVE "N" TO BKO-LATER-SEGMENT-SW.
013890     MOVE "N" TO BKO-REVERSAL-SEGMENT-SW.
013900     IF CTL-RUN-DATE NOT = CRD-RUN-DATE
013910             OR CTL-CYCLE-NO NOT = CRD-CYCLE-NO
013920             OR CTL-RUN-ID NOT = CRD-RUN-ID
013930         GO TO 8500-EXIT
013940     END-IF.
013950     IF CTL-FROM-BACKOUT
013960         MOVE "Y" TO BKO-REVERSAL-SEGMENT-SW
013970         GO TO 8500-EXIT
013980     END-IF.
013990     IF CTL-PROGRAM-ID NOT = SPACES
014000             AND NOT CTL-FROM-RANDSUB
014010         GO TO 8500-EXIT
014020     END-IF.
014030     ADD 1 TO BKO-HDR-MATCH-COUNT.
014040     IF BKO-HDR-MATCH-COUNT = 1
014050         MOVE "Y" TO BKO-IN-SEGMENT-SW
014060     ELSE
014070         MOVE "Y" TO BKO-LATER-SEGMENT-SW
014080     END-IF.
014090 8500-EXIT.
014100     EXIT.
014110
014120 8600-SET-WARNING-CODE.
014130     IF RETURN-CODE < 4
014140         MOVE 4 TO RETURN-CODE
014150     END-IF.
014160 8600-EXIT.
014170     EXIT.
014180
014190****************************************************************
014200*    9000-TERMINATE                                             *
014210****************************************************************
014220 9000-TERMINATE.
014230     CLOSE REGISTER-FILE.
014240 9000-EXIT.
014250     EXIT.
014260
014270****************************************************************
014280*    9700-WRITE-RUN-END - APPEND THE END RECORD WITH THE        *
014290*    FINAL RETURN CODE AND RECORDS TOUCHED; NEVER ABENDS,       *
014300*    SINCE THE ABEND PATH ITSELF COMES THROUGH HERE             *
014310****************************************************************
014320 9700-WRITE-RUN-END.
014330     IF NOT WS-RUN-OPEN
014340         GO TO 9700-EXIT
014350     END-IF.
014360     MOVE SPACES          TO RUN-RECORD.
014370     MOVE "BACKOUT"       TO RUN-PROGRAM-ID.
014380     MOVE WS-CURRENT-DATE TO RUN-RUN-DATE.
014390     MOVE 01              TO RUN-CYCLE-NO.
014400     MOVE CRD-RUN-ID      TO RUN-RUN-ID.
014410     MOVE "E"             TO RUN-RECORD-TYPE.
014420     ACCEPT WS-CURRENT-TIME FROM TIME.
014430     MOVE WS-CURRENT-TIME TO RUN-TIME.
014440     MOVE BKO-RECORDS-TOUCHED TO RUN-RECORDS-PROCESSED.
014450     MOVE RETURN-CODE     TO RUN-RETURN-CODE.
014460     WRITE RUN-RECORD.
014470     IF WS-RUN-FILE-STATUS NOT = "00"
014480         DISPLAY "BACKOUT - RUN-STATUS-FILE WRITE FAILED - "
014490                 "STATUS " WS-RUN-FILE-STATUS
014500     END-IF.
014510     CLOSE RUN-STATUS-FILE.
014520     MOVE "N" TO WS-RUN-OPEN-SW.
014530 9700-EXIT.
014540     EXIT.
014550
014560****************************************************************
014570*    9900-ABEND-TERMINATION - AN OPEN OR A WRITE CAME BACK      *
014580*    WITH A FILE STATUS OTHER THAN SUCCESSFUL; THE RUN CANNOT   *
014590*    BE TRUSTED TO CONTINUE, SO IT STOPS HERE WITH A NON-ZERO   *
014600*    RETURN CODE FOR THE JOB SCHEDULER TO CATCH.                *
014610****************************************************************
014620 9900-ABEND-TERMINATION.
014630     MOVE 16 TO RETURN-CODE.
014640     PERFORM 9700-WRITE-RUN-END THRU 9700-EXIT.
014650     STOP RUN.
