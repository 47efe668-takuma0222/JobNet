000010*-----------------------------------------------------------------
000020*STR-COBOL
000030*
000040*Structuring and velocity analysis. TEST-COBOL's movement caps
000050*only stop a single record or a daily total that goes over;
000060*this step looks for the customer who stays under them. It
000070*reads the cycle's OUT-FILE details together with a rolling
000080*window of the accounts' prior KEY-HISTORY images and flags
000090*four patterns per account:
000100*  NEAR LIMIT    repeated amounts at or just under the
000110*                account's AM-TRAN-LIMIT, cycle and window
000120*  BURST         many small items on the account in the cycle
000130*  MULTI-OFFICE  the same amount for the same account arriving
000140*                from more than one source office (OD-SOURCE-ID)
000150*                in the cycle
000160*  ROUND         a cluster of round amounts, cycle and window
000161*All amounts are base currency: OUT-DAT's OD-AMOUNT and the
000162*history's KH-EFFECTIVE-AMOUNT.
000170*Only ordinary details count: adjustments and reversals are
000180*corrections, not customer movement. Every account showing a
000190*pattern is a case on the case list (STRRPT-DAT) for the
000200*investigations team, with the pattern counts and the items
000210*behind them laid out. The thresholds are operator-maintained
000220*in STRTHR-DAT, the same keyword layout as RCT-COBOL's
000230*THRESH-DAT; a missing file or keyword leaves that threshold
000240*at its default, and a count threshold of zero switches its
000250*pattern off. Runs after TEST-COBOL as its own step in the
000260*batch stream. Return code 4 flags cases raised, or an
000270*analysis cut short by a full table; 16 an OUT-DAT that would
000280*not open.
000290*
000300*STRTHR-DAT keyword records (columns 1-16 keyword, 17-25 a
000310*zero-padded value; amounts are whole currency units):
000320*  WINDOW-DAYS       default 030  prior days, 3660 at most
000330*  NEAR-LIMIT-PCT    default 010  band under the tran limit
000340*  NEAR-LIMIT-COUNT  default 003  items in the band
000350*  SMALL-AMOUNT      default 100  largest small item
000360*  BURST-COUNT       default 010  small items in the cycle
000370*  ROUND-UNIT        default 1000 round-amount multiple
000380*  ROUND-COUNT       default 005  round items
000390*
000400*  Author.......: D. HARTLEY, BATCH SYSTEMS GROUP
000410*  Installation.: BATCH SYSTEMS GROUP
000420*  Date-Written.: 2026-10-15
000430*
000440*  Modification History
000450*  ----------  ----  ---------------------------------------
000460*  2026-10-15  DH    Original structuring and velocity
000470*                    analysis.
000471*  2026-10-15  DH    Prior history amounts taken from
000472*                    KH-EFFECTIVE-AMOUNT, which is base
000473*                    currency, not KH-AMOUNT, which for a
000474*                    foreign-currency item is the amount as
000475*                    keyed in its own currency. An image with
000476*                    no numeric effective amount falls back to
000477*                    KH-AMOUNT.
000480*-----------------------------------------------------------------
000490 IDENTIFICATION DIVISION.
000500 PROGRAM-ID.  STR-COBOL.
000510 AUTHOR.  D. HARTLEY, BATCH SYSTEMS GROUP.
000520 INSTALLATION.  BATCH SYSTEMS GROUP.
000530 DATE-WRITTEN.  2026-10-15.
000540 DATE-COMPILED.
000550
000560*-----------------------------------------------------------------
000570 ENVIRONMENT DIVISION.
000580 INPUT-OUTPUT SECTION.
000590 FILE-CONTROL.
000600     SELECT OUT-FILE ASSIGN TO OUT-DAT
000610         ORGANIZATION IS LINE SEQUENTIAL
000620         FILE STATUS IS SR-OUT-STATUS.
000630     SELECT OPTIONAL KEY-HISTORY ASSIGN TO KEYHIST
000640         ORGANIZATION IS INDEXED
000650         ACCESS MODE IS DYNAMIC
000660         RECORD KEY IS KH-HIST-KEY
000670         FILE STATUS IS SR-HIST-STATUS.
000680     SELECT ACCT-MASTER ASSIGN TO ACCTMAST
000690         ORGANIZATION IS INDEXED
000700         ACCESS MODE IS RANDOM
000710         RECORD KEY IS AM-ACCT-KEY
000720         FILE STATUS IS SR-ACCT-STATUS.
000730     SELECT THRESH-FILE ASSIGN TO STRTHR-DAT
000740         ORGANIZATION IS LINE SEQUENTIAL
000750         FILE STATUS IS SR-THRESH-STATUS.
000760     SELECT REPORT-FILE ASSIGN TO STRRPT-DAT
000770         ORGANIZATION IS LINE SEQUENTIAL.
000780
000790*-----------------------------------------------------------------
000800 DATA DIVISION.
000810 FILE SECTION.
000820 FD  OUT-FILE.
000830     COPY OUT-COPYBOOK.
000840
000850 FD  KEY-HISTORY.
000860     COPY HIST-COPYBOOK.
000870
000880 FD  ACCT-MASTER.
000890     COPY ACCT-COPYBOOK.
000900
000910*-----------------------------------------------------------------
000920*THRESH-FILE - operator-maintained pattern thresholds, one
000930*              keyword record per threshold; see the program
000940*              heading for the keywords and defaults.
000950*-----------------------------------------------------------------
000960 FD  THRESH-FILE.
000970 01  THRESH-RECORD.
000980     05  TH-KEYWORD                  PIC X(16).
000990     05  TH-VALUE                    PIC X(09).
001000     05  FILLER                      PIC X(55).
001010
001020 FD  REPORT-FILE.
001030 01  REPORT-RECORD                  PIC X(80).
001040
001050 WORKING-STORAGE SECTION.
001060*-----------------------------------------------------------------
001070*SWITCHES AND FILE STATUSES
001080*-----------------------------------------------------------------
001090 77  SR-EOF-SWITCH                  PIC X(01) VALUE 'N'.
001100     88  SR-EOF                          VALUE 'Y'.
001110 77  SR-HIST-EOF-SWITCH             PIC X(01) VALUE 'N'.
001120     88  SR-HIST-EOF                     VALUE 'Y'.
001130 77  SR-OUT-STATUS                  PIC X(02) VALUE SPACES.
001140     88  SR-OUT-OPEN-OK                  VALUE '00'.
001150 77  SR-HIST-STATUS                 PIC X(02) VALUE SPACES.
001160     88  SR-HIST-OPEN-OK                 VALUE '00' '05'.
001170 77  SR-ACCT-STATUS                 PIC X(02) VALUE SPACES.
001180     88  SR-ACCT-OPEN-OK                 VALUE '00'.
001190 77  SR-THRESH-STATUS               PIC X(02) VALUE SPACES.
001200     88  SR-THRESH-OPEN-OK               VALUE '00'.
001210 77  SR-HEADER-SEEN-SWITCH          PIC X(01) VALUE 'N'.
001220     88  SR-HEADER-SEEN                  VALUE 'Y'.
001230 77  SR-ACCT-FOUND-SWITCH           PIC X(01) VALUE 'N'.
001240     88  SR-ACCT-FOUND                   VALUE 'Y'.
001250 77  SR-TABLE-FULL-SWITCH           PIC X(01) VALUE 'N'.
001260     88  SR-TABLE-FULL                   VALUE 'Y'.
001270*Set while the window is rescanned to print a case's prior
001280*items; clear while it is scanned to count them.
001290 77  SR-HIST-PRINT-SWITCH           PIC X(01) VALUE 'N'.
001300     88  SR-HIST-PRINTING                VALUE 'Y'.
001310
001320*-----------------------------------------------------------------
001330*THRESHOLDS, at their defaults until STRTHR-DAT overrides.
001340*-----------------------------------------------------------------
001350 77  SR-WINDOW-DAYS                 PIC 9(09)      VALUE 030.
001360 77  SR-NEAR-LIMIT-PCT              PIC 9(09)      VALUE 010.
001370 77  SR-NEAR-LIMIT-COUNT            PIC 9(09)      VALUE 003.
001380 77  SR-SMALL-AMOUNT                PIC 9(09)      VALUE 100.
001390 77  SR-BURST-COUNT                 PIC 9(09)      VALUE 010.
001400 77  SR-ROUND-UNIT                  PIC 9(09)      VALUE 1000.
001410 77  SR-ROUND-COUNT                 PIC 9(09)      VALUE 005.
001420
001430*-----------------------------------------------------------------
001440*THE CYCLE AND ITS WINDOW. The cycle is the OUT-DAT header's
001450*date and batch; the window reaches SR-WINDOW-DAYS back from
001460*it. Images this same batch wrote are already on OUT-DAT, so
001470*the window leaves them out rather than count them twice.
001480*-----------------------------------------------------------------
001490 77  SR-CYCLE-DATE                  PIC 9(08)      VALUE ZERO.
001500 77  SR-CYCLE-BATCH                 PIC X(03)      VALUE SPACES.
001510 77  SR-WINDOW-START                PIC 9(08)      VALUE ZERO.
001520 77  SR-DAY-NUMBER                  PIC 9(07) COMP VALUE ZERO.
001530 77  SR-RUN-DATE                    PIC 9(08)      VALUE ZERO.
001540 77  SR-RUN-TIME                    PIC 9(08)      VALUE ZERO.
001550
001560*-----------------------------------------------------------------
001570*AMOUNT CLASSIFICATION WORK FIELDS. A history image carries
001580*its base-currency effective amount in display form.
001590*-----------------------------------------------------------------
001600 77  SR-ABS-AMOUNT                  PIC 9(07)V99   VALUE ZERO.
001610 77  SR-ROUND-QUOTIENT              PIC 9(07)      VALUE ZERO.
001620 77  SR-ROUND-REMAINDER             PIC 9(07)V99   VALUE ZERO.
001630 77  SR-MARKS                       PIC X(04)      VALUE SPACES.
001640 01  SR-HIST-AMOUNT                 PIC X(09)      VALUE SPACES.
001650 01  SR-HIST-AMOUNT-NUM REDEFINES SR-HIST-AMOUNT
001660                                    PIC S9(07)V99.
001670
001680*-----------------------------------------------------------------
001690*ACCOUNT TABLE, one entry per account with details in the
001700*cycle. Each entry heads a chain through the item table of
001710*its own cycle items, so an account's evidence can be walked
001720*without sorting OUT-DAT.
001730*-----------------------------------------------------------------
001740 77  SR-ACCT-TABLE-SIZE             PIC 9(05)      VALUE 05000.
001750 77  SR-ACCT-ENTRY-COUNT            PIC 9(05)      VALUE ZERO.
001760 01  SR-ACCT-TABLE.
001770     05  SR-ACCT-ENTRY               OCCURS 0 TO 5000 TIMES
001780                           DEPENDING ON SR-ACCT-ENTRY-COUNT
001790                                     INDEXED BY SR-ACCT-IDX.
001800         10  SR-AT-KEY                   PIC X(10).
001810         10  SR-AT-NAME                  PIC X(20).
001820         10  SR-AT-BRANCH                PIC X(04).
001830         10  SR-AT-LIMIT                 PIC 9(09)V99.
001840         10  SR-AT-FLOOR                 PIC 9(09)V99.
001850         10  SR-AT-FIRST-ITEM            PIC 9(05).
001860         10  SR-AT-LAST-ITEM             PIC 9(05).
001870         10  SR-AT-NEAR                  PIC 9(05).
001880         10  SR-AT-SMALL                 PIC 9(05).
001890         10  SR-AT-ROUND                 PIC 9(05).
001900         10  SR-AT-MULTI                 PIC 9(05).
001910         10  SR-AT-PRIOR-NEAR            PIC 9(05).
001920         10  SR-AT-PRIOR-ROUND           PIC 9(05).
001930         10  SR-AT-FLAGS.
001940             15  SR-AT-NEAR-FLAG         PIC X(01).
001950                 88  SR-AT-NEAR-CASE         VALUE 'Y'.
001960             15  SR-AT-BURST-FLAG        PIC X(01).
001970                 88  SR-AT-BURST-CASE        VALUE 'Y'.
001980             15  SR-AT-ROUND-FLAG        PIC X(01).
001990                 88  SR-AT-ROUND-CASE        VALUE 'Y'.
002000             15  SR-AT-MULTI-FLAG        PIC X(01).
002010                 88  SR-AT-MULTI-CASE        VALUE 'Y'.
002020
002030*-----------------------------------------------------------------
002040*ITEM TABLE, one entry per cycle detail analysed, chained per
002050*account through SR-IT-NEXT (zero ends a chain). SR-IT-MARKS
002060*holds N (near limit), S (small), R (round) and M (multi-
002070*office) in positions 1 to 4.
002080*-----------------------------------------------------------------
002090 77  SR-ITEM-TABLE-SIZE             PIC 9(05)      VALUE 10000.
002100 77  SR-ITEM-ENTRY-COUNT            PIC 9(05)      VALUE ZERO.
002110 01  SR-ITEM-TABLE.
002120     05  SR-ITEM-ENTRY               OCCURS 0 TO 10000 TIMES
002130                           DEPENDING ON SR-ITEM-ENTRY-COUNT.
002140         10  SR-IT-NEXT                  PIC 9(05).
002150         10  SR-IT-AMOUNT                PIC S9(07)V99.
002160         10  SR-IT-DATE                  PIC 9(08).
002170         10  SR-IT-SOURCE                PIC X(03).
002180         10  SR-IT-MARKS                 PIC X(04).
002190 77  SR-ITEM-SUB                    PIC 9(05) COMP VALUE ZERO.
002200 77  SR-SCAN-SUB                    PIC 9(05) COMP VALUE ZERO.
002210
002220*-----------------------------------------------------------------
002230*COUNTS
002240*-----------------------------------------------------------------
002250 77  SR-DETAIL-COUNT                PIC 9(07)      VALUE ZERO.
002260 77  SR-ANALYSED-COUNT              PIC 9(07)      VALUE ZERO.
002270 77  SR-PRIOR-COUNT                 PIC 9(07)      VALUE ZERO.
002280 77  SR-CASE-COUNT                  PIC 9(07)      VALUE ZERO.
002290 77  SR-NEAR-CASE-COUNT             PIC 9(07)      VALUE ZERO.
002300 77  SR-BURST-CASE-COUNT            PIC 9(07)      VALUE ZERO.
002310 77  SR-MULTI-CASE-COUNT            PIC 9(07)      VALUE ZERO.
002320 77  SR-ROUND-CASE-COUNT            PIC 9(07)      VALUE ZERO.
002330 77  SR-NOT-ANALYSED-COUNT          PIC 9(07)      VALUE ZERO.
002340
002350*-----------------------------------------------------------------
002360*PAGE CONTROL
002370*-----------------------------------------------------------------
002380 77  SR-LINE-COUNT                  PIC 9(02)      VALUE ZERO.
002390 77  SR-LINES-PER-PAGE              PIC 9(02)      VALUE 50.
002400 77  SR-PAGE-NUMBER                 PIC 9(04)      VALUE ZERO.
002410
002420*-----------------------------------------------------------------
002430*PRINT LINES
002440*-----------------------------------------------------------------
002450 01  SR-PAGE-HEADING-1.
002460     05  FILLER                      PIC X(20) VALUE
002470                         'STRUCTURING CASES   '.
002480     05  FILLER                      PIC X(10) VALUE SPACES.
002490     05  SR-H1-DATE                  PIC 9(08).
002500     05  FILLER                      PIC X(05) VALUE SPACES.
002510     05  FILLER                      PIC X(05) VALUE 'PAGE '.
002520     05  SR-H1-PAGE                  PIC ZZZ9.
002530     05  FILLER                      PIC X(01) VALUE SPACES.
002540     05  SR-H1-TIME                  PIC 9(08).
002550     05  FILLER                      PIC X(19) VALUE SPACES.
002560
002570 01  SR-PAGE-HEADING-2.
002580     05  FILLER                      PIC X(20) VALUE
002590                         'PROGRAM: STR-COBOL'.
002600     05  FILLER                      PIC X(60) VALUE SPACES.
002610
002620 01  SR-BLANK-LINE                  PIC X(80) VALUE SPACES.
002630
002640 01  SR-WINDOW-LINE.
002650     05  FILLER                      PIC X(07) VALUE 'CYCLE: '.
002660     05  SR-WL-CYCLE                 PIC 9(08).
002670     05  FILLER                      PIC X(08) VALUE '  BATCH '.
002680     05  SR-WL-BATCH                 PIC X(03).
002690     05  FILLER                      PIC X(18) VALUE
002700                         '  WINDOW FROM:    '.
002710     05  SR-WL-START                 PIC 9(08).
002720     05  FILLER                      PIC X(28) VALUE SPACES.
002730
002740 01  SR-SECTION-HEADING.
002750     05  SR-SH-TEXT                  PIC X(40).
002760     05  FILLER                      PIC X(40) VALUE SPACES.
002770
002780 01  SR-THRESH-LINE.
002790     05  FILLER                      PIC X(02) VALUE SPACES.
002800     05  SR-TL-KEYWORD               PIC X(16).
002810     05  SR-TL-VALUE                 PIC ZZZ,ZZZ,ZZ9.
002820     05  FILLER                      PIC X(51) VALUE SPACES.
002830
002840 01  SR-CASE-LINE.
002850     05  FILLER                      PIC X(05) VALUE 'CASE '.
002860     05  SR-CL-CASE                  PIC 9(04).
002870     05  FILLER                      PIC X(02) VALUE SPACES.
002880     05  SR-CL-KEY                   PIC X(10).
002890     05  FILLER                      PIC X(01) VALUE SPACES.
002900     05  SR-CL-NAME                  PIC X(20).
002910     05  FILLER                      PIC X(01) VALUE SPACES.
002920     05  SR-CL-BRANCH                PIC X(04).
002930     05  FILLER                      PIC X(08) VALUE
002940                         '  LIMIT '.
002950     05  SR-CL-LIMIT                 PIC ZZZ,ZZZ,ZZ9.99.
002960     05  FILLER                      PIC X(11) VALUE SPACES.
002970
002980 01  SR-PATTERN-LINE.
002990     05  FILLER                      PIC X(04) VALUE SPACES.
003000     05  SR-PL-CODE                  PIC X(13).
003010     05  SR-PL-TEXT                  PIC X(28).
003020     05  FILLER                      PIC X(07) VALUE 'CYCLE: '.
003030     05  SR-PL-CYCLE                 PIC ZZZZ9.
003040     05  FILLER                      PIC X(09) VALUE
003050                         '  PRIOR: '.
003060     05  SR-PL-PRIOR                 PIC ZZZZ9.
003070     05  FILLER                      PIC X(09) VALUE SPACES.
003080
003090 01  SR-EVIDENCE-LINE.
003100     05  FILLER                      PIC X(06) VALUE SPACES.
003110     05  SR-EL-ORIGIN                PIC X(05).
003120     05  FILLER                      PIC X(02) VALUE SPACES.
003130     05  SR-EL-DATE                  PIC X(08).
003140     05  FILLER                      PIC X(02) VALUE SPACES.
003150     05  SR-EL-SOURCE                PIC X(03).
003160     05  FILLER                      PIC X(02) VALUE SPACES.
003170     05  SR-EL-AMOUNT                PIC Z,ZZZ,ZZ9.99-.
003180     05  FILLER                      PIC X(02) VALUE SPACES.
003190     05  SR-EL-MARKS                 PIC X(04).
003200     05  FILLER                      PIC X(33) VALUE SPACES.
003210
003220 01  SR-COUNT-LINE.
003230     05  SR-CN-TEXT                  PIC X(24).
003240     05  SR-CN-COUNT                 PIC Z,ZZZ,ZZ9.
003250     05  FILLER                      PIC X(47) VALUE SPACES.
003260
003270 01  SR-MESSAGE-LINE.
003280     05  SR-ML-TEXT                  PIC X(60).
003290     05  FILLER                      PIC X(20) VALUE SPACES.
003300
003310*-----------------------------------------------------------------
003320 PROCEDURE DIVISION.
003330*===========================================================
003340*0000-MAIN-LOGIC
003350*Mainline: load the thresholds, gather the cycle's details
003360*by account, count each account's prior window, find the
003370*patterns, and print the case list.
003380*===========================================================
003390 0000-MAIN-LOGIC.
003400     OPEN INPUT OUT-FILE.
003410     OPEN INPUT KEY-HISTORY.
003420     OPEN INPUT ACCT-MASTER.
003430     OPEN OUTPUT REPORT-FILE.
003440     ACCEPT SR-RUN-DATE FROM DATE YYYYMMDD.
003450     ACCEPT SR-RUN-TIME FROM TIME.
003460     PERFORM 0910-PRINT-PAGE-HEADING THRU 0910-EXIT.
003470     IF NOT SR-OUT-OPEN-OK
003480         MOVE 'OUT-DAT OPEN FAILED - NO ANALYSIS' TO SR-ML-TEXT
003490         PERFORM 0920-PRINT-MESSAGE THRU 0920-EXIT
003500         MOVE 16 TO RETURN-CODE
003510         GO TO 0000-CLOSE
003520     END-IF.
003530     IF NOT SR-HIST-OPEN-OK
003540         MOVE 'KEY-HISTORY NOT AVAILABLE - CYCLE ONLY, NO WINDOW'
003550             TO SR-ML-TEXT
003560         PERFORM 0920-PRINT-MESSAGE THRU 0920-EXIT
003570     END-IF.
003580     IF NOT SR-ACCT-OPEN-OK
003590         MOVE 'ACCTMAST NOT AVAILABLE - NO NEAR-LIMIT TEST'
003600             TO SR-ML-TEXT
003610         PERFORM 0920-PRINT-MESSAGE THRU 0920-EXIT
003620     END-IF.
003630     PERFORM 0100-LOAD-THRESHOLDS THRU 0100-EXIT.
003640     PERFORM 0200-LOAD-CYCLE THRU 0200-EXIT.
003650     PERFORM 0150-COMPUTE-WINDOW THRU 0150-EXIT.
003660     PERFORM 0700-PRINT-THRESHOLDS THRU 0700-EXIT.
003670     IF SR-HIST-OPEN-OK
003680        AND SR-WINDOW-DAYS > ZERO
003690         MOVE 'N' TO SR-HIST-PRINT-SWITCH
003700         SET SR-ACCT-IDX TO 1
003710         PERFORM 0300-SCAN-WINDOW THRU 0300-EXIT
003720             UNTIL SR-ACCT-IDX > SR-ACCT-ENTRY-COUNT
003730     END-IF.
003740     SET SR-ACCT-IDX TO 1.
003750     PERFORM 0400-FIND-MULTI-OFFICE THRU 0400-EXIT
003760         UNTIL SR-ACCT-IDX > SR-ACCT-ENTRY-COUNT.
003770     PERFORM 0500-PRINT-CASES THRU 0500-EXIT.
003780     PERFORM 0600-PRINT-SUMMARY THRU 0600-EXIT.
003790     IF SR-CASE-COUNT > ZERO
003800        OR SR-TABLE-FULL
003810         MOVE 4 TO RETURN-CODE
003820     END-IF.
003830 0000-CLOSE.
003840     CLOSE OUT-FILE.
003850     CLOSE KEY-HISTORY.
003860     CLOSE ACCT-MASTER.
003870     CLOSE REPORT-FILE.
003880     STOP RUN.
003890
003900*===========================================================
003910*0100-LOAD-THRESHOLDS
003920*Reads STRTHR-DAT and applies each recognized keyword whose
003930*value is numeric; everything else keeps its default. A
003940*band wider than the whole limit is refused. A missing
003950*control file is reported and the defaults stand.
003960*===========================================================
003970 0100-LOAD-THRESHOLDS.
003980     OPEN INPUT THRESH-FILE.
003990     IF NOT SR-THRESH-OPEN-OK
004000         MOVE 'STRTHR-DAT ABSENT - DEFAULTS IN FORCE'
004010             TO SR-ML-TEXT
004020         PERFORM 0920-PRINT-MESSAGE THRU 0920-EXIT
004030         GO TO 0100-EXIT
004040     END-IF.
004050     MOVE 'N' TO SR-EOF-SWITCH.
004060     PERFORM 0110-READ-THRESHOLD THRU 0110-EXIT.
004070     PERFORM 0120-APPLY-THRESHOLD THRU 0120-EXIT
004080         UNTIL SR-EOF.
004090     CLOSE THRESH-FILE.
004100 0100-EXIT.
004110     EXIT.
004120
004130*===========================================================
004140 0110-READ-THRESHOLD.
004150     READ THRESH-FILE
004160         AT END
004170             SET SR-EOF TO TRUE
004180     END-READ.
004190 0110-EXIT.
004200     EXIT.
004210
004220*===========================================================
004230 0120-APPLY-THRESHOLD.
004240     IF TH-VALUE NUMERIC
004250         IF TH-KEYWORD = 'WINDOW-DAYS'
004260             IF TH-VALUE NOT > '000003660'
004270                 MOVE TH-VALUE TO SR-WINDOW-DAYS
004280             ELSE
004290                 MOVE 'WINDOW-DAYS OVER 3660 - DEFAULT KEPT'
004300                     TO SR-ML-TEXT
004310                 PERFORM 0920-PRINT-MESSAGE THRU 0920-EXIT
004320             END-IF
004330         END-IF
004340         IF TH-KEYWORD = 'NEAR-LIMIT-PCT'
004350             IF TH-VALUE NOT > '000000100'
004360                 MOVE TH-VALUE TO SR-NEAR-LIMIT-PCT
004370             ELSE
004380                 MOVE 'NEAR-LIMIT-PCT OVER 100 - DEFAULT KEPT'
004390                     TO SR-ML-TEXT
004400                 PERFORM 0920-PRINT-MESSAGE THRU 0920-EXIT
004410             END-IF
004420         END-IF
004430         IF TH-KEYWORD = 'NEAR-LIMIT-COUNT'
004440             MOVE TH-VALUE TO SR-NEAR-LIMIT-COUNT
004450         END-IF
004460         IF TH-KEYWORD = 'SMALL-AMOUNT'
004470             MOVE TH-VALUE TO SR-SMALL-AMOUNT
004480         END-IF
004490         IF TH-KEYWORD = 'BURST-COUNT'
004500             MOVE TH-VALUE TO SR-BURST-COUNT
004510         END-IF
004520         IF TH-KEYWORD = 'ROUND-UNIT'
004530             MOVE TH-VALUE TO SR-ROUND-UNIT
004540         END-IF
004550         IF TH-KEYWORD = 'ROUND-COUNT'
004560             MOVE TH-VALUE TO SR-ROUND-COUNT
004570         END-IF
004580     END-IF.
004590     PERFORM 0110-READ-THRESHOLD THRU 0110-EXIT.
004600 0120-EXIT.
004610     EXIT.
004620
004630*===========================================================
004640*0150-COMPUTE-WINDOW
004650*Rolls the cycle date back SR-WINDOW-DAYS days through the
004660*standard integer-date form. A cycle with no header is
004670*taken as the run date.
004680*===========================================================
004690 0150-COMPUTE-WINDOW.
004700     IF NOT SR-HEADER-SEEN
004710         MOVE SR-RUN-DATE TO SR-CYCLE-DATE
004720         MOVE 'OUT-DAT HAS NO HEADER - RUN DATE TAKEN AS CYCLE'
004730             TO SR-ML-TEXT
004740         PERFORM 0920-PRINT-MESSAGE THRU 0920-EXIT
004750     END-IF.
004760     COMPUTE SR-DAY-NUMBER =
004770         FUNCTION INTEGER-OF-DATE (SR-CYCLE-DATE)
004780         - SR-WINDOW-DAYS.
004790     COMPUTE SR-WINDOW-START =
004800         FUNCTION DATE-OF-INTEGER (SR-DAY-NUMBER).
004810 0150-EXIT.
004820     EXIT.
004830
004840*===========================================================
004850*0200-LOAD-CYCLE
004860*Reads OUT-DAT through, taking the cycle date and batch from
004870*the header and filing every ordinary detail under its
004880*account.
004890*===========================================================
004900 0200-LOAD-CYCLE.
004910     MOVE 'N' TO SR-EOF-SWITCH.
004920     PERFORM 0210-READ-OUT THRU 0210-EXIT.
004930     PERFORM 0220-NOTE-OUT-RECORD THRU 0220-EXIT
004940         UNTIL SR-EOF.
004950     IF SR-TABLE-FULL
004960         MOVE 'TABLE FULL - LATER ACCOUNTS AND ITEMS NOT ANALYSED'
004970             TO SR-ML-TEXT
004980         PERFORM 0920-PRINT-MESSAGE THRU 0920-EXIT
004990     END-IF.
005000 0200-EXIT.
005010     EXIT.
005020
005030*===========================================================
005040 0210-READ-OUT.
005050     READ OUT-FILE
005060         AT END
005070             SET SR-EOF TO TRUE
005080     END-READ.
005090 0210-EXIT.
005100     EXIT.
005110
005120*===========================================================
005130*0220-NOTE-OUT-RECORD
005140*Files one OUT-DAT record. An ordinary detail is classified
005150*against its account's thresholds and chained onto the
005160*account's items; adjustments, reversals, the header and
005170*the trailer are not customer movement.
005180*===========================================================
005190 0220-NOTE-OUT-RECORD.
005200     IF OUT-REC-IS-HEADER
005210         IF NOT SR-HEADER-SEEN
005220             MOVE 'Y' TO SR-HEADER-SEEN-SWITCH
005230             MOVE OH-RUN-DATE TO SR-CYCLE-DATE
005240             MOVE OH-BATCH-SEQ TO SR-CYCLE-BATCH
005250         END-IF
005260         GO TO 0220-NEXT
005270     END-IF.
005280     IF NOT OUT-REC-IS-DETAIL
005290         GO TO 0220-NEXT
005300     END-IF.
005310     ADD 1 TO SR-DETAIL-COUNT.
005320     IF OD-TRAN-TYPE NOT = 'D'
005330        AND OD-TRAN-TYPE NOT = SPACE
005340         GO TO 0220-NEXT
005350     END-IF.
005360     PERFORM 0230-FIND-ACCOUNT THRU 0230-EXIT.
005370     IF NOT SR-ACCT-FOUND
005380         PERFORM 0240-ADD-ACCOUNT THRU 0240-EXIT
005390     END-IF.
005400     IF NOT SR-ACCT-FOUND
005410        OR SR-ITEM-ENTRY-COUNT NOT < SR-ITEM-TABLE-SIZE
005420         MOVE 'Y' TO SR-TABLE-FULL-SWITCH
005430         ADD 1 TO SR-NOT-ANALYSED-COUNT
005440         GO TO 0220-NEXT
005450     END-IF.
005460     ADD 1 TO SR-ANALYSED-COUNT.
005470     ADD 1 TO SR-ITEM-ENTRY-COUNT.
005480     MOVE SR-ITEM-ENTRY-COUNT TO SR-ITEM-SUB.
005490     MOVE ZERO TO SR-IT-NEXT (SR-ITEM-SUB).
005500     MOVE OD-AMOUNT TO SR-IT-AMOUNT (SR-ITEM-SUB).
005510     MOVE OD-DATE TO SR-IT-DATE (SR-ITEM-SUB).
005520     MOVE OD-SOURCE-ID TO SR-IT-SOURCE (SR-ITEM-SUB).
005530     IF SR-AT-FIRST-ITEM (SR-ACCT-IDX) = ZERO
005540         MOVE SR-ITEM-SUB TO SR-AT-FIRST-ITEM (SR-ACCT-IDX)
005550     ELSE
005560         MOVE SR-AT-LAST-ITEM (SR-ACCT-IDX) TO SR-SCAN-SUB
005570         MOVE SR-ITEM-SUB TO SR-IT-NEXT (SR-SCAN-SUB)
005580     END-IF.
005590     MOVE SR-ITEM-SUB TO SR-AT-LAST-ITEM (SR-ACCT-IDX).
005600     IF OD-AMOUNT < ZERO
005610         COMPUTE SR-ABS-AMOUNT = ZERO - OD-AMOUNT
005620     ELSE
005630         MOVE OD-AMOUNT TO SR-ABS-AMOUNT
005640     END-IF.
005650     PERFORM 0260-CLASSIFY-AMOUNT THRU 0260-EXIT.
005660     MOVE SR-MARKS TO SR-IT-MARKS (SR-ITEM-SUB).
005670     IF SR-MARKS (1:1) = 'N'
005680         ADD 1 TO SR-AT-NEAR (SR-ACCT-IDX)
005690     END-IF.
005700     IF SR-MARKS (2:1) = 'S'
005710         ADD 1 TO SR-AT-SMALL (SR-ACCT-IDX)
005720     END-IF.
005730     IF SR-MARKS (3:1) = 'R'
005740         ADD 1 TO SR-AT-ROUND (SR-ACCT-IDX)
005750     END-IF.
005760 0220-NEXT.
005770     PERFORM 0210-READ-OUT THRU 0210-EXIT.
005780 0220-EXIT.
005790     EXIT.
005800
005810*===========================================================
005820 0230-FIND-ACCOUNT.
005830     MOVE 'N' TO SR-ACCT-FOUND-SWITCH.
005840     IF SR-ACCT-ENTRY-COUNT > ZERO
005850         SET SR-ACCT-IDX TO 1
005860         SEARCH SR-ACCT-ENTRY
005870             WHEN SR-AT-KEY (SR-ACCT-IDX) = OD-KEY
005880                 MOVE 'Y' TO SR-ACCT-FOUND-SWITCH
005890         END-SEARCH
005900     END-IF.
005910 0230-EXIT.
005920     EXIT.
005930
005940*===========================================================
005950*0240-ADD-ACCOUNT
005960*Opens a table entry for an account first seen in the cycle,
005970*taking its per-transaction limit from ACCTMAST and working
005980*out the floor of its near-limit band. An account with no
005990*limit, or none on file, has no band.
006000*===========================================================
006010 0240-ADD-ACCOUNT.
006020     IF SR-ACCT-ENTRY-COUNT NOT < SR-ACCT-TABLE-SIZE
006030         GO TO 0240-EXIT
006040     END-IF.
006050     ADD 1 TO SR-ACCT-ENTRY-COUNT.
006060     SET SR-ACCT-IDX TO SR-ACCT-ENTRY-COUNT.
006070     MOVE 'Y' TO SR-ACCT-FOUND-SWITCH.
006080     MOVE OD-KEY TO SR-AT-KEY (SR-ACCT-IDX).
006090     MOVE OD-ACCT-NAME TO SR-AT-NAME (SR-ACCT-IDX).
006100     MOVE OD-BRANCH-CODE TO SR-AT-BRANCH (SR-ACCT-IDX).
006110     MOVE ZERO TO SR-AT-LIMIT (SR-ACCT-IDX).
006120     MOVE ZERO TO SR-AT-FLOOR (SR-ACCT-IDX).
006130     MOVE ZERO TO SR-AT-FIRST-ITEM (SR-ACCT-IDX).
006140     MOVE ZERO TO SR-AT-LAST-ITEM (SR-ACCT-IDX).
006150     MOVE ZERO TO SR-AT-NEAR (SR-ACCT-IDX).
006160     MOVE ZERO TO SR-AT-SMALL (SR-ACCT-IDX).
006170     MOVE ZERO TO SR-AT-ROUND (SR-ACCT-IDX).
006180     MOVE ZERO TO SR-AT-MULTI (SR-ACCT-IDX).
006190     MOVE ZERO TO SR-AT-PRIOR-NEAR (SR-ACCT-IDX).
006200     MOVE ZERO TO SR-AT-PRIOR-ROUND (SR-ACCT-IDX).
006210     MOVE 'NNNN' TO SR-AT-FLAGS (SR-ACCT-IDX).
006220     IF NOT SR-ACCT-OPEN-OK
006230         GO TO 0240-EXIT
006240     END-IF.
006250     MOVE OD-KEY TO AM-ACCT-KEY.
006260     READ ACCT-MASTER
006270         INVALID KEY
006280             GO TO 0240-EXIT
006290     END-READ.
006300     IF AM-TRAN-LIMIT NUMERIC
006310         MOVE AM-TRAN-LIMIT TO SR-AT-LIMIT (SR-ACCT-IDX)
006320         COMPUTE SR-AT-FLOOR (SR-ACCT-IDX) =
006330             AM-TRAN-LIMIT * (100 - SR-NEAR-LIMIT-PCT) / 100
006340     END-IF.
006350 0240-EXIT.
006360     EXIT.
006370
006380*===========================================================
006390*0260-CLASSIFY-AMOUNT
006400*Marks SR-ABS-AMOUNT for the account at SR-ACCT-IDX: N when
006410*it lies in the band at or just under the account's limit,
006420*S when it is no more than the small amount, R when it is a
006430*whole multiple of the round unit. A pattern whose count
006440*threshold is zero is switched off and never marks.
006450*===========================================================
006460 0260-CLASSIFY-AMOUNT.
006470     MOVE SPACES TO SR-MARKS.
006480     IF SR-ABS-AMOUNT = ZERO
006490         GO TO 0260-EXIT
006500     END-IF.
006510     IF SR-NEAR-LIMIT-COUNT > ZERO
006520        AND SR-AT-LIMIT (SR-ACCT-IDX) > ZERO
006530        AND SR-ABS-AMOUNT NOT > SR-AT-LIMIT (SR-ACCT-IDX)
006540        AND SR-ABS-AMOUNT NOT < SR-AT-FLOOR (SR-ACCT-IDX)
006550         MOVE 'N' TO SR-MARKS (1:1)
006560     END-IF.
006570     IF SR-BURST-COUNT > ZERO
006580        AND SR-ABS-AMOUNT NOT > SR-SMALL-AMOUNT
006590         MOVE 'S' TO SR-MARKS (2:1)
006600     END-IF.
006610     IF SR-ROUND-COUNT > ZERO
006620        AND SR-ROUND-UNIT > ZERO
006630        AND SR-ABS-AMOUNT NOT < SR-ROUND-UNIT
006640         DIVIDE SR-ABS-AMOUNT BY SR-ROUND-UNIT
006650             GIVING SR-ROUND-QUOTIENT
006660             REMAINDER SR-ROUND-REMAINDER
006670         IF SR-ROUND-REMAINDER = ZERO
006680             MOVE 'R' TO SR-MARKS (3:1)
006690         END-IF
006700     END-IF.
006710 0260-EXIT.
006720     EXIT.
006730
006740*===========================================================
006750*0300-SCAN-WINDOW
006760*Walks the KEY-HISTORY images of the account at SR-ACCT-IDX
006770*- the history key leads with the account key - and counts,
006780*or with SR-HIST-PRINTING lists, the prior ordinary details
006790*inside the window. Then steps to the next account when
006800*counting; a print pass is performed for one account only.
006810*===========================================================
006820 0300-SCAN-WINDOW.
006830     MOVE 'N' TO SR-HIST-EOF-SWITCH.
006840     MOVE LOW-VALUES TO KH-HIST-KEY.
006850     MOVE SR-AT-KEY (SR-ACCT-IDX) TO KH-KEY.
006860     START KEY-HISTORY KEY NOT < KH-HIST-KEY
006870         INVALID KEY
006880             SET SR-HIST-EOF TO TRUE
006890     END-START.
006900     IF NOT SR-HIST-EOF
006910         PERFORM 0310-READ-HISTORY THRU 0310-EXIT
006920     END-IF.
006930     PERFORM 0320-NOTE-HISTORY THRU 0320-EXIT
006940         UNTIL SR-HIST-EOF.
006950     IF NOT SR-HIST-PRINTING
006960         SET SR-ACCT-IDX UP BY 1
006970     END-IF.
006980 0300-EXIT.
006990     EXIT.
007000
007010*===========================================================
007020 0310-READ-HISTORY.
007030     READ KEY-HISTORY NEXT RECORD
007040         AT END
007050             SET SR-HIST-EOF TO TRUE
007060     END-READ.
007070     IF NOT SR-HIST-EOF
007080        AND KH-KEY NOT = SR-AT-KEY (SR-ACCT-IDX)
007090         SET SR-HIST-EOF TO TRUE
007100     END-IF.
007110 0310-EXIT.
007120     EXIT.
007130
007140*===========================================================
007150*0320-NOTE-HISTORY
007160*One history image: an ordinary detail processed inside the
007170*window - and not by this batch, whose items OUT-DAT already
007180*carries - is classified like a cycle item. Counting adds
007190*its near and round marks to the account; printing lists it
007200*when it bears on a pattern the account was cased for.
007210*===========================================================
007220 0320-NOTE-HISTORY.
007230     IF NOT KH-TRAN-DETAIL
007240        OR KH-PROC-DATE NOT NUMERIC
007250         GO TO 0320-NEXT
007260     END-IF.
007270     IF KH-PROC-DATE < SR-WINDOW-START
007280        OR KH-PROC-DATE > SR-CYCLE-DATE
007290         GO TO 0320-NEXT
007300     END-IF.
007310     IF KH-PROC-DATE = SR-CYCLE-DATE
007320         IF NOT SR-HEADER-SEEN
007330            OR KH-BATCH-SEQ = SR-CYCLE-BATCH
007340             GO TO 0320-NEXT
007350         END-IF
007360     END-IF.
007370     MOVE KH-EFFECTIVE-AMOUNT TO SR-HIST-AMOUNT.
007371     IF SR-HIST-AMOUNT-NUM NOT NUMERIC
007372         MOVE KH-AMOUNT TO SR-HIST-AMOUNT
007373     END-IF.
007380     IF SR-HIST-AMOUNT-NUM NOT NUMERIC
007390         GO TO 0320-NEXT
007400     END-IF.
007410     IF SR-HIST-AMOUNT-NUM < ZERO
007420         COMPUTE SR-ABS-AMOUNT = ZERO - SR-HIST-AMOUNT-NUM
007430     ELSE
007440         MOVE SR-HIST-AMOUNT-NUM TO SR-ABS-AMOUNT
007450     END-IF.
007460     PERFORM 0260-CLASSIFY-AMOUNT THRU 0260-EXIT.
007470     MOVE SPACE TO SR-MARKS (2:1).
007480     IF SR-HIST-PRINTING
007490         IF NOT SR-AT-NEAR-CASE (SR-ACCT-IDX)
007500             MOVE SPACE TO SR-MARKS (1:1)
007510         END-IF
007520         IF NOT SR-AT-ROUND-CASE (SR-ACCT-IDX)
007530             MOVE SPACE TO SR-MARKS (3:1)
007540         END-IF
007550         IF SR-MARKS NOT = SPACES
007560             MOVE 'PRIOR' TO SR-EL-ORIGIN
007570             MOVE KH-DATE TO SR-EL-DATE
007580             MOVE SPACES TO SR-EL-SOURCE
007590             MOVE SR-HIST-AMOUNT-NUM TO SR-EL-AMOUNT
007600             MOVE SR-MARKS TO SR-EL-MARKS
007610             PERFORM 0930-CHECK-PAGE-BREAK THRU 0930-EXIT
007620             WRITE REPORT-RECORD FROM SR-EVIDENCE-LINE
007630             ADD 1 TO SR-LINE-COUNT
007640         END-IF
007650         GO TO 0320-NEXT
007660     END-IF.
007670     ADD 1 TO SR-PRIOR-COUNT.
007680     IF SR-MARKS (1:1) = 'N'
007690         ADD 1 TO SR-AT-PRIOR-NEAR (SR-ACCT-IDX)
007700     END-IF.
007710     IF SR-MARKS (3:1) = 'R'
007720         ADD 1 TO SR-AT-PRIOR-ROUND (SR-ACCT-IDX)
007730     END-IF.
007740 0320-NEXT.
007750     PERFORM 0310-READ-HISTORY THRU 0310-EXIT.
007760 0320-EXIT.
007770     EXIT.
007780
007790*===========================================================
007800*0400-FIND-MULTI-OFFICE
007810*Marks every cycle item of the account at SR-ACCT-IDX whose
007820*amount some other item of the same account matches from a
007830*different source office, then steps to the next account.
007840*===========================================================
007850 0400-FIND-MULTI-OFFICE.
007860     MOVE SR-AT-FIRST-ITEM (SR-ACCT-IDX) TO SR-ITEM-SUB.
007870     PERFORM 0410-TEST-ONE-ITEM THRU 0410-EXIT
007880         UNTIL SR-ITEM-SUB = ZERO.
007890     SET SR-ACCT-IDX UP BY 1.
007900 0400-EXIT.
007910     EXIT.
007920
007930*===========================================================
007940 0410-TEST-ONE-ITEM.
007950     MOVE SR-AT-FIRST-ITEM (SR-ACCT-IDX) TO SR-SCAN-SUB.
007960     PERFORM 0420-COMPARE-ITEM THRU 0420-EXIT
007970         UNTIL SR-SCAN-SUB = ZERO
007980            OR SR-IT-MARKS (SR-ITEM-SUB) (4:1) = 'M'.
007990     IF SR-IT-MARKS (SR-ITEM-SUB) (4:1) = 'M'
008000         ADD 1 TO SR-AT-MULTI (SR-ACCT-IDX)
008010     END-IF.
008020     MOVE SR-IT-NEXT (SR-ITEM-SUB) TO SR-ITEM-SUB.
008030 0410-EXIT.
008040     EXIT.
008050
008060*===========================================================
008070 0420-COMPARE-ITEM.
008080     IF SR-SCAN-SUB NOT = SR-ITEM-SUB
008090        AND SR-IT-AMOUNT (SR-SCAN-SUB)
008100            = SR-IT-AMOUNT (SR-ITEM-SUB)
008110        AND SR-IT-SOURCE (SR-SCAN-SUB)
008120            NOT = SR-IT-SOURCE (SR-ITEM-SUB)
008130         MOVE 'M' TO SR-IT-MARKS (SR-ITEM-SUB) (4:1)
008140     END-IF.
008150     MOVE SR-IT-NEXT (SR-SCAN-SUB) TO SR-SCAN-SUB.
008160 0420-EXIT.
008170     EXIT.
008180
008190*===========================================================
008200*0500-PRINT-CASES
008210*Proves every account against the thresholds and prints a
008220*case for each one showing any pattern.
008230*===========================================================
008240 0500-PRINT-CASES.
008250     MOVE 'CASE LIST' TO SR-SH-TEXT.
008260     PERFORM 0940-PRINT-SECTION-HEADING THRU 0940-EXIT.
008270     MOVE 'MARKS: N NEAR LIMIT  S SMALL  R ROUND  M MULTI-OFFICE'
008280         TO SR-ML-TEXT.
008290     PERFORM 0920-PRINT-MESSAGE THRU 0920-EXIT.
008300     SET SR-ACCT-IDX TO 1.
008310     PERFORM 0510-EVALUATE-ACCOUNT THRU 0510-EXIT
008320         UNTIL SR-ACCT-IDX > SR-ACCT-ENTRY-COUNT.
008330     IF SR-CASE-COUNT = ZERO
008340         MOVE '  NO CASES' TO SR-ML-TEXT
008350         PERFORM 0920-PRINT-MESSAGE THRU 0920-EXIT
008360     END-IF.
008370 0500-EXIT.
008380     EXIT.
008390
008400*===========================================================
008410*0510-EVALUATE-ACCOUNT
008420*Sets the account's pattern flags from its counts; an
008430*account with any flag set is a case.
008440*===========================================================
008450 0510-EVALUATE-ACCOUNT.
008460     IF SR-NEAR-LIMIT-COUNT > ZERO
008470        AND SR-AT-NEAR (SR-ACCT-IDX)
008480          + SR-AT-PRIOR-NEAR (SR-ACCT-IDX)
008490            NOT < SR-NEAR-LIMIT-COUNT
008500         MOVE 'Y' TO SR-AT-NEAR-FLAG (SR-ACCT-IDX)
008510         ADD 1 TO SR-NEAR-CASE-COUNT
008520     END-IF.
008530     IF SR-BURST-COUNT > ZERO
008540        AND SR-AT-SMALL (SR-ACCT-IDX) NOT < SR-BURST-COUNT
008550         MOVE 'Y' TO SR-AT-BURST-FLAG (SR-ACCT-IDX)
008560         ADD 1 TO SR-BURST-CASE-COUNT
008570     END-IF.
008580     IF SR-AT-MULTI (SR-ACCT-IDX) > ZERO
008590         MOVE 'Y' TO SR-AT-MULTI-FLAG (SR-ACCT-IDX)
008600         ADD 1 TO SR-MULTI-CASE-COUNT
008610     END-IF.
008620     IF SR-ROUND-COUNT > ZERO
008630        AND SR-AT-ROUND (SR-ACCT-IDX)
008640          + SR-AT-PRIOR-ROUND (SR-ACCT-IDX)
008650            NOT < SR-ROUND-COUNT
008660         MOVE 'Y' TO SR-AT-ROUND-FLAG (SR-ACCT-IDX)
008670         ADD 1 TO SR-ROUND-CASE-COUNT
008680     END-IF.
008690     IF SR-AT-FLAGS (SR-ACCT-IDX) NOT = 'NNNN'
008700         ADD 1 TO SR-CASE-COUNT
008710         PERFORM 0520-PRINT-ONE-CASE THRU 0520-EXIT
008720     END-IF.
008730     SET SR-ACCT-IDX UP BY 1.
008740 0510-EXIT.
008750     EXIT.
008760
008770*===========================================================
008780*0520-PRINT-ONE-CASE
008790*Prints the case heading, one line per pattern found, then
008800*the cycle items and prior items behind the patterns.
008810*===========================================================
008820 0520-PRINT-ONE-CASE.
008830     PERFORM 0930-CHECK-PAGE-BREAK THRU 0930-EXIT.
008840     WRITE REPORT-RECORD FROM SR-BLANK-LINE.
008850     MOVE SR-CASE-COUNT TO SR-CL-CASE.
008860     MOVE SR-AT-KEY (SR-ACCT-IDX) TO SR-CL-KEY.
008870     MOVE SR-AT-NAME (SR-ACCT-IDX) TO SR-CL-NAME.
008880     MOVE SR-AT-BRANCH (SR-ACCT-IDX) TO SR-CL-BRANCH.
008890     MOVE SR-AT-LIMIT (SR-ACCT-IDX) TO SR-CL-LIMIT.
008900     WRITE REPORT-RECORD FROM SR-CASE-LINE.
008910     ADD 2 TO SR-LINE-COUNT.
008920     IF SR-AT-NEAR-CASE (SR-ACCT-IDX)
008930         MOVE 'NEAR LIMIT' TO SR-PL-CODE
008940         MOVE 'AT OR JUST UNDER TRAN LIMIT' TO SR-PL-TEXT
008950         MOVE SR-AT-NEAR (SR-ACCT-IDX) TO SR-PL-CYCLE
008960         MOVE SR-AT-PRIOR-NEAR (SR-ACCT-IDX) TO SR-PL-PRIOR
008970         PERFORM 0530-PRINT-PATTERN THRU 0530-EXIT
008980     END-IF.
008990     IF SR-AT-BURST-CASE (SR-ACCT-IDX)
009000         MOVE 'BURST' TO SR-PL-CODE
009010         MOVE 'SMALL ITEMS IN THE CYCLE' TO SR-PL-TEXT
009020         MOVE SR-AT-SMALL (SR-ACCT-IDX) TO SR-PL-CYCLE
009030         MOVE ZERO TO SR-PL-PRIOR
009040         PERFORM 0530-PRINT-PATTERN THRU 0530-EXIT
009050     END-IF.
009060     IF SR-AT-MULTI-CASE (SR-ACCT-IDX)
009070         MOVE 'MULTI-OFFICE' TO SR-PL-CODE
009080         MOVE 'SAME AMOUNT, SEVERAL OFFICES' TO SR-PL-TEXT
009090         MOVE SR-AT-MULTI (SR-ACCT-IDX) TO SR-PL-CYCLE
009100         MOVE ZERO TO SR-PL-PRIOR
009110         PERFORM 0530-PRINT-PATTERN THRU 0530-EXIT
009120     END-IF.
009130     IF SR-AT-ROUND-CASE (SR-ACCT-IDX)
009140         MOVE 'ROUND' TO SR-PL-CODE
009150         MOVE 'ROUND AMOUNTS' TO SR-PL-TEXT
009160         MOVE SR-AT-ROUND (SR-ACCT-IDX) TO SR-PL-CYCLE
009170         MOVE SR-AT-PRIOR-ROUND (SR-ACCT-IDX) TO SR-PL-PRIOR
009180         PERFORM 0530-PRINT-PATTERN THRU 0530-EXIT
009190     END-IF.
009200     MOVE SR-AT-FIRST-ITEM (SR-ACCT-IDX) TO SR-ITEM-SUB.
009210     PERFORM 0540-PRINT-CYCLE-ITEM THRU 0540-EXIT
009220         UNTIL SR-ITEM-SUB = ZERO.
009230     IF SR-HIST-OPEN-OK
009240        AND SR-WINDOW-DAYS > ZERO
009250        AND (SR-AT-NEAR-CASE (SR-ACCT-IDX)
009260          OR SR-AT-ROUND-CASE (SR-ACCT-IDX))
009270         MOVE 'Y' TO SR-HIST-PRINT-SWITCH
009280         PERFORM 0300-SCAN-WINDOW THRU 0300-EXIT
009290         MOVE 'N' TO SR-HIST-PRINT-SWITCH
009300     END-IF.
009310 0520-EXIT.
009320     EXIT.
009330
009340*===========================================================
009350 0530-PRINT-PATTERN.
009360     PERFORM 0930-CHECK-PAGE-BREAK THRU 0930-EXIT.
009370     WRITE REPORT-RECORD FROM SR-PATTERN-LINE.
009380     ADD 1 TO SR-LINE-COUNT.
009390 0530-EXIT.
009400     EXIT.
009410
009420*===========================================================
009430*0540-PRINT-CYCLE-ITEM
009440*Lists one of the account's cycle items when it bears on a
009450*pattern the account was cased for, then steps down the
009460*chain.
009470*===========================================================
009480 0540-PRINT-CYCLE-ITEM.
009490     MOVE SR-IT-MARKS (SR-ITEM-SUB) TO SR-MARKS.
009500     IF NOT SR-AT-NEAR-CASE (SR-ACCT-IDX)
009510         MOVE SPACE TO SR-MARKS (1:1)
009520     END-IF.
009530     IF NOT SR-AT-BURST-CASE (SR-ACCT-IDX)
009540         MOVE SPACE TO SR-MARKS (2:1)
009550     END-IF.
009560     IF NOT SR-AT-ROUND-CASE (SR-ACCT-IDX)
009570         MOVE SPACE TO SR-MARKS (3:1)
009580     END-IF.
009590     IF NOT SR-AT-MULTI-CASE (SR-ACCT-IDX)
009600         MOVE SPACE TO SR-MARKS (4:1)
009610     END-IF.
009620     IF SR-MARKS NOT = SPACES
009630         MOVE 'CYCLE' TO SR-EL-ORIGIN
009640         MOVE SR-IT-DATE (SR-ITEM-SUB) TO SR-EL-DATE
009650         MOVE SR-IT-SOURCE (SR-ITEM-SUB) TO SR-EL-SOURCE
009660         MOVE SR-IT-AMOUNT (SR-ITEM-SUB) TO SR-EL-AMOUNT
009670         MOVE SR-MARKS TO SR-EL-MARKS
009680         PERFORM 0930-CHECK-PAGE-BREAK THRU 0930-EXIT
009690         WRITE REPORT-RECORD FROM SR-EVIDENCE-LINE
009700         ADD 1 TO SR-LINE-COUNT
009710     END-IF.
009720     MOVE SR-IT-NEXT (SR-ITEM-SUB) TO SR-ITEM-SUB.
009730 0540-EXIT.
009740     EXIT.
009750
009760*===========================================================
009770*0600-PRINT-SUMMARY
009780*Prints the run's counts.
009790*===========================================================
009800 0600-PRINT-SUMMARY.
009810     PERFORM 0930-CHECK-PAGE-BREAK THRU 0930-EXIT.
009820     WRITE REPORT-RECORD FROM SR-BLANK-LINE.
009830     ADD 1 TO SR-LINE-COUNT.
009840     MOVE 'OUT DETAILS READ:' TO SR-CN-TEXT.
009850     MOVE SR-DETAIL-COUNT TO SR-CN-COUNT.
009860     PERFORM 0610-PRINT-COUNT THRU 0610-EXIT.
009870     MOVE 'CYCLE ITEMS ANALYSED:' TO SR-CN-TEXT.
009880     MOVE SR-ANALYSED-COUNT TO SR-CN-COUNT.
009890     PERFORM 0610-PRINT-COUNT THRU 0610-EXIT.
009900     IF SR-NOT-ANALYSED-COUNT > ZERO
009910         MOVE 'ITEMS NOT ANALYSED:' TO SR-CN-TEXT
009920         MOVE SR-NOT-ANALYSED-COUNT TO SR-CN-COUNT
009930         PERFORM 0610-PRINT-COUNT THRU 0610-EXIT
009940     END-IF.
009950     MOVE 'ACCOUNTS ANALYSED:' TO SR-CN-TEXT.
009960     MOVE SR-ACCT-ENTRY-COUNT TO SR-CN-COUNT.
009970     PERFORM 0610-PRINT-COUNT THRU 0610-EXIT.
009980     MOVE 'PRIOR ITEMS IN WINDOW:' TO SR-CN-TEXT.
009990     MOVE SR-PRIOR-COUNT TO SR-CN-COUNT.
010000     PERFORM 0610-PRINT-COUNT THRU 0610-EXIT.
010010     MOVE 'CASES:' TO SR-CN-TEXT.
010020     MOVE SR-CASE-COUNT TO SR-CN-COUNT.
010030     PERFORM 0610-PRINT-COUNT THRU 0610-EXIT.
010040     MOVE '  NEAR LIMIT:' TO SR-CN-TEXT.
010050     MOVE SR-NEAR-CASE-COUNT TO SR-CN-COUNT.
010060     PERFORM 0610-PRINT-COUNT THRU 0610-EXIT.
010070     MOVE '  BURST:' TO SR-CN-TEXT.
010080     MOVE SR-BURST-CASE-COUNT TO SR-CN-COUNT.
010090     PERFORM 0610-PRINT-COUNT THRU 0610-EXIT.
010100     MOVE '  MULTI-OFFICE:' TO SR-CN-TEXT.
010110     MOVE SR-MULTI-CASE-COUNT TO SR-CN-COUNT.
010120     PERFORM 0610-PRINT-COUNT THRU 0610-EXIT.
010130     MOVE '  ROUND:' TO SR-CN-TEXT.
010140     MOVE SR-ROUND-CASE-COUNT TO SR-CN-COUNT.
010150     PERFORM 0610-PRINT-COUNT THRU 0610-EXIT.
010160 0600-EXIT.
010170     EXIT.
010180
010190*===========================================================
010200 0610-PRINT-COUNT.
010210     PERFORM 0930-CHECK-PAGE-BREAK THRU 0930-EXIT.
010220     WRITE REPORT-RECORD FROM SR-COUNT-LINE.
010230     ADD 1 TO SR-LINE-COUNT.
010240 0610-EXIT.
010250     EXIT.
010260
010270*===========================================================
010280*0700-PRINT-THRESHOLDS
010290*Prints the cycle, the window and the thresholds in force,
010300*so each case list says what it was judged against.
010310*===========================================================
010320 0700-PRINT-THRESHOLDS.
010330     MOVE SR-CYCLE-DATE TO SR-WL-CYCLE.
010340     MOVE SR-CYCLE-BATCH TO SR-WL-BATCH.
010350     MOVE SR-WINDOW-START TO SR-WL-START.
010360     PERFORM 0930-CHECK-PAGE-BREAK THRU 0930-EXIT.
010370     WRITE REPORT-RECORD FROM SR-WINDOW-LINE.
010380     ADD 1 TO SR-LINE-COUNT.
010390     MOVE 'THRESHOLDS IN FORCE' TO SR-SH-TEXT.
010400     PERFORM 0940-PRINT-SECTION-HEADING THRU 0940-EXIT.
010410     MOVE 'WINDOW-DAYS' TO SR-TL-KEYWORD.
010420     MOVE SR-WINDOW-DAYS TO SR-TL-VALUE.
010430     PERFORM 0710-PRINT-THRESHOLD THRU 0710-EXIT.
010440     MOVE 'NEAR-LIMIT-PCT' TO SR-TL-KEYWORD.
010450     MOVE SR-NEAR-LIMIT-PCT TO SR-TL-VALUE.
010460     PERFORM 0710-PRINT-THRESHOLD THRU 0710-EXIT.
010470     MOVE 'NEAR-LIMIT-COUNT' TO SR-TL-KEYWORD.
010480     MOVE SR-NEAR-LIMIT-COUNT TO SR-TL-VALUE.
010490     PERFORM 0710-PRINT-THRESHOLD THRU 0710-EXIT.
010500     MOVE 'SMALL-AMOUNT' TO SR-TL-KEYWORD.
010510     MOVE SR-SMALL-AMOUNT TO SR-TL-VALUE.
010520     PERFORM 0710-PRINT-THRESHOLD THRU 0710-EXIT.
010530     MOVE 'BURST-COUNT' TO SR-TL-KEYWORD.
010540     MOVE SR-BURST-COUNT TO SR-TL-VALUE.
010550     PERFORM 0710-PRINT-THRESHOLD THRU 0710-EXIT.
010560     MOVE 'ROUND-UNIT' TO SR-TL-KEYWORD.
010570     MOVE SR-ROUND-UNIT TO SR-TL-VALUE.
010580     PERFORM 0710-PRINT-THRESHOLD THRU 0710-EXIT.
010590     MOVE 'ROUND-COUNT' TO SR-TL-KEYWORD.
010600     MOVE SR-ROUND-COUNT TO SR-TL-VALUE.
010610     PERFORM 0710-PRINT-THRESHOLD THRU 0710-EXIT.
010620 0700-EXIT.
010630     EXIT.
010640
010650*===========================================================
010660 0710-PRINT-THRESHOLD.
010670     PERFORM 0930-CHECK-PAGE-BREAK THRU 0930-EXIT.
010680     WRITE REPORT-RECORD FROM SR-THRESH-LINE.
010690     ADD 1 TO SR-LINE-COUNT.
010700 0710-EXIT.
010710     EXIT.
010720
010730*===========================================================
010740*0910-PRINT-PAGE-HEADING
010750*Advances to a new page: bumps the page number, resets the
010760*line count, and writes the two heading lines.
010770*===========================================================
010780 0910-PRINT-PAGE-HEADING.
010790     ADD 1 TO SR-PAGE-NUMBER.
010800     MOVE ZERO TO SR-LINE-COUNT.
010810     MOVE SR-RUN-DATE TO SR-H1-DATE.
010820     MOVE SR-RUN-TIME TO SR-H1-TIME.
010830     MOVE SR-PAGE-NUMBER TO SR-H1-PAGE.
010840     MOVE SPACES TO REPORT-RECORD.
010850     WRITE REPORT-RECORD FROM SR-PAGE-HEADING-1
010860         AFTER ADVANCING PAGE.
010870     WRITE REPORT-RECORD FROM SR-PAGE-HEADING-2.
010880     WRITE REPORT-RECORD FROM SR-BLANK-LINE.
010890 0910-EXIT.
010900     EXIT.
010910
010920*===========================================================
010930 0920-PRINT-MESSAGE.
010940     PERFORM 0930-CHECK-PAGE-BREAK THRU 0930-EXIT.
010950     WRITE REPORT-RECORD FROM SR-MESSAGE-LINE.
010960     ADD 1 TO SR-LINE-COUNT.
010970 0920-EXIT.
010980     EXIT.
010990
011000*===========================================================
011010 0930-CHECK-PAGE-BREAK.
011020     IF SR-LINE-COUNT NOT < SR-LINES-PER-PAGE
011030         PERFORM 0910-PRINT-PAGE-HEADING THRU 0910-EXIT
011040     END-IF.
011050 0930-EXIT.
011060     EXIT.
011070
011080*===========================================================
011090 0940-PRINT-SECTION-HEADING.
011100     PERFORM 0930-CHECK-PAGE-BREAK THRU 0930-EXIT.
011110     WRITE REPORT-RECORD FROM SR-BLANK-LINE.
011120     WRITE REPORT-RECORD FROM SR-SECTION-HEADING.
011130     ADD 2 TO SR-LINE-COUNT.
011140 0940-EXIT.
011150     EXIT.
