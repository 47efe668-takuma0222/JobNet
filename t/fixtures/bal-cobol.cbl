000010*-----------------------------------------------------------------
000020*BAL-COBOL
000030*
000040*End-of-day branch balance position. Walks the BALANCE-MASTER
000050*(BALMAST, see BAL-COPYBOOK) that TEST-COBOL moves by every
000060*effective amount it posts and prints, per account, the
000070*opening balance the cycle started from, the cycle's net
000080*movement and the closing balance, grouped and subtotalled by
000090*the account's AM-BRANCH-CODE on ACCTMAST, with a grand total.
000100*A second section lists every account that went below zero at
000110*any point in the cycle - including one that came back above
000120*zero by the close - with its low-water mark, so the branch
000130*sees overdrafts the closing figure alone would hide. An
000140*account the cycle did not move opens and closes on its
000150*carried balance. The cycle defaults to the run date;
000160*BALANCE_CYCLE (CCYYMMDD) selects another, the same
000170*environment convention as the other steps' overrides. Runs
000180*after TEST-COBOL as its own step in the batch stream. Return
000190*code 4 flags a table too small to carry every account or
000200*branch; 16 a balance master that would not open.
000210*
000220*  Author.......: D. HARTLEY, BATCH SYSTEMS GROUP
000230*  Installation.: BATCH SYSTEMS GROUP
000240*  Date-Written.: 2026-10-15
000250*
000260*  Modification History
000270*  ----------  ----  ---------------------------------------
000280*  2026-10-15  DH    Original end-of-day balance position.
000290*-----------------------------------------------------------------
000300 IDENTIFICATION DIVISION.
000310 PROGRAM-ID.  BAL-COBOL.
000320 AUTHOR.  D. HARTLEY, BATCH SYSTEMS GROUP.
000330 INSTALLATION.  BATCH SYSTEMS GROUP.
000340 DATE-WRITTEN.  2026-10-15.
000350 DATE-COMPILED.
000360
000370*-----------------------------------------------------------------
000380 ENVIRONMENT DIVISION.
000390 INPUT-OUTPUT SECTION.
000400 FILE-CONTROL.
000410     SELECT BALANCE-MASTER ASSIGN TO BALMAST
000420         ORGANIZATION IS INDEXED
000430         ACCESS MODE IS SEQUENTIAL
000440         RECORD KEY IS BL-ACCT-KEY
000450         FILE STATUS IS BP-BAL-STATUS.
000460     SELECT ACCT-MASTER ASSIGN TO ACCTMAST
000470         ORGANIZATION IS INDEXED
000480         ACCESS MODE IS RANDOM
000490         RECORD KEY IS AM-ACCT-KEY
000500         FILE STATUS IS BP-ACCT-STATUS.
000510     SELECT REPORT-FILE ASSIGN TO BALRPT-DAT
000520         ORGANIZATION IS LINE SEQUENTIAL.
000530
000540*-----------------------------------------------------------------
000550 DATA DIVISION.
000560 FILE SECTION.
000570 FD  BALANCE-MASTER.
000580     COPY BAL-COPYBOOK.
000590
000600 FD  ACCT-MASTER.
000610     COPY ACCT-COPYBOOK.
000620
000630 FD  REPORT-FILE.
000640 01  REPORT-RECORD                  PIC X(80).
000650
000660 WORKING-STORAGE SECTION.
000670*-----------------------------------------------------------------
000680*SWITCHES
000690*-----------------------------------------------------------------
000700 77  BP-EOF-SWITCH                  PIC X(01) VALUE 'N'.
000710     88  BP-EOF                          VALUE 'Y'.
000720 77  BP-BAL-STATUS                  PIC X(02) VALUE SPACES.
000730     88  BP-BAL-OPEN-OK                  VALUE '00'.
000740 77  BP-ACCT-STATUS                 PIC X(02) VALUE SPACES.
000750     88  BP-ACCT-OPEN-OK                 VALUE '00'.
000760 77  BP-ACCT-AVAILABLE-SWITCH       PIC X(01) VALUE 'N'.
000770     88  BP-ACCT-AVAILABLE               VALUE 'Y'.
000780
000790*-----------------------------------------------------------------
000800*THE CYCLE REPORTED. BALANCE_CYCLE (CCYYMMDD) overrides the
000810*run date when present and numeric.
000820*-----------------------------------------------------------------
000830 77  BP-CYCLE-ENV                   PIC X(08) VALUE SPACES.
000840 77  BP-CYCLE-DATE                  PIC 9(08) VALUE ZERO.
000850 77  BP-RUN-DATE                    PIC 9(08) VALUE ZERO.
000860 77  BP-RUN-TIME                    PIC 9(08) VALUE ZERO.
000870
000880*-----------------------------------------------------------------
000890*PAGE CONTROL
000900*-----------------------------------------------------------------
000910 77  BP-LINE-COUNT                  PIC 9(02)      VALUE ZERO.
000920 77  BP-LINES-PER-PAGE              PIC 9(02)      VALUE 50.
000930 77  BP-PAGE-NUMBER                 PIC 9(04)      VALUE ZERO.
000940
000950*-----------------------------------------------------------------
000960*ONE ACCOUNT'S POSITION FOR THE CYCLE, worked out from the
000970*balance record just read.
000980*-----------------------------------------------------------------
000990 77  BP-OPENING                     PIC S9(11)V99  VALUE ZERO.
001000 77  BP-CLOSING                     PIC S9(11)V99  VALUE ZERO.
001010 77  BP-LOW                         PIC S9(11)V99  VALUE ZERO.
001020 77  BP-BRANCH-CODE                 PIC X(04) VALUE SPACES.
001030 77  BP-ACCT-NAME                   PIC X(20) VALUE SPACES.
001040 77  BP-OVERDRAWN-SWITCH            PIC X(01) VALUE 'N'.
001050     88  BP-OVERDRAWN                    VALUE 'Y'.
001060
001070*-----------------------------------------------------------------
001080*BRANCH TOTALS TABLE
001090*-----------------------------------------------------------------
001100 77  BP-BRANCH-TABLE-SIZE           PIC 9(04)      VALUE 0050.
001110 77  BP-BRANCH-ENTRY-COUNT          PIC 9(04)      VALUE ZERO.
001120*The OCCURS is bounded by the entry count so the SEARCH only
001130*scans populated entries: a blank branch code must never match
001140*a space-filled unused slot.
001150 01  BP-BRANCH-TABLE.
001160     05  BP-BRANCH-ENTRY             OCCURS 0 TO 50 TIMES
001170                           DEPENDING ON BP-BRANCH-ENTRY-COUNT
001180                                     INDEXED BY BP-BRANCH-IDX.
001190         10  BP-BR-CODE                  PIC X(04).
001200         10  BP-BR-COUNT                 PIC 9(05).
001210         10  BP-BR-OPENING               PIC S9(11)V99.
001220         10  BP-BR-CLOSING               PIC S9(11)V99.
001230 77  BP-BRANCH-FOUND-SWITCH         PIC X(01) VALUE 'N'.
001240     88  BP-BRANCH-FOUND                 VALUE 'Y'.
001250 77  BP-BRANCH-TABLE-FULL-SWITCH    PIC X(01) VALUE 'N'.
001260     88  BP-BRANCH-TABLE-FULL            VALUE 'Y'.
001270
001280*-----------------------------------------------------------------
001290*ACCOUNT TABLE, in BALMAST key order; each entry carries its
001300*branch code so the detail can be printed branch by branch.
001310*-----------------------------------------------------------------
001320 77  BP-ACCT-TABLE-SIZE             PIC 9(05)      VALUE 05000.
001330 77  BP-ACCT-ENTRY-COUNT            PIC 9(05)      VALUE ZERO.
001340 01  BP-ACCT-TABLE.
001350     05  BP-ACCT-ENTRY               OCCURS 0 TO 5000 TIMES
001360                           DEPENDING ON BP-ACCT-ENTRY-COUNT
001370                                     INDEXED BY BP-ACCT-IDX.
001380         10  BP-AC-KEY                   PIC X(10).
001390         10  BP-AC-NAME                  PIC X(20).
001400         10  BP-AC-BRANCH                PIC X(04).
001410         10  BP-AC-OPENING               PIC S9(11)V99.
001420         10  BP-AC-CLOSING               PIC S9(11)V99.
001430         10  BP-AC-LOW                   PIC S9(11)V99.
001440         10  BP-AC-OVERDRAWN             PIC X(01).
001450 77  BP-ACCT-TABLE-FULL-SWITCH      PIC X(01) VALUE 'N'.
001460     88  BP-ACCT-TABLE-FULL              VALUE 'Y'.
001470
001480*-----------------------------------------------------------------
001490*GRAND TOTALS
001500*-----------------------------------------------------------------
001510 77  BP-GRAND-COUNT                 PIC 9(05)      VALUE ZERO.
001520 77  BP-GRAND-OPENING               PIC S9(11)V99  VALUE ZERO.
001530 77  BP-GRAND-CLOSING               PIC S9(11)V99  VALUE ZERO.
001540 77  BP-OVERDRAWN-COUNT             PIC 9(05)      VALUE ZERO.
001550
001560*-----------------------------------------------------------------
001570*PRINT LINES
001580*-----------------------------------------------------------------
001590 01  BP-PAGE-HEADING-1.
001600     05  FILLER                      PIC X(20) VALUE
001610                         'BRANCH BALANCE POSN '.
001620     05  FILLER                      PIC X(10) VALUE SPACES.
001630     05  BP-H1-DATE                  PIC 9(08).
001640     05  FILLER                      PIC X(05) VALUE SPACES.
001650     05  FILLER                      PIC X(05) VALUE 'PAGE '.
001660     05  BP-H1-PAGE                  PIC ZZZ9.
001670     05  FILLER                      PIC X(01) VALUE SPACES.
001680     05  BP-H1-TIME                  PIC 9(08).
001690     05  FILLER                      PIC X(19) VALUE SPACES.
001700
001710 01  BP-PAGE-HEADING-2.
001720     05  FILLER                      PIC X(20) VALUE
001730                         'PROGRAM: BAL-COBOL'.
001740     05  FILLER                      PIC X(60) VALUE SPACES.
001750
001760 01  BP-BLANK-LINE                  PIC X(80) VALUE SPACES.
001770
001780 01  BP-CYCLE-LINE.
001790     05  FILLER                      PIC X(15) VALUE
001800                         'BALANCE CYCLE: '.
001810     05  BP-CL-CYCLE                 PIC 9(08).
001820     05  FILLER                      PIC X(12) VALUE
001830                         '  ACCOUNTS: '.
001840     05  BP-CL-ACCOUNTS              PIC ZZ,ZZ9.
001850     05  FILLER                      PIC X(13) VALUE
001860                         '  OVERDRAWN: '.
001870     05  BP-CL-OVERDRAWN             PIC ZZ,ZZ9.
001880     05  FILLER                      PIC X(20) VALUE SPACES.
001890
001900 01  BP-SECTION-HEADING.
001910     05  BP-SH-TEXT                  PIC X(40).
001920     05  FILLER                      PIC X(40) VALUE SPACES.
001930
001940 01  BP-POSITION-COLUMNS.
001950     05  FILLER                      PIC X(32) VALUE
001960                         '  ACCOUNT    NAME'.
001970     05  FILLER                      PIC X(16) VALUE
001980                         '        OPENING '.
001990     05  FILLER                      PIC X(16) VALUE
002000                         '   NET MOVEMENT '.
002010     05  FILLER                      PIC X(16) VALUE
002020                         '        CLOSING '.
002030
002040 01  BP-ACCT-LINE.
002050     05  FILLER                      PIC X(02) VALUE SPACES.
002060     05  BP-AL-KEY                   PIC X(10).
002070     05  FILLER                      PIC X(01) VALUE SPACES.
002080     05  BP-AL-NAME                  PIC X(18).
002090     05  FILLER                      PIC X(01) VALUE SPACES.
002100     05  BP-AL-OPENING               PIC ZZZ,ZZZ,ZZ9.99-.
002110     05  FILLER                      PIC X(01) VALUE SPACES.
002120     05  BP-AL-NET                   PIC ZZZ,ZZZ,ZZ9.99-.
002130     05  FILLER                      PIC X(01) VALUE SPACES.
002140     05  BP-AL-CLOSING               PIC ZZZ,ZZZ,ZZ9.99-.
002150     05  FILLER                      PIC X(01) VALUE SPACES.
002160
002170 01  BP-BRANCH-LINE.
002180     05  FILLER                      PIC X(09) VALUE
002190                         '  BRANCH '.
002200     05  BP-BL-CODE                  PIC X(04).
002210     05  FILLER                      PIC X(09) VALUE
002220                         '  ACCTS: '.
002230     05  BP-BL-COUNT                 PIC ZZ,ZZ9.
002240     05  FILLER                      PIC X(04) VALUE SPACES.
002250     05  BP-BL-OPENING               PIC ZZZ,ZZZ,ZZ9.99-.
002260     05  FILLER                      PIC X(01) VALUE SPACES.
002270     05  BP-BL-NET                   PIC ZZZ,ZZZ,ZZ9.99-.
002280     05  FILLER                      PIC X(01) VALUE SPACES.
002290     05  BP-BL-CLOSING               PIC ZZZ,ZZZ,ZZ9.99-.
002300     05  FILLER                      PIC X(01) VALUE SPACES.
002310
002320 01  BP-GRAND-TOTAL-LINE.
002330     05  FILLER                      PIC X(13) VALUE
002340                         'GRAND TOTAL'.
002350     05  FILLER                      PIC X(09) VALUE
002360                         '  ACCTS: '.
002370     05  BP-GT-COUNT                 PIC ZZ,ZZ9.
002380     05  FILLER                      PIC X(04) VALUE SPACES.
002390     05  BP-GT-OPENING               PIC ZZZ,ZZZ,ZZ9.99-.
002400     05  FILLER                      PIC X(01) VALUE SPACES.
002410     05  BP-GT-NET                   PIC ZZZ,ZZZ,ZZ9.99-.
002420     05  FILLER                      PIC X(01) VALUE SPACES.
002430     05  BP-GT-CLOSING               PIC ZZZ,ZZZ,ZZ9.99-.
002440     05  FILLER                      PIC X(01) VALUE SPACES.
002450
002460 01  BP-OVERDRAWN-COLUMNS.
002470     05  FILLER                      PIC X(31) VALUE
002480                         '  ACCOUNT    NAME'.
002490     05  FILLER                      PIC X(05) VALUE
002500                         ' BRCH'.
002510     05  FILLER                      PIC X(16) VALUE
002520                         '      LOW-WATER '.
002530     05  FILLER                      PIC X(16) VALUE
002540                         '        CLOSING '.
002550     05  FILLER                      PIC X(12) VALUE SPACES.
002560
002570 01  BP-OVERDRAWN-LINE.
002580     05  FILLER                      PIC X(02) VALUE SPACES.
002590     05  BP-OL-KEY                   PIC X(10).
002600     05  FILLER                      PIC X(01) VALUE SPACES.
002610     05  BP-OL-NAME                  PIC X(18).
002620     05  FILLER                      PIC X(01) VALUE SPACES.
002630     05  BP-OL-BRANCH                PIC X(04).
002640     05  FILLER                      PIC X(01) VALUE SPACES.
002650     05  BP-OL-LOW                   PIC ZZZ,ZZZ,ZZ9.99-.
002660     05  FILLER                      PIC X(01) VALUE SPACES.
002670     05  BP-OL-CLOSING               PIC ZZZ,ZZZ,ZZ9.99-.
002680     05  FILLER                      PIC X(12) VALUE SPACES.
002690
002700 01  BP-MESSAGE-LINE.
002710     05  BP-ML-TEXT                  PIC X(44).
002720     05  FILLER                      PIC X(36) VALUE SPACES.
002730
002740*-----------------------------------------------------------------
002750 PROCEDURE DIVISION.
002760*===========================================================
002770*0000-MAIN-LOGIC
002780*Mainline: fix the cycle, walk the balance master into the
002790*account and branch tables, then print the branch position
002800*and the overdrawn-account listing.
002810*===========================================================
002820 0000-MAIN-LOGIC.
002830     OPEN INPUT BALANCE-MASTER.
002840     OPEN INPUT ACCT-MASTER.
002850     OPEN OUTPUT REPORT-FILE.
002860     ACCEPT BP-RUN-DATE FROM DATE YYYYMMDD.
002870     ACCEPT BP-RUN-TIME FROM TIME.
002880     PERFORM 0310-PRINT-PAGE-HEADING THRU 0310-EXIT.
002890     IF NOT BP-BAL-OPEN-OK
002900         MOVE 'BALANCE MASTER WOULD NOT OPEN - NO REPORT'
002910             TO BP-ML-TEXT
002920         PERFORM 0320-PRINT-MESSAGE THRU 0320-EXIT
002930         MOVE 16 TO RETURN-CODE
002940         GO TO 0000-CLOSE
002950     END-IF.
002960     IF BP-ACCT-OPEN-OK
002970         MOVE 'Y' TO BP-ACCT-AVAILABLE-SWITCH
002980     ELSE
002990         MOVE 'ACCTMAST WOULD NOT OPEN - POSTED BRANCH USED'
003000             TO BP-ML-TEXT
003010         PERFORM 0320-PRINT-MESSAGE THRU 0320-EXIT
003020     END-IF.
003030     PERFORM 0100-RESOLVE-CYCLE THRU 0100-EXIT.
003040     PERFORM 0150-READ-BALANCE THRU 0150-EXIT.
003050     PERFORM 0200-LOAD-ACCOUNT THRU 0200-EXIT
003060         UNTIL BP-EOF.
003070     PERFORM 0400-PRINT-POSITION THRU 0400-EXIT.
003080     PERFORM 0500-PRINT-OVERDRAWN THRU 0500-EXIT.
003090     IF BP-ACCT-TABLE-FULL OR BP-BRANCH-TABLE-FULL
003100         MOVE 4 TO RETURN-CODE
003110     END-IF.
003120 0000-CLOSE.
003130     CLOSE BALANCE-MASTER.
003140     CLOSE ACCT-MASTER.
003150     CLOSE REPORT-FILE.
003160     STOP RUN.
003170
003180*===========================================================
003190*0100-RESOLVE-CYCLE
003200*BALANCE_CYCLE (CCYYMMDD) overrides the run date when present
003210*and numeric, for a position run after midnight against the
003220*cycle TEST-COBOL posted the day before.
003230*===========================================================
003240 0100-RESOLVE-CYCLE.
003250     MOVE BP-RUN-DATE TO BP-CYCLE-DATE.
003260     ACCEPT BP-CYCLE-ENV FROM ENVIRONMENT 'BALANCE_CYCLE'.
003270     IF BP-CYCLE-ENV NOT = SPACES
003280         IF BP-CYCLE-ENV NUMERIC
003290             MOVE BP-CYCLE-ENV TO BP-CYCLE-DATE
003300         ELSE
003310             MOVE 'INVALID BALANCE_CYCLE - RUN DATE USED'
003320                 TO BP-ML-TEXT
003330             PERFORM 0320-PRINT-MESSAGE THRU 0320-EXIT
003340         END-IF
003350     END-IF.
003360 0100-EXIT.
003370     EXIT.
003380
003390*===========================================================
003400 0150-READ-BALANCE.
003410     READ BALANCE-MASTER NEXT RECORD
003420         AT END
003430             SET BP-EOF TO TRUE
003440     END-READ.
003450 0150-EXIT.
003460     EXIT.
003470
003480*===========================================================
003490*0200-LOAD-ACCOUNT
003500*Works out the account's position for the cycle and folds it
003510*into the account and branch tables. A balance the cycle
003520*moved opens on BL-OPENING-BALANCE; one it did not move opens
003530*and closes on the carried balance, and is still overdrawn if
003540*that carried balance is below zero.
003550*===========================================================
003560 0200-LOAD-ACCOUNT.
003570     MOVE BL-CURRENT-BALANCE TO BP-CLOSING.
003580     MOVE 'N' TO BP-OVERDRAWN-SWITCH.
003590     IF BL-CYCLE-DATE = BP-CYCLE-DATE
003600         MOVE BL-OPENING-BALANCE TO BP-OPENING
003610         MOVE BL-LOW-BALANCE TO BP-LOW
003620         IF BL-WENT-OVERDRAWN
003630             MOVE 'Y' TO BP-OVERDRAWN-SWITCH
003640         END-IF
003650     ELSE
003660         MOVE BL-CURRENT-BALANCE TO BP-OPENING
003670         MOVE BL-CURRENT-BALANCE TO BP-LOW
003680     END-IF.
003690     IF BP-CLOSING < ZERO
003700         MOVE 'Y' TO BP-OVERDRAWN-SWITCH
003710     END-IF.
003720     PERFORM 0210-GET-ACCOUNT THRU 0210-EXIT.
003730     PERFORM 0220-ACCUM-BRANCH THRU 0220-EXIT.
003740     PERFORM 0230-ADD-ACCOUNT THRU 0230-EXIT.
003750     ADD 1 TO BP-GRAND-COUNT.
003760     ADD BP-OPENING TO BP-GRAND-OPENING.
003770     ADD BP-CLOSING TO BP-GRAND-CLOSING.
003780     IF BP-OVERDRAWN
003790         ADD 1 TO BP-OVERDRAWN-COUNT
003800     END-IF.
003810     PERFORM 0150-READ-BALANCE THRU 0150-EXIT.
003820 0200-EXIT.
003830     EXIT.
003840
003850*===========================================================
003860*0210-GET-ACCOUNT
003870*Takes the account's name and branch from ACCTMAST, so a
003880*branch transfer since the last posting reports under the
003890*new branch. An account missing from ACCTMAST, or a run
003900*without ACCTMAST, falls back on the branch stamped on the
003910*balance record at its last posting.
003920*===========================================================
003930 0210-GET-ACCOUNT.
003940     MOVE BL-BRANCH-CODE TO BP-BRANCH-CODE.
003950     MOVE SPACES TO BP-ACCT-NAME.
003960     IF NOT BP-ACCT-AVAILABLE
003970         GO TO 0210-EXIT
003980     END-IF.
003990     MOVE BL-ACCT-KEY TO AM-ACCT-KEY.
004000     READ ACCT-MASTER
004010         INVALID KEY
004020             MOVE 'NOT ON ACCTMAST' TO BP-ACCT-NAME
004030             GO TO 0210-EXIT
004040     END-READ.
004050     MOVE AM-ACCT-NAME TO BP-ACCT-NAME.
004060     MOVE AM-BRANCH-CODE TO BP-BRANCH-CODE.
004070 0210-EXIT.
004080     EXIT.
004090
004100*===========================================================
004110*0220-ACCUM-BRANCH
004120*Finds the branch entry for the account's branch, adding one
004130*when the branch has not been seen, and folds the opening and
004140*closing balances in.
004150*===========================================================
004160 0220-ACCUM-BRANCH.
004170     MOVE 'N' TO BP-BRANCH-FOUND-SWITCH.
004180     IF BP-BRANCH-ENTRY-COUNT > ZERO
004190         SET BP-BRANCH-IDX TO 1
004200         SEARCH BP-BRANCH-ENTRY
004210             AT END
004220                 CONTINUE
004230             WHEN BP-BR-CODE (BP-BRANCH-IDX) = BP-BRANCH-CODE
004240                 SET BP-BRANCH-FOUND TO TRUE
004250         END-SEARCH
004260     END-IF.
004270     IF NOT BP-BRANCH-FOUND
004280         IF BP-BRANCH-ENTRY-COUNT < BP-BRANCH-TABLE-SIZE
004290             ADD 1 TO BP-BRANCH-ENTRY-COUNT
004300             SET BP-BRANCH-IDX TO BP-BRANCH-ENTRY-COUNT
004310             MOVE BP-BRANCH-CODE
004320                 TO BP-BR-CODE (BP-BRANCH-IDX)
004330             MOVE ZERO TO BP-BR-COUNT (BP-BRANCH-IDX)
004340             MOVE ZERO TO BP-BR-OPENING (BP-BRANCH-IDX)
004350             MOVE ZERO TO BP-BR-CLOSING (BP-BRANCH-IDX)
004360             SET BP-BRANCH-FOUND TO TRUE
004370         ELSE
004380             MOVE 'Y' TO BP-BRANCH-TABLE-FULL-SWITCH
004390         END-IF
004400     END-IF.
004410     IF BP-BRANCH-FOUND
004420         ADD 1 TO BP-BR-COUNT (BP-BRANCH-IDX)
004430         ADD BP-OPENING TO BP-BR-OPENING (BP-BRANCH-IDX)
004440         ADD BP-CLOSING TO BP-BR-CLOSING (BP-BRANCH-IDX)
004450     END-IF.
004460 0220-EXIT.
004470     EXIT.
004480
004490*===========================================================
004500*0230-ADD-ACCOUNT
004510*Adds the account's position to the account table. A full
004520*table is flagged so the report can warn the detail stops
004530*short of the whole master; the totals still carry it.
004540*===========================================================
004550 0230-ADD-ACCOUNT.
004560     IF BP-ACCT-ENTRY-COUNT NOT < BP-ACCT-TABLE-SIZE
004570         MOVE 'Y' TO BP-ACCT-TABLE-FULL-SWITCH
004580         GO TO 0230-EXIT
004590     END-IF.
004600     ADD 1 TO BP-ACCT-ENTRY-COUNT.
004610     SET BP-ACCT-IDX TO BP-ACCT-ENTRY-COUNT.
004620     MOVE BL-ACCT-KEY TO BP-AC-KEY (BP-ACCT-IDX).
004630     MOVE BP-ACCT-NAME TO BP-AC-NAME (BP-ACCT-IDX).
004640     MOVE BP-BRANCH-CODE TO BP-AC-BRANCH (BP-ACCT-IDX).
004650     MOVE BP-OPENING TO BP-AC-OPENING (BP-ACCT-IDX).
004660     MOVE BP-CLOSING TO BP-AC-CLOSING (BP-ACCT-IDX).
004670     MOVE BP-LOW TO BP-AC-LOW (BP-ACCT-IDX).
004680     MOVE BP-OVERDRAWN-SWITCH TO BP-AC-OVERDRAWN (BP-ACCT-IDX).
004690 0230-EXIT.
004700     EXIT.
004710
004720*===========================================================
004730*0310-PRINT-PAGE-HEADING
004740*Advances to a new page: bumps the page number, resets the
004750*line count, and writes the two heading lines.
004760*===========================================================
004770 0310-PRINT-PAGE-HEADING.
004780     ADD 1 TO BP-PAGE-NUMBER.
004790     MOVE ZERO TO BP-LINE-COUNT.
004800     MOVE BP-RUN-DATE TO BP-H1-DATE.
004810     MOVE BP-RUN-TIME TO BP-H1-TIME.
004820     MOVE BP-PAGE-NUMBER TO BP-H1-PAGE.
004830     MOVE SPACES TO REPORT-RECORD.
004840     WRITE REPORT-RECORD FROM BP-PAGE-HEADING-1
004850         AFTER ADVANCING PAGE.
004860     WRITE REPORT-RECORD FROM BP-PAGE-HEADING-2.
004870     WRITE REPORT-RECORD FROM BP-BLANK-LINE.
004880 0310-EXIT.
004890     EXIT.
004900
004910*===========================================================
004920 0320-PRINT-MESSAGE.
004930     PERFORM 0330-CHECK-PAGE-BREAK THRU 0330-EXIT.
004940     WRITE REPORT-RECORD FROM BP-MESSAGE-LINE.
004950     ADD 1 TO BP-LINE-COUNT.
004960 0320-EXIT.
004970     EXIT.
004980
004990*===========================================================
005000 0330-CHECK-PAGE-BREAK.
005010     IF BP-LINE-COUNT NOT < BP-LINES-PER-PAGE
005020         PERFORM 0310-PRINT-PAGE-HEADING THRU 0310-EXIT
005030     END-IF.
005040 0330-EXIT.
005050     EXIT.
005060
005070*===========================================================
005080*0400-PRINT-POSITION
005090*Prints the cycle line, then each branch's accounts followed
005100*by the branch subtotal, then the grand total.
005110*===========================================================
005120 0400-PRINT-POSITION.
005130     MOVE BP-CYCLE-DATE TO BP-CL-CYCLE.
005140     MOVE BP-GRAND-COUNT TO BP-CL-ACCOUNTS.
005150     MOVE BP-OVERDRAWN-COUNT TO BP-CL-OVERDRAWN.
005160     PERFORM 0330-CHECK-PAGE-BREAK THRU 0330-EXIT.
005170     WRITE REPORT-RECORD FROM BP-CYCLE-LINE.
005180     ADD 1 TO BP-LINE-COUNT.
005190
005200     MOVE 'BALANCE POSITION BY BRANCH' TO BP-SH-TEXT.
005210     PERFORM 0420-PRINT-SECTION-HEADING THRU 0420-EXIT.
005220     IF BP-BRANCH-TABLE-FULL
005230         MOVE 'BRANCH TABLE FULL - GAP' TO BP-SH-TEXT
005240         PERFORM 0420-PRINT-SECTION-HEADING THRU 0420-EXIT
005250     END-IF.
005260     IF BP-ACCT-TABLE-FULL
005270         MOVE 'ACCOUNT TABLE FULL - GAP' TO BP-SH-TEXT
005280         PERFORM 0420-PRINT-SECTION-HEADING THRU 0420-EXIT
005290     END-IF.
005300     PERFORM 0330-CHECK-PAGE-BREAK THRU 0330-EXIT.
005310     WRITE REPORT-RECORD FROM BP-POSITION-COLUMNS.
005320     ADD 1 TO BP-LINE-COUNT.
005330     PERFORM 0430-PRINT-BRANCH THRU 0430-EXIT
005340         VARYING BP-BRANCH-IDX FROM 1 BY 1
005350         UNTIL BP-BRANCH-IDX > BP-BRANCH-ENTRY-COUNT.
005360
005370     PERFORM 0330-CHECK-PAGE-BREAK THRU 0330-EXIT.
005380     WRITE REPORT-RECORD FROM BP-BLANK-LINE.
005390     MOVE BP-GRAND-COUNT TO BP-GT-COUNT.
005400     MOVE BP-GRAND-OPENING TO BP-GT-OPENING.
005410     COMPUTE BP-GT-NET = BP-GRAND-CLOSING - BP-GRAND-OPENING.
005420     MOVE BP-GRAND-CLOSING TO BP-GT-CLOSING.
005430     WRITE REPORT-RECORD FROM BP-GRAND-TOTAL-LINE.
005440     ADD 2 TO BP-LINE-COUNT.
005450 0400-EXIT.
005460     EXIT.
005470
005480*===========================================================
005490 0420-PRINT-SECTION-HEADING.
005500     PERFORM 0330-CHECK-PAGE-BREAK THRU 0330-EXIT.
005510     WRITE REPORT-RECORD FROM BP-BLANK-LINE.
005520     WRITE REPORT-RECORD FROM BP-SECTION-HEADING.
005530     ADD 2 TO BP-LINE-COUNT.
005540 0420-EXIT.
005550     EXIT.
005560
005570*===========================================================
005580*0430-PRINT-BRANCH
005590*Prints every table account carried under this branch, then
005600*the branch subtotal.
005610*===========================================================
005620 0430-PRINT-BRANCH.
005630     PERFORM 0330-CHECK-PAGE-BREAK THRU 0330-EXIT.
005640     WRITE REPORT-RECORD FROM BP-BLANK-LINE.
005650     ADD 1 TO BP-LINE-COUNT.
005660     PERFORM 0440-PRINT-ACCT-ENTRY THRU 0440-EXIT
005670         VARYING BP-ACCT-IDX FROM 1 BY 1
005680         UNTIL BP-ACCT-IDX > BP-ACCT-ENTRY-COUNT.
005690     PERFORM 0330-CHECK-PAGE-BREAK THRU 0330-EXIT.
005700     MOVE BP-BR-CODE (BP-BRANCH-IDX) TO BP-BL-CODE.
005710     MOVE BP-BR-COUNT (BP-BRANCH-IDX) TO BP-BL-COUNT.
005720     MOVE BP-BR-OPENING (BP-BRANCH-IDX) TO BP-BL-OPENING.
005730     COMPUTE BP-BL-NET = BP-BR-CLOSING (BP-BRANCH-IDX)
005740                       - BP-BR-OPENING (BP-BRANCH-IDX).
005750     MOVE BP-BR-CLOSING (BP-BRANCH-IDX) TO BP-BL-CLOSING.
005760     WRITE REPORT-RECORD FROM BP-BRANCH-LINE.
005770     ADD 1 TO BP-LINE-COUNT.
005780 0430-EXIT.
005790     EXIT.
005800
005810*===========================================================
005820 0440-PRINT-ACCT-ENTRY.
005830     IF BP-AC-BRANCH (BP-ACCT-IDX) NOT =
005840        BP-BR-CODE (BP-BRANCH-IDX)
005850         GO TO 0440-EXIT
005860     END-IF.
005870     PERFORM 0330-CHECK-PAGE-BREAK THRU 0330-EXIT.
005880     MOVE BP-AC-KEY (BP-ACCT-IDX) TO BP-AL-KEY.
005890     MOVE BP-AC-NAME (BP-ACCT-IDX) TO BP-AL-NAME.
005900     MOVE BP-AC-OPENING (BP-ACCT-IDX) TO BP-AL-OPENING.
005910     COMPUTE BP-AL-NET = BP-AC-CLOSING (BP-ACCT-IDX)
005920                       - BP-AC-OPENING (BP-ACCT-IDX).
005930     MOVE BP-AC-CLOSING (BP-ACCT-IDX) TO BP-AL-CLOSING.
005940     WRITE REPORT-RECORD FROM BP-ACCT-LINE.
005950     ADD 1 TO BP-LINE-COUNT.
005960 0440-EXIT.
005970     EXIT.
005980
005990*===========================================================
006000*0500-PRINT-OVERDRAWN
006010*Lists every account that was below zero at any point in the
006020*cycle, with the cycle's low-water mark and the closing
006030*balance.
006040*===========================================================
006050 0500-PRINT-OVERDRAWN.
006060     MOVE 'ACCOUNTS OVERDRAWN DURING CYCLE' TO BP-SH-TEXT.
006070     PERFORM 0420-PRINT-SECTION-HEADING THRU 0420-EXIT.
006080     IF BP-OVERDRAWN-COUNT = ZERO
006090         MOVE '  NONE' TO BP-ML-TEXT
006100         PERFORM 0320-PRINT-MESSAGE THRU 0320-EXIT
006110         GO TO 0500-EXIT
006120     END-IF.
006130     PERFORM 0330-CHECK-PAGE-BREAK THRU 0330-EXIT.
006140     WRITE REPORT-RECORD FROM BP-OVERDRAWN-COLUMNS.
006150     ADD 1 TO BP-LINE-COUNT.
006160     PERFORM 0510-PRINT-OVERDRAWN-ENTRY THRU 0510-EXIT
006170         VARYING BP-ACCT-IDX FROM 1 BY 1
006180         UNTIL BP-ACCT-IDX > BP-ACCT-ENTRY-COUNT.
006190 0500-EXIT.
006200     EXIT.
006210
006220*===========================================================
006230 0510-PRINT-OVERDRAWN-ENTRY.
006240     IF BP-AC-OVERDRAWN (BP-ACCT-IDX) NOT = 'Y'
006250         GO TO 0510-EXIT
006260     END-IF.
006270     PERFORM 0330-CHECK-PAGE-BREAK THRU 0330-EXIT.
006280     MOVE BP-AC-KEY (BP-ACCT-IDX) TO BP-OL-KEY.
006290     MOVE BP-AC-NAME (BP-ACCT-IDX) TO BP-OL-NAME.
006300     MOVE BP-AC-BRANCH (BP-ACCT-IDX) TO BP-OL-BRANCH.
006310     MOVE BP-AC-LOW (BP-ACCT-IDX) TO BP-OL-LOW.
006320     MOVE BP-AC-CLOSING (BP-ACCT-IDX) TO BP-OL-CLOSING.
006330     WRITE REPORT-RECORD FROM BP-OVERDRAWN-LINE.
006340     ADD 1 TO BP-LINE-COUNT.
006350 0510-EXIT.
006360     EXIT.
