000010*-----------------------------------------------------------------
000020*ADV-COBOL
000030*
000040*Customer advice extract. A customer whose item was reversed,
000050*adjusted, held or refused used to hear of it only by asking
000060*the branch; this step cuts the cycle's advices for the bank's
000070*correspondence system (ADVICE-DAT, laid out in ADV-COPYBOOK),
000080*one advice per account per cycle covering every item of the
000090*account's that the customer should be told about:
000100*  - reversals and adjustments posted, from OUT-DAT's details
000110*    (OD-TRAN-TYPE 'R' and 'A');
000120*  - items held for review over the account's per-transaction
000130*    or daily limit, from SUSPENSE-DAT (S002 and S003; a
000140*    duplicate or dormant-account hold is a matter for the
000150*    branch, not the customer);
000160*  - items the cycle's edits rejected, from REJECT-DAT;
000170*  - suspense items an operator wrote off, from SUS-COBOL's
000180*    disposition log (SUSLOG-DAT, decision 'W').
000190*The cycle is the OUT-DAT header's date and batch. The account
000200*name, branch and status come from ACCOUNT-MASTER (ACCTMAST);
000210*an account flagged there for no correspondence
000220*(AM-CORRESP-FLAG) gets no advice and is counted instead, and
000230*an item whose account is missing or not on the master cannot
000240*be advised and is listed for the branch. Accounts are
000250*gathered in a table, each heading a chain of its items, so
000260*the advices come out grouped without sorting the inputs.
000270*
000280*The disposition log is cumulative, so the advice control file
000290*(ADVCTL-DAT, one record) keeps the cycle, batch and the log
000300*lines already advised: each run advises only the write-offs
000310*logged since the last one, and a rerun for the same cycle
000320*and batch starts again from the same line, so it cuts the
000330*same advices and anything logged in between. A log found
000340*shorter than the mark has been rolled over and is advised
000350*from its first line. With no control record yet (the first
000360*run) the mark is set at the last line disposed of before the
000370*cycle date, so the log's history is not sent out again. A
000371*run that cannot open the log advises no write-offs and leaves
000372*the control record exactly as it was.
000380*
000390*A one-page report (ADVRPT-DAT) lists the accounts not advised
000400*and the counts. Runs after SUS-COBOL as its own step in the
000410*batch stream. Return code 4 flags items that could not be
000420*advised, an input that would not open, a full table or a
000430*rolled log; 16 an OUT-DAT or ACCTMAST that would not open,
000440*when the advice file is left without a trailer so the
000450*correspondence system refuses it.
000460*
000470*  Author.......: D. HARTLEY, BATCH SYSTEMS GROUP
000480*  Installation.: BATCH SYSTEMS GROUP
000490*  Date-Written.: 2026-10-15
000500*
000510*  Modification History
000520*  ----------  ----  ---------------------------------------
000530*  2026-10-15  DH    Original customer advice extract.
000540*-----------------------------------------------------------------
000550 IDENTIFICATION DIVISION.
000560 PROGRAM-ID.  ADV-COBOL.
000570 AUTHOR.  D. HARTLEY, BATCH SYSTEMS GROUP.
000580 INSTALLATION.  BATCH SYSTEMS GROUP.
000590 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000610
000620*-----------------------------------------------------------------
000630 ENVIRONMENT DIVISION.
000640 INPUT-OUTPUT SECTION.
000650 FILE-CONTROL.
000660     SELECT OUT-FILE ASSIGN TO OUT-DAT
000670         ORGANIZATION IS LINE SEQUENTIAL
000680         FILE STATUS IS AV-OUT-STATUS.
000690     SELECT OPTIONAL SUSPENSE-FILE ASSIGN TO SUSPENSE-DAT
000700         ORGANIZATION IS LINE SEQUENTIAL
000710         FILE STATUS IS AV-SUSP-STATUS.
000720     SELECT OPTIONAL REJECT-FILE ASSIGN TO REJECT-DAT
000730         ORGANIZATION IS LINE SEQUENTIAL
000740         FILE STATUS IS AV-REJ-STATUS.
000750     SELECT OPTIONAL DISPLOG-FILE ASSIGN TO SUSLOG-DAT
000760         ORGANIZATION IS LINE SEQUENTIAL
000770         FILE STATUS IS AV-LOG-STATUS.
000780     SELECT OPTIONAL CONTROL-FILE ASSIGN TO ADVCTL-DAT
000790         ORGANIZATION IS LINE SEQUENTIAL
000800         FILE STATUS IS AV-CTL-STATUS.
000810     SELECT ACCT-MASTER ASSIGN TO ACCTMAST
000820         ORGANIZATION IS INDEXED
000830         ACCESS MODE IS RANDOM
000840         RECORD KEY IS AM-ACCT-KEY
000850         FILE STATUS IS AV-ACCT-STATUS.
000860     SELECT ADVICE-FILE ASSIGN TO ADVICE-DAT
000870         ORGANIZATION IS LINE SEQUENTIAL.
000880     SELECT REPORT-FILE ASSIGN TO ADVRPT-DAT
000890         ORGANIZATION IS LINE SEQUENTIAL.
000900
000910*-----------------------------------------------------------------
000920 DATA DIVISION.
000930 FILE SECTION.
000940 FD  OUT-FILE.
000950     COPY OUT-COPYBOOK.
000960
000970*-----------------------------------------------------------------
000980*SUSPENSE-FILE - this cycle's suspense items as TEST-COBOL wrote
000990*                them, the original input line after its
001000*                conversion to base.
001010*-----------------------------------------------------------------
001020 FD  SUSPENSE-FILE.
001030 01  SUSPENSE-RECORD.
001040     05  SU-KEY                      PIC X(10).
001050     05  SU-REASON-CODE              PIC X(04).
001060         88  SU-REASON-TRAN-LIMIT        VALUE 'S002'.
001070         88  SU-REASON-DAILY-LIMIT       VALUE 'S003'.
001080     05  SU-REASON-TEXT              PIC X(30).
001090     05  SU-ORIGINAL-RECORD          PIC X(80).
001100     05  SU-SOURCE-ID                PIC X(03).
001110     05  SU-CYCLE-DATE               PIC 9(08).
001120
001130*-----------------------------------------------------------------
001140*REJECT-FILE - this cycle's rejects as TEST-COBOL wrote them.
001150*               Rejects raised before the amount edit (R001,
001160*               R002, R007, R010) carry a foreign item's amount
001170*               unconverted; every later one carries it in base.
001180*-----------------------------------------------------------------
001190 FD  REJECT-FILE.
001200 01  REJECT-RECORD.
001210     05  RJ-KEY                      PIC X(10).
001220     05  RJ-REASON-CODE              PIC X(04).
001230         88  RJ-REASON-UNCONVERTED       VALUE 'R001' 'R002'
001240                                               'R007' 'R010'.
001250     05  RJ-REASON-TEXT              PIC X(30).
001260     05  RJ-ORIGINAL-RECORD          PIC X(80).
001270     05  RJ-SOURCE-ID                PIC X(03).
001280     05  RJ-CYCLE-DATE               PIC 9(08).
001290
001300*-----------------------------------------------------------------
001310*DISPLOG-FILE - SUS-COBOL's cumulative disposition trail, one
001320*               line per decided suspense item. Lines logged
001330*               before the item's own input line was carried
001340*               have spaces there and are advised without
001350*               amounts.
001360*-----------------------------------------------------------------
001370 FD  DISPLOG-FILE.
001380 01  DISPLOG-RECORD.
001390     05  SL-DISP-DATE                PIC 9(08).
001400     05  SL-KEY                      PIC X(10).
001410     05  SL-REASON-CODE              PIC X(04).
001420     05  SL-DECISION                 PIC X(01).
001430         88  SL-DECISION-WRITE-OFF       VALUE 'W'.
001440     05  SL-OPERATOR-ID              PIC X(08).
001450     05  SL-REASON-TEXT              PIC X(30).
001460     05  SL-SOURCE-ID                PIC X(03).
001470     05  SL-ITEM-CYCLE-DATE          PIC X(08).
001480     05  FILLER                      PIC X(08).
001490     05  SL-ORIGINAL-RECORD          PIC X(80).
001500
001510*-----------------------------------------------------------------
001520*CONTROL-FILE - one record: the cycle and batch last advised,
001530*               and the disposition-log lines that run started
001540*               after and ended at.
001550*-----------------------------------------------------------------
001560 FD  CONTROL-FILE.
001570 01  ADVCTL-RECORD.
001580     05  CT-CYCLE-DATE               PIC 9(08).
001590     05  CT-BATCH-SEQ                PIC 9(03).
001600     05  CT-LOG-START                PIC 9(09).
001610     05  CT-LOG-END                  PIC 9(09).
001620     05  FILLER                      PIC X(51).
001630
001640 FD  ACCT-MASTER.
001650     COPY ACCT-COPYBOOK.
001660
001670 FD  ADVICE-FILE.
001680     COPY ADV-COPYBOOK.
001690
001700 FD  REPORT-FILE.
001710 01  REPORT-RECORD                  PIC X(80).
001720
001730 WORKING-STORAGE SECTION.
001740*-----------------------------------------------------------------
001750*The held, rejected and written-off items are read back through
001760*the input layout for their amounts, currency and date.
001770*-----------------------------------------------------------------
001780     COPY MY-COPYBOOK.
001790
001800*-----------------------------------------------------------------
001810*SWITCHES AND FILE STATUSES
001820*-----------------------------------------------------------------
001830 77  AV-EOF-SWITCH                  PIC X(01) VALUE 'N'.
001840     88  AV-EOF                          VALUE 'Y'.
001850 77  AV-OUT-STATUS                  PIC X(02) VALUE SPACES.
001860     88  AV-OUT-OPEN-OK                  VALUE '00'.
001870 77  AV-SUSP-STATUS                 PIC X(02) VALUE SPACES.
001880     88  AV-SUSP-OPEN-OK                 VALUE '00' '05'.
001890 77  AV-REJ-STATUS                  PIC X(02) VALUE SPACES.
001900     88  AV-REJ-OPEN-OK                  VALUE '00' '05'.
001910 77  AV-LOG-STATUS                  PIC X(02) VALUE SPACES.
001920     88  AV-LOG-OPEN-OK                  VALUE '00' '05'.
001930 77  AV-CTL-STATUS                  PIC X(02) VALUE SPACES.
001940     88  AV-CTL-READ-OK                  VALUE '00'.
001950 77  AV-ACCT-STATUS                 PIC X(02) VALUE SPACES.
001960     88  AV-ACCT-OPEN-OK                 VALUE '00'.
001970 77  AV-HEADER-SEEN-SWITCH          PIC X(01) VALUE 'N'.
001980     88  AV-HEADER-SEEN                  VALUE 'Y'.
001990 77  AV-ACCT-FOUND-SWITCH           PIC X(01) VALUE 'N'.
002000     88  AV-ACCT-FOUND                   VALUE 'Y'.
002010 77  AV-TABLE-FULL-SWITCH           PIC X(01) VALUE 'N'.
002020     88  AV-TABLE-FULL                   VALUE 'Y'.
002030 77  AV-INPUT-MISSING-SWITCH        PIC X(01) VALUE 'N'.
002040     88  AV-INPUT-MISSING                VALUE 'Y'.
002050 77  AV-LOG-ROLLED-SWITCH           PIC X(01) VALUE 'N'.
002060     88  AV-LOG-ROLLED                   VALUE 'Y'.
002061*Set only when SUSLOG-DAT would not open, so the control
002062*record is not rewritten with a mark the log was never read
002063*for.
002064 77  AV-LOG-FAILED-SWITCH           PIC X(01) VALUE 'N'.
002065     88  AV-LOG-FAILED                   VALUE 'Y'.
002070 77  AV-CTL-FOUND-SWITCH            PIC X(01) VALUE 'N'.
002080     88  AV-CTL-FOUND                    VALUE 'Y'.
002090*Set when the item in MY-RECORD got past the amount edit, so
002100*a foreign item's MY-AMOUNT already holds its base amount.
002110 77  AV-CONVERTED-SWITCH            PIC X(01) VALUE 'N'.
002120     88  AV-CONVERTED                    VALUE 'Y'.
002130
002140*-----------------------------------------------------------------
002150*THE CYCLE, from the OUT-DAT header, and the stretch of the
002160*disposition log this run advises: lines after AV-LOG-START
002170*up to AV-LOG-END.
002180*-----------------------------------------------------------------
002190 77  AV-CYCLE-DATE                  PIC 9(08)      VALUE ZERO.
002200 77  AV-CYCLE-BATCH                 PIC 9(03)      VALUE ZERO.
002210 77  AV-RUN-DATE                    PIC 9(08)      VALUE ZERO.
002220 77  AV-RUN-TIME                    PIC 9(08)      VALUE ZERO.
002230 77  AV-LOG-START                   PIC 9(09)      VALUE ZERO.
002240 77  AV-LOG-END                     PIC 9(09)      VALUE ZERO.
002250 77  AV-LOG-LINE                    PIC 9(09)      VALUE ZERO.
002260
002270*-----------------------------------------------------------------
002280*THE ITEM BEING FILED, built by each loader before 0500 files
002290*it under AV-NEW-KEY. Same shape as an item table entry.
002300*-----------------------------------------------------------------
002310 77  AV-NEW-KEY                     PIC X(10)      VALUE SPACES.
002320 01  AV-NEW-ITEM.
002330     05  AV-NI-REASON-CODE           PIC X(04).
002340     05  AV-NI-SYSTEM-CODE           PIC X(04).
002350     05  AV-NI-REASON-TEXT           PIC X(30).
002360     05  AV-NI-TRAN-TYPE             PIC X(01).
002370     05  AV-NI-SOURCE-ID             PIC X(03).
002380     05  AV-NI-ITEM-DATE             PIC 9(08).
002390     05  AV-NI-CURRENCY-CODE         PIC X(03).
002400     05  AV-NI-ORIG-AMOUNT           PIC S9(07)V99.
002410     05  AV-NI-EFFECTIVE-AMOUNT      PIC S9(07)V99.
002420
002430*-----------------------------------------------------------------
002440*ACCOUNT TABLE, one entry per account with an item to advise,
002450*in the order first met. Each entry heads a chain through the
002460*item table. AV-AT-DISPOSITION is what the master said: advise,
002470*suppress (no correspondence) or unknown (not on ACCTMAST).
002480*-----------------------------------------------------------------
002490 77  AV-ACCT-TABLE-SIZE             PIC 9(05)      VALUE 05000.
002500 77  AV-ACCT-ENTRY-COUNT            PIC 9(05)      VALUE ZERO.
002510 01  AV-ACCT-TABLE.
002520     05  AV-ACCT-ENTRY               OCCURS 0 TO 5000 TIMES
002530                           DEPENDING ON AV-ACCT-ENTRY-COUNT
002540                                     INDEXED BY AV-ACCT-IDX.
002550         10  AV-AT-KEY                   PIC X(10).
002560         10  AV-AT-NAME                  PIC X(20).
002570         10  AV-AT-BRANCH                PIC X(04).
002580         10  AV-AT-STATUS                PIC X(01).
002590         10  AV-AT-DISPOSITION           PIC X(01).
002600             88  AV-AT-ADVISE                VALUE 'A'.
002610             88  AV-AT-SUPPRESS              VALUE 'S'.
002620             88  AV-AT-UNKNOWN               VALUE 'U'.
002630         10  AV-AT-FIRST-ITEM            PIC 9(05).
002640         10  AV-AT-LAST-ITEM             PIC 9(05).
002650         10  AV-AT-ITEM-COUNT            PIC 9(05).
002660
002670*-----------------------------------------------------------------
002680*ITEM TABLE, one entry per item filed, chained per account
002690*through AV-IT-NEXT (zero ends a chain).
002700*-----------------------------------------------------------------
002710 77  AV-ITEM-TABLE-SIZE             PIC 9(05)      VALUE 10000.
002720 77  AV-ITEM-ENTRY-COUNT            PIC 9(05)      VALUE ZERO.
002730 01  AV-ITEM-TABLE.
002740     05  AV-ITEM-ENTRY               OCCURS 0 TO 10000 TIMES
002750                           DEPENDING ON AV-ITEM-ENTRY-COUNT.
002760         10  AV-IT-NEXT                  PIC 9(05).
002770         10  AV-IT-DETAIL.
002780             15  AV-IT-REASON-CODE       PIC X(04).
002790             15  AV-IT-SYSTEM-CODE       PIC X(04).
002800             15  AV-IT-REASON-TEXT       PIC X(30).
002810             15  AV-IT-TRAN-TYPE         PIC X(01).
002820             15  AV-IT-SOURCE-ID         PIC X(03).
002830             15  AV-IT-ITEM-DATE         PIC 9(08).
002840             15  AV-IT-CURRENCY-CODE     PIC X(03).
002850             15  AV-IT-ORIG-AMOUNT       PIC S9(07)V99.
002860             15  AV-IT-EFFECTIVE-AMOUNT  PIC S9(07)V99.
002870 77  AV-ITEM-SUB                    PIC 9(05) COMP VALUE ZERO.
002880 77  AV-SCAN-SUB                    PIC 9(05) COMP VALUE ZERO.
002890
002900*-----------------------------------------------------------------
002910*COUNTS AND CONTROL TOTALS
002920*-----------------------------------------------------------------
002930 77  AV-POSTING-COUNT               PIC 9(07)      VALUE ZERO.
002940 77  AV-HOLD-COUNT                  PIC 9(07)      VALUE ZERO.
002950 77  AV-REJECT-COUNT                PIC 9(07)      VALUE ZERO.
002960 77  AV-WRITE-OFF-COUNT             PIC 9(07)      VALUE ZERO.
002970 77  AV-NOT-FILED-COUNT             PIC 9(07)      VALUE ZERO.
002980 77  AV-ADVICE-COUNT                PIC 9(07)      VALUE ZERO.
002990 77  AV-ADVISED-ITEM-COUNT          PIC 9(09)      VALUE ZERO.
003000 77  AV-RECORD-COUNT                PIC 9(09)      VALUE ZERO.
003010 77  AV-SUPPRESSED-ACCT-COUNT       PIC 9(07)      VALUE ZERO.
003020 77  AV-SUPPRESSED-ITEM-COUNT       PIC 9(09)      VALUE ZERO.
003030 77  AV-UNKNOWN-ACCT-COUNT          PIC 9(07)      VALUE ZERO.
003040 77  AV-UNADVISED-ITEM-COUNT        PIC 9(09)      VALUE ZERO.
003050 77  AV-ORIG-TOTAL                  PIC S9(11)V99  VALUE ZERO.
003060 77  AV-EFFECTIVE-TOTAL             PIC S9(11)V99  VALUE ZERO.
003070
003080*-----------------------------------------------------------------
003090*PAGE CONTROL
003100*-----------------------------------------------------------------
003110 77  AV-LINE-COUNT                  PIC 9(02)      VALUE ZERO.
003120 77  AV-LINES-PER-PAGE              PIC 9(02)      VALUE 50.
003130 77  AV-PAGE-NUMBER                 PIC 9(04)      VALUE ZERO.
003140
003150*-----------------------------------------------------------------
003160*PRINT LINES
003170*-----------------------------------------------------------------
003180 01  AV-PAGE-HEADING-1.
003190     05  FILLER                      PIC X(20) VALUE
003200                         'CUSTOMER ADVICES    '.
003210     05  FILLER                      PIC X(10) VALUE SPACES.
003220     05  AV-H1-DATE                  PIC 9(08).
003230     05  FILLER                      PIC X(05) VALUE SPACES.
003240     05  FILLER                      PIC X(05) VALUE 'PAGE '.
003250     05  AV-H1-PAGE                  PIC ZZZ9.
003260     05  FILLER                      PIC X(01) VALUE SPACES.
003270     05  AV-H1-TIME                  PIC 9(08).
003280     05  FILLER                      PIC X(19) VALUE SPACES.
003290
003300 01  AV-PAGE-HEADING-2.
003310     05  FILLER                      PIC X(20) VALUE
003320                         'PROGRAM: ADV-COBOL'.
003330     05  FILLER                      PIC X(60) VALUE SPACES.
003340
003350 01  AV-BLANK-LINE                  PIC X(80) VALUE SPACES.
003360
003370 01  AV-CYCLE-LINE.
003380     05  FILLER                      PIC X(07) VALUE 'CYCLE: '.
003390     05  AV-CL-CYCLE                 PIC 9(08).
003400     05  FILLER                      PIC X(08) VALUE '  BATCH '.
003410     05  AV-CL-BATCH                 PIC 9(03).
003420     05  FILLER                      PIC X(18) VALUE
003430                         '  LOG LINES AFTER '.
003440     05  AV-CL-LOG-START             PIC ZZZZZZZZ9.
003450     05  FILLER                      PIC X(04) VALUE ' TO '.
003460     05  AV-CL-LOG-END               PIC ZZZZZZZZ9.
003470     05  FILLER                      PIC X(14) VALUE SPACES.
003480
003490 01  AV-SECTION-HEADING.
003500     05  AV-SH-TEXT                  PIC X(40).
003510     05  FILLER                      PIC X(40) VALUE SPACES.
003520
003530 01  AV-ACCOUNT-LINE.
003540     05  FILLER                      PIC X(02) VALUE SPACES.
003550     05  AV-AL-KEY                   PIC X(10).
003560     05  FILLER                      PIC X(01) VALUE SPACES.
003570     05  AV-AL-NAME                  PIC X(20).
003580     05  FILLER                      PIC X(01) VALUE SPACES.
003590     05  AV-AL-BRANCH                PIC X(04).
003600     05  FILLER                      PIC X(02) VALUE SPACES.
003610     05  AV-AL-TEXT                  PIC X(20).
003620     05  FILLER                      PIC X(08) VALUE
003630                         '  ITEMS '.
003640     05  AV-AL-ITEMS                 PIC ZZZZ9.
003650     05  FILLER                      PIC X(07) VALUE SPACES.
003660
003670 01  AV-ITEM-LINE.
003680     05  FILLER                      PIC X(06) VALUE SPACES.
003690     05  AV-IL-REASON                PIC X(04).
003700     05  FILLER                      PIC X(01) VALUE SPACES.
003710     05  AV-IL-SYSTEM                PIC X(04).
003720     05  FILLER                      PIC X(01) VALUE SPACES.
003730     05  AV-IL-TEXT                  PIC X(30).
003740     05  FILLER                      PIC X(01) VALUE SPACES.
003750     05  AV-IL-SOURCE                PIC X(03).
003760     05  FILLER                      PIC X(01) VALUE SPACES.
003770     05  AV-IL-CURRENCY              PIC X(03).
003780     05  FILLER                      PIC X(01) VALUE SPACES.
003790     05  AV-IL-AMOUNT                PIC Z,ZZZ,ZZ9.99-.
003800     05  FILLER                      PIC X(12) VALUE SPACES.
003810
003820 01  AV-COUNT-LINE.
003830     05  AV-CN-TEXT                  PIC X(30).
003840     05  AV-CN-COUNT                 PIC ZZZ,ZZZ,ZZ9.
003850     05  FILLER                      PIC X(39) VALUE SPACES.
003860
003870 01  AV-TOTAL-LINE.
003880     05  AV-TL-TEXT                  PIC X(30).
003890     05  AV-TL-AMOUNT                PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
003900     05  FILLER                      PIC X(32) VALUE SPACES.
003910
003920 01  AV-MESSAGE-LINE.
003930     05  AV-ML-TEXT                  PIC X(60).
003940     05  FILLER                      PIC X(20) VALUE SPACES.
003950
003960*-----------------------------------------------------------------
003970 PROCEDURE DIVISION.
003980*===========================================================
003990*0000-MAIN-LOGIC
004000*Mainline: gather the cycle's postings, holds, rejects and
004010*new write-offs by account, cut one advice per account with
004020*the file's control trailer, move the log mark on, and print
004030*the report.
004040*===========================================================
004050 0000-MAIN-LOGIC.
004060     OPEN INPUT OUT-FILE.
004070     OPEN INPUT ACCT-MASTER.
004080     OPEN OUTPUT ADVICE-FILE.
004090     OPEN OUTPUT REPORT-FILE.
004100     ACCEPT AV-RUN-DATE FROM DATE YYYYMMDD.
004110     ACCEPT AV-RUN-TIME FROM TIME.
004120     PERFORM 0910-PRINT-PAGE-HEADING THRU 0910-EXIT.
004130     IF NOT AV-OUT-OPEN-OK
004140         MOVE 'OUT-DAT OPEN FAILED - NO ADVICES CUT' TO AV-ML-TEXT
004150         PERFORM 0920-PRINT-MESSAGE THRU 0920-EXIT
004160         MOVE 16 TO RETURN-CODE
004170         GO TO 0000-CLOSE
004180     END-IF.
004190     IF NOT AV-ACCT-OPEN-OK
004200         MOVE 'ACCTMAST OPEN FAILED - NO ADVICES CUT'
004210             TO AV-ML-TEXT
004220         PERFORM 0920-PRINT-MESSAGE THRU 0920-EXIT
004230         MOVE 16 TO RETURN-CODE
004240         GO TO 0000-CLOSE
004250     END-IF.
004260     PERFORM 0100-LOAD-POSTINGS THRU 0100-EXIT.
004270     PERFORM 0150-LOAD-CONTROL THRU 0150-EXIT.
004280     PERFORM 0200-LOAD-HOLDS THRU 0200-EXIT.
004290     PERFORM 0300-LOAD-REJECTS THRU 0300-EXIT.
004300     PERFORM 0400-LOAD-WRITE-OFFS THRU 0400-EXIT.
004310     IF AV-TABLE-FULL
004320         MOVE 'TABLE FULL - LATER ITEMS NOT ADVISED' TO AV-ML-TEXT
004330         PERFORM 0920-PRINT-MESSAGE THRU 0920-EXIT
004340     END-IF.
004350     PERFORM 0600-WRITE-ADVICES THRU 0600-EXIT.
004360     PERFORM 0700-SAVE-CONTROL THRU 0700-EXIT.
004370     PERFORM 0800-PRINT-SUMMARY THRU 0800-EXIT.
004380     IF AV-UNADVISED-ITEM-COUNT > ZERO
004390        OR AV-INPUT-MISSING
004400        OR AV-LOG-ROLLED
004410         MOVE 4 TO RETURN-CODE
004420     END-IF.
004430 0000-CLOSE.
004440     CLOSE OUT-FILE.
004450     CLOSE ACCT-MASTER.
004460     CLOSE ADVICE-FILE.
004470     CLOSE REPORT-FILE.
004480     STOP RUN.
004490
004500*===========================================================
004510*0100-LOAD-POSTINGS
004520*Reads OUT-DAT through, taking the cycle date and batch from
004530*the header and filing every reversal and adjustment detail
004540*under its account. A cycle with no header is taken as the
004550*run date, batch zero.
004560*===========================================================
004570 0100-LOAD-POSTINGS.
004580     MOVE 'N' TO AV-EOF-SWITCH.
004590     PERFORM 0110-READ-OUT THRU 0110-EXIT.
004600     PERFORM 0120-NOTE-POSTING THRU 0120-EXIT
004610         UNTIL AV-EOF.
004620     IF NOT AV-HEADER-SEEN
004630         MOVE AV-RUN-DATE TO AV-CYCLE-DATE
004640         MOVE 'OUT-DAT HAS NO HEADER - RUN DATE TAKEN AS CYCLE'
004650             TO AV-ML-TEXT
004660         PERFORM 0920-PRINT-MESSAGE THRU 0920-EXIT
004670     END-IF.
004680 0100-EXIT.
004690     EXIT.
004700
004710*===========================================================
004720 0110-READ-OUT.
004730     READ OUT-FILE
004740         AT END
004750             SET AV-EOF TO TRUE
004760     END-READ.
004770 0110-EXIT.
004780     EXIT.
004790
004800*===========================================================
004810*0120-NOTE-POSTING
004820*Files one reversal or adjustment detail. The original
004830*amount is the detail's signed amount in its own currency,
004840*the effective amount the signed base amount posted; the
004850*item date is the date as keyed where the detail was re-dated
004860*out of a closed period.
004870*===========================================================
004880 0120-NOTE-POSTING.
004890     IF OUT-REC-IS-HEADER
004900         IF NOT AV-HEADER-SEEN
004910             MOVE 'Y' TO AV-HEADER-SEEN-SWITCH
004920             MOVE OH-RUN-DATE TO AV-CYCLE-DATE
004930             MOVE OH-BATCH-SEQ TO AV-CYCLE-BATCH
004940         END-IF
004950         GO TO 0120-NEXT
004960     END-IF.
004970     IF NOT OUT-REC-IS-DETAIL
004980         GO TO 0120-NEXT
004990     END-IF.
005000     IF OD-TRAN-TYPE = 'R'
005010         MOVE 'RVSL' TO AV-NI-REASON-CODE
005020         MOVE 'ITEM REVERSED' TO AV-NI-REASON-TEXT
005030     ELSE
005040         IF OD-TRAN-TYPE = 'A'
005050             MOVE 'ADJT' TO AV-NI-REASON-CODE
005060             MOVE 'ADJUSTMENT POSTED' TO AV-NI-REASON-TEXT
005070         ELSE
005080             GO TO 0120-NEXT
005090         END-IF
005100     END-IF.
005110     ADD 1 TO AV-POSTING-COUNT.
005120     MOVE OD-KEY TO AV-NEW-KEY.
005130     MOVE SPACES TO AV-NI-SYSTEM-CODE.
005140     MOVE OD-TRAN-TYPE TO AV-NI-TRAN-TYPE.
005150     MOVE OD-SOURCE-ID TO AV-NI-SOURCE-ID.
005160     IF OD-ORIG-DATE NUMERIC
005170        AND OD-ORIG-DATE > ZERO
005180         MOVE OD-ORIG-DATE TO AV-NI-ITEM-DATE
005190     ELSE
005200         MOVE OD-DATE TO AV-NI-ITEM-DATE
005210     END-IF.
005220     IF OD-ORIG-AMOUNT NUMERIC
005230         MOVE OD-CURRENCY-CODE TO AV-NI-CURRENCY-CODE
005240         MOVE OD-ORIG-AMOUNT TO AV-NI-ORIG-AMOUNT
005250     ELSE
005260         MOVE SPACES TO AV-NI-CURRENCY-CODE
005270         MOVE OD-AMOUNT TO AV-NI-ORIG-AMOUNT
005280     END-IF.
005290     MOVE OD-AMOUNT TO AV-NI-EFFECTIVE-AMOUNT.
005300     PERFORM 0500-FILE-ITEM THRU 0500-EXIT.
005310 0120-NEXT.
005320     PERFORM 0110-READ-OUT THRU 0110-EXIT.
005330 0120-EXIT.
005340     EXIT.
005350
005360*===========================================================
005370*0150-LOAD-CONTROL
005380*Reads the advice control record to find where in the
005390*disposition log this run starts: after the line the last
005400*run ended at, or, when the last run was this same cycle and
005410*batch, after the line that run itself started after. With
005420*no usable record 0400 sets the mark from the log itself.
005430*===========================================================
005440 0150-LOAD-CONTROL.
005450     MOVE ZERO TO AV-LOG-START.
005460     MOVE 'N' TO AV-CTL-FOUND-SWITCH.
005470     OPEN INPUT CONTROL-FILE.
005480     IF AV-CTL-READ-OK
005490         READ CONTROL-FILE
005500             NOT AT END
005510                 MOVE 'Y' TO AV-CTL-FOUND-SWITCH
005520         END-READ
005530     END-IF.
005540     CLOSE CONTROL-FILE.
005550     IF AV-CTL-FOUND
005560         IF CT-CYCLE-DATE NOT NUMERIC
005570            OR CT-BATCH-SEQ NOT NUMERIC
005580            OR CT-LOG-START NOT NUMERIC
005590            OR CT-LOG-END NOT NUMERIC
005600             MOVE 'N' TO AV-CTL-FOUND-SWITCH
005610         END-IF
005620     END-IF.
005630     IF NOT AV-CTL-FOUND
005640         MOVE 'NO ADVCTL-DAT MARK - LOG ADVISED FROM CYCLE DATE'
005650             TO AV-ML-TEXT
005660         PERFORM 0920-PRINT-MESSAGE THRU 0920-EXIT
005670         GO TO 0150-EXIT
005680     END-IF.
005690     IF CT-CYCLE-DATE = AV-CYCLE-DATE
005700        AND CT-BATCH-SEQ = AV-CYCLE-BATCH
005710         MOVE CT-LOG-START TO AV-LOG-START
005720         MOVE 'RERUN OF THIS CYCLE - WRITE-OFFS ADVISED AGAIN'
005730             TO AV-ML-TEXT
005740         PERFORM 0920-PRINT-MESSAGE THRU 0920-EXIT
005750     ELSE
005760         MOVE CT-LOG-END TO AV-LOG-START
005770     END-IF.
005780 0150-EXIT.
005790     EXIT.
005800
005810*===========================================================
005820*0200-LOAD-HOLDS
005830*Files every item held for review over a movement limit
005840*(S002, S003). The suspense line carries the item after its
005850*conversion to base.
005860*===========================================================
005870 0200-LOAD-HOLDS.
005880     OPEN INPUT SUSPENSE-FILE.
005890     IF NOT AV-SUSP-OPEN-OK
005900         MOVE 'SUSPENSE-DAT OPEN FAILED - HOLDS NOT ADVISED'
005910             TO AV-ML-TEXT
005920         PERFORM 0920-PRINT-MESSAGE THRU 0920-EXIT
005930         MOVE 'Y' TO AV-INPUT-MISSING-SWITCH
005940         GO TO 0200-EXIT
005950     END-IF.
005960     MOVE 'N' TO AV-EOF-SWITCH.
005970     PERFORM 0210-READ-SUSPENSE THRU 0210-EXIT.
005980     PERFORM 0220-NOTE-HOLD THRU 0220-EXIT
005990         UNTIL AV-EOF.
006000     CLOSE SUSPENSE-FILE.
006010 0200-EXIT.
006020     EXIT.
006030
006040*===========================================================
006050 0210-READ-SUSPENSE.
006060     READ SUSPENSE-FILE
006070         AT END
006080             SET AV-EOF TO TRUE
006090     END-READ.
006100 0210-EXIT.
006110     EXIT.
006120
006130*===========================================================
006140 0220-NOTE-HOLD.
006150     IF SU-REASON-TRAN-LIMIT
006160         MOVE 'HTRN' TO AV-NI-REASON-CODE
006170     ELSE
006180         IF SU-REASON-DAILY-LIMIT
006190             MOVE 'HDAY' TO AV-NI-REASON-CODE
006200         ELSE
006210             GO TO 0220-NEXT
006220         END-IF
006230     END-IF.
006240     ADD 1 TO AV-HOLD-COUNT.
006250     MOVE SU-KEY TO AV-NEW-KEY.
006260     MOVE SU-REASON-CODE TO AV-NI-SYSTEM-CODE.
006270     MOVE SU-REASON-TEXT TO AV-NI-REASON-TEXT.
006280     MOVE SU-SOURCE-ID TO AV-NI-SOURCE-ID.
006290     MOVE SU-ORIGINAL-RECORD TO MY-RECORD.
006300     MOVE 'Y' TO AV-CONVERTED-SWITCH.
006310     PERFORM 0550-SET-FROM-INPUT THRU 0550-EXIT.
006320     PERFORM 0500-FILE-ITEM THRU 0500-EXIT.
006330 0220-NEXT.
006340     PERFORM 0210-READ-SUSPENSE THRU 0210-EXIT.
006350 0220-EXIT.
006360     EXIT.
006370
006380*===========================================================
006390*0300-LOAD-REJECTS
006400*Files every reject of the cycle. A correction RRC-COBOL
006410*later resubmits comes through as an ordinary item, so the
006420*reject is final as far as this cycle's customer is told.
006430*===========================================================
006440 0300-LOAD-REJECTS.
006450     OPEN INPUT REJECT-FILE.
006460     IF NOT AV-REJ-OPEN-OK
006470         MOVE 'REJECT-DAT OPEN FAILED - REJECTS NOT ADVISED'
006480             TO AV-ML-TEXT
006490         PERFORM 0920-PRINT-MESSAGE THRU 0920-EXIT
006500         MOVE 'Y' TO AV-INPUT-MISSING-SWITCH
006510         GO TO 0300-EXIT
006520     END-IF.
006530     MOVE 'N' TO AV-EOF-SWITCH.
006540     PERFORM 0310-READ-REJECT THRU 0310-EXIT.
006550     PERFORM 0320-NOTE-REJECT THRU 0320-EXIT
006560         UNTIL AV-EOF.
006570     CLOSE REJECT-FILE.
006580 0300-EXIT.
006590     EXIT.
006600
006610*===========================================================
006620 0310-READ-REJECT.
006630     READ REJECT-FILE
006640         AT END
006650             SET AV-EOF TO TRUE
006660     END-READ.
006670 0310-EXIT.
006680     EXIT.
006690
006700*===========================================================
006710 0320-NOTE-REJECT.
006720     ADD 1 TO AV-REJECT-COUNT.
006730     MOVE RJ-KEY TO AV-NEW-KEY.
006740     MOVE 'RJCT' TO AV-NI-REASON-CODE.
006750     MOVE RJ-REASON-CODE TO AV-NI-SYSTEM-CODE.
006760     MOVE RJ-REASON-TEXT TO AV-NI-REASON-TEXT.
006770     MOVE RJ-SOURCE-ID TO AV-NI-SOURCE-ID.
006780     MOVE RJ-ORIGINAL-RECORD TO MY-RECORD.
006790     IF RJ-REASON-UNCONVERTED
006800         MOVE 'N' TO AV-CONVERTED-SWITCH
006810     ELSE
006820         MOVE 'Y' TO AV-CONVERTED-SWITCH
006830     END-IF.
006840     PERFORM 0550-SET-FROM-INPUT THRU 0550-EXIT.
006850     PERFORM 0500-FILE-ITEM THRU 0500-EXIT.
006860     PERFORM 0310-READ-REJECT THRU 0310-EXIT.
006870 0320-EXIT.
006880     EXIT.
006890
006900*===========================================================
006910*0400-LOAD-WRITE-OFFS
006920*Counts the disposition log's lines, then files every
006930*write-off logged after the line this run starts after. A
006940*log shorter than that has been rolled over since, and is
006950*advised whole. With no mark on file the run starts after
006960*the last line disposed of before the cycle date; the log
006970*is appended in date order. A log that will not open
006980*advises nothing and raises AV-LOG-FAILED, so 0700 leaves
006981*the control record, and the mark in it, as it was.
006990*===========================================================
007000 0400-LOAD-WRITE-OFFS.
007010     MOVE AV-LOG-START TO AV-LOG-END.
007020     OPEN INPUT DISPLOG-FILE.
007030     IF NOT AV-LOG-OPEN-OK
007040         MOVE 'SUSLOG-DAT OPEN FAILED - WRITE-OFFS NOT ADVISED'
007050             TO AV-ML-TEXT
007060         PERFORM 0920-PRINT-MESSAGE THRU 0920-EXIT
007070         MOVE 'Y' TO AV-INPUT-MISSING-SWITCH
007071         MOVE 'Y' TO AV-LOG-FAILED-SWITCH
007080         GO TO 0400-EXIT
007090     END-IF.
007100     MOVE ZERO TO AV-LOG-LINE.
007110     MOVE 'N' TO AV-EOF-SWITCH.
007120     PERFORM 0410-READ-LOG THRU 0410-EXIT.
007130     PERFORM 0415-COUNT-LOG-LINE THRU 0415-EXIT
007140         UNTIL AV-EOF.
007150     CLOSE DISPLOG-FILE.
007160     MOVE AV-LOG-LINE TO AV-LOG-END.
007170     IF AV-LOG-END < AV-LOG-START
007180         MOVE 'Y' TO AV-LOG-ROLLED-SWITCH
007190         MOVE ZERO TO AV-LOG-START
007200         MOVE 'SUSLOG-DAT ROLLED OVER - ADVISED FROM THE TOP'
007210             TO AV-ML-TEXT
007220         PERFORM 0920-PRINT-MESSAGE THRU 0920-EXIT
007230     END-IF.
007240     IF AV-LOG-END = AV-LOG-START
007250         GO TO 0400-EXIT
007260     END-IF.
007270     OPEN INPUT DISPLOG-FILE.
007280     MOVE ZERO TO AV-LOG-LINE.
007290     MOVE 'N' TO AV-EOF-SWITCH.
007300     PERFORM 0410-READ-LOG THRU 0410-EXIT.
007310     PERFORM 0420-NOTE-WRITE-OFF THRU 0420-EXIT
007320         UNTIL AV-EOF.
007330     CLOSE DISPLOG-FILE.
007340 0400-EXIT.
007350     EXIT.
007360
007370*===========================================================
007380 0410-READ-LOG.
007390     READ DISPLOG-FILE
007400         AT END
007410             SET AV-EOF TO TRUE
007420     END-READ.
007430     IF NOT AV-EOF
007440         ADD 1 TO AV-LOG-LINE
007450     END-IF.
007460 0410-EXIT.
007470     EXIT.
007480
007490*===========================================================
007500 0415-COUNT-LOG-LINE.
007510     IF NOT AV-CTL-FOUND
007520         IF SL-DISP-DATE NOT NUMERIC
007530            OR SL-DISP-DATE < AV-CYCLE-DATE
007540             MOVE AV-LOG-LINE TO AV-LOG-START
007550         END-IF
007560     END-IF.
007570     PERFORM 0410-READ-LOG THRU 0410-EXIT.
007580 0415-EXIT.
007590     EXIT.
007600
007610*===========================================================
007620*0420-NOTE-WRITE-OFF
007630*Files one write-off from the stretch of the log this run
007640*advises. The reason text is the deciding operator's; the
007650*logged input line is the suspense item after conversion.
007660*===========================================================
007670 0420-NOTE-WRITE-OFF.
007680     IF AV-LOG-LINE NOT > AV-LOG-START
007690        OR NOT SL-DECISION-WRITE-OFF
007700         GO TO 0420-NEXT
007710     END-IF.
007720     ADD 1 TO AV-WRITE-OFF-COUNT.
007730     MOVE SL-KEY TO AV-NEW-KEY.
007740     MOVE 'WOFF' TO AV-NI-REASON-CODE.
007750     MOVE SL-REASON-CODE TO AV-NI-SYSTEM-CODE.
007760     MOVE SL-REASON-TEXT TO AV-NI-REASON-TEXT.
007770     MOVE SL-SOURCE-ID TO AV-NI-SOURCE-ID.
007780     MOVE SL-ORIGINAL-RECORD TO MY-RECORD.
007790     MOVE 'Y' TO AV-CONVERTED-SWITCH.
007800     PERFORM 0550-SET-FROM-INPUT THRU 0550-EXIT.
007810     PERFORM 0500-FILE-ITEM THRU 0500-EXIT.
007820 0420-NEXT.
007830     PERFORM 0410-READ-LOG THRU 0410-EXIT.
007840 0420-EXIT.
007850     EXIT.
007860
007870*===========================================================
007880*0500-FILE-ITEM
007890*Chains AV-NEW-ITEM onto the account AV-NEW-KEY, opening the
007900*account's entry first when it is new. An item that finds no
007910*room is counted and not advised.
007920*===========================================================
007930 0500-FILE-ITEM.
007940     PERFORM 0510-FIND-ACCOUNT THRU 0510-EXIT.
007950     IF NOT AV-ACCT-FOUND
007960         PERFORM 0520-ADD-ACCOUNT THRU 0520-EXIT
007970     END-IF.
007980     IF NOT AV-ACCT-FOUND
007990        OR AV-ITEM-ENTRY-COUNT NOT < AV-ITEM-TABLE-SIZE
008000         MOVE 'Y' TO AV-TABLE-FULL-SWITCH
008010         ADD 1 TO AV-NOT-FILED-COUNT
008020         ADD 1 TO AV-UNADVISED-ITEM-COUNT
008030         GO TO 0500-EXIT
008040     END-IF.
008050     ADD 1 TO AV-ITEM-ENTRY-COUNT.
008060     MOVE AV-ITEM-ENTRY-COUNT TO AV-ITEM-SUB.
008070     MOVE ZERO TO AV-IT-NEXT (AV-ITEM-SUB).
008080     MOVE AV-NEW-ITEM TO AV-IT-DETAIL (AV-ITEM-SUB).
008090     IF AV-AT-FIRST-ITEM (AV-ACCT-IDX) = ZERO
008100         MOVE AV-ITEM-SUB TO AV-AT-FIRST-ITEM (AV-ACCT-IDX)
008110     ELSE
008120         MOVE AV-AT-LAST-ITEM (AV-ACCT-IDX) TO AV-SCAN-SUB
008130         MOVE AV-ITEM-SUB TO AV-IT-NEXT (AV-SCAN-SUB)
008140     END-IF.
008150     MOVE AV-ITEM-SUB TO AV-AT-LAST-ITEM (AV-ACCT-IDX).
008160     ADD 1 TO AV-AT-ITEM-COUNT (AV-ACCT-IDX).
008170 0500-EXIT.
008180     EXIT.
008190
008200*===========================================================
008210 0510-FIND-ACCOUNT.
008220     MOVE 'N' TO AV-ACCT-FOUND-SWITCH.
008230     IF AV-ACCT-ENTRY-COUNT > ZERO
008240         SET AV-ACCT-IDX TO 1
008250         SEARCH AV-ACCT-ENTRY
008260             WHEN AV-AT-KEY (AV-ACCT-IDX) = AV-NEW-KEY
008270                 MOVE 'Y' TO AV-ACCT-FOUND-SWITCH
008280         END-SEARCH
008290     END-IF.
008300 0510-EXIT.
008310     EXIT.
008320
008330*===========================================================
008340*0520-ADD-ACCOUNT
008350*Opens a table entry for an account first met in the cycle
008360*and settles from ACCTMAST whether it is advised, suppressed
008370*for no correspondence, or unknown. An item with no account
008380*key at all is filed under spaces, which is never on file.
008390*===========================================================
008400 0520-ADD-ACCOUNT.
008410     IF AV-ACCT-ENTRY-COUNT NOT < AV-ACCT-TABLE-SIZE
008420         GO TO 0520-EXIT
008430     END-IF.
008440     ADD 1 TO AV-ACCT-ENTRY-COUNT.
008450     SET AV-ACCT-IDX TO AV-ACCT-ENTRY-COUNT.
008460     MOVE 'Y' TO AV-ACCT-FOUND-SWITCH.
008470     MOVE AV-NEW-KEY TO AV-AT-KEY (AV-ACCT-IDX).
008480     MOVE SPACES TO AV-AT-NAME (AV-ACCT-IDX).
008490     MOVE SPACES TO AV-AT-BRANCH (AV-ACCT-IDX).
008500     MOVE SPACES TO AV-AT-STATUS (AV-ACCT-IDX).
008510     MOVE 'U' TO AV-AT-DISPOSITION (AV-ACCT-IDX).
008520     MOVE ZERO TO AV-AT-FIRST-ITEM (AV-ACCT-IDX).
008530     MOVE ZERO TO AV-AT-LAST-ITEM (AV-ACCT-IDX).
008540     MOVE ZERO TO AV-AT-ITEM-COUNT (AV-ACCT-IDX).
008550     IF AV-NEW-KEY = SPACES OR LOW-VALUES
008560         GO TO 0520-EXIT
008570     END-IF.
008580     MOVE AV-NEW-KEY TO AM-ACCT-KEY.
008590     READ ACCT-MASTER
008600         INVALID KEY
008610             GO TO 0520-EXIT
008620     END-READ.
008630     MOVE AM-ACCT-NAME TO AV-AT-NAME (AV-ACCT-IDX).
008640     MOVE AM-BRANCH-CODE TO AV-AT-BRANCH (AV-ACCT-IDX).
008650     MOVE AM-ACCT-STATUS TO AV-AT-STATUS (AV-ACCT-IDX).
008660     IF AM-NO-CORRESPONDENCE
008670         MOVE 'S' TO AV-AT-DISPOSITION (AV-ACCT-IDX)
008680     ELSE
008690         MOVE 'A' TO AV-AT-DISPOSITION (AV-ACCT-IDX)
008700     END-IF.
008710 0520-EXIT.
008720     EXIT.
008730
008740*===========================================================
008750*0550-SET-FROM-INPUT
008760*Sets the item's tran type, date and amounts from the input
008770*line in MY-RECORD. A base item's amount is both original
008780*and effective. A foreign item's original amount is the
008790*amount keyed in its currency; its effective amount is the
008800*converted MY-AMOUNT once past the amount edit, zero before.
008810*Anything non-numeric - a line logged before the input line
008820*was carried, or the amount a reject was raised on - reads
008830*as zero.
008840*===========================================================
008850 0550-SET-FROM-INPUT.
008860     MOVE MY-TRAN-TYPE TO AV-NI-TRAN-TYPE.
008870     MOVE ZERO TO AV-NI-ITEM-DATE.
008880     IF MY-ORIG-DATE NUMERIC
008890        AND MY-ORIG-DATE > ZERO
008900         MOVE MY-ORIG-DATE TO AV-NI-ITEM-DATE
008910     ELSE
008920         IF MY-DATE NUMERIC
008930             MOVE MY-DATE TO AV-NI-ITEM-DATE
008940         END-IF
008950     END-IF.
008960     MOVE MY-CURRENCY-CODE TO AV-NI-CURRENCY-CODE.
008970     MOVE ZERO TO AV-NI-ORIG-AMOUNT.
008980     MOVE ZERO TO AV-NI-EFFECTIVE-AMOUNT.
008990     IF MY-CURRENCY-CODE = SPACES
009000         IF MY-AMOUNT NUMERIC
009010             MOVE MY-AMOUNT TO AV-NI-ORIG-AMOUNT
009020             MOVE MY-AMOUNT TO AV-NI-EFFECTIVE-AMOUNT
009030         END-IF
009040         GO TO 0550-EXIT
009050     END-IF.
009060     IF MY-ORIG-AMOUNT NUMERIC
009070         MOVE MY-ORIG-AMOUNT TO AV-NI-ORIG-AMOUNT
009080     END-IF.
009090     IF AV-CONVERTED
009100        AND MY-AMOUNT NUMERIC
009110         MOVE MY-AMOUNT TO AV-NI-EFFECTIVE-AMOUNT
009120     END-IF.
009130 0550-EXIT.
009140     EXIT.
009150
009160*===========================================================
009170*0600-WRITE-ADVICES
009180*Cuts the advice file: the header, one advice per account to
009190*be advised with its items, and the control trailer. The
009200*accounts left out are listed on the report as they pass.
009210*===========================================================
009220 0600-WRITE-ADVICES.
009230     MOVE SPACES TO ADVICE-RECORD.
009240     MOVE 'H' TO AH-REC-TYPE.
009250     MOVE AV-CYCLE-DATE TO AH-CYCLE-DATE.
009260     MOVE AV-CYCLE-BATCH TO AH-BATCH-SEQ.
009270     MOVE AV-RUN-DATE TO AH-RUN-DATE.
009280     MOVE AV-RUN-TIME TO AH-RUN-TIME.
009290     MOVE 'ADV-COBOL' TO AH-PROGRAM-ID.
009300     WRITE ADVICE-RECORD.
009310     ADD 1 TO AV-RECORD-COUNT.
009320     MOVE AV-CYCLE-DATE TO AV-CL-CYCLE.
009330     MOVE AV-CYCLE-BATCH TO AV-CL-BATCH.
009340     MOVE AV-LOG-START TO AV-CL-LOG-START.
009350     MOVE AV-LOG-END TO AV-CL-LOG-END.
009360     PERFORM 0930-CHECK-PAGE-BREAK THRU 0930-EXIT.
009370     WRITE REPORT-RECORD FROM AV-CYCLE-LINE.
009380     ADD 1 TO AV-LINE-COUNT.
009390     MOVE 'ACCOUNTS NOT ADVISED' TO AV-SH-TEXT.
009400     PERFORM 0940-PRINT-SECTION-HEADING THRU 0940-EXIT.
009410     SET AV-ACCT-IDX TO 1.
009420     PERFORM 0610-WRITE-ONE-ACCOUNT THRU 0610-EXIT
009430         UNTIL AV-ACCT-IDX > AV-ACCT-ENTRY-COUNT.
009440     IF AV-SUPPRESSED-ACCT-COUNT = ZERO
009450        AND AV-UNKNOWN-ACCT-COUNT = ZERO
009460         MOVE '  NONE' TO AV-ML-TEXT
009470         PERFORM 0920-PRINT-MESSAGE THRU 0920-EXIT
009480     END-IF.
009490     MOVE SPACES TO ADVICE-RECORD.
009500     ADD 1 TO AV-RECORD-COUNT.
009510     MOVE 'T' TO AT-REC-TYPE.
009520     MOVE AV-ADVICE-COUNT TO AT-ADVICE-COUNT.
009530     MOVE AV-ADVISED-ITEM-COUNT TO AT-ITEM-COUNT.
009540     MOVE AV-RECORD-COUNT TO AT-RECORD-COUNT.
009550     MOVE AV-ORIG-TOTAL TO AT-ORIG-TOTAL.
009560     MOVE AV-EFFECTIVE-TOTAL TO AT-EFFECTIVE-TOTAL.
009570     MOVE AV-SUPPRESSED-ACCT-COUNT TO AT-SUPPRESSED-ACCTS.
009580     MOVE AV-SUPPRESSED-ITEM-COUNT TO AT-SUPPRESSED-ITEMS.
009590     MOVE AV-UNADVISED-ITEM-COUNT TO AT-UNADVISED-ITEMS.
009600     WRITE ADVICE-RECORD.
009610 0600-EXIT.
009620     EXIT.
009630
009640*===========================================================
009650*0610-WRITE-ONE-ACCOUNT
009660*Advises the account at AV-ACCT-IDX, or counts and lists it
009670*when the master suppresses it or does not know it, then
009680*steps to the next account.
009690*===========================================================
009700 0610-WRITE-ONE-ACCOUNT.
009710     IF AV-AT-ADVISE (AV-ACCT-IDX)
009720         PERFORM 0620-WRITE-ADVICE THRU 0620-EXIT
009730         GO TO 0610-NEXT
009740     END-IF.
009750     MOVE AV-AT-KEY (AV-ACCT-IDX) TO AV-AL-KEY.
009760     MOVE AV-AT-NAME (AV-ACCT-IDX) TO AV-AL-NAME.
009770     MOVE AV-AT-BRANCH (AV-ACCT-IDX) TO AV-AL-BRANCH.
009780     MOVE AV-AT-ITEM-COUNT (AV-ACCT-IDX) TO AV-AL-ITEMS.
009790     IF AV-AT-SUPPRESS (AV-ACCT-IDX)
009800         ADD 1 TO AV-SUPPRESSED-ACCT-COUNT
009810         ADD AV-AT-ITEM-COUNT (AV-ACCT-IDX)
009820             TO AV-SUPPRESSED-ITEM-COUNT
009830         MOVE 'NO CORRESPONDENCE' TO AV-AL-TEXT
009840         PERFORM 0930-CHECK-PAGE-BREAK THRU 0930-EXIT
009850         WRITE REPORT-RECORD FROM AV-ACCOUNT-LINE
009860         ADD 1 TO AV-LINE-COUNT
009870         GO TO 0610-NEXT
009880     END-IF.
009890     ADD 1 TO AV-UNKNOWN-ACCT-COUNT.
009900     ADD AV-AT-ITEM-COUNT (AV-ACCT-IDX)
009910         TO AV-UNADVISED-ITEM-COUNT.
009920     IF AV-AT-KEY (AV-ACCT-IDX) = SPACES OR LOW-VALUES
009930         MOVE 'NO ACCOUNT KEY' TO AV-AL-TEXT
009940     ELSE
009950         MOVE 'NOT ON ACCTMAST' TO AV-AL-TEXT
009960     END-IF.
009970     PERFORM 0930-CHECK-PAGE-BREAK THRU 0930-EXIT.
009980     WRITE REPORT-RECORD FROM AV-ACCOUNT-LINE.
009990     ADD 1 TO AV-LINE-COUNT.
010000     MOVE AV-AT-FIRST-ITEM (AV-ACCT-IDX) TO AV-ITEM-SUB.
010010     PERFORM 0640-PRINT-ITEM THRU 0640-EXIT
010020         UNTIL AV-ITEM-SUB = ZERO.
010030 0610-NEXT.
010040     SET AV-ACCT-IDX UP BY 1.
010050 0610-EXIT.
010060     EXIT.
010070
010080*===========================================================
010090*0620-WRITE-ADVICE
010100*Writes the advice head for the account at AV-ACCT-IDX and
010110*then walks its chain writing one item record each.
010120*===========================================================
010130 0620-WRITE-ADVICE.
010140     ADD 1 TO AV-ADVICE-COUNT.
010150     MOVE SPACES TO ADVICE-RECORD.
010160     MOVE 'A' TO AA-REC-TYPE.
010170     MOVE AV-ADVICE-COUNT TO AA-ADVICE-SEQ.
010180     MOVE AV-AT-KEY (AV-ACCT-IDX) TO AA-ACCT-KEY.
010190     MOVE AV-AT-NAME (AV-ACCT-IDX) TO AA-ACCT-NAME.
010200     MOVE AV-AT-BRANCH (AV-ACCT-IDX) TO AA-BRANCH-CODE.
010210     MOVE AV-AT-STATUS (AV-ACCT-IDX) TO AA-ACCT-STATUS.
010220     MOVE AV-AT-ITEM-COUNT (AV-ACCT-IDX) TO AA-ITEM-COUNT.
010230     MOVE AV-CYCLE-DATE TO AA-CYCLE-DATE.
010240     WRITE ADVICE-RECORD.
010250     ADD 1 TO AV-RECORD-COUNT.
010260     MOVE AV-AT-FIRST-ITEM (AV-ACCT-IDX) TO AV-ITEM-SUB.
010270     PERFORM 0630-WRITE-ITEM THRU 0630-EXIT
010280         UNTIL AV-ITEM-SUB = ZERO.
010290 0620-EXIT.
010300     EXIT.
010310
010320*===========================================================
010330 0630-WRITE-ITEM.
010340     MOVE SPACES TO ADVICE-RECORD.
010350     MOVE 'I' TO AI-REC-TYPE.
010360     MOVE AV-ADVICE-COUNT TO AI-ADVICE-SEQ.
010370     MOVE AV-AT-KEY (AV-ACCT-IDX) TO AI-ACCT-KEY.
010380     MOVE AV-IT-REASON-CODE (AV-ITEM-SUB) TO AI-REASON-CODE.
010390     MOVE AV-IT-SYSTEM-CODE (AV-ITEM-SUB) TO AI-SYSTEM-CODE.
010400     MOVE AV-IT-REASON-TEXT (AV-ITEM-SUB) TO AI-REASON-TEXT.
010410     MOVE AV-IT-TRAN-TYPE (AV-ITEM-SUB) TO AI-TRAN-TYPE.
010420     MOVE AV-IT-SOURCE-ID (AV-ITEM-SUB) TO AI-SOURCE-ID.
010430     MOVE AV-IT-ITEM-DATE (AV-ITEM-SUB) TO AI-ITEM-DATE.
010440     MOVE AV-IT-CURRENCY-CODE (AV-ITEM-SUB) TO AI-CURRENCY-CODE.
010450     MOVE AV-IT-ORIG-AMOUNT (AV-ITEM-SUB) TO AI-ORIG-AMOUNT.
010460     MOVE AV-IT-EFFECTIVE-AMOUNT (AV-ITEM-SUB)
010470         TO AI-EFFECTIVE-AMOUNT.
010480     WRITE ADVICE-RECORD.
010490     ADD 1 TO AV-RECORD-COUNT.
010500     ADD 1 TO AV-ADVISED-ITEM-COUNT.
010510     ADD AV-IT-ORIG-AMOUNT (AV-ITEM-SUB) TO AV-ORIG-TOTAL.
010520     ADD AV-IT-EFFECTIVE-AMOUNT (AV-ITEM-SUB)
010530         TO AV-EFFECTIVE-TOTAL.
010540     MOVE AV-IT-NEXT (AV-ITEM-SUB) TO AV-ITEM-SUB.
010550 0630-EXIT.
010560     EXIT.
010570
010580*===========================================================
010590*0640-PRINT-ITEM
010600*Lists one item of an account that could not be advised, so
010610*the branch can tell the customer by hand.
010620*===========================================================
010630 0640-PRINT-ITEM.
010640     MOVE AV-IT-REASON-CODE (AV-ITEM-SUB) TO AV-IL-REASON.
010650     MOVE AV-IT-SYSTEM-CODE (AV-ITEM-SUB) TO AV-IL-SYSTEM.
010660     MOVE AV-IT-REASON-TEXT (AV-ITEM-SUB) TO AV-IL-TEXT.
010670     MOVE AV-IT-SOURCE-ID (AV-ITEM-SUB) TO AV-IL-SOURCE.
010680     MOVE AV-IT-CURRENCY-CODE (AV-ITEM-SUB) TO AV-IL-CURRENCY.
010690     MOVE AV-IT-ORIG-AMOUNT (AV-ITEM-SUB) TO AV-IL-AMOUNT.
010700     PERFORM 0930-CHECK-PAGE-BREAK THRU 0930-EXIT.
010710     WRITE REPORT-RECORD FROM AV-ITEM-LINE.
010720     ADD 1 TO AV-LINE-COUNT.
010730     MOVE AV-IT-NEXT (AV-ITEM-SUB) TO AV-ITEM-SUB.
010740 0640-EXIT.
010750     EXIT.
010760
010770*===========================================================
010780*0700-SAVE-CONTROL
010790*Records this cycle and batch with the stretch of the log it
010800*advised, for the next run to start after. When the log did
010801*not open, the stretch was never read: the record is left as
010802*it was, so the next run (or a rerun) starts from the old mark.
010810*===========================================================
010820 0700-SAVE-CONTROL.
010821     IF AV-LOG-FAILED
010822         MOVE 'ADVCTL-DAT MARK NOT MOVED - LOG NOT READ'
010823             TO AV-ML-TEXT
010824         PERFORM 0920-PRINT-MESSAGE THRU 0920-EXIT
010825         GO TO 0700-EXIT
010826     END-IF.
010830     OPEN OUTPUT CONTROL-FILE.
010840     MOVE SPACES TO ADVCTL-RECORD.
010850     MOVE AV-CYCLE-DATE TO CT-CYCLE-DATE.
010860     MOVE AV-CYCLE-BATCH TO CT-BATCH-SEQ.
010870     MOVE AV-LOG-START TO CT-LOG-START.
010880     MOVE AV-LOG-END TO CT-LOG-END.
010890     WRITE ADVCTL-RECORD.
010900     CLOSE CONTROL-FILE.
010910 0700-EXIT.
010920     EXIT.
010930
010940*===========================================================
010950*0800-PRINT-SUMMARY
010960*Prints what was read, what was advised and what was left
010970*out, with the same totals the trailer carries.
010980*===========================================================
010990 0800-PRINT-SUMMARY.
011000     MOVE 'SUMMARY' TO AV-SH-TEXT.
011010     PERFORM 0940-PRINT-SECTION-HEADING THRU 0940-EXIT.
011020     MOVE 'REVERSALS AND ADJUSTMENTS' TO AV-CN-TEXT.
011030     MOVE AV-POSTING-COUNT TO AV-CN-COUNT.
011040     PERFORM 0810-PRINT-COUNT THRU 0810-EXIT.
011050     MOVE 'LIMIT HOLDS' TO AV-CN-TEXT.
011060     MOVE AV-HOLD-COUNT TO AV-CN-COUNT.
011070     PERFORM 0810-PRINT-COUNT THRU 0810-EXIT.
011080     MOVE 'REJECTS' TO AV-CN-TEXT.
011090     MOVE AV-REJECT-COUNT TO AV-CN-COUNT.
011100     PERFORM 0810-PRINT-COUNT THRU 0810-EXIT.
011110     MOVE 'WRITE-OFFS' TO AV-CN-TEXT.
011120     MOVE AV-WRITE-OFF-COUNT TO AV-CN-COUNT.
011130     PERFORM 0810-PRINT-COUNT THRU 0810-EXIT.
011140     MOVE 'ADVICES CUT' TO AV-CN-TEXT.
011150     MOVE AV-ADVICE-COUNT TO AV-CN-COUNT.
011160     PERFORM 0810-PRINT-COUNT THRU 0810-EXIT.
011170     MOVE 'ITEMS ADVISED' TO AV-CN-TEXT.
011180     MOVE AV-ADVISED-ITEM-COUNT TO AV-CN-COUNT.
011190     PERFORM 0810-PRINT-COUNT THRU 0810-EXIT.
011200     MOVE 'NO-CORRESPONDENCE ACCOUNTS' TO AV-CN-TEXT.
011210     MOVE AV-SUPPRESSED-ACCT-COUNT TO AV-CN-COUNT.
011220     PERFORM 0810-PRINT-COUNT THRU 0810-EXIT.
011230     MOVE 'NO-CORRESPONDENCE ITEMS' TO AV-CN-TEXT.
011240     MOVE AV-SUPPRESSED-ITEM-COUNT TO AV-CN-COUNT.
011250     PERFORM 0810-PRINT-COUNT THRU 0810-EXIT.
011260     MOVE 'ACCOUNTS NOT ON FILE' TO AV-CN-TEXT.
011270     MOVE AV-UNKNOWN-ACCT-COUNT TO AV-CN-COUNT.
011280     PERFORM 0810-PRINT-COUNT THRU 0810-EXIT.
011290     MOVE 'ITEMS NOT ADVISED' TO AV-CN-TEXT.
011300     MOVE AV-UNADVISED-ITEM-COUNT TO AV-CN-COUNT.
011310     PERFORM 0810-PRINT-COUNT THRU 0810-EXIT.
011320     MOVE '  OF WHICH NO ROOM IN TABLE' TO AV-CN-TEXT.
011330     MOVE AV-NOT-FILED-COUNT TO AV-CN-COUNT.
011340     PERFORM 0810-PRINT-COUNT THRU 0810-EXIT.
011350     MOVE 'ADVICE FILE RECORDS' TO AV-CN-TEXT.
011360     MOVE AV-RECORD-COUNT TO AV-CN-COUNT.
011370     PERFORM 0810-PRINT-COUNT THRU 0810-EXIT.
011380     MOVE 'ORIGINAL AMOUNT HASH TOTAL' TO AV-TL-TEXT.
011390     MOVE AV-ORIG-TOTAL TO AV-TL-AMOUNT.
011400     PERFORM 0820-PRINT-TOTAL THRU 0820-EXIT.
011410     MOVE 'EFFECTIVE AMOUNT TOTAL' TO AV-TL-TEXT.
011420     MOVE AV-EFFECTIVE-TOTAL TO AV-TL-AMOUNT.
011430     PERFORM 0820-PRINT-TOTAL THRU 0820-EXIT.
011440 0800-EXIT.
011450     EXIT.
011460
011470*===========================================================
011480 0810-PRINT-COUNT.
011490     PERFORM 0930-CHECK-PAGE-BREAK THRU 0930-EXIT.
011500     WRITE REPORT-RECORD FROM AV-COUNT-LINE.
011510     ADD 1 TO AV-LINE-COUNT.
011520 0810-EXIT.
011530     EXIT.
011540
011550*===========================================================
011560 0820-PRINT-TOTAL.
011570     PERFORM 0930-CHECK-PAGE-BREAK THRU 0930-EXIT.
011580     WRITE REPORT-RECORD FROM AV-TOTAL-LINE.
011590     ADD 1 TO AV-LINE-COUNT.
011600 0820-EXIT.
011610     EXIT.
011620
011630*===========================================================
011640*0910-PRINT-PAGE-HEADING
011650*Advances to a new page: bumps the page number, resets the
011660*line count, and writes the two heading lines.
011670*===========================================================
011680 0910-PRINT-PAGE-HEADING.
011690     ADD 1 TO AV-PAGE-NUMBER.
011700     MOVE ZERO TO AV-LINE-COUNT.
011710     MOVE AV-RUN-DATE TO AV-H1-DATE.
011720     MOVE AV-RUN-TIME TO AV-H1-TIME.
011730     MOVE AV-PAGE-NUMBER TO AV-H1-PAGE.
011740     MOVE SPACES TO REPORT-RECORD.
011750     WRITE REPORT-RECORD FROM AV-PAGE-HEADING-1
011760         AFTER ADVANCING PAGE.
011770     WRITE REPORT-RECORD FROM AV-PAGE-HEADING-2.
011780     WRITE REPORT-RECORD FROM AV-BLANK-LINE.
011790 0910-EXIT.
011800     EXIT.
011810
011820*===========================================================
011830 0920-PRINT-MESSAGE.
011840     PERFORM 0930-CHECK-PAGE-BREAK THRU 0930-EXIT.
011850     WRITE REPORT-RECORD FROM AV-MESSAGE-LINE.
011860     ADD 1 TO AV-LINE-COUNT.
011870 0920-EXIT.
011880     EXIT.
011890
011900*===========================================================
011910 0930-CHECK-PAGE-BREAK.
011920     IF AV-LINE-COUNT NOT < AV-LINES-PER-PAGE
011930         PERFORM 0910-PRINT-PAGE-HEADING THRU 0910-EXIT
011940     END-IF.
011950 0930-EXIT.
011960     EXIT.
011970
011980*===========================================================
011990 0940-PRINT-SECTION-HEADING.
012000     PERFORM 0930-CHECK-PAGE-BREAK THRU 0930-EXIT.
012010     WRITE REPORT-RECORD FROM AV-BLANK-LINE.
012020     WRITE REPORT-RECORD FROM AV-SECTION-HEADING.
012030     ADD 2 TO AV-LINE-COUNT.
012040 0940-EXIT.
012050     EXIT.
