000010*-----------------------------------------------------------------
000020*DRM-COBOL
000030*
000040*Dormant-account detection. Walks ACCOUNT-MASTER (ACCTMAST) and
000050*marks dormant ('D', see ACCT-COPYBOOK) every open account with
000060*no processed activity inside the dormancy window: no
000070*KEY-HISTORY image processed since the cutoff, no OUT-FILE
000080*posting archived on CYCLE-ARCHIVE (ARCHMAST) since the cutoff,
000090*and no status change since the cutoff either, so an account
000100*just opened or just reactivated is not marked before it has
000110*had the chance to transact. The window defaults to 90 days;
000120*DORMANT_DAYS overrides it, the same environment convention
000130*as the retention overrides. Evidence is only as old as the
000140*archive keeps it, so when the archive does not reach back to
000150*the cutoff - a window longer than ARC-COBOL's retention, or a
000160*young archive - nothing is marked: the accounts that would
000170*have been are listed and return code 4 is set. Once marked,
000180*TEST-COBOL holds the account's records on suspense (S004)
000190*for review, and only a SUS-COBOL release reopens it. A
000200*second section lists every account dormant on the master with
000210*the date it went dormant, the monitoring trail compliance
000220*reviews. Run periodically between cycles, outside the nightly
000230*net, like MCN-COBOL. Return code 4 flags accounts left
000240*unmarked for want of evidence; 16 a master that would not
000250*open.
000260*
000270*  Author.......: D. HARTLEY, BATCH SYSTEMS GROUP
000280*  Installation.: BATCH SYSTEMS GROUP
000290*  Date-Written.: 2026-10-15
000300*
000310*  Modification History
000320*  ----------  ----  ---------------------------------------
000330*  2026-10-15  DH    Original dormant-account detection.
000340*-----------------------------------------------------------------
000350 IDENTIFICATION DIVISION.
000360 PROGRAM-ID.  DRM-COBOL.
000370 AUTHOR.  D. HARTLEY, BATCH SYSTEMS GROUP.
000380 INSTALLATION.  BATCH SYSTEMS GROUP.
000390 DATE-WRITTEN.  2026-10-15.
000400 DATE-COMPILED.
000410
000420*-----------------------------------------------------------------
000430 ENVIRONMENT DIVISION.
000440 INPUT-OUTPUT SECTION.
000450 FILE-CONTROL.
000460     SELECT ACCT-MASTER ASSIGN TO ACCTMAST
000470         ORGANIZATION IS INDEXED
000480         ACCESS MODE IS SEQUENTIAL
000490         RECORD KEY IS AM-ACCT-KEY
000500         FILE STATUS IS DM-ACCT-STATUS.
000510     SELECT OPTIONAL KEY-HISTORY ASSIGN TO KEYHIST
000520         ORGANIZATION IS INDEXED
000530         ACCESS MODE IS DYNAMIC
000540         RECORD KEY IS KH-HIST-KEY
000550         FILE STATUS IS DM-HIST-STATUS.
000560     SELECT OPTIONAL CYCLE-ARCHIVE ASSIGN TO ARCHMAST
000570         ORGANIZATION IS INDEXED
000580         ACCESS MODE IS DYNAMIC
000590         RECORD KEY IS AR-ARCH-KEY
000600         FILE STATUS IS DM-ARCH-STATUS.
000610     SELECT REPORT-FILE ASSIGN TO DRMRPT-DAT
000620         ORGANIZATION IS LINE SEQUENTIAL.
000630
000640*-----------------------------------------------------------------
000650 DATA DIVISION.
000660 FILE SECTION.
000670 FD  ACCT-MASTER.
000680     COPY ACCT-COPYBOOK.
000690
000700 FD  KEY-HISTORY.
000710     COPY HIST-COPYBOOK.
000720
000730 FD  CYCLE-ARCHIVE.
000740     COPY ARCH-COPYBOOK.
000750
000760 FD  REPORT-FILE.
000770 01  REPORT-RECORD                  PIC X(80).
000780
000790 WORKING-STORAGE SECTION.
000800*-----------------------------------------------------------------
000810*Archived OUT-FILE images are read back through the shared
000820*layout, exactly as MCN-COBOL reads them.
000830*-----------------------------------------------------------------
000840     COPY OUT-COPYBOOK.
000850
000860*-----------------------------------------------------------------
000870*SWITCHES AND FILE STATUSES
000880*-----------------------------------------------------------------
000890 77  DM-EOF-SWITCH                  PIC X(01) VALUE 'N'.
000900     88  DM-EOF                          VALUE 'Y'.
000910 77  DM-SCAN-EOF-SWITCH             PIC X(01) VALUE 'N'.
000920     88  DM-SCAN-EOF                     VALUE 'Y'.
000930 77  DM-ACCT-STATUS                 PIC X(02) VALUE SPACES.
000940     88  DM-ACCT-OPEN-OK                 VALUE '00'.
000950 77  DM-HIST-STATUS                 PIC X(02) VALUE SPACES.
000960     88  DM-HIST-OPEN-OK                 VALUE '00' '05'.
000970 77  DM-ARCH-STATUS                 PIC X(02) VALUE SPACES.
000980     88  DM-ARCH-OPEN-OK                 VALUE '00' '05'.
000990*Marking is allowed only when the evidence covers the whole
001000*window; otherwise the run lists what it would have marked.
001010 77  DM-MARKING-SWITCH              PIC X(01) VALUE 'Y'.
001020     88  DM-MARKING-ALLOWED              VALUE 'Y'.
001030 77  DM-ACTIVE-FOUND-SWITCH         PIC X(01) VALUE 'N'.
001040     88  DM-ACTIVE-FOUND                 VALUE 'Y'.
001050
001060*-----------------------------------------------------------------
001070*DORMANCY WINDOW
001080*DM-DORMANT-DAYS defaults to 90; DORMANT_DAYS in the run's
001090*environment overrides it when present and numeric. The
001100*cutoff date is the run date rolled back that many days.
001110*-----------------------------------------------------------------
001120 77  DM-DORMANT-DAYS                PIC 9(03)      VALUE 090.
001130 77  DM-DAYS-ENV                    PIC X(03)      VALUE SPACES.
001140 77  DM-JUSTIFY-WORK                PIC X(03)      VALUE SPACES.
001150 77  DM-CUTOFF-DATE                 PIC 9(08)      VALUE ZERO.
001160 77  DM-OLDEST-CYCLE                PIC 9(08)      VALUE ZERO.
001170 77  DM-DAY-NUMBER                  PIC 9(07) COMP VALUE ZERO.
001180 77  DM-RUN-DATE                    PIC 9(08)      VALUE ZERO.
001190 77  DM-RUN-TIME                    PIC 9(08)      VALUE ZERO.
001200 77  DM-LAST-ACTIVITY               PIC 9(08)      VALUE ZERO.
001210
001220*-----------------------------------------------------------------
001230*ARCHIVED ACTIVITY TABLE: each account posted on an archived
001240*OUT-FILE since the cutoff, with the latest cycle it posted in.
001250*-----------------------------------------------------------------
001260 77  DM-ACTIVE-TABLE-SIZE           PIC 9(05)      VALUE 05000.
001270 77  DM-ACTIVE-ENTRY-COUNT          PIC 9(05)      VALUE ZERO.
001280 01  DM-ACTIVE-TABLE.
001290     05  DM-ACTIVE-ENTRY             OCCURS 0 TO 5000 TIMES
001300                           DEPENDING ON DM-ACTIVE-ENTRY-COUNT
001310                                     INDEXED BY DM-ACTIVE-IDX.
001320         10  DM-AT-KEY                   PIC X(10).
001330         10  DM-AT-LAST-CYCLE            PIC 9(08).
001340 77  DM-ACTIVE-TABLE-FULL-SWITCH    PIC X(01) VALUE 'N'.
001350     88  DM-ACTIVE-TABLE-FULL            VALUE 'Y'.
001360
001370*-----------------------------------------------------------------
001380*COUNTS
001390*-----------------------------------------------------------------
001400 77  DM-READ-COUNT                  PIC 9(07)      VALUE ZERO.
001410 77  DM-OPEN-COUNT                  PIC 9(07)      VALUE ZERO.
001420 77  DM-ACTIVE-COUNT                PIC 9(07)      VALUE ZERO.
001430 77  DM-MARKED-COUNT                PIC 9(07)      VALUE ZERO.
001440 77  DM-DUE-COUNT                   PIC 9(07)      VALUE ZERO.
001450 77  DM-DORMANT-COUNT               PIC 9(07)      VALUE ZERO.
001460 77  DM-REWRITE-FAIL-COUNT          PIC 9(07)      VALUE ZERO.
001470
001480*-----------------------------------------------------------------
001490*PAGE CONTROL
001500*-----------------------------------------------------------------
001510 77  DM-LINE-COUNT                  PIC 9(02)      VALUE ZERO.
001520 77  DM-LINES-PER-PAGE              PIC 9(02)      VALUE 50.
001530 77  DM-PAGE-NUMBER                 PIC 9(04)      VALUE ZERO.
001540
001550*-----------------------------------------------------------------
001560*PRINT LINES
001570*-----------------------------------------------------------------
001580 01  DM-PAGE-HEADING-1.
001590     05  FILLER                      PIC X(20) VALUE
001600                         'DORMANT ACCOUNTS    '.
001610     05  FILLER                      PIC X(10) VALUE SPACES.
001620     05  DM-H1-DATE                  PIC 9(08).
001630     05  FILLER                      PIC X(05) VALUE SPACES.
001640     05  FILLER                      PIC X(05) VALUE 'PAGE '.
001650     05  DM-H1-PAGE                  PIC ZZZ9.
001660     05  FILLER                      PIC X(01) VALUE SPACES.
001670     05  DM-H1-TIME                  PIC 9(08).
001680     05  FILLER                      PIC X(19) VALUE SPACES.
001690
001700 01  DM-PAGE-HEADING-2.
001710     05  FILLER                      PIC X(20) VALUE
001720                         'PROGRAM: DRM-COBOL'.
001730     05  FILLER                      PIC X(60) VALUE SPACES.
001740
001750 01  DM-BLANK-LINE                  PIC X(80) VALUE SPACES.
001760
001770 01  DM-WINDOW-LINE.
001780     05  FILLER                      PIC X(15) VALUE
001790                         'DORMANT AFTER: '.
001800     05  DM-WL-DAYS                  PIC ZZ9.
001810     05  FILLER                      PIC X(15) VALUE
001820                         ' DAYS  CUTOFF: '.
001830     05  DM-WL-CUTOFF                PIC 9(08).
001840     05  FILLER                      PIC X(18) VALUE
001850                         '  OLDEST ARCHIVED '.
001860     05  DM-WL-OLDEST                PIC 9(08).
001870     05  FILLER                      PIC X(13) VALUE SPACES.
001880
001890 01  DM-SECTION-HEADING.
001900     05  DM-SH-TEXT                  PIC X(40).
001910     05  FILLER                      PIC X(40) VALUE SPACES.
001920
001930 01  DM-ACCOUNT-COLUMNS.
001940     05  FILLER                      PIC X(34) VALUE
001950                         '  ACCOUNT    NAME'.
001960     05  FILLER                      PIC X(06) VALUE 'BRCH  '.
001970     05  DM-AC-DATE-TEXT             PIC X(14).
001980     05  FILLER                      PIC X(26) VALUE SPACES.
001990
002000 01  DM-ACCOUNT-LINE.
002010     05  FILLER                      PIC X(02) VALUE SPACES.
002020     05  DM-AL-KEY                   PIC X(10).
002030     05  FILLER                      PIC X(01) VALUE SPACES.
002040     05  DM-AL-NAME                  PIC X(20).
002050     05  FILLER                      PIC X(01) VALUE SPACES.
002060     05  DM-AL-BRANCH                PIC X(04).
002070     05  FILLER                      PIC X(02) VALUE SPACES.
002080     05  DM-AL-DATE                  PIC X(14).
002090     05  FILLER                      PIC X(26) VALUE SPACES.
002100
002110 01  DM-COUNT-LINE.
002120     05  DM-CL-TEXT                  PIC X(24).
002130     05  DM-CL-COUNT                 PIC Z,ZZZ,ZZ9.
002140     05  FILLER                      PIC X(47) VALUE SPACES.
002150
002160 01  DM-MESSAGE-LINE.
002170     05  DM-ML-TEXT                  PIC X(56).
002180     05  FILLER                      PIC X(24) VALUE SPACES.
002190
002200*-----------------------------------------------------------------
002210 PROCEDURE DIVISION.
002220*===========================================================
002230*0000-MAIN-LOGIC
002240*Mainline: fix the window, gather the archived activity,
002250*mark the accounts that have gone quiet, then list every
002260*dormant account on the master.
002270*===========================================================
002280 0000-MAIN-LOGIC.
002290     OPEN I-O ACCT-MASTER.
002300     OPEN INPUT KEY-HISTORY.
002310     OPEN INPUT CYCLE-ARCHIVE.
002320     OPEN OUTPUT REPORT-FILE.
002330     ACCEPT DM-RUN-DATE FROM DATE YYYYMMDD.
002340     ACCEPT DM-RUN-TIME FROM TIME.
002350     PERFORM 0310-PRINT-PAGE-HEADING THRU 0310-EXIT.
002360     IF NOT DM-ACCT-OPEN-OK
002370        OR NOT DM-HIST-OPEN-OK
002380        OR NOT DM-ARCH-OPEN-OK
002390         MOVE 'FILE OPEN FAILED - NO DORMANCY RUN' TO DM-ML-TEXT
002400         PERFORM 0320-PRINT-MESSAGE THRU 0320-EXIT
002410         MOVE 16 TO RETURN-CODE
002420         GO TO 0000-CLOSE
002430     END-IF.
002440     PERFORM 0100-RESOLVE-DAYS THRU 0100-EXIT.
002450     PERFORM 0150-COMPUTE-CUTOFF THRU 0150-EXIT.
002460     PERFORM 0200-LOAD-ACTIVITY THRU 0200-EXIT.
002470     MOVE DM-DORMANT-DAYS TO DM-WL-DAYS.
002480     MOVE DM-CUTOFF-DATE TO DM-WL-CUTOFF.
002490     MOVE DM-OLDEST-CYCLE TO DM-WL-OLDEST.
002500     PERFORM 0330-CHECK-PAGE-BREAK THRU 0330-EXIT.
002510     WRITE REPORT-RECORD FROM DM-WINDOW-LINE.
002520     ADD 1 TO DM-LINE-COUNT.
002530     PERFORM 0400-MARK-DORMANT THRU 0400-EXIT.
002540     PERFORM 0500-LIST-DORMANT THRU 0500-EXIT.
002550     PERFORM 0600-PRINT-SUMMARY THRU 0600-EXIT.
002560     IF NOT DM-MARKING-ALLOWED
002570        AND DM-DUE-COUNT > ZERO
002580         MOVE 4 TO RETURN-CODE
002590     END-IF.
002600     IF DM-REWRITE-FAIL-COUNT > ZERO
002610         MOVE 4 TO RETURN-CODE
002620     END-IF.
002630 0000-CLOSE.
002640     CLOSE ACCT-MASTER.
002650     CLOSE KEY-HISTORY.
002660     CLOSE CYCLE-ARCHIVE.
002670     CLOSE REPORT-FILE.
002680     STOP RUN.
002690
002700*===========================================================
002710*0100-RESOLVE-DAYS
002720*DORMANT_DAYS in the run's environment overrides the 90-day
002730*default. The value is right-justified and zero filled
002740*first, as KHP-COBOL does for its retention override; a value
002750*that still is not numeric, or is zero, is reported and the
002760*default stands.
002770*===========================================================
002780 0100-RESOLVE-DAYS.
002790     ACCEPT DM-DAYS-ENV FROM ENVIRONMENT 'DORMANT_DAYS'.
002800     IF DM-DAYS-ENV = SPACES
002810         GO TO 0100-EXIT
002820     END-IF.
002830     PERFORM 0105-JUSTIFY-DAYS THRU 0105-EXIT
002840         UNTIL DM-DAYS-ENV (3:1) NOT = SPACE.
002850     INSPECT DM-DAYS-ENV
002860         REPLACING LEADING ' ' BY '0'.
002870     IF DM-DAYS-ENV NUMERIC
002880        AND DM-DAYS-ENV NOT = '000'
002890         MOVE DM-DAYS-ENV TO DM-DORMANT-DAYS
002900     ELSE
002910         MOVE 'INVALID DORMANT_DAYS - DEFAULT USED' TO DM-ML-TEXT
002920         PERFORM 0320-PRINT-MESSAGE THRU 0320-EXIT
002930     END-IF.
002940 0100-EXIT.
002950     EXIT.
002960
002970*===========================================================
002980 0105-JUSTIFY-DAYS.
002990     MOVE SPACES TO DM-JUSTIFY-WORK.
003000     MOVE DM-DAYS-ENV (1:2) TO DM-JUSTIFY-WORK (2:2).
003010     MOVE DM-JUSTIFY-WORK TO DM-DAYS-ENV.
003020 0105-EXIT.
003030     EXIT.
003040
003050*===========================================================
003060*0150-COMPUTE-CUTOFF
003070*Rolls the run date back DM-DORMANT-DAYS days through the
003080*standard integer-date form. Activity on the cutoff date
003090*itself still counts.
003100*===========================================================
003110 0150-COMPUTE-CUTOFF.
003120     COMPUTE DM-DAY-NUMBER =
003130         FUNCTION INTEGER-OF-DATE (DM-RUN-DATE)
003140         - DM-DORMANT-DAYS.
003150     COMPUTE DM-CUTOFF-DATE =
003160         FUNCTION DATE-OF-INTEGER (DM-DAY-NUMBER).
003170 0150-EXIT.
003180     EXIT.
003190
003200*===========================================================
003210*0200-LOAD-ACTIVITY
003220*Proves the archive reaches back to the cutoff, then loads
003230*every account posted on an archived OUT-FILE since the
003240*cutoff into the activity table. An archive that starts
003250*after the cutoff, or a table too small to hold every
003260*active account, turns marking off: an account missing from
003270*the evidence cannot be called dormant.
003280*===========================================================
003290 0200-LOAD-ACTIVITY.
003300     MOVE 'N' TO DM-SCAN-EOF-SWITCH.
003310     MOVE LOW-VALUES TO AR-ARCH-KEY.
003320     START CYCLE-ARCHIVE KEY NOT < AR-ARCH-KEY
003330         INVALID KEY
003340             SET DM-SCAN-EOF TO TRUE
003350     END-START.
003360     IF NOT DM-SCAN-EOF
003370         PERFORM 0210-READ-ARCHIVE THRU 0210-EXIT
003380     END-IF.
003390     IF DM-SCAN-EOF
003400         MOVE 'N' TO DM-MARKING-SWITCH
003410         MOVE 'ARCHIVE EMPTY - NOTHING MARKED' TO DM-ML-TEXT
003420         PERFORM 0320-PRINT-MESSAGE THRU 0320-EXIT
003430         GO TO 0200-EXIT
003440     END-IF.
003450     MOVE AR-CYCLE-DATE TO DM-OLDEST-CYCLE.
003460     IF DM-OLDEST-CYCLE > DM-CUTOFF-DATE
003470         MOVE 'N' TO DM-MARKING-SWITCH
003480         MOVE 'ARCHIVE STARTS AFTER CUTOFF - NOTHING MARKED'
003490             TO DM-ML-TEXT
003500         PERFORM 0320-PRINT-MESSAGE THRU 0320-EXIT
003510     END-IF.
003520     MOVE LOW-VALUES TO AR-ARCH-KEY.
003530     MOVE DM-CUTOFF-DATE TO AR-CYCLE-DATE.
003540     MOVE ZERO TO AR-BATCH-SEQ.
003550     START CYCLE-ARCHIVE KEY NOT < AR-ARCH-KEY
003560         INVALID KEY
003570             SET DM-SCAN-EOF TO TRUE
003580     END-START.
003590     IF NOT DM-SCAN-EOF
003600         PERFORM 0210-READ-ARCHIVE THRU 0210-EXIT
003610     END-IF.
003620     PERFORM 0220-NOTE-ACTIVITY THRU 0220-EXIT
003630         UNTIL DM-SCAN-EOF.
003640     IF DM-ACTIVE-TABLE-FULL
003650         MOVE 'N' TO DM-MARKING-SWITCH
003660         MOVE 'ACTIVITY TABLE FULL - NOTHING MARKED' TO DM-ML-TEXT
003670         PERFORM 0320-PRINT-MESSAGE THRU 0320-EXIT
003680     END-IF.
003690 0200-EXIT.
003700     EXIT.
003710
003720*===========================================================
003730 0210-READ-ARCHIVE.
003740     READ CYCLE-ARCHIVE NEXT RECORD
003750         AT END
003760             SET DM-SCAN-EOF TO TRUE
003770     END-READ.
003780 0210-EXIT.
003790     EXIT.
003800
003810*===========================================================
003820*0220-NOTE-ACTIVITY
003830*Folds one archived OUT-FILE detail into the activity table.
003840*Header, trailer and every other file's images are passed
003850*over: only a posting is activity.
003860*===========================================================
003870 0220-NOTE-ACTIVITY.
003880     IF AR-FILE-ID NOT = 'OUT'
003890         GO TO 0220-NEXT
003900     END-IF.
003910     MOVE AR-IMAGE (1:80) TO OUT-RECORD.
003920     IF NOT OUT-REC-IS-DETAIL
003930         GO TO 0220-NEXT
003940     END-IF.
003950     PERFORM 0230-FIND-ACTIVE THRU 0230-EXIT.
003960     IF DM-ACTIVE-FOUND
003970         IF AR-CYCLE-DATE > DM-AT-LAST-CYCLE (DM-ACTIVE-IDX)
003980             MOVE AR-CYCLE-DATE
003990                 TO DM-AT-LAST-CYCLE (DM-ACTIVE-IDX)
004000         END-IF
004010         GO TO 0220-NEXT
004020     END-IF.
004030     IF DM-ACTIVE-ENTRY-COUNT < DM-ACTIVE-TABLE-SIZE
004040         ADD 1 TO DM-ACTIVE-ENTRY-COUNT
004050         SET DM-ACTIVE-IDX TO DM-ACTIVE-ENTRY-COUNT
004060         MOVE OD-KEY TO DM-AT-KEY (DM-ACTIVE-IDX)
004070         MOVE AR-CYCLE-DATE TO DM-AT-LAST-CYCLE (DM-ACTIVE-IDX)
004080     ELSE
004090         MOVE 'Y' TO DM-ACTIVE-TABLE-FULL-SWITCH
004100     END-IF.
004110 0220-NEXT.
004120     PERFORM 0210-READ-ARCHIVE THRU 0210-EXIT.
004130 0220-EXIT.
004140     EXIT.
004150
004160*===========================================================
004170 0230-FIND-ACTIVE.
004180     MOVE 'N' TO DM-ACTIVE-FOUND-SWITCH.
004190     IF DM-ACTIVE-ENTRY-COUNT > ZERO
004200         SET DM-ACTIVE-IDX TO 1
004210         SEARCH DM-ACTIVE-ENTRY
004220             WHEN DM-AT-KEY (DM-ACTIVE-IDX) = OD-KEY
004230                 MOVE 'Y' TO DM-ACTIVE-FOUND-SWITCH
004240         END-SEARCH
004250     END-IF.
004260 0230-EXIT.
004270     EXIT.
004280
004290*===========================================================
004300*0310-PRINT-PAGE-HEADING
004310*Advances to a new page: bumps the page number, resets the
004320*line count, and writes the two heading lines.
004330*===========================================================
004340 0310-PRINT-PAGE-HEADING.
004350     ADD 1 TO DM-PAGE-NUMBER.
004360     MOVE ZERO TO DM-LINE-COUNT.
004370     MOVE DM-RUN-DATE TO DM-H1-DATE.
004380     MOVE DM-RUN-TIME TO DM-H1-TIME.
004390     MOVE DM-PAGE-NUMBER TO DM-H1-PAGE.
004400     MOVE SPACES TO REPORT-RECORD.
004410     WRITE REPORT-RECORD FROM DM-PAGE-HEADING-1
004420         AFTER ADVANCING PAGE.
004430     WRITE REPORT-RECORD FROM DM-PAGE-HEADING-2.
004440     WRITE REPORT-RECORD FROM DM-BLANK-LINE.
004450 0310-EXIT.
004460     EXIT.
004470
004480*===========================================================
004490 0320-PRINT-MESSAGE.
004500     PERFORM 0330-CHECK-PAGE-BREAK THRU 0330-EXIT.
004510     WRITE REPORT-RECORD FROM DM-MESSAGE-LINE.
004520     ADD 1 TO DM-LINE-COUNT.
004530 0320-EXIT.
004540     EXIT.
004550
004560*===========================================================
004570 0330-CHECK-PAGE-BREAK.
004580     IF DM-LINE-COUNT NOT < DM-LINES-PER-PAGE
004590         PERFORM 0310-PRINT-PAGE-HEADING THRU 0310-EXIT
004600     END-IF.
004610 0330-EXIT.
004620     EXIT.
004630
004640*===========================================================
004650 0340-PRINT-SECTION-HEADING.
004660     PERFORM 0330-CHECK-PAGE-BREAK THRU 0330-EXIT.
004670     WRITE REPORT-RECORD FROM DM-BLANK-LINE.
004680     WRITE REPORT-RECORD FROM DM-SECTION-HEADING.
004690     WRITE REPORT-RECORD FROM DM-ACCOUNT-COLUMNS.
004700     ADD 3 TO DM-LINE-COUNT.
004710 0340-EXIT.
004720     EXIT.
004730
004740*===========================================================
004750*0400-MARK-DORMANT
004760*Walks the account master in key order and proves every
004770*open account's last activity against the cutoff.
004780*===========================================================
004790 0400-MARK-DORMANT.
004800     IF DM-MARKING-ALLOWED
004810         MOVE 'ACCOUNTS MARKED DORMANT' TO DM-SH-TEXT
004820     ELSE
004830         MOVE 'ACCOUNTS DUE DORMANCY - NOT MARKED' TO DM-SH-TEXT
004840     END-IF.
004850     MOVE 'LAST ACTIVITY' TO DM-AC-DATE-TEXT.
004860     PERFORM 0340-PRINT-SECTION-HEADING THRU 0340-EXIT.
004870     MOVE 'N' TO DM-EOF-SWITCH.
004880     PERFORM 0410-READ-ACCOUNT THRU 0410-EXIT.
004890     PERFORM 0420-CHECK-ACCOUNT THRU 0420-EXIT
004900         UNTIL DM-EOF.
004910     IF DM-MARKED-COUNT = ZERO
004920        AND DM-DUE-COUNT = ZERO
004930         MOVE '  NONE' TO DM-ML-TEXT
004940         PERFORM 0320-PRINT-MESSAGE THRU 0320-EXIT
004950     END-IF.
004960 0400-EXIT.
004970     EXIT.
004980
004990*===========================================================
005000 0410-READ-ACCOUNT.
005010     READ ACCT-MASTER NEXT RECORD
005020         AT END
005030             SET DM-EOF TO TRUE
005040     END-READ.
005050 0410-EXIT.
005060     EXIT.
005070
005080*===========================================================
005090*0420-CHECK-ACCOUNT
005100*An open account's last activity is the latest of its status
005110*date, its last archived posting and its last KEY-HISTORY
005120*image. One still quiet at the cutoff is marked dormant with
005130*the run date as its status date - or, with marking off,
005140*listed as due.
005150*===========================================================
005160 0420-CHECK-ACCOUNT.
005170     ADD 1 TO DM-READ-COUNT.
005180     IF NOT AM-ACCT-OPEN
005190         GO TO 0420-NEXT
005200     END-IF.
005210     ADD 1 TO DM-OPEN-COUNT.
005220     MOVE ZERO TO DM-LAST-ACTIVITY.
005230     IF AM-STATUS-DATE NUMERIC
005240         MOVE AM-STATUS-DATE TO DM-LAST-ACTIVITY
005250     END-IF.
005260     MOVE AM-ACCT-KEY TO OD-KEY.
005270     PERFORM 0230-FIND-ACTIVE THRU 0230-EXIT.
005280     IF DM-ACTIVE-FOUND
005290        AND DM-AT-LAST-CYCLE (DM-ACTIVE-IDX) > DM-LAST-ACTIVITY
005300         MOVE DM-AT-LAST-CYCLE (DM-ACTIVE-IDX) TO DM-LAST-ACTIVITY
005310     END-IF.
005320     IF DM-LAST-ACTIVITY < DM-CUTOFF-DATE
005330         PERFORM 0430-SCAN-HISTORY THRU 0430-EXIT
005340     END-IF.
005350     IF DM-LAST-ACTIVITY NOT < DM-CUTOFF-DATE
005360         ADD 1 TO DM-ACTIVE-COUNT
005370         GO TO 0420-NEXT
005380     END-IF.
005390     MOVE AM-ACCT-KEY TO DM-AL-KEY.
005400     MOVE AM-ACCT-NAME TO DM-AL-NAME.
005410     MOVE AM-BRANCH-CODE TO DM-AL-BRANCH.
005420     IF DM-LAST-ACTIVITY = ZERO
005430         MOVE 'NONE ON FILE' TO DM-AL-DATE
005440     ELSE
005450         MOVE DM-LAST-ACTIVITY TO DM-AL-DATE
005460     END-IF.
005470     IF NOT DM-MARKING-ALLOWED
005480         ADD 1 TO DM-DUE-COUNT
005490         PERFORM 0330-CHECK-PAGE-BREAK THRU 0330-EXIT
005500         WRITE REPORT-RECORD FROM DM-ACCOUNT-LINE
005510         ADD 1 TO DM-LINE-COUNT
005520         GO TO 0420-NEXT
005530     END-IF.
005540     MOVE 'D' TO AM-ACCT-STATUS.
005550     MOVE DM-RUN-DATE TO AM-STATUS-DATE.
005560     REWRITE ACCT-RECORD
005570         INVALID KEY
005580             ADD 1 TO DM-REWRITE-FAIL-COUNT
005590             MOVE 'REWRITE FAILED' TO DM-AL-DATE
005600         NOT INVALID KEY
005610             ADD 1 TO DM-MARKED-COUNT
005620     END-REWRITE.
005630     PERFORM 0330-CHECK-PAGE-BREAK THRU 0330-EXIT.
005640     WRITE REPORT-RECORD FROM DM-ACCOUNT-LINE.
005650     ADD 1 TO DM-LINE-COUNT.
005660 0420-NEXT.
005670     PERFORM 0410-READ-ACCOUNT THRU 0410-EXIT.
005680 0420-EXIT.
005690     EXIT.
005700
005710*===========================================================
005720*0430-SCAN-HISTORY
005730*Reads the account's KEY-HISTORY images - the history key
005740*leads with the account key - and keeps the latest processed
005750*date. Only needed when the archive has not already shown
005760*the account active.
005770*===========================================================
005780 0430-SCAN-HISTORY.
005790     MOVE 'N' TO DM-SCAN-EOF-SWITCH.
005800     MOVE LOW-VALUES TO KH-HIST-KEY.
005810     MOVE AM-ACCT-KEY TO KH-KEY.
005820     START KEY-HISTORY KEY NOT < KH-HIST-KEY
005830         INVALID KEY
005840             GO TO 0430-EXIT
005850     END-START.
005860     PERFORM 0440-READ-HISTORY THRU 0440-EXIT.
005870     PERFORM 0450-NOTE-HISTORY THRU 0450-EXIT
005880         UNTIL DM-SCAN-EOF.
005890 0430-EXIT.
005900     EXIT.
005910
005920*===========================================================
005930 0440-READ-HISTORY.
005940     READ KEY-HISTORY NEXT RECORD
005950         AT END
005960             SET DM-SCAN-EOF TO TRUE
005970     END-READ.
005980     IF NOT DM-SCAN-EOF
005990        AND KH-KEY NOT = AM-ACCT-KEY
006000         SET DM-SCAN-EOF TO TRUE
006010     END-IF.
006020 0440-EXIT.
006030     EXIT.
006040
006050*===========================================================
006060 0450-NOTE-HISTORY.
006070     IF KH-PROC-DATE NUMERIC
006080        AND KH-PROC-DATE > DM-LAST-ACTIVITY
006090         MOVE KH-PROC-DATE TO DM-LAST-ACTIVITY
006100     END-IF.
006110     PERFORM 0440-READ-HISTORY THRU 0440-EXIT.
006120 0450-EXIT.
006130     EXIT.
006140
006150*===========================================================
006160*0500-LIST-DORMANT
006170*Lists every account dormant on the master - this run's
006180*marks included - with the date it went dormant, so the
006190*monitoring of each one is on record until it is reopened.
006200*===========================================================
006210 0500-LIST-DORMANT.
006220     MOVE 'DORMANT ACCOUNTS ON MASTER' TO DM-SH-TEXT.
006230     MOVE 'DORMANT SINCE' TO DM-AC-DATE-TEXT.
006240     PERFORM 0340-PRINT-SECTION-HEADING THRU 0340-EXIT.
006250     MOVE LOW-VALUES TO AM-ACCT-KEY.
006260     MOVE 'N' TO DM-EOF-SWITCH.
006270     START ACCT-MASTER KEY NOT < AM-ACCT-KEY
006280         INVALID KEY
006290             SET DM-EOF TO TRUE
006300     END-START.
006310     IF NOT DM-EOF
006320         PERFORM 0410-READ-ACCOUNT THRU 0410-EXIT
006330     END-IF.
006340     PERFORM 0510-LIST-ONE THRU 0510-EXIT
006350         UNTIL DM-EOF.
006360     IF DM-DORMANT-COUNT = ZERO
006370         MOVE '  NONE' TO DM-ML-TEXT
006380         PERFORM 0320-PRINT-MESSAGE THRU 0320-EXIT
006390     END-IF.
006400 0500-EXIT.
006410     EXIT.
006420
006430*===========================================================
006440 0510-LIST-ONE.
006450     IF AM-ACCT-DORMANT
006460         ADD 1 TO DM-DORMANT-COUNT
006470         MOVE AM-ACCT-KEY TO DM-AL-KEY
006480         MOVE AM-ACCT-NAME TO DM-AL-NAME
006490         MOVE AM-BRANCH-CODE TO DM-AL-BRANCH
006500         IF AM-STATUS-DATE NUMERIC
006510             MOVE AM-STATUS-DATE TO DM-AL-DATE
006520         ELSE
006530             MOVE 'DATE UNKNOWN' TO DM-AL-DATE
006540         END-IF
006550         PERFORM 0330-CHECK-PAGE-BREAK THRU 0330-EXIT
006560         WRITE REPORT-RECORD FROM DM-ACCOUNT-LINE
006570         ADD 1 TO DM-LINE-COUNT
006580     END-IF.
006590     PERFORM 0410-READ-ACCOUNT THRU 0410-EXIT.
006600 0510-EXIT.
006610     EXIT.
006620
006630*===========================================================
006640*0600-PRINT-SUMMARY
006650*Prints the run's counts.
006660*===========================================================
006670 0600-PRINT-SUMMARY.
006680     PERFORM 0330-CHECK-PAGE-BREAK THRU 0330-EXIT.
006690     WRITE REPORT-RECORD FROM DM-BLANK-LINE.
006700     ADD 1 TO DM-LINE-COUNT.
006710     MOVE 'ACCOUNTS READ:' TO DM-CL-TEXT.
006720     MOVE DM-READ-COUNT TO DM-CL-COUNT.
006730     PERFORM 0610-PRINT-COUNT THRU 0610-EXIT.
006740     MOVE 'OPEN ACCOUNTS EXAMINED:' TO DM-CL-TEXT.
006750     MOVE DM-OPEN-COUNT TO DM-CL-COUNT.
006760     PERFORM 0610-PRINT-COUNT THRU 0610-EXIT.
006770     MOVE 'ACTIVE IN WINDOW:' TO DM-CL-TEXT.
006780     MOVE DM-ACTIVE-COUNT TO DM-CL-COUNT.
006790     PERFORM 0610-PRINT-COUNT THRU 0610-EXIT.
006800     MOVE 'MARKED DORMANT:' TO DM-CL-TEXT.
006810     MOVE DM-MARKED-COUNT TO DM-CL-COUNT.
006820     PERFORM 0610-PRINT-COUNT THRU 0610-EXIT.
006830     IF DM-DUE-COUNT > ZERO
006840         MOVE 'DUE BUT NOT MARKED:' TO DM-CL-TEXT
006850         MOVE DM-DUE-COUNT TO DM-CL-COUNT
006860         PERFORM 0610-PRINT-COUNT THRU 0610-EXIT
006870     END-IF.
006880     IF DM-REWRITE-FAIL-COUNT > ZERO
006890         MOVE 'REWRITES FAILED:' TO DM-CL-TEXT
006900         MOVE DM-REWRITE-FAIL-COUNT TO DM-CL-COUNT
006910         PERFORM 0610-PRINT-COUNT THRU 0610-EXIT
006920     END-IF.
006930     MOVE 'DORMANT ON MASTER:' TO DM-CL-TEXT.
006940     MOVE DM-DORMANT-COUNT TO DM-CL-COUNT.
006950     PERFORM 0610-PRINT-COUNT THRU 0610-EXIT.
006960 0600-EXIT.
006970     EXIT.
006980
006990*===========================================================
007000 0610-PRINT-COUNT.
007010     PERFORM 0330-CHECK-PAGE-BREAK THRU 0330-EXIT.
007020     WRITE REPORT-RECORD FROM DM-COUNT-LINE.
007030     ADD 1 TO DM-LINE-COUNT.
007040 0610-EXIT.
007050     EXIT.
