000010*-----------------------------------------------------------------
000020*SIG-COBOL
000030*
000040*Standing-instruction generation. Keeps the indexed
000050*STANDING-INSTRUCTION master (STNDINST, see STND-COPYBOOK) of
000060*the recurring items the branches used to re-key into the
000070*office files by hand - sweeps, fixed charges, regular
000080*payments - and each cycle cuts the items falling due into
000090*TEST-COBOL's standing source, STANDING.DAT, source id S05:
000100*the input layout (MY-COPYBOOK), one line per due item, closed
000110*by a trailer carrying the item count for TEST-COBOL's usual
000120*trailer proof. The generated items take every edit an office
000130*item takes - account, duplicate, limits, currency - in
000140*TEST-COBOL; this step only decides what is due. Runs as its
000150*own step ahead of TEST-COBOL in the batch stream.
000160*
000170*The branches' maintenance (SIMAINT-DAT, one action-coded line
000180*per instruction, may be absent) is applied first, in feed
000190*order, the same way ACM-COBOL applies the account feed: an
000200*add for an instruction already on the master is applied as
000210*an update, an update re-sends the whole instruction, a delete
000220*removes it. A line that fails an edit is reported and
000230*skipped.
000240*
000250*Generation then walks the master. An active instruction whose
000260*next due date is on or before the run date generates one item
000270*dated the due date, has the date rolled forward by its
000280*frequency, and repeats until the next due date is past the
000290*run date, so a missed cycle is caught up - at most
000300*SG-CATCHUP-MAX items per instruction per run, the rest
000310*reported and left for the next cycle. An instruction rolled
000320*past its end date is expired. An instruction on a closed
000330*account generates nothing: its due dates are rolled past the
000340*run date and the skip reported, so the branch cancels it
000350*rather than the office finding a reject every cycle. Every
000360*instruction that generates, skips or expires is stamped with
000370*the cycle date and the batch TEST-COBOL is about to draw from
000380*BATSEQ-DAT, and keeps its due date and status from before;
000390*a rerun of this step ahead of that same batch restores them
000400*and cuts the same items again, while a run after the batch
000410*has been drawn leaves them alone.
000420*
000430*Return code 4 flags maintenance errors, skipped or
000440*caught-up instructions, or an account master that would not
000450*open (the closed-account skip is then left to TEST-COBOL's
000460*R006); 16 a standing master or maintenance file that would
000470*not open, with no standing source cut.
000480*
000490*SIMAINT-DAT maintenance lines:
000500*  action A/U/D, account key, instruction sequence (3 digits),
000510*  amount (S9(07)V99), currency (blank for base), tran type
000520*  D/A, item status flag A/P/R/C, frequency W/F/M/Q/Y, next
000530*  due date CCYYMMDD, end date CCYYMMDD (blank or zero for
000540*  none).
000550*
000560*  Author.......: D. HARTLEY, BATCH SYSTEMS GROUP
000570*  Installation.: BATCH SYSTEMS GROUP
000580*  Date-Written.: 2026-10-15
000590*
000600*  Modification History
000610*  ----------  ----  ---------------------------------------
000620*  2026-10-15  DH    Original standing-instruction generation.
000630*-----------------------------------------------------------------
000640 IDENTIFICATION DIVISION.
000650 PROGRAM-ID.  SIG-COBOL.
000660 AUTHOR.  D. HARTLEY, BATCH SYSTEMS GROUP.
000670 INSTALLATION.  BATCH SYSTEMS GROUP.
000680 DATE-WRITTEN.  2026-10-15.
000690 DATE-COMPILED.
000700
000710*-----------------------------------------------------------------
000720 ENVIRONMENT DIVISION.
000730 INPUT-OUTPUT SECTION.
000740 FILE-CONTROL.
000750     SELECT OPTIONAL MAINT-FILE ASSIGN TO SIMAINT-DAT
000760         ORGANIZATION IS LINE SEQUENTIAL
000770         FILE STATUS IS SG-MAINT-STATUS.
000780     SELECT OPTIONAL STND-MASTER ASSIGN TO STNDINST
000790         ORGANIZATION IS INDEXED
000800         ACCESS MODE IS DYNAMIC
000810         RECORD KEY IS SI-INSTR-KEY
000820         FILE STATUS IS SG-MASTER-STATUS.
000830     SELECT ACCT-MASTER ASSIGN TO ACCTMAST
000840         ORGANIZATION IS INDEXED
000850         ACCESS MODE IS RANDOM
000860         RECORD KEY IS AM-ACCT-KEY
000870         FILE STATUS IS SG-ACCT-STATUS.
000880     SELECT OPTIONAL BATCH-SEQ-FILE ASSIGN TO BATSEQ-DAT
000890         ORGANIZATION IS LINE SEQUENTIAL
000900         FILE STATUS IS SG-BATSEQ-STATUS.
000910     SELECT STANDING-FILE ASSIGN TO 'STANDING.DAT'
000920         ORGANIZATION IS LINE SEQUENTIAL.
000930     SELECT REPORT-FILE ASSIGN TO SIGRPT-DAT
000940         ORGANIZATION IS LINE SEQUENTIAL.
000950
000960*-----------------------------------------------------------------
000970 DATA DIVISION.
000980 FILE SECTION.
000990*-----------------------------------------------------------------
001000*MAINT-FILE - the branches' standing-instruction maintenance: an
001010*             action code, the instruction key, and the whole
001020*             instruction to apply.
001030*-----------------------------------------------------------------
001040 FD  MAINT-FILE.
001050 01  MAINT-RECORD.
001060     05  SF-ACTION                   PIC X(01).
001070         88  SF-ACTION-ADD                VALUE 'A'.
001080         88  SF-ACTION-UPDATE             VALUE 'U'.
001090         88  SF-ACTION-DELETE             VALUE 'D'.
001100         88  SF-ACTION-VALID              VALUE 'A' 'U' 'D'.
001110     05  SF-ACCT-KEY                 PIC X(10).
001120     05  SF-INSTR-SEQ                PIC X(03).
001130     05  SF-INSTR-SEQ-9 REDEFINES SF-INSTR-SEQ
001140                                     PIC 9(03).
001150     05  SF-AMOUNT                   PIC X(09).
001160     05  SF-AMOUNT-9 REDEFINES SF-AMOUNT
001170                                     PIC S9(07)V99.
001180     05  SF-CURRENCY-CODE            PIC X(03).
001190     05  SF-TRAN-TYPE                PIC X(01).
001200     05  SF-ITEM-STATUS              PIC X(01).
001210     05  SF-FREQUENCY                PIC X(01).
001220     05  SF-NEXT-DUE-DATE            PIC X(08).
001230     05  SF-NEXT-DUE-DATE-9 REDEFINES SF-NEXT-DUE-DATE
001240                                     PIC 9(08).
001250     05  SF-END-DATE                 PIC X(08).
001260     05  SF-END-DATE-9 REDEFINES SF-END-DATE
001270                                     PIC 9(08).
001280     05  FILLER                      PIC X(35).
001290
001300 FD  STND-MASTER.
001310     COPY STND-COPYBOOK.
001320
001330 FD  ACCT-MASTER.
001340     COPY ACCT-COPYBOOK.
001350
001360*-----------------------------------------------------------------
001370*BATCH-SEQ-FILE - TEST-COBOL's batch sequence control, read here
001380*                 only, to learn the batch the cut is for.
001390*-----------------------------------------------------------------
001400 FD  BATCH-SEQ-FILE.
001410 01  BATCH-SEQ-RECORD.
001420     05  BS-CYCLE-DATE               PIC 9(08).
001430     05  BS-BATCH-SEQ                PIC 9(03).
001440     05  FILLER                      PIC X(69).
001450
001460 FD  STANDING-FILE.
001470 01  SG-STANDING-RECORD             PIC X(80).
001480
001490 FD  REPORT-FILE.
001500 01  REPORT-RECORD                  PIC X(80).
001510
001520 WORKING-STORAGE SECTION.
001530*-----------------------------------------------------------------
001540*SWITCHES AND FILE STATUSES
001550*-----------------------------------------------------------------
001560 77  SG-EOF-SWITCH                  PIC X(01) VALUE 'N'.
001570     88  SG-EOF                          VALUE 'Y'.
001580 77  SG-MAINT-STATUS                PIC X(02) VALUE SPACES.
001590     88  SG-MAINT-OPEN-OK                VALUE '00'.
001600     88  SG-MAINT-NOT-PRESENT            VALUE '05'.
001610 77  SG-MASTER-STATUS               PIC X(02) VALUE SPACES.
001620     88  SG-MASTER-OPEN-OK               VALUE '00' '05'.
001630 77  SG-ACCT-STATUS                 PIC X(02) VALUE SPACES.
001640     88  SG-ACCT-OPEN-OK                 VALUE '00'.
001650 77  SG-BATSEQ-STATUS               PIC X(02) VALUE SPACES.
001660     88  SG-BATSEQ-READ-OK               VALUE '00'.
001670 77  SG-ACCT-AVAILABLE-SWITCH       PIC X(01) VALUE 'N'.
001680     88  SG-ACCT-AVAILABLE               VALUE 'Y'.
001690 77  SG-REPLACE-SWITCH              PIC X(01) VALUE 'N'.
001700     88  SG-REPLACE-NEEDED               VALUE 'Y'.
001710 77  SG-CHANGED-SWITCH              PIC X(01) VALUE 'N'.
001720     88  SG-INSTR-CHANGED                VALUE 'Y'.
001730 77  SG-CLOSED-SWITCH               PIC X(01) VALUE 'N'.
001740     88  SG-ACCT-CLOSED                  VALUE 'Y'.
001750 77  SG-DATE-VALID-SWITCH           PIC X(01) VALUE 'Y'.
001760     88  SG-DATE-VALID                   VALUE 'Y'.
001770
001780*-----------------------------------------------------------------
001790*THE CYCLE: the run date the due dates are measured against and
001800*the batch TEST-COBOL will draw for it next.
001810*-----------------------------------------------------------------
001820 77  SG-CYCLE-DATE                  PIC 9(08) VALUE ZERO.
001830 77  SG-BATCH-SEQ                   PIC 9(03) VALUE ZERO.
001840 77  SG-RUN-TIME                    PIC 9(08) VALUE ZERO.
001850
001860*-----------------------------------------------------------------
001870*DATE ROLL WORK FIELDS. A due date is staged in SG-DATE-PARTS
001880*for the month arithmetic and the calendar proof.
001890*-----------------------------------------------------------------
001900 77  SG-CATCHUP-MAX                 PIC 9(03) VALUE 012.
001910 77  SG-ITEM-SUB                    PIC 9(03) VALUE ZERO.
001920 77  SG-ROLL-MONTHS                 PIC 9(02) VALUE ZERO.
001930 77  SG-DAY-NUMBER                  PIC 9(07) COMP VALUE ZERO.
001940 77  SG-MONTH-DAY-MAX               PIC 9(02) VALUE ZERO.
001950 77  SG-LEAP-QUOTIENT               PIC 9(04) VALUE ZERO.
001960 77  SG-LEAP-REMAINDER              PIC 9(03) VALUE ZERO.
001970 01  SG-DATE-PARTS.
001980     05  SG-DP-CCYY                  PIC 9(04).
001990     05  SG-DP-MM                    PIC 9(02).
002000     05  SG-DP-DD                    PIC 9(02).
002010 01  SG-DATE-NUM REDEFINES SG-DATE-PARTS
002020                                     PIC 9(08).
002030
002040*-----------------------------------------------------------------
002050*GENERATED ITEM, in the input layout every source shares.
002060*-----------------------------------------------------------------
002070     COPY MY-COPYBOOK.
002080
002090*-----------------------------------------------------------------
002100*COUNTS
002110*-----------------------------------------------------------------
002120 77  SG-MAINT-READ-COUNT            PIC 9(09)      VALUE ZERO.
002130 77  SG-ADD-COUNT                   PIC 9(09)      VALUE ZERO.
002140 77  SG-UPDATE-COUNT                PIC 9(09)      VALUE ZERO.
002150 77  SG-DELETE-COUNT                PIC 9(09)      VALUE ZERO.
002160 77  SG-ERROR-COUNT                 PIC 9(09)      VALUE ZERO.
002170 77  SG-INSTR-COUNT                 PIC 9(09)      VALUE ZERO.
002180 77  SG-DUE-COUNT                   PIC 9(09)      VALUE ZERO.
002190 77  SG-ITEM-COUNT                  PIC 9(09)      VALUE ZERO.
002200 77  SG-SKIP-COUNT                  PIC 9(09)      VALUE ZERO.
002210 77  SG-EXPIRE-COUNT                PIC 9(09)      VALUE ZERO.
002220 77  SG-CATCHUP-COUNT               PIC 9(09)      VALUE ZERO.
002230 77  SG-RECUT-COUNT                 PIC 9(09)      VALUE ZERO.
002240
002250*-----------------------------------------------------------------
002260*PRINT LINES
002270*-----------------------------------------------------------------
002280 01  SG-PAGE-HEADING-1.
002290     05  FILLER                      PIC X(20) VALUE
002300                         'STANDING INSTR GEN  '.
002310     05  FILLER                      PIC X(10) VALUE SPACES.
002320     05  SG-H1-DATE                  PIC 9(08).
002330     05  FILLER                      PIC X(10) VALUE SPACES.
002340     05  SG-H1-TIME                  PIC 9(08).
002350     05  FILLER                      PIC X(24) VALUE SPACES.
002360
002370 01  SG-PAGE-HEADING-2.
002380     05  FILLER                      PIC X(20) VALUE
002390                         'PROGRAM: SIG-COBOL'.
002400     05  FILLER                      PIC X(60) VALUE SPACES.
002410
002420 01  SG-BLANK-LINE                  PIC X(80) VALUE SPACES.
002430
002440 01  SG-ERROR-LINE.
002450     05  FILLER                      PIC X(08) VALUE
002460                         '  KEY:  '.
002470     05  SG-EL-KEY                   PIC X(10).
002480     05  FILLER                      PIC X(01) VALUE SPACES.
002490     05  SG-EL-SEQ                   PIC X(03).
002500     05  FILLER                      PIC X(02) VALUE SPACES.
002510     05  SG-EL-ACTION                PIC X(01).
002520     05  FILLER                      PIC X(02) VALUE SPACES.
002530     05  SG-EL-TEXT                  PIC X(30).
002540     05  FILLER                      PIC X(23) VALUE SPACES.
002550
002560 01  SG-GEN-LINE.
002570     05  FILLER                      PIC X(08) VALUE
002580                         '  KEY:  '.
002590     05  SG-GL-KEY                   PIC X(10).
002600     05  FILLER                      PIC X(01) VALUE SPACES.
002610     05  SG-GL-SEQ                   PIC 9(03).
002620     05  FILLER                      PIC X(07) VALUE
002630                         '  DUE: '.
002640     05  SG-GL-DUE-DATE              PIC 9(08).
002650     05  FILLER                      PIC X(02) VALUE SPACES.
002660     05  SG-GL-TEXT                  PIC X(30).
002670     05  FILLER                      PIC X(11) VALUE SPACES.
002680
002690 01  SG-MESSAGE-LINE.
002700     05  FILLER                      PIC X(02) VALUE SPACES.
002710     05  SG-ML-TEXT                  PIC X(44).
002720     05  SG-ML-VALUE                 PIC X(08).
002730     05  FILLER                      PIC X(26) VALUE SPACES.
002740
002750 01  SG-COUNT-LINE.
002760     05  SG-CL-TEXT                  PIC X(16).
002770     05  SG-CL-COUNT                 PIC ZZZ,ZZZ,ZZ9.
002780     05  FILLER                      PIC X(53) VALUE SPACES.
002790
002800*-----------------------------------------------------------------
002810 PROCEDURE DIVISION.
002820*===========================================================
002830*0000-MAIN-LOGIC
002840*Mainline: open the files, learn the batch the cut is for,
002850*apply the maintenance, walk the master generating what is
002860*due, close the standing source with its trailer and print
002870*the counts.
002880*===========================================================
002890 0000-MAIN-LOGIC.
002900     OPEN INPUT MAINT-FILE.
002910     OPEN I-O STND-MASTER.
002920     OPEN INPUT ACCT-MASTER.
002930     OPEN OUTPUT STANDING-FILE.
002940     OPEN OUTPUT REPORT-FILE.
002950     ACCEPT SG-CYCLE-DATE FROM DATE YYYYMMDD.
002960     ACCEPT SG-RUN-TIME FROM TIME.
002970     PERFORM 0050-PRINT-HEADING THRU 0050-EXIT.
002980     IF NOT SG-MASTER-OPEN-OK
002990         MOVE 'STANDING MASTER OPEN FAILED - NO SOURCE CUT'
003000             TO SG-ML-TEXT
003010         MOVE SG-MASTER-STATUS TO SG-ML-VALUE
003020         WRITE REPORT-RECORD FROM SG-MESSAGE-LINE
003030         MOVE 16 TO RETURN-CODE
003040         GO TO 0000-CLOSE
003050     END-IF.
003060     IF NOT SG-MAINT-OPEN-OK AND NOT SG-MAINT-NOT-PRESENT
003070         MOVE 'MAINTENANCE OPEN FAILED - NO SOURCE CUT'
003080             TO SG-ML-TEXT
003090         MOVE SG-MAINT-STATUS TO SG-ML-VALUE
003100         WRITE REPORT-RECORD FROM SG-MESSAGE-LINE
003110         MOVE 16 TO RETURN-CODE
003120         GO TO 0000-CLOSE
003130     END-IF.
003140     IF SG-ACCT-OPEN-OK
003150         MOVE 'Y' TO SG-ACCT-AVAILABLE-SWITCH
003160     ELSE
003170         MOVE 'ACCOUNT MASTER UNAVAILABLE - NO CLOSED CHECK'
003180             TO SG-ML-TEXT
003190         MOVE SG-ACCT-STATUS TO SG-ML-VALUE
003200         WRITE REPORT-RECORD FROM SG-MESSAGE-LINE
003210         MOVE 4 TO RETURN-CODE
003220     END-IF.
003230     PERFORM 0060-PEEK-BATCH-SEQ THRU 0060-EXIT.
003240     IF SG-MAINT-NOT-PRESENT
003250         MOVE 'NO MAINTENANCE FILE - NONE APPLIED' TO SG-ML-TEXT
003260         MOVE SPACES TO SG-ML-VALUE
003270         WRITE REPORT-RECORD FROM SG-MESSAGE-LINE
003280     ELSE
003290         MOVE 'N' TO SG-EOF-SWITCH
003300         PERFORM 0100-READ-MAINT THRU 0100-EXIT
003310         PERFORM 0200-PROCESS-MAINT THRU 0200-EXIT
003320             UNTIL SG-EOF
003330     END-IF.
003340     PERFORM 0300-GENERATE THRU 0300-EXIT.
003350     PERFORM 0400-WRITE-TRAILER THRU 0400-EXIT.
003360     PERFORM 0500-PRINT-SUMMARY THRU 0500-EXIT.
003370 0000-CLOSE.
003380     CLOSE MAINT-FILE.
003390     CLOSE STND-MASTER.
003400     CLOSE ACCT-MASTER.
003410     CLOSE STANDING-FILE.
003420     CLOSE REPORT-FILE.
003430     STOP RUN.
003440
003450*===========================================================
003460*0050-PRINT-HEADING
003470*Writes the two report heading lines.
003480*===========================================================
003490 0050-PRINT-HEADING.
003500     MOVE SG-CYCLE-DATE TO SG-H1-DATE.
003510     MOVE SG-RUN-TIME TO SG-H1-TIME.
003520     WRITE REPORT-RECORD FROM SG-PAGE-HEADING-1.
003530     WRITE REPORT-RECORD FROM SG-PAGE-HEADING-2.
003540     WRITE REPORT-RECORD FROM SG-BLANK-LINE.
003550 0050-EXIT.
003560     EXIT.
003570
003580*===========================================================
003590*0060-PEEK-BATCH-SEQ
003600*Works out the batch TEST-COBOL will draw next, by the same
003610*rule its 0045-ASSIGN-BATCH-SEQ applies: one past the last
003620*batch when BATSEQ-DAT already carries today, otherwise one.
003630*The file is only read here; TEST-COBOL still owns it.
003640*===========================================================
003650 0060-PEEK-BATCH-SEQ.
003660     OPEN INPUT BATCH-SEQ-FILE.
003670     MOVE ZERO TO BS-CYCLE-DATE.
003680     MOVE ZERO TO BS-BATCH-SEQ.
003690     IF SG-BATSEQ-READ-OK
003700         READ BATCH-SEQ-FILE
003710             AT END
003720                 MOVE ZERO TO BS-CYCLE-DATE
003730                 MOVE ZERO TO BS-BATCH-SEQ
003740         END-READ
003750     END-IF.
003760     CLOSE BATCH-SEQ-FILE.
003770     IF BS-CYCLE-DATE NUMERIC
003780        AND BS-BATCH-SEQ NUMERIC
003790        AND BS-CYCLE-DATE = SG-CYCLE-DATE
003800         COMPUTE SG-BATCH-SEQ = BS-BATCH-SEQ + 1
003810     ELSE
003820         MOVE 1 TO SG-BATCH-SEQ
003830     END-IF.
003840     MOVE 'CUT FOR BATCH:' TO SG-ML-TEXT.
003850     MOVE SPACES TO SG-ML-VALUE.
003860     MOVE SG-BATCH-SEQ TO SG-ML-VALUE (1:3).
003870     WRITE REPORT-RECORD FROM SG-MESSAGE-LINE.
003880 0060-EXIT.
003890     EXIT.
003900
003910*===========================================================
003920*0100-READ-MAINT
003930*Reads the next maintenance line, setting the EOF switch when
003940*the file is exhausted.
003950*===========================================================
003960 0100-READ-MAINT.
003970     READ MAINT-FILE
003980         AT END
003990             SET SG-EOF TO TRUE
004000     END-READ.
004010     IF NOT SG-EOF
004020         ADD 1 TO SG-MAINT-READ-COUNT
004030     END-IF.
004040 0100-EXIT.
004050     EXIT.
004060
004070*===========================================================
004080*0200-PROCESS-MAINT
004090*Edits the maintenance line, then applies it to the master by
004100*its action code. A line that fails an edit is reported and
004110*skipped; the rest of the file still applies.
004120*===========================================================
004130 0200-PROCESS-MAINT.
004140     IF NOT SF-ACTION-VALID
004150         MOVE 'INVALID ACTION CODE' TO SG-EL-TEXT
004160         PERFORM 0290-PRINT-ERROR THRU 0290-EXIT
004170         GO TO 0200-NEXT
004180     END-IF.
004190     IF SF-ACCT-KEY = SPACES OR LOW-VALUES
004200         MOVE 'MISSING ACCOUNT KEY' TO SG-EL-TEXT
004210         PERFORM 0290-PRINT-ERROR THRU 0290-EXIT
004220         GO TO 0200-NEXT
004230     END-IF.
004240     IF SF-INSTR-SEQ-9 NOT NUMERIC
004250         MOVE 'INVALID INSTRUCTION SEQUENCE' TO SG-EL-TEXT
004260         PERFORM 0290-PRINT-ERROR THRU 0290-EXIT
004270         GO TO 0200-NEXT
004280     END-IF.
004290     IF SF-ACTION-DELETE
004300         PERFORM 0230-APPLY-DELETE THRU 0230-EXIT
004310         GO TO 0200-NEXT
004320     END-IF.
004330     IF SF-AMOUNT-9 NOT NUMERIC
004340         MOVE 'AMOUNT NOT NUMERIC' TO SG-EL-TEXT
004350         PERFORM 0290-PRINT-ERROR THRU 0290-EXIT
004360         GO TO 0200-NEXT
004370     END-IF.
004380     IF SF-AMOUNT-9 = ZERO
004390         MOVE 'ZERO AMOUNT' TO SG-EL-TEXT
004400         PERFORM 0290-PRINT-ERROR THRU 0290-EXIT
004410         GO TO 0200-NEXT
004420     END-IF.
004430     IF SF-CURRENCY-CODE NOT = SPACES
004440         IF SF-CURRENCY-CODE NOT ALPHABETIC
004450            OR SF-CURRENCY-CODE (3:1) = SPACE
004460             MOVE 'INVALID CURRENCY CODE' TO SG-EL-TEXT
004470             PERFORM 0290-PRINT-ERROR THRU 0290-EXIT
004480             GO TO 0200-NEXT
004490         END-IF
004500     END-IF.
004510     IF SF-TRAN-TYPE = SPACE
004520         MOVE 'D' TO SF-TRAN-TYPE
004530     END-IF.
004540     IF SF-TRAN-TYPE NOT = 'D' AND SF-TRAN-TYPE NOT = 'A'
004550         MOVE 'TRAN TYPE NOT D OR A' TO SG-EL-TEXT
004560         PERFORM 0290-PRINT-ERROR THRU 0290-EXIT
004570         GO TO 0200-NEXT
004580     END-IF.
004590     IF SF-ITEM-STATUS NOT = 'A' AND SF-ITEM-STATUS NOT = 'P'
004600        AND SF-ITEM-STATUS NOT = 'R' AND SF-ITEM-STATUS NOT = 'C'
004610         MOVE 'INVALID ITEM STATUS FLAG' TO SG-EL-TEXT
004620         PERFORM 0290-PRINT-ERROR THRU 0290-EXIT
004630         GO TO 0200-NEXT
004640     END-IF.
004650     IF SF-FREQUENCY NOT = 'W' AND SF-FREQUENCY NOT = 'F'
004660        AND SF-FREQUENCY NOT = 'M' AND SF-FREQUENCY NOT = 'Q'
004670        AND SF-FREQUENCY NOT = 'Y'
004680         MOVE 'INVALID FREQUENCY' TO SG-EL-TEXT
004690         PERFORM 0290-PRINT-ERROR THRU 0290-EXIT
004700         GO TO 0200-NEXT
004710     END-IF.
004720     MOVE 'N' TO SG-DATE-VALID-SWITCH.
004730     IF SF-NEXT-DUE-DATE-9 NUMERIC
004740         MOVE SF-NEXT-DUE-DATE-9 TO SG-DATE-NUM
004750         PERFORM 0600-CHECK-CALENDAR-DATE THRU 0600-EXIT
004760     END-IF.
004770     IF NOT SG-DATE-VALID
004780         MOVE 'INVALID NEXT DUE DATE' TO SG-EL-TEXT
004790         PERFORM 0290-PRINT-ERROR THRU 0290-EXIT
004800         GO TO 0200-NEXT
004810     END-IF.
004820     IF SF-END-DATE = SPACES
004830         MOVE ZERO TO SF-END-DATE-9
004840     END-IF.
004850     IF SF-END-DATE-9 NOT NUMERIC
004860         MOVE 'INVALID END DATE' TO SG-EL-TEXT
004870         PERFORM 0290-PRINT-ERROR THRU 0290-EXIT
004880         GO TO 0200-NEXT
004890     END-IF.
004900     IF SF-END-DATE-9 NOT = ZERO
004910         MOVE SF-END-DATE-9 TO SG-DATE-NUM
004920         PERFORM 0600-CHECK-CALENDAR-DATE THRU 0600-EXIT
004930         IF NOT SG-DATE-VALID
004940             MOVE 'INVALID END DATE' TO SG-EL-TEXT
004950             PERFORM 0290-PRINT-ERROR THRU 0290-EXIT
004960             GO TO 0200-NEXT
004970         END-IF
004980         IF SF-END-DATE-9 < SF-NEXT-DUE-DATE-9
004990             MOVE 'END DATE BEFORE NEXT DUE DATE' TO SG-EL-TEXT
005000             PERFORM 0290-PRINT-ERROR THRU 0290-EXIT
005010             GO TO 0200-NEXT
005020         END-IF
005030     END-IF.
005040     IF SF-ACTION-ADD
005050         PERFORM 0210-APPLY-ADD THRU 0210-EXIT
005060     ELSE
005070         PERFORM 0220-APPLY-UPDATE THRU 0220-EXIT
005080     END-IF.
005090 0200-NEXT.
005100     PERFORM 0100-READ-MAINT THRU 0100-EXIT.
005110 0200-EXIT.
005120     EXIT.
005130
005140*===========================================================
005150*0210-APPLY-ADD
005160*Writes the instruction to the master. An instruction already
005170*on the master is applied as an update instead: the branches
005180*re-send whole instructions, so the newest image wins.
005190*===========================================================
005200 0210-APPLY-ADD.
005210     PERFORM 0250-BUILD-INSTRUCTION THRU 0250-EXIT.
005220     MOVE 'N' TO SG-REPLACE-SWITCH.
005230     WRITE STND-RECORD
005240         INVALID KEY
005250             MOVE 'Y' TO SG-REPLACE-SWITCH
005260         NOT INVALID KEY
005270             ADD 1 TO SG-ADD-COUNT
005280     END-WRITE.
005290     IF SG-REPLACE-NEEDED
005300         PERFORM 0220-APPLY-UPDATE THRU 0220-EXIT
005310     END-IF.
005320 0210-EXIT.
005330     EXIT.
005340
005350*===========================================================
005360*0220-APPLY-UPDATE
005370*Rewrites the instruction for the maintenance key; an update
005380*for an instruction not on the master is reported, not
005390*applied.
005400*===========================================================
005410 0220-APPLY-UPDATE.
005420     PERFORM 0250-BUILD-INSTRUCTION THRU 0250-EXIT.
005430     REWRITE STND-RECORD
005440         INVALID KEY
005450             MOVE 'UPDATE FOR UNKNOWN INSTRUCTION' TO SG-EL-TEXT
005460             PERFORM 0290-PRINT-ERROR THRU 0290-EXIT
005470         NOT INVALID KEY
005480             ADD 1 TO SG-UPDATE-COUNT
005490     END-REWRITE.
005500 0220-EXIT.
005510     EXIT.
005520
005530*===========================================================
005540*0230-APPLY-DELETE
005550*Deletes the instruction for the maintenance key; a delete for
005560*an instruction not on the master is reported, not applied.
005570*===========================================================
005580 0230-APPLY-DELETE.
005590     MOVE SF-ACCT-KEY TO SI-ACCT-KEY.
005600     MOVE SF-INSTR-SEQ-9 TO SI-INSTR-SEQ.
005610     DELETE STND-MASTER
005620         INVALID KEY
005630             MOVE 'DELETE FOR UNKNOWN INSTRUCTION' TO SG-EL-TEXT
005640             PERFORM 0290-PRINT-ERROR THRU 0290-EXIT
005650         NOT INVALID KEY
005660             ADD 1 TO SG-DELETE-COUNT
005670     END-DELETE.
005680 0230-EXIT.
005690     EXIT.
005700
005710*===========================================================
005720*0250-BUILD-INSTRUCTION
005730*Moves the maintenance image into STND-RECORD as a live
005740*instruction. The anchor day is the next due date's day, so a
005750*monthly instruction set up on the 31st keeps to month end.
005760*The generation stamps start clear: whatever the maintenance
005770*says is due is what the next cut generates.
005780*===========================================================
005790 0250-BUILD-INSTRUCTION.
005800     MOVE SPACES TO STND-RECORD.
005810     MOVE SF-ACCT-KEY TO SI-ACCT-KEY.
005820     MOVE SF-INSTR-SEQ-9 TO SI-INSTR-SEQ.
005830     MOVE SF-AMOUNT-9 TO SI-AMOUNT.
005840     MOVE SF-CURRENCY-CODE TO SI-CURRENCY-CODE.
005850     MOVE SF-TRAN-TYPE TO SI-TRAN-TYPE.
005860     MOVE SF-ITEM-STATUS TO SI-ITEM-STATUS.
005870     MOVE SF-FREQUENCY TO SI-FREQUENCY.
005880     MOVE SF-NEXT-DUE-DATE-9 TO SI-NEXT-DUE-DATE.
005890     MOVE SF-NEXT-DUE-DATE-9 TO SG-DATE-NUM.
005900     MOVE SG-DP-DD TO SI-ANCHOR-DAY.
005910     MOVE SF-END-DATE-9 TO SI-END-DATE.
005920     MOVE 'A' TO SI-INSTR-STATUS.
005930     MOVE SG-CYCLE-DATE TO SI-LAST-MAINT-DATE.
005940     MOVE ZERO TO SI-GEN-CYCLE-DATE.
005950     MOVE ZERO TO SI-GEN-BATCH-SEQ.
005960     MOVE ZERO TO SI-GEN-PRIOR-DUE-DATE.
005970     MOVE SPACE TO SI-GEN-PRIOR-STATUS.
005980     MOVE ZERO TO SI-GEN-ITEM-COUNT.
005990 0250-EXIT.
006000     EXIT.
006010
006020*===========================================================
006030*0290-PRINT-ERROR
006040*Writes one error line for the current maintenance line; the
006050*caller stages SG-EL-TEXT first.
006060*===========================================================
006070 0290-PRINT-ERROR.
006080     MOVE SF-ACCT-KEY TO SG-EL-KEY.
006090     MOVE SF-INSTR-SEQ TO SG-EL-SEQ.
006100     MOVE SF-ACTION TO SG-EL-ACTION.
006110     WRITE REPORT-RECORD FROM SG-ERROR-LINE.
006120     ADD 1 TO SG-ERROR-COUNT.
006130 0290-EXIT.
006140     EXIT.
006150
006160*===========================================================
006170*0300-GENERATE
006180*Walks the whole master in key order, deciding for each
006190*instruction what falls due this cycle.
006200*===========================================================
006210 0300-GENERATE.
006220     WRITE REPORT-RECORD FROM SG-BLANK-LINE.
006230     MOVE LOW-VALUES TO SI-INSTR-KEY.
006240     MOVE 'N' TO SG-EOF-SWITCH.
006250     START STND-MASTER KEY NOT < SI-INSTR-KEY
006260         INVALID KEY
006270             SET SG-EOF TO TRUE
006280     END-START.
006290     IF NOT SG-EOF
006300         PERFORM 0310-READ-INSTRUCTION THRU 0310-EXIT
006310     END-IF.
006320     PERFORM 0320-PROCESS-INSTRUCTION THRU 0320-EXIT
006330         UNTIL SG-EOF.
006340 0300-EXIT.
006350     EXIT.
006360
006370*===========================================================
006380*0310-READ-INSTRUCTION
006390*Reads the next instruction in key order, setting the EOF
006400*switch at the end of the master.
006410*===========================================================
006420 0310-READ-INSTRUCTION.
006430     READ STND-MASTER NEXT RECORD
006440         AT END
006450             SET SG-EOF TO TRUE
006460     END-READ.
006470     IF NOT SG-EOF
006480         ADD 1 TO SG-INSTR-COUNT
006490     END-IF.
006500 0310-EXIT.
006510     EXIT.
006520
006530*===========================================================
006540*0320-PROCESS-INSTRUCTION
006550*One instruction. A rerun ahead of the same batch first puts
006560*back the due date and status this cut started from. A live
006570*instruction now due is stamped with this cut and then either
006580*skipped (closed account) or generated, rolled and expired;
006590*the master is rewritten only when something moved.
006600*===========================================================
006610 0320-PROCESS-INSTRUCTION.
006620     MOVE 'N' TO SG-CHANGED-SWITCH.
006630     IF SI-GEN-CYCLE-DATE = SG-CYCLE-DATE
006640        AND SI-GEN-BATCH-SEQ = SG-BATCH-SEQ
006650         MOVE SI-GEN-PRIOR-DUE-DATE TO SI-NEXT-DUE-DATE
006660         MOVE SI-GEN-PRIOR-STATUS TO SI-INSTR-STATUS
006670         MOVE 'Y' TO SG-CHANGED-SWITCH
006680         ADD 1 TO SG-RECUT-COUNT
006690     END-IF.
006700     IF NOT SI-INSTR-ACTIVE
006710        OR SI-NEXT-DUE-DATE > SG-CYCLE-DATE
006720         GO TO 0320-REWRITE
006730     END-IF.
006740     ADD 1 TO SG-DUE-COUNT.
006750     MOVE 'Y' TO SG-CHANGED-SWITCH.
006760     MOVE SG-CYCLE-DATE TO SI-GEN-CYCLE-DATE.
006770     MOVE SG-BATCH-SEQ TO SI-GEN-BATCH-SEQ.
006780     MOVE SI-NEXT-DUE-DATE TO SI-GEN-PRIOR-DUE-DATE.
006790     MOVE SI-INSTR-STATUS TO SI-GEN-PRIOR-STATUS.
006800     MOVE ZERO TO SI-GEN-ITEM-COUNT.
006810     PERFORM 0330-CHECK-ACCOUNT THRU 0330-EXIT.
006820     IF SG-ACCT-CLOSED
006830         MOVE SI-NEXT-DUE-DATE TO SG-GL-DUE-DATE
006840         MOVE 'ACCOUNT CLOSED - SKIPPED' TO SG-GL-TEXT
006850         PERFORM 0390-PRINT-GEN-LINE THRU 0390-EXIT
006860         ADD 1 TO SG-SKIP-COUNT
006870         PERFORM 0350-ROLL-DUE-DATE THRU 0350-EXIT
006880             UNTIL SI-NEXT-DUE-DATE > SG-CYCLE-DATE
006890                OR NOT SI-INSTR-ACTIVE
006900         GO TO 0320-REWRITE
006910     END-IF.
006920     MOVE ZERO TO SG-ITEM-SUB.
006930     PERFORM 0340-GENERATE-ITEM THRU 0340-EXIT
006940         UNTIL SI-NEXT-DUE-DATE > SG-CYCLE-DATE
006950            OR NOT SI-INSTR-ACTIVE
006960            OR SG-ITEM-SUB NOT < SG-CATCHUP-MAX.
006970     IF SI-INSTR-ACTIVE
006980        AND SI-NEXT-DUE-DATE NOT > SG-CYCLE-DATE
006990         MOVE SI-NEXT-DUE-DATE TO SG-GL-DUE-DATE
007000         MOVE 'CATCH-UP LIMIT - REST NEXT CYCLE' TO SG-GL-TEXT
007010         PERFORM 0390-PRINT-GEN-LINE THRU 0390-EXIT
007020         ADD 1 TO SG-CATCHUP-COUNT
007030     END-IF.
007040 0320-REWRITE.
007050     IF SG-INSTR-CHANGED
007060         REWRITE STND-RECORD
007070             INVALID KEY
007080                 MOVE SI-NEXT-DUE-DATE TO SG-GL-DUE-DATE
007090                 MOVE 'INSTRUCTION NOT REWRITTEN' TO SG-GL-TEXT
007100                 PERFORM 0390-PRINT-GEN-LINE THRU 0390-EXIT
007110                 ADD 1 TO SG-ERROR-COUNT
007120         END-REWRITE
007130     END-IF.
007140     PERFORM 0310-READ-INSTRUCTION THRU 0310-EXIT.
007150 0320-EXIT.
007160     EXIT.
007170
007180*===========================================================
007190*0330-CHECK-ACCOUNT
007200*Raises SG-ACCT-CLOSED when the instruction's account is on
007210*the master as closed. Anything else - open, dormant, or not
007220*on the master at all - generates, and TEST-COBOL's account
007230*edits decide the item's fate as they would an office's.
007240*===========================================================
007250 0330-CHECK-ACCOUNT.
007260     MOVE 'N' TO SG-CLOSED-SWITCH.
007270     IF NOT SG-ACCT-AVAILABLE
007280         GO TO 0330-EXIT
007290     END-IF.
007300     MOVE SI-ACCT-KEY TO AM-ACCT-KEY.
007310     READ ACCT-MASTER
007320         INVALID KEY
007330             GO TO 0330-EXIT
007340     END-READ.
007350     IF AM-ACCT-CLOSED
007360         MOVE 'Y' TO SG-CLOSED-SWITCH
007370     END-IF.
007380 0330-EXIT.
007390     EXIT.
007400
007410*===========================================================
007420*0340-GENERATE-ITEM
007430*Cuts one item for the instruction's current due date onto
007440*the standing source, then rolls the date on. A foreign-
007450*currency instruction keys its amount as the original amount
007460*for TEST-COBOL to convert, as an office would.
007470*===========================================================
007480 0340-GENERATE-ITEM.
007490     MOVE SPACES TO MY-RECORD.
007500     MOVE SI-ACCT-KEY TO MY-KEY.
007510     IF SI-CURRENCY-CODE = SPACES
007520         MOVE SI-AMOUNT TO MY-AMOUNT
007530     ELSE
007540         MOVE ZERO TO MY-AMOUNT
007550         MOVE SI-CURRENCY-CODE TO MY-CURRENCY-CODE
007560         MOVE SI-AMOUNT TO MY-ORIG-AMOUNT
007570     END-IF.
007580     MOVE SI-ITEM-STATUS TO MY-STATUS-FLAG.
007590     MOVE SI-NEXT-DUE-DATE TO MY-DATE.
007600     MOVE SI-TRAN-TYPE TO MY-TRAN-TYPE.
007610     WRITE SG-STANDING-RECORD FROM MY-RECORD.
007620     ADD 1 TO SG-ITEM-COUNT.
007630     ADD 1 TO SG-ITEM-SUB.
007640     ADD 1 TO SI-GEN-ITEM-COUNT.
007650     PERFORM 0350-ROLL-DUE-DATE THRU 0350-EXIT.
007660 0340-EXIT.
007670     EXIT.
007680
007690*===========================================================
007700*0350-ROLL-DUE-DATE
007710*Moves the next due date on by one period of the
007720*instruction's frequency, then expires the instruction if the
007730*new date is past its end date.
007740*===========================================================
007750 0350-ROLL-DUE-DATE.
007760     IF SI-FREQ-WEEKLY OR SI-FREQ-FORTNIGHTLY
007770         COMPUTE SG-DAY-NUMBER =
007780             FUNCTION INTEGER-OF-DATE (SI-NEXT-DUE-DATE)
007790         IF SI-FREQ-WEEKLY
007800             ADD 7 TO SG-DAY-NUMBER
007810         ELSE
007820             ADD 14 TO SG-DAY-NUMBER
007830         END-IF
007840         COMPUTE SI-NEXT-DUE-DATE =
007850             FUNCTION DATE-OF-INTEGER (SG-DAY-NUMBER)
007860     ELSE
007870         MOVE 1 TO SG-ROLL-MONTHS
007880         IF SI-FREQ-QUARTERLY
007890             MOVE 3 TO SG-ROLL-MONTHS
007900         END-IF
007910         IF SI-FREQ-YEARLY
007920             MOVE 12 TO SG-ROLL-MONTHS
007930         END-IF
007940         PERFORM 0360-ROLL-MONTHS THRU 0360-EXIT
007950     END-IF.
007960     IF SI-END-DATE NOT = ZERO
007970        AND SI-NEXT-DUE-DATE > SI-END-DATE
007980         MOVE 'E' TO SI-INSTR-STATUS
007990         MOVE SI-END-DATE TO SG-GL-DUE-DATE
008000         MOVE 'ENDED - INSTRUCTION EXPIRED' TO SG-GL-TEXT
008010         PERFORM 0390-PRINT-GEN-LINE THRU 0390-EXIT
008020         ADD 1 TO SG-EXPIRE-COUNT
008030     END-IF.
008040 0350-EXIT.
008050     EXIT.
008060
008070*===========================================================
008080*0360-ROLL-MONTHS
008090*Adds SG-ROLL-MONTHS to the next due date's month and sets the
008100*day back to the anchor day, or to the month's last day when
008110*the month is too short for it.
008120*===========================================================
008130 0360-ROLL-MONTHS.
008140     MOVE SI-NEXT-DUE-DATE TO SG-DATE-NUM.
008150     ADD SG-ROLL-MONTHS TO SG-DP-MM.
008160     IF SG-DP-MM > 12
008170         SUBTRACT 12 FROM SG-DP-MM
008180         ADD 1 TO SG-DP-CCYY
008190     END-IF.
008200     PERFORM 0650-SET-MONTH-DAY-MAX THRU 0650-EXIT.
008210     MOVE SI-ANCHOR-DAY TO SG-DP-DD.
008220     IF SI-ANCHOR-DAY NOT NUMERIC
008230        OR SI-ANCHOR-DAY = ZERO
008240        OR SI-ANCHOR-DAY > SG-MONTH-DAY-MAX
008250         MOVE SG-MONTH-DAY-MAX TO SG-DP-DD
008260     END-IF.
008270     MOVE SG-DATE-NUM TO SI-NEXT-DUE-DATE.
008280 0360-EXIT.
008290     EXIT.
008300
008310*===========================================================
008320*0390-PRINT-GEN-LINE
008330*Writes one generation line for the current instruction; the
008340*caller stages SG-GL-DUE-DATE and SG-GL-TEXT first.
008350*===========================================================
008360 0390-PRINT-GEN-LINE.
008370     MOVE SI-ACCT-KEY TO SG-GL-KEY.
008380     MOVE SI-INSTR-SEQ TO SG-GL-SEQ.
008390     WRITE REPORT-RECORD FROM SG-GEN-LINE.
008400 0390-EXIT.
008410     EXIT.
008420
008430*===========================================================
008440*0400-WRITE-TRAILER
008450*Closes the standing source with the trailer TEST-COBOL proves
008460*it by: the item count, zero on a cycle with nothing due.
008470*===========================================================
008480 0400-WRITE-TRAILER.
008490     MOVE SPACES TO MY-RECORD.
008500     MOVE '**TRAILER*' TO MY-TRL-ID.
008510     MOVE SG-ITEM-COUNT TO MY-TRL-RECORD-COUNT.
008520     WRITE SG-STANDING-RECORD FROM MY-TRAILER-RECORD.
008530 0400-EXIT.
008540     EXIT.
008550
008560*===========================================================
008570*0500-PRINT-SUMMARY
008580*Prints the maintenance and generation counts. Maintenance
008590*errors, closed-account skips and catch-up carry-overs leave
008600*return code 4 for the branches to answer.
008610*===========================================================
008620 0500-PRINT-SUMMARY.
008630     WRITE REPORT-RECORD FROM SG-BLANK-LINE.
008640     MOVE 'MAINT READ:     ' TO SG-CL-TEXT.
008650     MOVE SG-MAINT-READ-COUNT TO SG-CL-COUNT.
008660     WRITE REPORT-RECORD FROM SG-COUNT-LINE.
008670     MOVE 'ADDED:          ' TO SG-CL-TEXT.
008680     MOVE SG-ADD-COUNT TO SG-CL-COUNT.
008690     WRITE REPORT-RECORD FROM SG-COUNT-LINE.
008700     MOVE 'UPDATED:        ' TO SG-CL-TEXT.
008710     MOVE SG-UPDATE-COUNT TO SG-CL-COUNT.
008720     WRITE REPORT-RECORD FROM SG-COUNT-LINE.
008730     MOVE 'DELETED:        ' TO SG-CL-TEXT.
008740     MOVE SG-DELETE-COUNT TO SG-CL-COUNT.
008750     WRITE REPORT-RECORD FROM SG-COUNT-LINE.
008760     MOVE 'ERRORS:         ' TO SG-CL-TEXT.
008770     MOVE SG-ERROR-COUNT TO SG-CL-COUNT.
008780     WRITE REPORT-RECORD FROM SG-COUNT-LINE.
008790     MOVE 'INSTRUCTIONS:   ' TO SG-CL-TEXT.
008800     MOVE SG-INSTR-COUNT TO SG-CL-COUNT.
008810     WRITE REPORT-RECORD FROM SG-COUNT-LINE.
008820     MOVE 'DUE:            ' TO SG-CL-TEXT.
008830     MOVE SG-DUE-COUNT TO SG-CL-COUNT.
008840     WRITE REPORT-RECORD FROM SG-COUNT-LINE.
008850     MOVE 'ITEMS CUT:      ' TO SG-CL-TEXT.
008860     MOVE SG-ITEM-COUNT TO SG-CL-COUNT.
008870     WRITE REPORT-RECORD FROM SG-COUNT-LINE.
008880     MOVE 'SKIPPED CLOSED: ' TO SG-CL-TEXT.
008890     MOVE SG-SKIP-COUNT TO SG-CL-COUNT.
008900     WRITE REPORT-RECORD FROM SG-COUNT-LINE.
008910     MOVE 'EXPIRED:        ' TO SG-CL-TEXT.
008920     MOVE SG-EXPIRE-COUNT TO SG-CL-COUNT.
008930     WRITE REPORT-RECORD FROM SG-COUNT-LINE.
008940     MOVE 'CATCH-UP LEFT:  ' TO SG-CL-TEXT.
008950     MOVE SG-CATCHUP-COUNT TO SG-CL-COUNT.
008960     WRITE REPORT-RECORD FROM SG-COUNT-LINE.
008970     MOVE 'RECUT ON RERUN: ' TO SG-CL-TEXT.
008980     MOVE SG-RECUT-COUNT TO SG-CL-COUNT.
008990     WRITE REPORT-RECORD FROM SG-COUNT-LINE.
009000     IF SG-ERROR-COUNT > ZERO
009010        OR SG-SKIP-COUNT > ZERO
009020        OR SG-CATCHUP-COUNT > ZERO
009030         MOVE 4 TO RETURN-CODE
009040     END-IF.
009050 0500-EXIT.
009060     EXIT.
009070
009080*===========================================================
009090*0600-CHECK-CALENDAR-DATE
009100*Proves the date staged in SG-DATE-PARTS a real calendar date,
009110*the same rule as TEST-COBOL's 0155: month 01-12, day within
009120*the month, February by the leap-year rule.
009130*===========================================================
009140 0600-CHECK-CALENDAR-DATE.
009150     MOVE 'Y' TO SG-DATE-VALID-SWITCH.
009160     IF SG-DP-MM < 01 OR SG-DP-MM > 12
009170         MOVE 'N' TO SG-DATE-VALID-SWITCH
009180         GO TO 0600-EXIT
009190     END-IF.
009200     PERFORM 0650-SET-MONTH-DAY-MAX THRU 0650-EXIT.
009210     IF SG-DP-DD < 01 OR SG-DP-DD > SG-MONTH-DAY-MAX
009220         MOVE 'N' TO SG-DATE-VALID-SWITCH
009230     END-IF.
009240 0600-EXIT.
009250     EXIT.
009260
009270*===========================================================
009280*0650-SET-MONTH-DAY-MAX
009290*The number of days in the month staged in SG-DATE-PARTS.
009300*===========================================================
009310 0650-SET-MONTH-DAY-MAX.
009320     MOVE 31 TO SG-MONTH-DAY-MAX.
009330     IF SG-DP-MM = 04 OR SG-DP-MM = 06
009340       OR SG-DP-MM = 09 OR SG-DP-MM = 11
009350         MOVE 30 TO SG-MONTH-DAY-MAX
009360     END-IF.
009370     IF SG-DP-MM = 02
009380         MOVE 28 TO SG-MONTH-DAY-MAX
009390         DIVIDE SG-DP-CCYY BY 4
009400             GIVING SG-LEAP-QUOTIENT
009410             REMAINDER SG-LEAP-REMAINDER
009420         IF SG-LEAP-REMAINDER = ZERO
009430             DIVIDE SG-DP-CCYY BY 100
009440                 GIVING SG-LEAP-QUOTIENT
009450                 REMAINDER SG-LEAP-REMAINDER
009460             IF SG-LEAP-REMAINDER NOT = ZERO
009470                 MOVE 29 TO SG-MONTH-DAY-MAX
009480             ELSE
009490                 DIVIDE SG-DP-CCYY BY 400
009500                     GIVING SG-LEAP-QUOTIENT
009510                     REMAINDER SG-LEAP-REMAINDER
009520                 IF SG-LEAP-REMAINDER = ZERO
009530                     MOVE 29 TO SG-MONTH-DAY-MAX
009540                 END-IF
009550             END-IF
009560         END-IF
009570     END-IF.
009580 0650-EXIT.
009590     EXIT.
