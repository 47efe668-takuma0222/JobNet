000010*-----------------------------------------------------------------
000020*FXL-COBOL
000030*
000040*Exchange-rate load. Reads the day's rate file from treasury
000050*(RATES-DAT: one header naming the rate date, one line per
000060*currency, one trailer carrying the line count) and applies it
000070*to the indexed EXCHANGE-RATE master (FXRATE) that TEST-COBOL
000080*reads to convert foreign-currency items to base. Runs as its
000090*own step ahead of TEST-COBOL in the batch stream.
000100*
000110*The file is proved before anything is applied: the whole file
000120*is read into a table first, and a file without its header or
000130*trailer, or whose trailer count disagrees with the lines
000140*read, loads nothing and ends return code 16, so a short file
000150*cannot leave half a day's rates on the master. A line with a
000160*blank or non-alphabetic currency, a non-numeric or zero rate,
000170*or a currency already seen in the file is reported and not
000180*loaded; the rest of the file still applies, return code 4. A
000190*rate already on the master for the same currency and date is
000200*replaced (treasury re-sends corrected files in full). Earlier
000210*dates are never removed: they are the audit trail of the rate
000220*each converted item used.
000230*
000240*A missing rate file is not an error for the step - the
000250*master is left as it is and the report says NO RATES LOADED,
000260*return code 4 - since TEST-COBOL rejects any foreign item it
000270*cannot convert. A rate date other than the run date is loaded
000280*under its own date and reported, return code 4.
000290*
000300*  Author.......: D. HARTLEY, BATCH SYSTEMS GROUP
000310*  Installation.: BATCH SYSTEMS GROUP
000320*  Date-Written.: 2026-10-15
000330*
000340*  Modification History
000350*  ----------  ----  ---------------------------------------
000360*  2026-10-15  DH    Original exchange-rate load.
000370*-----------------------------------------------------------------
000380 IDENTIFICATION DIVISION.
000390 PROGRAM-ID.  FXL-COBOL.
000400 AUTHOR.  D. HARTLEY, BATCH SYSTEMS GROUP.
000410 INSTALLATION.  BATCH SYSTEMS GROUP.
000420 DATE-WRITTEN.  2026-10-15.
000430 DATE-COMPILED.
000440
000450*-----------------------------------------------------------------
000460 ENVIRONMENT DIVISION.
000470 INPUT-OUTPUT SECTION.
000480 FILE-CONTROL.
000490     SELECT OPTIONAL RATE-FILE ASSIGN TO RATES-DAT
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS FL-RATE-STATUS.
000520     SELECT OPTIONAL FX-RATE-MASTER ASSIGN TO FXRATE
000530         ORGANIZATION IS INDEXED
000540         ACCESS MODE IS RANDOM
000550         RECORD KEY IS FX-RATE-KEY
000560         FILE STATUS IS FL-MASTER-STATUS.
000570     SELECT REPORT-FILE ASSIGN TO FXLRPT-DAT
000580         ORGANIZATION IS LINE SEQUENTIAL.
000590
000600*-----------------------------------------------------------------
000610 DATA DIVISION.
000620 FILE SECTION.
000630*-----------------------------------------------------------------
000640*RATE-FILE - the treasury daily rate file: 'H' header with the
000650*            rate date, 'D' one line per currency with its rate
000660*            in base units per unit (six decimals), 'T' trailer
000670*            with the count of 'D' lines.
000680*-----------------------------------------------------------------
000690 FD  RATE-FILE.
000700 01  RATE-RECORD.
000710     05  RF-REC-TYPE                 PIC X(01).
000720         88  RF-REC-IS-HEADER             VALUE 'H'.
000730         88  RF-REC-IS-DETAIL             VALUE 'D'.
000740         88  RF-REC-IS-TRAILER            VALUE 'T'.
000750     05  RF-REC-BODY                 PIC X(79).
000760 01  RATE-HEADER-RECORD REDEFINES RATE-RECORD.
000770     05  FILLER                      PIC X(01).
000780     05  RF-RATE-DATE                PIC X(08).
000790     05  RF-RATE-DATE-9 REDEFINES RF-RATE-DATE
000800                                     PIC 9(08).
000810     05  FILLER                      PIC X(71).
000820 01  RATE-DETAIL-RECORD REDEFINES RATE-RECORD.
000830     05  FILLER                      PIC X(01).
000840     05  RF-CURRENCY-CODE            PIC X(03).
000850     05  RF-RATE                     PIC X(11).
000860     05  RF-RATE-9 REDEFINES RF-RATE PIC 9(05)V9(06).
000870     05  FILLER                      PIC X(65).
000880 01  RATE-TRAILER-RECORD REDEFINES RATE-RECORD.
000890     05  FILLER                      PIC X(01).
000900     05  RF-LINE-COUNT               PIC X(09).
000910     05  RF-LINE-COUNT-9 REDEFINES RF-LINE-COUNT
000920                                     PIC 9(09).
000930     05  FILLER                      PIC X(70).
000940
000950 FD  FX-RATE-MASTER.
000960     COPY FX-COPYBOOK.
000970
000980 FD  REPORT-FILE.
000990 01  REPORT-RECORD                  PIC X(80).
001000
001010 WORKING-STORAGE SECTION.
001020*-----------------------------------------------------------------
001030*SWITCHES AND FILE STATUSES
001040*-----------------------------------------------------------------
001050 77  FL-EOF-SWITCH                  PIC X(01) VALUE 'N'.
001060     88  FL-EOF                          VALUE 'Y'.
001070 77  FL-RATE-STATUS                 PIC X(02) VALUE SPACES.
001080     88  FL-RATE-OPEN-OK                 VALUE '00'.
001090     88  FL-RATE-NOT-PRESENT             VALUE '05'.
001100 77  FL-MASTER-STATUS               PIC X(02) VALUE SPACES.
001110     88  FL-MASTER-OPEN-OK               VALUE '00' '05'.
001120 77  FL-HEADER-SEEN-SWITCH          PIC X(01) VALUE 'N'.
001130     88  FL-HEADER-SEEN                  VALUE 'Y'.
001140 77  FL-TRAILER-SEEN-SWITCH         PIC X(01) VALUE 'N'.
001150     88  FL-TRAILER-SEEN                 VALUE 'Y'.
001160 77  FL-FILE-BAD-SWITCH             PIC X(01) VALUE 'N'.
001170     88  FL-FILE-BAD                     VALUE 'Y'.
001180 77  FL-REPLACE-SWITCH              PIC X(01) VALUE 'N'.
001190     88  FL-REPLACE-NEEDED               VALUE 'Y'.
001200
001210*-----------------------------------------------------------------
001220*RATE TABLE, the file's good lines held until the trailer has
001230*proved the file.
001240*-----------------------------------------------------------------
001250 77  FL-RATE-TABLE-SIZE             PIC 9(04)      VALUE 0200.
001260 77  FL-RATE-ENTRY-COUNT            PIC 9(04)      VALUE ZERO.
001270 01  FL-RATE-TABLE.
001280     05  FL-RATE-ENTRY               OCCURS 0 TO 200 TIMES
001290                           DEPENDING ON FL-RATE-ENTRY-COUNT
001300                                     INDEXED BY FL-RATE-IDX.
001310         10  FL-RT-CURRENCY              PIC X(03).
001320         10  FL-RT-RATE                  PIC 9(05)V9(06).
001330 77  FL-LOAD-SUB                    PIC 9(04) COMP VALUE ZERO.
001340
001350*-----------------------------------------------------------------
001360*LOAD COUNTS
001370*-----------------------------------------------------------------
001380 77  FL-RATE-DATE                   PIC 9(08)      VALUE ZERO.
001390 77  FL-LINE-COUNT                  PIC 9(09)      VALUE ZERO.
001400 77  FL-ADD-COUNT                   PIC 9(09)      VALUE ZERO.
001410 77  FL-REPLACE-COUNT               PIC 9(09)      VALUE ZERO.
001420 77  FL-ERROR-COUNT                 PIC 9(09)      VALUE ZERO.
001430 77  FL-RUN-DATE                    PIC 9(08)      VALUE ZERO.
001440 77  FL-RUN-TIME                    PIC 9(08)      VALUE ZERO.
001450
001460*-----------------------------------------------------------------
001470*PRINT LINES
001480*-----------------------------------------------------------------
001490 01  FL-PAGE-HEADING-1.
001500     05  FILLER                      PIC X(20) VALUE
001510                         'EXCHANGE RATE LOAD  '.
001520     05  FILLER                      PIC X(10) VALUE SPACES.
001530     05  FL-H1-DATE                  PIC 9(08).
001540     05  FILLER                      PIC X(10) VALUE SPACES.
001550     05  FL-H1-TIME                  PIC 9(08).
001560     05  FILLER                      PIC X(24) VALUE SPACES.
001570
001580 01  FL-PAGE-HEADING-2.
001590     05  FILLER                      PIC X(20) VALUE
001600                         'PROGRAM: FXL-COBOL'.
001610     05  FILLER                      PIC X(60) VALUE SPACES.
001620
001630 01  FL-BLANK-LINE                  PIC X(80) VALUE SPACES.
001640
001650 01  FL-ERROR-LINE.
001660     05  FILLER                      PIC X(08) VALUE
001670                         '  CCY:  '.
001680     05  FL-EL-CURRENCY              PIC X(03).
001690     05  FILLER                      PIC X(02) VALUE SPACES.
001700     05  FL-EL-RATE                  PIC X(11).
001710     05  FILLER                      PIC X(02) VALUE SPACES.
001720     05  FL-EL-TEXT                  PIC X(30).
001730     05  FILLER                      PIC X(24) VALUE SPACES.
001740
001750 01  FL-MESSAGE-LINE.
001760     05  FILLER                      PIC X(02) VALUE SPACES.
001770     05  FL-ML-TEXT                  PIC X(40).
001780     05  FL-ML-DATE                  PIC X(08).
001790     05  FILLER                      PIC X(30) VALUE SPACES.
001800
001810 01  FL-COUNT-LINE.
001820     05  FL-CL-TEXT                  PIC X(16).
001830     05  FL-CL-COUNT                 PIC ZZZ,ZZZ,ZZ9.
001840     05  FILLER                      PIC X(53) VALUE SPACES.
001850
001860*-----------------------------------------------------------------
001870 PROCEDURE DIVISION.
001880*===========================================================
001890*0000-MAIN-LOGIC
001900*Mainline: open the rate file, the master and the report,
001910*read and prove the whole rate file, then apply its good lines
001920*to the master and print the load counts.
001930*===========================================================
001940 0000-MAIN-LOGIC.
001950     OPEN INPUT RATE-FILE.
001960     OPEN I-O FX-RATE-MASTER.
001970     OPEN OUTPUT REPORT-FILE.
001980     ACCEPT FL-RUN-DATE FROM DATE YYYYMMDD.
001990     ACCEPT FL-RUN-TIME FROM TIME.
002000     PERFORM 0050-PRINT-HEADING THRU 0050-EXIT.
002010     IF NOT FL-MASTER-OPEN-OK
002020         MOVE 'RATE MASTER OPEN FAILED - NO LOAD' TO FL-ML-TEXT
002030         MOVE SPACES TO FL-ML-DATE
002040         WRITE REPORT-RECORD FROM FL-MESSAGE-LINE
002050         MOVE 16 TO RETURN-CODE
002060         GO TO 0000-CLOSE
002070     END-IF.
002080     IF FL-RATE-NOT-PRESENT
002090         MOVE 'NO RATE FILE - NO RATES LOADED' TO FL-ML-TEXT
002100         MOVE SPACES TO FL-ML-DATE
002110         WRITE REPORT-RECORD FROM FL-MESSAGE-LINE
002120         MOVE 4 TO RETURN-CODE
002130         GO TO 0000-CLOSE
002140     END-IF.
002150     IF NOT FL-RATE-OPEN-OK
002160         MOVE 'RATE FILE OPEN FAILED - NO LOAD' TO FL-ML-TEXT
002170         MOVE SPACES TO FL-ML-DATE
002180         WRITE REPORT-RECORD FROM FL-MESSAGE-LINE
002190         MOVE 16 TO RETURN-CODE
002200         GO TO 0000-CLOSE
002210     END-IF.
002220     PERFORM 0100-READ-RATE THRU 0100-EXIT.
002230     PERFORM 0200-PROCESS-RATE THRU 0200-EXIT
002240         UNTIL FL-EOF.
002250     PERFORM 0300-PROVE-FILE THRU 0300-EXIT.
002260     IF FL-FILE-BAD
002270         MOVE 16 TO RETURN-CODE
002280         GO TO 0000-CLOSE
002290     END-IF.
002300     PERFORM 0400-APPLY-RATE THRU 0400-EXIT
002310         VARYING FL-LOAD-SUB FROM 1 BY 1
002320         UNTIL FL-LOAD-SUB > FL-RATE-ENTRY-COUNT.
002330     PERFORM 0500-PRINT-SUMMARY THRU 0500-EXIT.
002340 0000-CLOSE.
002350     CLOSE RATE-FILE.
002360     CLOSE FX-RATE-MASTER.
002370     CLOSE REPORT-FILE.
002380     STOP RUN.
002390
002400*===========================================================
002410*0050-PRINT-HEADING
002420*Writes the two report heading lines.
002430*===========================================================
002440 0050-PRINT-HEADING.
002450     MOVE FL-RUN-DATE TO FL-H1-DATE.
002460     MOVE FL-RUN-TIME TO FL-H1-TIME.
002470     WRITE REPORT-RECORD FROM FL-PAGE-HEADING-1.
002480     WRITE REPORT-RECORD FROM FL-PAGE-HEADING-2.
002490     WRITE REPORT-RECORD FROM FL-BLANK-LINE.
002500 0050-EXIT.
002510     EXIT.
002520
002530*===========================================================
002540*0100-READ-RATE
002550*Reads the next rate-file line, setting the EOF switch when
002560*the file is exhausted.
002570*===========================================================
002580 0100-READ-RATE.
002590     READ RATE-FILE
002600         AT END
002610             SET FL-EOF TO TRUE
002620     END-READ.
002630 0100-EXIT.
002640     EXIT.
002650
002660*===========================================================
002670*0200-PROCESS-RATE
002680*Dispatches one rate-file line by its record type. Anything
002690*after the trailer, a second header, or an unknown record
002700*type makes the file unprovable.
002710*===========================================================
002720 0200-PROCESS-RATE.
002730     IF FL-TRAILER-SEEN
002740         MOVE 'LINE AFTER TRAILER' TO FL-EL-TEXT
002750         PERFORM 0290-PRINT-ERROR THRU 0290-EXIT
002760         MOVE 'Y' TO FL-FILE-BAD-SWITCH
002770         GO TO 0200-NEXT
002780     END-IF.
002790     IF RF-REC-IS-HEADER
002800         PERFORM 0210-TAKE-HEADER THRU 0210-EXIT
002810         GO TO 0200-NEXT
002820     END-IF.
002830     IF RF-REC-IS-TRAILER
002840         PERFORM 0230-TAKE-TRAILER THRU 0230-EXIT
002850         GO TO 0200-NEXT
002860     END-IF.
002870     IF RF-REC-IS-DETAIL
002880         PERFORM 0220-TAKE-DETAIL THRU 0220-EXIT
002890         GO TO 0200-NEXT
002900     END-IF.
002910     MOVE 'UNKNOWN RECORD TYPE' TO FL-EL-TEXT
002920     PERFORM 0290-PRINT-ERROR THRU 0290-EXIT
002930     MOVE 'Y' TO FL-FILE-BAD-SWITCH.
002940 0200-NEXT.
002950     PERFORM 0100-READ-RATE THRU 0100-EXIT.
002960 0200-EXIT.
002970     EXIT.
002980
002990*===========================================================
003000*0210-TAKE-HEADER
003010*Keeps the rate date. The header must come first, once, and
003020*carry a numeric date.
003030*===========================================================
003040 0210-TAKE-HEADER.
003050     IF FL-HEADER-SEEN OR FL-LINE-COUNT > ZERO
003060         MOVE 'HEADER OUT OF PLACE' TO FL-EL-TEXT
003070         PERFORM 0290-PRINT-ERROR THRU 0290-EXIT
003080         MOVE 'Y' TO FL-FILE-BAD-SWITCH
003090         GO TO 0210-EXIT
003100     END-IF.
003110     MOVE 'Y' TO FL-HEADER-SEEN-SWITCH.
003120     IF RF-RATE-DATE-9 NOT NUMERIC
003130         MOVE 'HEADER RATE DATE NOT NUMERIC' TO FL-EL-TEXT
003140         PERFORM 0290-PRINT-ERROR THRU 0290-EXIT
003150         MOVE 'Y' TO FL-FILE-BAD-SWITCH
003160         GO TO 0210-EXIT
003170     END-IF.
003180     MOVE RF-RATE-DATE-9 TO FL-RATE-DATE.
003190 0210-EXIT.
003200     EXIT.
003210
003220*===========================================================
003230*0220-TAKE-DETAIL
003240*Counts the line for the trailer proof, edits it, and holds a
003250*good line in the rate table. A bad line is reported and left
003260*out; the rest of the file still loads.
003270*===========================================================
003280 0220-TAKE-DETAIL.
003290     ADD 1 TO FL-LINE-COUNT.
003300     IF RF-CURRENCY-CODE = SPACES
003310        OR RF-CURRENCY-CODE NOT ALPHABETIC
003320        OR RF-CURRENCY-CODE (3:1) = SPACE
003330         MOVE 'INVALID CURRENCY CODE' TO FL-EL-TEXT
003340         PERFORM 0290-PRINT-ERROR THRU 0290-EXIT
003350         GO TO 0220-EXIT
003360     END-IF.
003370     IF RF-RATE-9 NOT NUMERIC
003380         MOVE 'RATE NOT NUMERIC' TO FL-EL-TEXT
003390         PERFORM 0290-PRINT-ERROR THRU 0290-EXIT
003400         GO TO 0220-EXIT
003410     END-IF.
003420     IF RF-RATE-9 = ZERO
003430         MOVE 'ZERO RATE' TO FL-EL-TEXT
003440         PERFORM 0290-PRINT-ERROR THRU 0290-EXIT
003450         GO TO 0220-EXIT
003460     END-IF.
003470     SET FL-RATE-IDX TO 1.
003480     SEARCH FL-RATE-ENTRY
003490         AT END
003500             CONTINUE
003510         WHEN FL-RT-CURRENCY (FL-RATE-IDX) = RF-CURRENCY-CODE
003520             MOVE 'DUPLICATE CURRENCY IN FILE' TO FL-EL-TEXT
003530             PERFORM 0290-PRINT-ERROR THRU 0290-EXIT
003540             GO TO 0220-EXIT
003550     END-SEARCH.
003560     IF FL-RATE-ENTRY-COUNT NOT < FL-RATE-TABLE-SIZE
003570         MOVE 'RATE TABLE FULL - NOT LOADED' TO FL-EL-TEXT
003580         PERFORM 0290-PRINT-ERROR THRU 0290-EXIT
003590         GO TO 0220-EXIT
003600     END-IF.
003610     ADD 1 TO FL-RATE-ENTRY-COUNT.
003620     MOVE RF-CURRENCY-CODE
003630         TO FL-RT-CURRENCY (FL-RATE-ENTRY-COUNT).
003640     MOVE RF-RATE-9 TO FL-RT-RATE (FL-RATE-ENTRY-COUNT).
003650 0220-EXIT.
003660     EXIT.
003670
003680*===========================================================
003690*0230-TAKE-TRAILER
003700*Proves the count of 'D' lines read against the trailer.
003710*===========================================================
003720 0230-TAKE-TRAILER.
003730     MOVE 'Y' TO FL-TRAILER-SEEN-SWITCH.
003740     IF RF-LINE-COUNT-9 NOT NUMERIC
003750         MOVE 'TRAILER COUNT NOT NUMERIC' TO FL-EL-TEXT
003760         PERFORM 0290-PRINT-ERROR THRU 0290-EXIT
003770         MOVE 'Y' TO FL-FILE-BAD-SWITCH
003780         GO TO 0230-EXIT
003790     END-IF.
003800     IF RF-LINE-COUNT-9 NOT = FL-LINE-COUNT
003810         MOVE 'TRAILER COUNT MISMATCH' TO FL-EL-TEXT
003820         PERFORM 0290-PRINT-ERROR THRU 0290-EXIT
003830         MOVE 'Y' TO FL-FILE-BAD-SWITCH
003840     END-IF.
003850 0230-EXIT.
003860     EXIT.
003870
003880*===========================================================
003890*0290-PRINT-ERROR
003900*Writes one error line for the current rate-file line; the
003910*caller stages FL-EL-TEXT first.
003920*===========================================================
003930 0290-PRINT-ERROR.
003940     MOVE RF-CURRENCY-CODE TO FL-EL-CURRENCY.
003950     MOVE RF-RATE TO FL-EL-RATE.
003960     IF NOT RF-REC-IS-DETAIL
003970         MOVE SPACES TO FL-EL-CURRENCY
003980         MOVE SPACES TO FL-EL-RATE
003990     END-IF.
004000     WRITE REPORT-RECORD FROM FL-ERROR-LINE.
004010     ADD 1 TO FL-ERROR-COUNT.
004020 0290-EXIT.
004030     EXIT.
004040
004050*===========================================================
004060*0300-PROVE-FILE
004070*Decides whether the file as read may be applied: it needs a
004080*good header and a trailer that agreed with the lines read.
004090*A rate date other than today's is loaded but reported.
004100*===========================================================
004110 0300-PROVE-FILE.
004120     IF NOT FL-HEADER-SEEN
004130         MOVE 'Y' TO FL-FILE-BAD-SWITCH
004140     END-IF.
004150     IF NOT FL-TRAILER-SEEN
004160         MOVE 'Y' TO FL-FILE-BAD-SWITCH
004170     END-IF.
004180     IF FL-FILE-BAD
004190         MOVE 'RATE FILE NOT PROVED - NO RATES LOADED'
004200             TO FL-ML-TEXT
004210         MOVE SPACES TO FL-ML-DATE
004220         WRITE REPORT-RECORD FROM FL-BLANK-LINE
004230         WRITE REPORT-RECORD FROM FL-MESSAGE-LINE
004240         GO TO 0300-EXIT
004250     END-IF.
004260     MOVE 'RATE DATE:' TO FL-ML-TEXT.
004270     MOVE FL-RATE-DATE TO FL-ML-DATE.
004280     WRITE REPORT-RECORD FROM FL-BLANK-LINE.
004290     WRITE REPORT-RECORD FROM FL-MESSAGE-LINE.
004300     IF FL-RATE-DATE NOT = FL-RUN-DATE
004310         MOVE 'RATE DATE IS NOT THE RUN DATE' TO FL-ML-TEXT
004320         MOVE SPACES TO FL-ML-DATE
004330         WRITE REPORT-RECORD FROM FL-MESSAGE-LINE
004340         MOVE 4 TO RETURN-CODE
004350     END-IF.
004360 0300-EXIT.
004370     EXIT.
004380
004390*===========================================================
004400*0400-APPLY-RATE
004410*Writes one held rate to the master under the file's rate
004420*date, replacing a rate already there for that currency and
004430*date.
004440*===========================================================
004450 0400-APPLY-RATE.
004460     MOVE SPACES TO FX-RATE-RECORD.
004470     MOVE FL-RT-CURRENCY (FL-LOAD-SUB) TO FX-CURRENCY-CODE.
004480     MOVE FL-RATE-DATE TO FX-RATE-DATE.
004490     MOVE FL-RT-RATE (FL-LOAD-SUB) TO FX-RATE.
004500     MOVE FL-RUN-DATE TO FX-LOAD-DATE.
004510     MOVE FL-RUN-TIME TO FX-LOAD-TIME.
004520     MOVE 'N' TO FL-REPLACE-SWITCH.
004530     WRITE FX-RATE-RECORD
004540         INVALID KEY
004550             MOVE 'Y' TO FL-REPLACE-SWITCH
004560         NOT INVALID KEY
004570             ADD 1 TO FL-ADD-COUNT
004580     END-WRITE.
004590     IF FL-REPLACE-NEEDED
004600         REWRITE FX-RATE-RECORD
004610             INVALID KEY
004620                 MOVE FX-CURRENCY-CODE TO FL-EL-CURRENCY
004630                 MOVE SPACES TO FL-EL-RATE
004640                 MOVE 'RATE NOT WRITTEN' TO FL-EL-TEXT
004650                 WRITE REPORT-RECORD FROM FL-ERROR-LINE
004660                 ADD 1 TO FL-ERROR-COUNT
004670             NOT INVALID KEY
004680                 ADD 1 TO FL-REPLACE-COUNT
004690         END-REWRITE
004700     END-IF.
004710 0400-EXIT.
004720     EXIT.
004730
004740*===========================================================
004750*0500-PRINT-SUMMARY
004760*Prints the load counts. Lines that could not be loaded
004770*leave return code 4 so the job stream can see the day's
004780*rates are incomplete.
004790*===========================================================
004800 0500-PRINT-SUMMARY.
004810     WRITE REPORT-RECORD FROM FL-BLANK-LINE.
004820     MOVE 'RATE LINES:     ' TO FL-CL-TEXT.
004830     MOVE FL-LINE-COUNT TO FL-CL-COUNT.
004840     WRITE REPORT-RECORD FROM FL-COUNT-LINE.
004850     MOVE 'ADDED:          ' TO FL-CL-TEXT.
004860     MOVE FL-ADD-COUNT TO FL-CL-COUNT.
004870     WRITE REPORT-RECORD FROM FL-COUNT-LINE.
004880     MOVE 'REPLACED:       ' TO FL-CL-TEXT.
004890     MOVE FL-REPLACE-COUNT TO FL-CL-COUNT.
004900     WRITE REPORT-RECORD FROM FL-COUNT-LINE.
004910     MOVE 'ERRORS:         ' TO FL-CL-TEXT.
004920     MOVE FL-ERROR-COUNT TO FL-CL-COUNT.
004930     WRITE REPORT-RECORD FROM FL-COUNT-LINE.
004940     IF FL-ERROR-COUNT > ZERO
004950         MOVE 4 TO RETURN-CODE
004960     END-IF.
004970 0500-EXIT.
004980     EXIT.
