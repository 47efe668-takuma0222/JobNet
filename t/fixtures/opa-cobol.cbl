000010*-----------------------------------------------------------------
000020*OPA-COBOL
000030*
000040*Operator-authority maintenance. Applies the security office's
000050*maintenance (OPERFEED-DAT, one action-coded line per operator)
000060*to the indexed OPERATOR-AUTHORITY master (OPERAUTH, see
000070*OPER-COPYBOOK) that SUS-COBOL, RRC-COBOL, BKO-COBOL and
000080*ACM-COBOL prove every operator decision against. Adds, updates
000090*and deletes are applied in feed order the way ACM-COBOL applies
000100*the account feed: an add for an operator already on the master
000110*is applied as an update, since the office re-sends the whole
000120*authority, and an update replaces every action entry. A line
000130*that fails an edit is reported and skipped. Each line names
000140*the officer keying it, who may not maintain their own
000150*authority, and every change applied is written to the shared
000160*authority log (AUTHLOG-DAT) as action OMNT against the
000170*operator maintained, so the log shows who granted what as well
000180*as who used it. Run on demand, like MCN-COBOL, whenever the
000190*office sends maintenance; it is not a step of the batch
000200*stream. Return code 4 flags lines that were not applied; 16 a
000210*feed or master that would not open.
000220*
000230*OPERFEED-DAT maintenance lines:
000240*  action A/U/D, operator id, operator name, status A (active)
000250*  or S (suspended, blank taken as A), then eight action
000260*  entries of action code (SREL/SWOF/RCOR/BKOT/ACAP, blank for
000270*  unused) and ceiling (9(09)V99, greater than zero), then the
000280*  maintaining officer's operator id.
000290*
000300*  Author.......: D. HARTLEY, BATCH SYSTEMS GROUP
000310*  Installation.: BATCH SYSTEMS GROUP
000320*  Date-Written.: 2026-10-15
000330*
000340*  Modification History
000350*  ----------  ----  ---------------------------------------
000360*  2026-10-15  DH    Original operator-authority maintenance.
000370*-----------------------------------------------------------------
000380 IDENTIFICATION DIVISION.
000390 PROGRAM-ID.  OPA-COBOL.
000400 AUTHOR.  D. HARTLEY, BATCH SYSTEMS GROUP.
000410 INSTALLATION.  BATCH SYSTEMS GROUP.
000420 DATE-WRITTEN.  2026-10-15.
000430 DATE-COMPILED.
000440
000450*-----------------------------------------------------------------
000460 ENVIRONMENT DIVISION.
000470 INPUT-OUTPUT SECTION.
000480 FILE-CONTROL.
000490     SELECT FEED-FILE ASSIGN TO OPERFEED-DAT
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS OP-FEED-STATUS.
000520     SELECT OPTIONAL OPER-MASTER ASSIGN TO OPERAUTH
000530         ORGANIZATION IS INDEXED
000540         ACCESS MODE IS RANDOM
000550         RECORD KEY IS OA-OPERATOR-ID
000560         FILE STATUS IS OP-MASTER-STATUS.
000570     SELECT OPTIONAL AUTH-LOG ASSIGN TO AUTHLOG-DAT
000580         ORGANIZATION IS LINE SEQUENTIAL.
000590     SELECT REPORT-FILE ASSIGN TO OPARPT-DAT
000600         ORGANIZATION IS LINE SEQUENTIAL.
000610
000620*-----------------------------------------------------------------
000630 DATA DIVISION.
000640 FILE SECTION.
000650*-----------------------------------------------------------------
000660*FEED-FILE - the security office's authority maintenance: an
000670*            action code, the operator, the whole authority to
000680*            apply, and the officer keying it.
000690*-----------------------------------------------------------------
000700 FD  FEED-FILE.
000710 01  FEED-RECORD.
000720     05  OF-ACTION                   PIC X(01).
000730         88  OF-ACTION-ADD                VALUE 'A'.
000740         88  OF-ACTION-UPDATE             VALUE 'U'.
000750         88  OF-ACTION-DELETE             VALUE 'D'.
000760         88  OF-ACTION-VALID              VALUE 'A' 'U' 'D'.
000770     05  OF-OPERATOR-ID              PIC X(08).
000780     05  OF-OPERATOR-NAME            PIC X(20).
000790     05  OF-OPER-STATUS              PIC X(01).
000800         88  OF-OPER-STATUS-VALID         VALUE 'A' 'S'.
000810     05  OF-ACTION-ENTRY             OCCURS 8 TIMES.
000820         10  OF-ACTION-CODE          PIC X(04).
000830         10  OF-ACTION-CEILING       PIC X(11).
000840         10  OF-ACTION-CEILING-9 REDEFINES OF-ACTION-CEILING
000850                                     PIC 9(09)V99.
000860     05  OF-MAINT-BY                 PIC X(08).
000870     05  FILLER                      PIC X(02).
000880
000890 FD  OPER-MASTER.
000900     COPY OPER-COPYBOOK.
000910
000920*-----------------------------------------------------------------
000930*AUTH-LOG - the shared authority log, opened EXTEND: one line
000940*           per change applied to the master.
000950*-----------------------------------------------------------------
000960 FD  AUTH-LOG.
000970     COPY ALOG-COPYBOOK.
000980
000990 FD  REPORT-FILE.
001000 01  REPORT-RECORD                  PIC X(80).
001010
001020 WORKING-STORAGE SECTION.
001030*-----------------------------------------------------------------
001040*SWITCHES AND FILE STATUSES
001050*-----------------------------------------------------------------
001060 77  OP-EOF-SWITCH                  PIC X(01) VALUE 'N'.
001070     88  OP-EOF                          VALUE 'Y'.
001080 77  OP-FEED-STATUS                 PIC X(02) VALUE SPACES.
001090     88  OP-FEED-OPEN-OK                 VALUE '00'.
001100 77  OP-MASTER-STATUS               PIC X(02) VALUE SPACES.
001110     88  OP-MASTER-OPEN-OK               VALUE '00' '05'.
001120 77  OP-REPLACE-SWITCH              PIC X(01) VALUE 'N'.
001130     88  OP-REPLACE-NEEDED               VALUE 'Y'.
001140 77  OP-ENTRY-VALID-SWITCH          PIC X(01) VALUE 'Y'.
001150     88  OP-ENTRY-VALID                  VALUE 'Y'.
001160
001170*-----------------------------------------------------------------
001180*ACTION ENTRY EDITS. Each keyed entry's code is staged here to
001190*be proved against the action codes the checking programs use,
001200*and against the entries before it for a duplicate.
001210*-----------------------------------------------------------------
001220 77  OP-CHECK-CODE                  PIC X(04) VALUE SPACES.
001230     88  OP-CHECK-CODE-VALID             VALUE 'SREL' 'SWOF'
001240                                               'RCOR' 'BKOT'
001250                                               'ACAP'.
001260 77  OP-SUB                         PIC 9(02) VALUE ZERO.
001270 77  OP-SUB2                        PIC 9(02) VALUE ZERO.
001280 77  OP-LOG-TEXT                    PIC X(30) VALUE SPACES.
001290
001300*-----------------------------------------------------------------
001310*MAINTENANCE COUNTS
001320*-----------------------------------------------------------------
001330 77  OP-READ-COUNT                  PIC 9(09)      VALUE ZERO.
001340 77  OP-ADD-COUNT                   PIC 9(09)      VALUE ZERO.
001350 77  OP-UPDATE-COUNT                PIC 9(09)      VALUE ZERO.
001360 77  OP-DELETE-COUNT                PIC 9(09)      VALUE ZERO.
001370 77  OP-ERROR-COUNT                 PIC 9(09)      VALUE ZERO.
001380 77  OP-RUN-DATE                    PIC 9(08) VALUE ZERO.
001390 77  OP-RUN-TIME                    PIC 9(08) VALUE ZERO.
001400
001410*-----------------------------------------------------------------
001420*PRINT LINES
001430*-----------------------------------------------------------------
001440 01  OP-PAGE-HEADING-1.
001450     05  FILLER                      PIC X(20) VALUE
001460                         'OPERATOR AUTH MAINT '.
001470     05  FILLER                      PIC X(10) VALUE SPACES.
001480     05  OP-H1-DATE                  PIC 9(08).
001490     05  FILLER                      PIC X(10) VALUE SPACES.
001500     05  OP-H1-TIME                  PIC 9(08).
001510     05  FILLER                      PIC X(24) VALUE SPACES.
001520
001530 01  OP-PAGE-HEADING-2.
001540     05  FILLER                      PIC X(20) VALUE
001550                         'PROGRAM: OPA-COBOL'.
001560     05  FILLER                      PIC X(60) VALUE SPACES.
001570
001580 01  OP-BLANK-LINE                  PIC X(80) VALUE SPACES.
001590
001600 01  OP-ERROR-LINE.
001610     05  FILLER                      PIC X(08) VALUE
001620                         '  OPER: '.
001630     05  OP-EL-OPERATOR-ID           PIC X(08).
001640     05  FILLER                      PIC X(02) VALUE SPACES.
001650     05  OP-EL-ACTION                PIC X(01).
001660     05  FILLER                      PIC X(02) VALUE SPACES.
001670     05  OP-EL-TEXT                  PIC X(30).
001680     05  FILLER                      PIC X(29) VALUE SPACES.
001690
001700 01  OP-COUNT-LINE.
001710     05  OP-CL-TEXT                  PIC X(16).
001720     05  OP-CL-COUNT                 PIC ZZZ,ZZZ,ZZ9.
001730     05  FILLER                      PIC X(53) VALUE SPACES.
001740
001750*-----------------------------------------------------------------
001760 PROCEDURE DIVISION.
001770*===========================================================
001780*0000-MAIN-LOGIC
001790*Mainline: open the feed, the master, the log and the report,
001800*apply every maintenance line in order, then print the action
001810*counts.
001820*===========================================================
001830 0000-MAIN-LOGIC.
001840     OPEN INPUT FEED-FILE.
001850     OPEN I-O OPER-MASTER.
001860     OPEN EXTEND AUTH-LOG.
001870     OPEN OUTPUT REPORT-FILE.
001880     ACCEPT OP-RUN-DATE FROM DATE YYYYMMDD.
001890     ACCEPT OP-RUN-TIME FROM TIME.
001900     PERFORM 0050-PRINT-HEADING THRU 0050-EXIT.
001910     IF NOT OP-FEED-OPEN-OK OR NOT OP-MASTER-OPEN-OK
001920         MOVE 'FILE OPEN FAILED - NO MAINT' TO OP-EL-TEXT
001930         MOVE SPACES TO OP-EL-OPERATOR-ID
001940         MOVE SPACES TO OP-EL-ACTION
001950         WRITE REPORT-RECORD FROM OP-ERROR-LINE
001960         MOVE 16 TO RETURN-CODE
001970         GO TO 0000-CLOSE
001980     END-IF.
001990     PERFORM 0100-READ-FEED THRU 0100-EXIT.
002000     PERFORM 0200-PROCESS-FEED THRU 0200-EXIT
002010         UNTIL OP-EOF.
002020     PERFORM 0400-PRINT-SUMMARY THRU 0400-EXIT.
002030 0000-CLOSE.
002040     CLOSE FEED-FILE.
002050     CLOSE OPER-MASTER.
002060     CLOSE AUTH-LOG.
002070     CLOSE REPORT-FILE.
002080     STOP RUN.
002090
002100*===========================================================
002110*0050-PRINT-HEADING
002120*Writes the two report heading lines.
002130*===========================================================
002140 0050-PRINT-HEADING.
002150     MOVE OP-RUN-DATE TO OP-H1-DATE.
002160     MOVE OP-RUN-TIME TO OP-H1-TIME.
002170     WRITE REPORT-RECORD FROM OP-PAGE-HEADING-1.
002180     WRITE REPORT-RECORD FROM OP-PAGE-HEADING-2.
002190     WRITE REPORT-RECORD FROM OP-BLANK-LINE.
002200 0050-EXIT.
002210     EXIT.
002220
002230*===========================================================
002240*0100-READ-FEED
002250*Reads the next maintenance line, setting the EOF switch when
002260*the feed is exhausted.
002270*===========================================================
002280 0100-READ-FEED.
002290     READ FEED-FILE
002300         AT END
002310             SET OP-EOF TO TRUE
002320     END-READ.
002330     IF NOT OP-EOF
002340         ADD 1 TO OP-READ-COUNT
002350     END-IF.
002360 0100-EXIT.
002370     EXIT.
002380
002390*===========================================================
002400*0200-PROCESS-FEED
002410*Edits the maintenance line, then applies it to the master by
002420*its action code. A line that fails an edit is reported and
002430*skipped; the rest of the feed still applies.
002440*===========================================================
002450 0200-PROCESS-FEED.
002460     IF NOT OF-ACTION-VALID
002470         MOVE 'INVALID ACTION CODE' TO OP-EL-TEXT
002480         PERFORM 0290-PRINT-ERROR THRU 0290-EXIT
002490         GO TO 0200-NEXT
002500     END-IF.
002510     IF OF-OPERATOR-ID = SPACES OR LOW-VALUES
002520         MOVE 'MISSING OPERATOR ID' TO OP-EL-TEXT
002530         PERFORM 0290-PRINT-ERROR THRU 0290-EXIT
002540         GO TO 0200-NEXT
002550     END-IF.
002560     IF OF-MAINT-BY = SPACES OR LOW-VALUES
002570         MOVE 'MISSING MAINTAINING OPERATOR' TO OP-EL-TEXT
002580         PERFORM 0290-PRINT-ERROR THRU 0290-EXIT
002590         GO TO 0200-NEXT
002600     END-IF.
002610     IF OF-MAINT-BY = OF-OPERATOR-ID
002620         MOVE 'OPERATOR MAY NOT MAINTAIN SELF' TO OP-EL-TEXT
002630         PERFORM 0290-PRINT-ERROR THRU 0290-EXIT
002640         GO TO 0200-NEXT
002650     END-IF.
002660     IF OF-ACTION-DELETE
002670         PERFORM 0230-APPLY-DELETE THRU 0230-EXIT
002680         GO TO 0200-NEXT
002690     END-IF.
002700     IF OF-OPERATOR-NAME = SPACES
002710         MOVE 'MISSING OPERATOR NAME' TO OP-EL-TEXT
002720         PERFORM 0290-PRINT-ERROR THRU 0290-EXIT
002730         GO TO 0200-NEXT
002740     END-IF.
002750     IF OF-OPER-STATUS = SPACE
002760         MOVE 'A' TO OF-OPER-STATUS
002770     END-IF.
002780     IF NOT OF-OPER-STATUS-VALID
002790         MOVE 'INVALID OPERATOR STATUS' TO OP-EL-TEXT
002800         PERFORM 0290-PRINT-ERROR THRU 0290-EXIT
002810         GO TO 0200-NEXT
002820     END-IF.
002830     MOVE 'Y' TO OP-ENTRY-VALID-SWITCH.
002840     PERFORM 0260-CHECK-ENTRY THRU 0260-EXIT
002850         VARYING OP-SUB FROM 1 BY 1
002860         UNTIL OP-SUB > 8.
002870     IF NOT OP-ENTRY-VALID
002880         PERFORM 0290-PRINT-ERROR THRU 0290-EXIT
002890         GO TO 0200-NEXT
002900     END-IF.
002910     IF OF-ACTION-ADD
002920         PERFORM 0210-APPLY-ADD THRU 0210-EXIT
002930     ELSE
002940         PERFORM 0220-APPLY-UPDATE THRU 0220-EXIT
002950     END-IF.
002960 0200-NEXT.
002970     PERFORM 0100-READ-FEED THRU 0100-EXIT.
002980 0200-EXIT.
002990     EXIT.
003000
003010*===========================================================
003020*0210-APPLY-ADD
003030*Writes the operator to the master. An operator already on
003040*the master is applied as an update instead: the office
003050*re-sends whole authorities, so the newest image wins.
003060*===========================================================
003070 0210-APPLY-ADD.
003080     PERFORM 0250-BUILD-OPERATOR THRU 0250-EXIT.
003090     MOVE 'N' TO OP-REPLACE-SWITCH.
003100     WRITE OPER-RECORD
003110         INVALID KEY
003120             MOVE 'Y' TO OP-REPLACE-SWITCH
003130         NOT INVALID KEY
003140             ADD 1 TO OP-ADD-COUNT
003150             MOVE 'AUTHORITY ADDED' TO OP-LOG-TEXT
003160             PERFORM 0280-WRITE-AUTH-LOG THRU 0280-EXIT
003170     END-WRITE.
003180     IF OP-REPLACE-NEEDED
003190         PERFORM 0220-APPLY-UPDATE THRU 0220-EXIT
003200     END-IF.
003210 0210-EXIT.
003220     EXIT.
003230
003240*===========================================================
003250*0220-APPLY-UPDATE
003260*Rewrites the operator's authority; an update for an operator
003270*not on the master is reported, not applied.
003280*===========================================================
003290 0220-APPLY-UPDATE.
003300     PERFORM 0250-BUILD-OPERATOR THRU 0250-EXIT.
003310     REWRITE OPER-RECORD
003320         INVALID KEY
003330             MOVE 'UPDATE FOR UNKNOWN OPERATOR' TO OP-EL-TEXT
003340             PERFORM 0290-PRINT-ERROR THRU 0290-EXIT
003350         NOT INVALID KEY
003360             ADD 1 TO OP-UPDATE-COUNT
003370             MOVE 'AUTHORITY UPDATED' TO OP-LOG-TEXT
003380             PERFORM 0280-WRITE-AUTH-LOG THRU 0280-EXIT
003390     END-REWRITE.
003400 0220-EXIT.
003410     EXIT.
003420
003430*===========================================================
003440*0230-APPLY-DELETE
003450*Deletes the operator from the master; a delete for an
003460*operator not on the master is reported, not applied.
003470*===========================================================
003480 0230-APPLY-DELETE.
003490     MOVE OF-OPERATOR-ID TO OA-OPERATOR-ID.
003500     DELETE OPER-MASTER
003510         INVALID KEY
003520             MOVE 'DELETE FOR UNKNOWN OPERATOR' TO OP-EL-TEXT
003530             PERFORM 0290-PRINT-ERROR THRU 0290-EXIT
003540         NOT INVALID KEY
003550             ADD 1 TO OP-DELETE-COUNT
003560             MOVE 'AUTHORITY DELETED' TO OP-LOG-TEXT
003570             PERFORM 0280-WRITE-AUTH-LOG THRU 0280-EXIT
003580     END-DELETE.
003590 0230-EXIT.
003600     EXIT.
003610
003620*===========================================================
003630*0250-BUILD-OPERATOR
003640*Moves the maintenance image into OPER-RECORD and stamps the
003650*run date as the last-maintained date. Unused entries are
003660*left blank with a zero ceiling.
003670*===========================================================
003680 0250-BUILD-OPERATOR.
003690     MOVE SPACES TO OPER-RECORD.
003700     MOVE OF-OPERATOR-ID TO OA-OPERATOR-ID.
003710     MOVE OF-OPERATOR-NAME TO OA-OPERATOR-NAME.
003720     MOVE OF-OPER-STATUS TO OA-OPER-STATUS.
003730     MOVE OP-RUN-DATE TO OA-LAST-MAINT-DATE.
003740     PERFORM 0255-BUILD-ENTRY THRU 0255-EXIT
003750         VARYING OP-SUB FROM 1 BY 1
003760         UNTIL OP-SUB > 8.
003770 0250-EXIT.
003780     EXIT.
003790
003800*===========================================================
003810 0255-BUILD-ENTRY.
003820     IF OF-ACTION-CODE (OP-SUB) = SPACES
003830         MOVE SPACES TO OA-ACTION-CODE (OP-SUB)
003840         MOVE ZERO TO OA-ACTION-CEILING (OP-SUB)
003850     ELSE
003860         MOVE OF-ACTION-CODE (OP-SUB) TO OA-ACTION-CODE (OP-SUB)
003870         MOVE OF-ACTION-CEILING-9 (OP-SUB)
003880             TO OA-ACTION-CEILING (OP-SUB)
003890     END-IF.
003900 0255-EXIT.
003910     EXIT.
003920
003930*===========================================================
003940*0260-CHECK-ENTRY
003950*Edits one action entry: a blank code is an unused entry;
003960*otherwise the code must be one the checking programs use,
003970*not repeat an earlier entry's, and carry a numeric ceiling
003980*greater than zero. The first failure stages the error text
003990*and the rest of the entries are passed over.
004000*===========================================================
004010 0260-CHECK-ENTRY.
004020     IF NOT OP-ENTRY-VALID
004030         GO TO 0260-EXIT
004040     END-IF.
004050     IF OF-ACTION-CODE (OP-SUB) = SPACES
004060         GO TO 0260-EXIT
004070     END-IF.
004080     MOVE OF-ACTION-CODE (OP-SUB) TO OP-CHECK-CODE.
004090     IF NOT OP-CHECK-CODE-VALID
004100         MOVE 'N' TO OP-ENTRY-VALID-SWITCH
004110         MOVE 'INVALID AUTHORITY ACTION CODE' TO OP-EL-TEXT
004120         GO TO 0260-EXIT
004130     END-IF.
004140     IF OF-ACTION-CEILING-9 (OP-SUB) NOT NUMERIC
004150         MOVE 'N' TO OP-ENTRY-VALID-SWITCH
004160         MOVE 'CEILING NOT NUMERIC OR ZERO' TO OP-EL-TEXT
004170         GO TO 0260-EXIT
004180     END-IF.
004190     IF OF-ACTION-CEILING-9 (OP-SUB) = ZERO
004200         MOVE 'N' TO OP-ENTRY-VALID-SWITCH
004210         MOVE 'CEILING NOT NUMERIC OR ZERO' TO OP-EL-TEXT
004220         GO TO 0260-EXIT
004230     END-IF.
004240     PERFORM 0265-CHECK-DUPLICATE THRU 0265-EXIT
004250         VARYING OP-SUB2 FROM 1 BY 1
004260         UNTIL OP-SUB2 NOT < OP-SUB.
004270 0260-EXIT.
004280     EXIT.
004290
004300*===========================================================
004310 0265-CHECK-DUPLICATE.
004320     IF OP-ENTRY-VALID
004330        AND OF-ACTION-CODE (OP-SUB2) = OP-CHECK-CODE
004340         MOVE 'N' TO OP-ENTRY-VALID-SWITCH
004350         MOVE 'DUPLICATE AUTHORITY ACTION' TO OP-EL-TEXT
004360     END-IF.
004370 0265-EXIT.
004380     EXIT.
004390
004400*===========================================================
004410*0280-WRITE-AUTH-LOG
004420*Appends one line to the shared authority log for the change
004430*just applied: the maintaining officer as the operator, the
004440*operator maintained as the subject. The caller stages
004450*OP-LOG-TEXT first.
004460*===========================================================
004470 0280-WRITE-AUTH-LOG.
004480     MOVE SPACES TO AUTHLOG-RECORD.
004490     MOVE OP-RUN-DATE TO AL-LOG-DATE.
004500     ACCEPT AL-LOG-TIME FROM TIME.
004510     MOVE 'OPA-COBOL' TO AL-PROGRAM-ID.
004520     MOVE 'OMNT' TO AL-ACTION-CODE.
004530     MOVE OF-MAINT-BY TO AL-OPERATOR-ID.
004540     MOVE OF-OPERATOR-ID TO AL-SUBJECT-KEY.
004550     MOVE ZERO TO AL-AMOUNT.
004560     MOVE 'A' TO AL-OUTCOME.
004570     MOVE 'A000' TO AL-REASON-CODE.
004580     MOVE OP-LOG-TEXT TO AL-REASON-TEXT.
004590     WRITE AUTHLOG-RECORD.
004600 0280-EXIT.
004610     EXIT.
004620
004630*===========================================================
004640*0290-PRINT-ERROR
004650*Writes one error line for the current maintenance line; the
004660*caller stages OP-EL-TEXT first.
004670*===========================================================
004680 0290-PRINT-ERROR.
004690     MOVE OF-OPERATOR-ID TO OP-EL-OPERATOR-ID.
004700     MOVE OF-ACTION TO OP-EL-ACTION.
004710     WRITE REPORT-RECORD FROM OP-ERROR-LINE.
004720     ADD 1 TO OP-ERROR-COUNT.
004730 0290-EXIT.
004740     EXIT.
004750
004760*===========================================================
004770*0400-PRINT-SUMMARY
004780*Prints the action counts. A feed with errors leaves return
004790*code 4 so the office can see the maintenance was only partly
004800*applied.
004810*===========================================================
004820 0400-PRINT-SUMMARY.
004830     WRITE REPORT-RECORD FROM OP-BLANK-LINE.
004840     MOVE 'RECORDS READ:   ' TO OP-CL-TEXT.
004850     MOVE OP-READ-COUNT TO OP-CL-COUNT.
004860     WRITE REPORT-RECORD FROM OP-COUNT-LINE.
004870     MOVE 'ADDED:          ' TO OP-CL-TEXT.
004880     MOVE OP-ADD-COUNT TO OP-CL-COUNT.
004890     WRITE REPORT-RECORD FROM OP-COUNT-LINE.
004900     MOVE 'UPDATED:        ' TO OP-CL-TEXT.
004910     MOVE OP-UPDATE-COUNT TO OP-CL-COUNT.
004920     WRITE REPORT-RECORD FROM OP-COUNT-LINE.
004930     MOVE 'DELETED:        ' TO OP-CL-TEXT.
004940     MOVE OP-DELETE-COUNT TO OP-CL-COUNT.
004950     WRITE REPORT-RECORD FROM OP-COUNT-LINE.
004960     MOVE 'ERRORS:         ' TO OP-CL-TEXT.
004970     MOVE OP-ERROR-COUNT TO OP-CL-COUNT.
004980     WRITE REPORT-RECORD FROM OP-COUNT-LINE.
004990     IF OP-ERROR-COUNT > ZERO
005000         MOVE 4 TO RETURN-CODE
005010     END-IF.
005020 0400-EXIT.
005030     EXIT.
