000160*with no matching OUT-FILE detail. Return code 4 flags any
000170*refused or unmatched key, 8 a detail table too small to
000180*guarantee the backout covered the whole run.
000181*A backout is an operator decision like any other: the
000182*operator named by BACKOUT_OPERATOR must hold action BKOT on
000183*the operator-authority master (OPERAUTH) with a ceiling
000184*covering the run's gross detail amount, and the outcome is
000185*logged to the shared authority log (AUTHLOG-DAT). A refused
000186*backout calls nothing: BACKOUT-DAT carries its header and an
000187*empty trailer, and return code 16 stops the run.
000190*
000200*  Author.......: D. HARTLEY, BATCH SYSTEMS GROUP
000210*  Installation.: BATCH SYSTEMS GROUP
000274*                    detail since the retry queue went in, so
000275*                    the old claim would have stolen a later
000276*                    successful call's only detail.
000277*  2026-10-15  DH    Backout proved against OPERAUTH for the
000278*                    BACKOUT_OPERATOR; outcome logged to
000279*                    AUTHLOG-DAT, refusal ends with RC 16.
000280*-----------------------------------------------------------------
000281 IDENTIFICATION DIVISION.
000290 PROGRAM-ID.  BKO-COBOL.
000300 AUTHOR.  D. HARTLEY, BATCH SYSTEMS GROUP.
000310 INSTALLATION.  BATCH SYSTEMS GROUP.
000460         ORGANIZATION IS LINE SEQUENTIAL.
000470     SELECT REPORT-FILE ASSIGN TO BKORPT-DAT
000480         ORGANIZATION IS LINE SEQUENTIAL.
000481     SELECT OPER-MASTER ASSIGN TO OPERAUTH
000482         ORGANIZATION IS INDEXED
000483         ACCESS MODE IS RANDOM
000484         RECORD KEY IS OA-OPERATOR-ID
000485         FILE STATUS IS BK-OPER-STATUS.
000486     SELECT OPTIONAL AUTH-LOG ASSIGN TO AUTHLOG-DAT
000487         ORGANIZATION IS LINE SEQUENTIAL.
000490
000500*-----------------------------------------------------------------
000510 DATA DIVISION.
000850
000860 FD  REPORT-FILE.
000870 01  REPORT-RECORD                  PIC X(80).
000871
000872*-----------------------------------------------------------------
000873*OPER-MASTER - the operator-authority master, read to prove
000874*              the backout operator's authority.
000875*AUTH-LOG    - the shared authority log, opened EXTEND: one
000876*              line per backout, allowed or refused.
000877*-----------------------------------------------------------------
000878 FD  OPER-MASTER.
000879     COPY OPER-COPYBOOK.
000880
000881 FD  AUTH-LOG.
000882     COPY ALOG-COPYBOOK.
000883
000890 WORKING-STORAGE SECTION.
000891*-----------------------------------------------------------------
000892*OUT-COPYBOOK record views: OUT-FILE details are read INTO this
001450 77  BK-NO-DETAIL-COUNT             PIC 9(09)      VALUE ZERO.
001460 77  BK-RUN-DATE                    PIC 9(08) VALUE ZERO.
001470 77  BK-RUN-TIME                    PIC 9(08) VALUE ZERO.
001471
001472*-----------------------------------------------------------------
001473*OPERATOR AUTHORITY. The caller stages the action, operator,
001474*approver, subject and amount before performing the
001475*authority check, which proves them against OPERAUTH and
001476*logs the outcome, allowed or refused, to AUTHLOG-DAT. The
001477*subject is the backed-out run's cycle date and batch, from
001478*its OUT-FILE header; the amount its gross detail total.
001479*-----------------------------------------------------------------
001480 77  BK-OPER-STATUS                 PIC X(02) VALUE SPACES.
001481     88  BK-OPER-OPEN-OK                 VALUE '00'.
001482 77  BK-AUTH-SWITCH                 PIC X(01) VALUE 'N'.
001483     88  BK-AUTH-ALLOWED                 VALUE 'Y'.
001484 77  BK-AUTH-FOUND-SWITCH           PIC X(01) VALUE 'N'.
001485     88  BK-AUTH-ACTION-FOUND            VALUE 'Y'.
001486 77  BK-AUTH-ACTION                 PIC X(04) VALUE SPACES.
001487 77  BK-AUTH-OPERATOR               PIC X(08) VALUE SPACES.
001488 77  BK-AUTH-APPROVER               PIC X(08) VALUE SPACES.
001489 77  BK-AUTH-CHECK-ID               PIC X(08) VALUE SPACES.
001490 77  BK-AUTH-SUBJECT                PIC X(12) VALUE SPACES.
001491 77  BK-AUTH-AMOUNT                 PIC 9(09)V99 VALUE ZERO.
001492 77  BK-AUTH-MAX-AMOUNT             PIC 9(09)V99
001493                                    VALUE 999999999.99.
001494 77  BK-AUTH-SUB                    PIC 9(02) VALUE ZERO.
001495 77  BK-AUTH-HIT-SUB                PIC 9(02) VALUE ZERO.
001496 77  BK-AUTH-REASON-CODE            PIC X(04) VALUE SPACES.
001497 77  BK-AUTH-REASON-TEXT            PIC X(30) VALUE SPACES.
001498 77  BK-AUTH-REFUSED-COUNT          PIC 9(09) VALUE ZERO.
001499 77  BK-RUN-GROSS-TOTAL             PIC S9(11)V99  VALUE ZERO.
001500
001501*-----------------------------------------------------------------
001502*PRINT LINES
001510*-----------------------------------------------------------------
001520 01  BK-PAGE-HEADING-1.
001530     05  FILLER                      PIC X(20) VALUE
002010     OPEN OUTPUT BACKOUT-FILE.
002020     OPEN OUTPUT BKAUDIT-FILE.
002030     OPEN OUTPUT REPORT-FILE.
002031     OPEN INPUT OPER-MASTER.
002032     OPEN EXTEND AUTH-LOG.
002040     ACCEPT BK-RUN-DATE FROM DATE YYYYMMDD.
002050     ACCEPT BK-RUN-TIME FROM TIME.
002060     PERFORM 0050-PRINT-HEADING THRU 0050-EXIT.
002070     PERFORM 0040-RESOLVE-REVERSAL-PROG THRU 0040-EXIT.
002080     PERFORM 0060-WRITE-BACKOUT-HEADER THRU 0060-EXIT.
002081     PERFORM 0080-CHECK-BACKOUT-AUTHORITY THRU 0080-EXIT.
002082     IF NOT BK-AUTH-ALLOWED
002083         GO TO 0000-TRAILER
002084     END-IF.
002090
002100     PERFORM 0200-READ-AUDIT THRU 0200-EXIT.
002110     PERFORM 0300-BACKOUT-AUDIT-KEY THRU 0300-EXIT
002120         UNTIL BK-AUDIT-EOF.
002130
002131 0000-TRAILER.
002140     PERFORM 0600-WRITE-BACKOUT-TRAILER THRU 0600-EXIT.
002150     PERFORM 0700-PRINT-SUMMARY THRU 0700-EXIT.
002160     CLOSE AUDIT-FILE.
002170     CLOSE BACKOUT-FILE.
002180     CLOSE BKAUDIT-FILE.
002190     CLOSE REPORT-FILE.
002191     CLOSE OPER-MASTER.
002192     CLOSE AUTH-LOG.
002200     STOP RUN.
002210
002220*===========================================================
002590     WRITE BK-BACKOUT-RECORD FROM OUT-HEADER-RECORD.
002600 0060-EXIT.
002610     EXIT.
002611
002612*===========================================================
002613*0080-CHECK-BACKOUT-AUTHORITY
002614*Proves the whole backout against the operator-authority
002615*master before any key is reversed. The amount is the run's
002616*gross detail total, unsigned, held at the largest ceiling
002617*the master can carry.
002618*===========================================================
002619 0080-CHECK-BACKOUT-AUTHORITY.
002620     MOVE 'BKOT' TO BK-AUTH-ACTION.
002621     ACCEPT BK-AUTH-OPERATOR
002622         FROM ENVIRONMENT 'BACKOUT_OPERATOR'.
002623     MOVE SPACES TO BK-AUTH-APPROVER.
002624     IF BK-RUN-GROSS-TOTAL > BK-AUTH-MAX-AMOUNT
002625         MOVE BK-AUTH-MAX-AMOUNT TO BK-AUTH-AMOUNT
002626     ELSE
002627         MOVE BK-RUN-GROSS-TOTAL TO BK-AUTH-AMOUNT
002628     END-IF.
002629     PERFORM 0900-CHECK-AUTHORITY THRU 0900-EXIT.
002630     IF NOT BK-AUTH-ALLOWED
002631         MOVE BK-AUTH-OPERATOR TO BK-SL-KEY
002632         MOVE 'BACKOUT REFUSED - AUTH ' TO BK-SL-TEXT
002633         MOVE BK-AUTH-REASON-CODE TO BK-SL-TEXT (24:4)
002634         WRITE REPORT-RECORD FROM BK-SKIP-LINE
002635         MOVE SPACES TO BK-SL-KEY
002636         MOVE BK-AUTH-REASON-TEXT TO BK-SL-TEXT
002637         WRITE REPORT-RECORD FROM BK-SKIP-LINE
002638     END-IF.
002639 0080-EXIT.
002640     EXIT.
002641
002642*===========================================================
002643*0100-LOAD-OUT-TABLE
002650*Loads every OUT-FILE detail record into BK-OUT-TABLE,
002660*flagging a coverage gap if the run is larger than the
002670*table bound.
002840
002850*===========================================================
002860 0120-LOAD-OUT-ENTRY.
002861     IF OUT-REC-IS-HEADER
002862         MOVE OH-RUN-DATE TO BK-AUTH-SUBJECT (1:8)
002863         MOVE OH-BATCH-SEQ TO BK-AUTH-SUBJECT (9:3)
002864     END-IF.
002865     IF OUT-REC-IS-DETAIL
002866         IF OD-AMOUNT < ZERO
002867             SUBTRACT OD-AMOUNT FROM BK-RUN-GROSS-TOTAL
002868         ELSE
002869             ADD OD-AMOUNT TO BK-RUN-GROSS-TOTAL
002870         END-IF
002871     END-IF.
002872     IF OUT-REC-IS-DETAIL
002880         IF BK-OUT-COUNT < BK-OUT-TABLE-SIZE
002890             ADD 1 TO BK-OUT-COUNT
002900             SET BK-OUT-IDX TO BK-OUT-COUNT
004200*0700-PRINT-SUMMARY
004210*Prints the disposition counts and the backout control total.
004220*Return code 4 flags refused or unmatched keys; 8 flags a
004230*coverage gap from a run larger than the detail table; 16 a
004231*backout the authority check refused.
004240*===========================================================
004250 0700-PRINT-SUMMARY.
004260     WRITE REPORT-RECORD FROM BK-BLANK-LINE.
004510             MOVE ZERO TO RETURN-CODE
004520         END-IF
004530     END-IF.
004531     IF NOT BK-AUTH-ALLOWED
004532         MOVE 16 TO RETURN-CODE
004533     END-IF.
004540 0700-EXIT.
004550     EXIT.
004551
004552*===========================================================
004553*0900-CHECK-AUTHORITY
004554*Proves the staged decision against the operator-authority
004555*master: the operator must be on file, active, permitted the
004556*action and within its ceiling. Every outcome, allowed or
004557*refused, is logged.
004558*===========================================================
004559 0900-CHECK-AUTHORITY.
004560     MOVE 'N' TO BK-AUTH-SWITCH.
004561     MOVE SPACES TO BK-AUTH-REASON-CODE.
004562     MOVE SPACES TO BK-AUTH-REASON-TEXT.
004563     IF NOT BK-OPER-OPEN-OK
004564         MOVE 'A009' TO BK-AUTH-REASON-CODE
004565         MOVE 'AUTHORITY MASTER UNAVAILABLE'
004566             TO BK-AUTH-REASON-TEXT
004567         GO TO 0900-LOG
004568     END-IF.
004569     MOVE BK-AUTH-OPERATOR TO BK-AUTH-CHECK-ID.
004570     PERFORM 0910-CHECK-ONE-OPERATOR THRU 0910-EXIT.
004571     IF BK-AUTH-REASON-CODE NOT = SPACES
004572         GO TO 0900-LOG
004573     END-IF.
004574     MOVE 'Y' TO BK-AUTH-SWITCH.
004575     MOVE 'A000' TO BK-AUTH-REASON-CODE.
004576     MOVE 'ALLOWED' TO BK-AUTH-REASON-TEXT.
004577 0900-LOG.
004578     PERFORM 0920-WRITE-AUTH-LOG THRU 0920-EXIT.
004579     IF NOT BK-AUTH-ALLOWED
004580         ADD 1 TO BK-AUTH-REFUSED-COUNT
004581     END-IF.
004582 0900-EXIT.
004583     EXIT.
004584
004585*===========================================================
004586*0910-CHECK-ONE-OPERATOR
004587*Proves the operator in BK-AUTH-CHECK-ID for the staged
004588*action and amount, leaving a refusal reason staged or the
004589*reason code blank when the operator passes.
004590*===========================================================
004591 0910-CHECK-ONE-OPERATOR.
004592     MOVE SPACES TO BK-AUTH-REASON-CODE.
004593     MOVE SPACES TO BK-AUTH-REASON-TEXT.
004594     IF BK-AUTH-CHECK-ID = SPACES
004595         MOVE 'A001' TO BK-AUTH-REASON-CODE
004596         MOVE 'UNKNOWN OPERATOR' TO BK-AUTH-REASON-TEXT
004597         GO TO 0910-EXIT
004598     END-IF.
004599     MOVE BK-AUTH-CHECK-ID TO OA-OPERATOR-ID.
004600     READ OPER-MASTER
004601         INVALID KEY
004602             MOVE 'A001' TO BK-AUTH-REASON-CODE
004603             MOVE 'UNKNOWN OPERATOR' TO BK-AUTH-REASON-TEXT
004604             GO TO 0910-EXIT
004605     END-READ.
004606     IF NOT OA-OPER-ACTIVE
004607         MOVE 'A002' TO BK-AUTH-REASON-CODE
004608         MOVE 'OPERATOR NOT ACTIVE' TO BK-AUTH-REASON-TEXT
004609         GO TO 0910-EXIT
004610     END-IF.
004611     MOVE 'N' TO BK-AUTH-FOUND-SWITCH.
004612     MOVE ZERO TO BK-AUTH-HIT-SUB.
004613     PERFORM 0915-FIND-ACTION THRU 0915-EXIT
004614         VARYING BK-AUTH-SUB FROM 1 BY 1
004615         UNTIL BK-AUTH-SUB > 8.
004616     IF NOT BK-AUTH-ACTION-FOUND
004617         MOVE 'A003' TO BK-AUTH-REASON-CODE
004618         MOVE 'ACTION NOT PERMITTED' TO BK-AUTH-REASON-TEXT
004619         GO TO 0910-EXIT
004620     END-IF.
004621     IF BK-AUTH-AMOUNT > OA-ACTION-CEILING (BK-AUTH-HIT-SUB)
004622         MOVE 'A004' TO BK-AUTH-REASON-CODE
004623         MOVE 'AMOUNT OVER CEILING' TO BK-AUTH-REASON-TEXT
004624     END-IF.
004625 0910-EXIT.
004626     EXIT.
004627
004628*===========================================================
004629 0915-FIND-ACTION.
004630     IF NOT BK-AUTH-ACTION-FOUND
004631        AND OA-ACTION-CODE (BK-AUTH-SUB) = BK-AUTH-ACTION
004632         MOVE 'Y' TO BK-AUTH-FOUND-SWITCH
004633         MOVE BK-AUTH-SUB TO BK-AUTH-HIT-SUB
004634     END-IF.
004635 0915-EXIT.
004636     EXIT.
004637
004638*===========================================================
004639*0920-WRITE-AUTH-LOG
004640*Appends the decision just proved to the shared authority
004641*log.
004642*===========================================================
004643 0920-WRITE-AUTH-LOG.
004644     MOVE SPACES TO AUTHLOG-RECORD.
004645     MOVE BK-RUN-DATE TO AL-LOG-DATE.
004646     ACCEPT AL-LOG-TIME FROM TIME.
004647     MOVE 'BKO-COBOL' TO AL-PROGRAM-ID.
004648     MOVE BK-AUTH-ACTION TO AL-ACTION-CODE.
004649     MOVE BK-AUTH-OPERATOR TO AL-OPERATOR-ID.
004650     MOVE BK-AUTH-APPROVER TO AL-APPROVER-ID.
004651     MOVE BK-AUTH-SUBJECT TO AL-SUBJECT-KEY.
004652     MOVE BK-AUTH-AMOUNT TO AL-AMOUNT.
004653     IF BK-AUTH-ALLOWED
004654         MOVE 'A' TO AL-OUTCOME
004655     ELSE
004656         MOVE 'R' TO AL-OUTCOME
004657     END-IF.
004658     MOVE BK-AUTH-REASON-CODE TO AL-REASON-CODE.
004659     MOVE BK-AUTH-REASON-TEXT TO AL-REASON-TEXT.
004660     WRITE AUTHLOG-RECORD.
004661 0920-EXIT.
004662     EXIT.
