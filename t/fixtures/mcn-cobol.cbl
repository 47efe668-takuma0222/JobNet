000140*demand at month end, outside the nightly net, the same way
000150*BKO-COBOL is. Return code 4 flags an account table too small
000160*to carry the whole month; 16 an archive that would not open.
000161*All figures are base currency: the archived OD-AMOUNT is the
000162*converted amount for a foreign-currency item.
000163*A month is consolidated only once finance has closed it: the
000164*accounting period calendar (PERIOD-DAT, PERD-COPYBOOK) must
000165*show the month closed or locked, or the run refuses with
000166*return code 16 and prints nothing but the reason. No
000167*calendar, or a month still open on it, is a refusal.
000170*
000180*  Author.......: D. HARTLEY, BATCH SYSTEMS GROUP
000190*  Installation.: BATCH SYSTEMS GROUP
000220*  Modification History
000230*  ----------  ----  ---------------------------------------
000240*  2026-09-02  DH    Original month-end consolidation.
000241*  2026-10-15  DH    Month-end figures confirmed base currency
000242*                    now that archived details carry foreign
000243*                    items; OD-AMOUNT is always the base amount.
000244*  2026-10-15  DH    Refuses to consolidate a month the
000245*                    period calendar does not show closed.
000250*-----------------------------------------------------------------
000260 IDENTIFICATION DIVISION.
000270 PROGRAM-ID.  MCN-COBOL.
000390         ACCESS MODE IS DYNAMIC
000400         RECORD KEY IS AR-ARCH-KEY
000410         FILE STATUS IS MC-ARCH-STATUS.
000411     SELECT OPTIONAL PERIOD-CALENDAR ASSIGN TO PERIOD-DAT
000412         ORGANIZATION IS LINE SEQUENTIAL
000413         FILE STATUS IS MC-PERIOD-STATUS.
000420     SELECT REPORT-FILE ASSIGN TO MCNRPT-DAT
000430         ORGANIZATION IS LINE SEQUENTIAL.
000440
000470 FILE SECTION.
000480 FD  CYCLE-ARCHIVE.
000490     COPY ARCH-COPYBOOK.
000491
000492*-----------------------------------------------------------------
000493*PERIOD-CALENDAR - the operator-maintained accounting period
000494*                  calendar TEST-COBOL posts against; read
000495*                  here only for the consolidated month's
000496*                  status.
000497*-----------------------------------------------------------------
000498 FD  PERIOD-CALENDAR.
000499     COPY PERD-COPYBOOK.
000500
000510 FD  REPORT-FILE.
000520 01  REPORT-RECORD                  PIC X(80).
000650     88  MC-EOF                          VALUE 'Y'.
000660 77  MC-ARCH-STATUS                 PIC X(02) VALUE SPACES.
000670     88  MC-ARCH-OPEN-OK                 VALUE '00'.
000671 77  MC-PERIOD-STATUS               PIC X(02) VALUE SPACES.
000672     88  MC-PERIOD-OPEN-OK               VALUE '00' '05'.
000673 77  MC-PERIOD-EOF-SWITCH           PIC X(01) VALUE 'N'.
000674     88  MC-PERIOD-EOF                   VALUE 'Y'.
000675 77  MC-PERIOD-CLOSED-SWITCH        PIC X(01) VALUE 'N'.
000676     88  MC-PERIOD-CLOSED                VALUE 'Y'.
000680
000690*-----------------------------------------------------------------
000700*THE MONTH CONSOLIDATED. CONSOL_MONTH (CCYYMM) overrides the
000780     05  MC-MB-TO-DATE               PIC 9(08).
000790 77  MC-RUN-DATE                    PIC 9(08) VALUE ZERO.
000800 77  MC-RUN-TIME                    PIC 9(08) VALUE ZERO.
000801
000802*-----------------------------------------------------------------
000803*THE MONTH'S STATUS ON THE PERIOD CALENDAR. The later of two
000804*lines for the month counts; a month before the calendar's
000805*first period is locked, one after it with no line is open.
000806*-----------------------------------------------------------------
000807 77  MC-PERIOD-LINE-COUNT           PIC 9(05)      VALUE ZERO.
000808 77  MC-PERIOD-FIRST                PIC 9(06)      VALUE ZERO.
000809 77  MC-MONTH-PERIOD-STATUS         PIC X(01)      VALUE SPACE.
000810     88  MC-MONTH-PERIOD-CLOSED          VALUE 'C' 'L'.
000811
000820*-----------------------------------------------------------------
000830*PAGE CONTROL
000840*-----------------------------------------------------------------
002270         GO TO 0000-CLOSE
002280     END-IF.
002290     PERFORM 0100-RESOLVE-MONTH THRU 0100-EXIT.
002291     PERFORM 0110-CHECK-PERIOD-CLOSED THRU 0110-EXIT.
002292     IF NOT MC-PERIOD-CLOSED
002293         MOVE 16 TO RETURN-CODE
002294         GO TO 0000-CLOSE
002295     END-IF.
002300     PERFORM 0150-LOAD-MONTH THRU 0150-EXIT.
002310     PERFORM 0400-PRINT-CONSOLIDATION THRU 0400-EXIT.
002320     IF MC-ACCT-TABLE-FULL
002580     COMPUTE MC-MB-TO-DATE = MC-CM-CCYYMM * 100 + 31.
002590 0100-EXIT.
002600     EXIT.
002601
002602*===========================================================
002603*0110-CHECK-PERIOD-CLOSED
002604*Reads the period calendar for the consolidated month's
002605*status and raises MC-PERIOD-CLOSED only when the month is
002606*closed or locked. Month-end figures for a month still taking
002607*postings would be out of date by the next cycle, so an open
002608*month - or no calendar to prove it closed - is refused with
002609*a message saying which.
002610*===========================================================
002611 0110-CHECK-PERIOD-CLOSED.
002612     MOVE 'N' TO MC-PERIOD-CLOSED-SWITCH.
002613     OPEN INPUT PERIOD-CALENDAR.
002614     IF NOT MC-PERIOD-OPEN-OK
002615         MOVE 'NO PERIOD CALENDAR - NO CONSOLIDATION'
002616             TO MC-ML-TEXT
002617         PERFORM 0320-PRINT-MESSAGE THRU 0320-EXIT
002618         GO TO 0110-EXIT
002619     END-IF.
002620     PERFORM 0120-READ-PERIOD-LINE THRU 0120-EXIT.
002621     PERFORM 0130-TEST-PERIOD-LINE THRU 0130-EXIT
002622         UNTIL MC-PERIOD-EOF.
002623     CLOSE PERIOD-CALENDAR.
002624     IF MC-PERIOD-LINE-COUNT = ZERO
002625         MOVE 'NO PERIOD CALENDAR - NO CONSOLIDATION'
002626             TO MC-ML-TEXT
002627         PERFORM 0320-PRINT-MESSAGE THRU 0320-EXIT
002628         GO TO 0110-EXIT
002629     END-IF.
002630     IF MC-MONTH-PERIOD-STATUS = SPACE
002631         IF MC-CM-CCYYMM < MC-PERIOD-FIRST
002632             MOVE 'L' TO MC-MONTH-PERIOD-STATUS
002633         ELSE
002634             MOVE 'O' TO MC-MONTH-PERIOD-STATUS
002635         END-IF
002636     END-IF.
002637     IF MC-MONTH-PERIOD-CLOSED
002638         MOVE 'Y' TO MC-PERIOD-CLOSED-SWITCH
002639     ELSE
002640         MOVE SPACES TO MC-ML-TEXT
002641         STRING 'PERIOD ' MC-CM-CCYYMM
002642                ' NOT CLOSED - NO CONSOLIDATION'
002643             DELIMITED BY SIZE INTO MC-ML-TEXT
002644         PERFORM 0320-PRINT-MESSAGE THRU 0320-EXIT
002645     END-IF.
002646 0110-EXIT.
002647     EXIT.
002648
002649*===========================================================
002650 0120-READ-PERIOD-LINE.
002651     READ PERIOD-CALENDAR
002652         AT END
002653             SET MC-PERIOD-EOF TO TRUE
002654     END-READ.
002655 0120-EXIT.
002656     EXIT.
002657
002658*===========================================================
002659*0130-TEST-PERIOD-LINE
002660*Keeps the calendar's first period and the consolidated
002661*month's status from the line just read. Lines with a bad
002662*period or status are passed over, as TEST-COBOL does.
002663*===========================================================
002664 0130-TEST-PERIOD-LINE.
002665     IF PC-PERIOD NOT NUMERIC
002666        OR PC-PERIOD-MM < 01 OR PC-PERIOD-MM > 12
002667        OR NOT PC-PERIOD-STATUS-VALID
002668         GO TO 0130-NEXT
002669     END-IF.
002670     ADD 1 TO MC-PERIOD-LINE-COUNT.
002671     IF MC-PERIOD-FIRST = ZERO
002672        OR PC-PERIOD < MC-PERIOD-FIRST
002673         MOVE PC-PERIOD TO MC-PERIOD-FIRST
002674     END-IF.
002675     IF PC-PERIOD = MC-CM-CCYYMM
002676         MOVE PC-PERIOD-STATUS TO MC-MONTH-PERIOD-STATUS
002677     END-IF.
002678 0130-NEXT.
002679     PERFORM 0120-READ-PERIOD-LINE THRU 0120-EXIT.
002680 0130-EXIT.
002681     EXIT.
002682
002683*===========================================================
002684*0150-LOAD-MONTH
002685*Positions the archive at the month's first cycle and folds
002686*every archived OUT detail of the month into the tables.
002687*===========================================================
002688 0150-LOAD-MONTH.
002689     MOVE LOW-VALUES TO AR-ARCH-KEY.
002690     MOVE MC-MB-FROM-DATE TO AR-CYCLE-DATE.
002700     MOVE ZERO TO AR-BATCH-SEQ.
002710     START CYCLE-ARCHIVE KEY NOT < AR-ARCH-KEY
