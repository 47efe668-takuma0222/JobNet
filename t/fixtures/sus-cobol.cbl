000130*Written-off items die here. Both outcomes are
000140*appended to the cumulative disposition log (SUSLOG-DAT) with
000150*the operator id, reason and disposition date, which is the
000160*trail month-end audit keeps asking for; each log line also
000161*carries the item's own input line, so ADV-COBOL can advise
000162*the customer of a write-off without the suspense file.
000163*Items with no decision
000170*are carried forward: they are written to SUSHOLDN-DAT and, at
000172*end of run, this step itself rolls that file over SUSHOLD-DAT
000174*(0700-ROLL-HOLD-FILE), so the next run reads exactly what this
000200*unseen. Return code 4 flags undecided items or decisions that
000210*matched nothing; 16 a suspense input that would not open.
000220*Runs after TEST-COBOL, before the next cycle's inputs are cut.
000221*Releasing an S004 item - a record held because its account
000222*is dormant - is the review decision that reopens the account:
000223*the account is set back to open on ACCOUNT-MASTER (ACCTMAST)
000224*before the record is released, so it posts on its way back
000225*through; when the master cannot be opened the item is held
000226*instead. Writing one off leaves the account dormant.
000227*Every decision is proved against the operator-authority master
000228*(OPERAUTH) before it is applied: a release is action SREL, a
000229*write-off SWOF, each within the operator's ceiling for it,
000230*and a release above the dual-control amount also needs the
000231*decision's approving operator - a different one, with the
000232*same proof. Each outcome goes to the shared authority log
000233*(AUTHLOG-DAT); a refused decision is spent, the item is held
000234*and listed, and return code 4 is set.
000235*Ceilings are held in base currency, so a foreign item parked
000236*before conversion is weighed at the exchange-rate master's
000237*(FXRATE) latest rate on or before the run date.
000238*
000240*  Author.......: D. HARTLEY, BATCH SYSTEMS GROUP
000250*  Installation.: BATCH SYSTEMS GROUP
000260*  Date-Written.: 2026-09-02
000280*  Modification History
000290*  ----------  ----  ---------------------------------------
000300*  2026-09-02  DH    Original suspense disposition.
000301*  2026-10-15  DH    Releasing an S004 dormant-account item
000302*                    reopens the account on ACCTMAST.
000303*  2026-10-15  DH    Decisions proved against OPERAUTH, with
000304*                    dual approval for large releases; all
000305*                    outcomes logged to AUTHLOG-DAT.
000306*  2026-10-15  DH    Disposition log lines carry the item's
000307*                    suspense cycle and original input line
000308*                    for the customer advice step; the line
000309*                    grows from 80 to 160 bytes.
000310*  2026-10-15  DH    A foreign item with no base amount is
000311*                    weighed for authority at the FXRATE
000312*                    rate; no rate prices it at the ceiling.
000313*-----------------------------------------------------------------
000320 IDENTIFICATION DIVISION.
000330 PROGRAM-ID.  SUS-COBOL.
000340 AUTHOR.  D. HARTLEY, BATCH SYSTEMS GROUP.
000570         ORGANIZATION IS LINE SEQUENTIAL.
000580     SELECT REPORT-FILE ASSIGN TO SUSRPT-DAT
000590         ORGANIZATION IS LINE SEQUENTIAL.
000591     SELECT ACCT-MASTER ASSIGN TO ACCTMAST
000592         ORGANIZATION IS INDEXED
000593         ACCESS MODE IS RANDOM
000594         RECORD KEY IS AM-ACCT-KEY
000595         FILE STATUS IS SP-ACCT-STATUS.
000596     SELECT OPER-MASTER ASSIGN TO OPERAUTH
000597         ORGANIZATION IS INDEXED
000598         ACCESS MODE IS RANDOM
000599         RECORD KEY IS OA-OPERATOR-ID
000600         FILE STATUS IS SP-OPER-STATUS.
000601     SELECT OPTIONAL AUTH-LOG ASSIGN TO AUTHLOG-DAT
000602         ORGANIZATION IS LINE SEQUENTIAL.
000603     SELECT OPTIONAL FX-RATE-MASTER ASSIGN TO FXRATE
000604         ORGANIZATION IS INDEXED
000605         ACCESS MODE IS DYNAMIC
000606         RECORD KEY IS FX-RATE-KEY
000607         FILE STATUS IS SP-FX-STATUS.
000608
000610*-----------------------------------------------------------------
000620 DATA DIVISION.
000630 FILE SECTION.
000880         88  SD-DECISION-VALID           VALUE 'R' 'W'.
000890     05  SD-OPERATOR-ID              PIC X(08).
000900     05  SD-REASON-TEXT              PIC X(30).
000901     05  SD-APPROVER-ID              PIC X(08).
000910     05  FILLER                      PIC X(23).
000920
000930 FD  RELEASE-FILE.
000940 01  SP-RELEASE-RECORD              PIC X(80).
000990*-----------------------------------------------------------------
001000*DISPLOG-FILE - the cumulative disposition trail, opened EXTEND:
001010*               one line per decided item with the disposition
001020*               date, the decision, and who keyed it, then
001021*               the cycle the item was suspensed in and its
001022*               original input line. Lines logged before the
001023*               item fields existed read them as spaces.
001030*-----------------------------------------------------------------
001040 FD  DISPLOG-FILE.
001050 01  DISPLOG-RECORD.
001100     05  SL-OPERATOR-ID              PIC X(08).
001110     05  SL-REASON-TEXT              PIC X(30).
001120     05  SL-SOURCE-ID                PIC X(03).
001121     05  SL-ITEM-CYCLE-DATE          PIC X(08).
001130     05  FILLER                      PIC X(08).
001131     05  SL-ORIGINAL-RECORD          PIC X(80).
001140
001150 FD  REPORT-FILE.
001160 01  REPORT-RECORD                  PIC X(80).
001161
001162*-----------------------------------------------------------------
001163*ACCT-MASTER - read and rewritten only to reopen the account of
001164*              a released S004 dormant-account item.
001165*-----------------------------------------------------------------
001166 FD  ACCT-MASTER.
001167     COPY ACCT-COPYBOOK.
001168
001169*-----------------------------------------------------------------
001170*OPER-MASTER - the operator-authority master, read to prove
001171*              each decision's operator (and approver).
001172*AUTH-LOG    - the shared authority log, opened EXTEND: one
001173*              line per decision, allowed or refused.
001174*FX-RATE-MASTER - the exchange-rate master, read to weigh a
001175*              foreign item with no base amount.
001176*-----------------------------------------------------------------
001177 FD  OPER-MASTER.
001178     COPY OPER-COPYBOOK.
001179
001180 FD  AUTH-LOG.
001181     COPY ALOG-COPYBOOK.
001182
001183 FD  FX-RATE-MASTER.
001184     COPY FX-COPYBOOK.
001185
001186 WORKING-STORAGE SECTION.
001190*-----------------------------------------------------------------
001200*Suspense item work area: both input files are read INTO this
001210*view, which mirrors TEST-COBOL's SUSPENSE-RECORD field for
001540     88  SP-DECIDED                      VALUE 'Y'.
001542 77  SP-HOLD-ROLLED-SWITCH          PIC X(01) VALUE 'N'.
001544     88  SP-HOLD-ROLLED                  VALUE 'Y'.
001545 77  SP-ACCT-STATUS                 PIC X(02) VALUE SPACES.
001546     88  SP-ACCT-OPEN-OK                 VALUE '00'.
001547 77  SP-REACTIVATE-SWITCH           PIC X(01) VALUE 'Y'.
001548     88  SP-REACTIVATE-OK                VALUE 'Y'.
001550
001560*-----------------------------------------------------------------
001570*DECISION TABLE, loaded from DECISION-FILE. Each entry is spent
001670         10  SP-DT-DECISION              PIC X(01).
001680         10  SP-DT-OPERATOR-ID           PIC X(08).
001690         10  SP-DT-REASON-TEXT           PIC X(30).
001691         10  SP-DT-APPROVER-ID           PIC X(08).
001700         10  SP-DT-USED                  PIC X(01).
001710             88  SP-DT-IS-USED               VALUE 'Y'.
001720 77  SP-DEC-TABLE-FULL-SWITCH       PIC X(01) VALUE 'N'.
001770*-----------------------------------------------------------------
001780 77  SP-READ-COUNT                  PIC 9(09)      VALUE ZERO.
001790 77  SP-RELEASE-COUNT               PIC 9(09)      VALUE ZERO.
001791 77  SP-REACTIVATE-COUNT            PIC 9(09)      VALUE ZERO.
001800 77  SP-WRITEOFF-COUNT              PIC 9(09)      VALUE ZERO.
001810 77  SP-HELD-COUNT                  PIC 9(09)      VALUE ZERO.
001820 77  SP-BAD-DATE-COUNT              PIC 9(09)      VALUE ZERO.
001946     05  SP-DP-MM                    PIC 9(02).
001947     05  SP-DP-DD                    PIC 9(02).
001948
001949*-----------------------------------------------------------------
001950*OPERATOR AUTHORITY. The caller stages the action, operator,
001951*approver, subject and amount before performing the
001952*authority check, which proves them against OPERAUTH and
001953*logs the outcome, allowed or refused, to AUTHLOG-DAT.
001954*Above SP-DUAL-AMOUNT (AUTH_DUAL_AMOUNT overrides it, in
001955*whole units) the decision also needs a second, different
001956*approving operator.
001957*-----------------------------------------------------------------
001958 77  SP-OPER-STATUS                 PIC X(02) VALUE SPACES.
001959     88  SP-OPER-OPEN-OK                 VALUE '00'.
001960 77  SP-AUTH-SWITCH                 PIC X(01) VALUE 'N'.
001961     88  SP-AUTH-ALLOWED                 VALUE 'Y'.
001962 77  SP-AUTH-FOUND-SWITCH           PIC X(01) VALUE 'N'.
001963     88  SP-AUTH-ACTION-FOUND            VALUE 'Y'.
001964 77  SP-AUTH-DUAL-SWITCH            PIC X(01) VALUE 'N'.
001965     88  SP-AUTH-DUAL-ELIGIBLE           VALUE 'Y'.
001966 77  SP-AUTH-ACTION                 PIC X(04) VALUE SPACES.
001967 77  SP-AUTH-OPERATOR               PIC X(08) VALUE SPACES.
001968 77  SP-AUTH-APPROVER               PIC X(08) VALUE SPACES.
001969 77  SP-AUTH-CHECK-ID               PIC X(08) VALUE SPACES.
001970 77  SP-AUTH-SUBJECT                PIC X(12) VALUE SPACES.
001971 77  SP-AUTH-AMOUNT                 PIC 9(09)V99 VALUE ZERO.
001972 77  SP-AUTH-MAX-AMOUNT             PIC 9(09)V99
001973                                    VALUE 999999999.99.
001974 77  SP-AUTH-SUB                    PIC 9(02) VALUE ZERO.
001975 77  SP-AUTH-HIT-SUB                PIC 9(02) VALUE ZERO.
001976 77  SP-AUTH-REASON-CODE            PIC X(04) VALUE SPACES.
001977 77  SP-AUTH-REASON-TEXT            PIC X(30) VALUE SPACES.
001978 77  SP-AUTH-REFUSED-COUNT          PIC 9(09) VALUE ZERO.
001979 77  SP-DUAL-AMOUNT                 PIC 9(09)V99
001980                                    VALUE 10000.00.
001981 77  SP-DUAL-ENV                    PIC X(09) VALUE SPACES.
001982 77  SP-DUAL-ENV-9 REDEFINES SP-DUAL-ENV
001983                                    PIC 9(09).
001984 77  SP-DUAL-JUSTIFY-WORK           PIC X(09) VALUE SPACES.
001985*    The rate a foreign item with no base amount is weighed
001986*    at: the latest FXRATE rate for its currency on or before
001987*    the run date.
001988 77  SP-FX-STATUS                   PIC X(02) VALUE SPACES.
001989     88  SP-FX-OPEN-OK                   VALUE '00' '05'.
001990     88  SP-FX-PRESENT                   VALUE '00'.
001991 77  SP-FX-FOUND-SWITCH             PIC X(01) VALUE 'N'.
001992     88  SP-FX-FOUND                     VALUE 'Y'.
001993 77  SP-FX-WALK-END-SWITCH          PIC X(01) VALUE 'N'.
001994     88  SP-FX-WALK-END                  VALUE 'Y'.
001995 77  SP-FX-RATE                     PIC 9(05)V9(06) VALUE ZERO.
001996
001997*-----------------------------------------------------------------
001998*PRINT LINES
001999*-----------------------------------------------------------------
002000 01  SP-PAGE-HEADING-1.
002001     05  FILLER                      PIC X(20) VALUE
002002                         'SUSPENSE DISPOSITION'.
002010     05  FILLER                      PIC X(10) VALUE SPACES.
002020     05  SP-H1-DATE                  PIC 9(08).
002030     05  FILLER                      PIC X(10) VALUE SPACES.
002640     OPEN OUTPUT HOLD-OUT-FILE.
002650     OPEN EXTEND DISPLOG-FILE.
002660     OPEN OUTPUT REPORT-FILE.
002661     OPEN I-O ACCT-MASTER.
002662     OPEN INPUT OPER-MASTER.
002663     OPEN EXTEND AUTH-LOG.
002664     OPEN INPUT FX-RATE-MASTER.
002670     ACCEPT SP-RUN-DATE FROM DATE YYYYMMDD.
002680     ACCEPT SP-RUN-TIME FROM TIME.
002690     COMPUTE SP-RUN-DAY-NUMBER =
002760         MOVE 16 TO RETURN-CODE
002770         GO TO 0000-CLOSE
002780     END-IF.
002781     PERFORM 0930-RESOLVE-DUAL-AMOUNT THRU 0930-EXIT.
002782     IF NOT SP-FX-PRESENT
002783         MOVE 'FXRATE ABSENT - FOREIGN WEIGHED AT CEILING'
002784             TO SP-ML-TEXT
002785         WRITE REPORT-RECORD FROM SP-MESSAGE-LINE
002786     END-IF.
002790     PERFORM 0100-LOAD-DECISIONS THRU 0100-EXIT.
002800
002810     MOVE 'ITEMS STILL HELD (NO DECISION)' TO SP-SH-TEXT.
002932     PERFORM 0700-ROLL-HOLD-FILE THRU 0700-EXIT.
002940     IF SP-HELD-COUNT > ZERO
002950      OR SP-UNUSED-DEC-COUNT > ZERO
002951      OR SP-AUTH-REFUSED-COUNT > ZERO
002960         MOVE 4 TO RETURN-CODE
002970     END-IF.
002980 0000-CLOSE.
003010     CLOSE RELEASE-FILE.
003030     CLOSE DISPLOG-FILE.
003040     CLOSE REPORT-FILE.
003041     CLOSE ACCT-MASTER.
003042     CLOSE OPER-MASTER.
003043     CLOSE AUTH-LOG.
003044     CLOSE FX-RATE-MASTER.
003050     STOP RUN.
003060
003070*===========================================================
003770         MOVE SD-DECISION TO SP-DT-DECISION (SP-DEC-IDX)
003780         MOVE SD-OPERATOR-ID TO SP-DT-OPERATOR-ID (SP-DEC-IDX)
003790         MOVE SD-REASON-TEXT TO SP-DT-REASON-TEXT (SP-DEC-IDX)
003791         MOVE SD-APPROVER-ID TO SP-DT-APPROVER-ID (SP-DEC-IDX)
003800         MOVE 'N' TO SP-DT-USED (SP-DEC-IDX)
003810     ELSE
003820         IF NOT SP-DEC-TABLE-FULL
004140*0250-DISPOSE-ITEM
004150*Disposes of the item in SP-ITEM: the first unspent decision
004160*for its key releases it or writes it off, both logged; no
004170*decision carries it forward and lists it with its age. A
004171*release of a dormant-account item that cannot reopen the
004172*account spends the decision but carries the item forward,
004173*as does a decision the operator-authority check refuses.
004180*===========================================================
004190 0250-DISPOSE-ITEM.
004200     ADD 1 TO SP-READ-COUNT.
004240         GO TO 0250-EXIT
004250     END-IF.
004260     MOVE 'Y' TO SP-DT-USED (SP-DEC-IDX).
004261     PERFORM 0255-STAGE-AUTHORITY THRU 0255-EXIT.
004262     PERFORM 0900-CHECK-AUTHORITY THRU 0900-EXIT.
004263     IF NOT SP-AUTH-ALLOWED
004264         MOVE 'AUTHORITY REFUSED      - HELD: ' TO SP-ML-TEXT
004265         MOVE SP-AUTH-REASON-CODE TO SP-ML-TEXT (19:4)
004266         MOVE SP-IT-KEY TO SP-ML-TEXT (32:10)
004267         WRITE REPORT-RECORD FROM SP-MESSAGE-LINE
004268         PERFORM 0290-HOLD-ITEM THRU 0290-EXIT
004269         GO TO 0250-EXIT
004270     END-IF.
004271     IF SP-DT-DECISION (SP-DEC-IDX) = 'R'
004272        AND SP-IT-REASON-CODE = 'S004'
004273         PERFORM 0275-REACTIVATE-ACCOUNT THRU 0275-EXIT
004274         IF NOT SP-REACTIVATE-OK
004275             PERFORM 0290-HOLD-ITEM THRU 0290-EXIT
004276             GO TO 0250-EXIT
004277         END-IF
004278     END-IF.
004279     IF SP-DT-DECISION (SP-DEC-IDX) = 'R'
004280         PERFORM 0270-RELEASE-ITEM THRU 0270-EXIT
004290     ELSE
004300         PERFORM 0280-WRITE-OFF-ITEM THRU 0280-EXIT
004330 0250-EXIT.
004340     EXIT.
004350
004351*===========================================================
004352*0255-STAGE-AUTHORITY
004353*Stages the claimed decision for the authority check. The
004354*amount is the item's base amount, unsigned; a foreign item
004355*parked before conversion carries no base amount, so its
004356*keyed amount is converted to base at the latest FXRATE rate
004357*on or before the run date, as the ceilings are held in base.
004358*An item with no readable amount, a currency with no rate, or
004359*a conversion too large for the field is priced at the
004360*ceiling, so it cannot slip under any operator's limit or
004361*the dual-control amount.
004362*===========================================================
004363 0255-STAGE-AUTHORITY.
004364     IF SP-DT-DECISION (SP-DEC-IDX) = 'R'
004365         MOVE 'SREL' TO SP-AUTH-ACTION
004366         MOVE 'Y' TO SP-AUTH-DUAL-SWITCH
004367     ELSE
004368         MOVE 'SWOF' TO SP-AUTH-ACTION
004369         MOVE 'N' TO SP-AUTH-DUAL-SWITCH
004370     END-IF.
004371     MOVE SP-DT-OPERATOR-ID (SP-DEC-IDX) TO SP-AUTH-OPERATOR.
004372     MOVE SP-DT-APPROVER-ID (SP-DEC-IDX) TO SP-AUTH-APPROVER.
004373     MOVE SP-IT-KEY TO SP-AUTH-SUBJECT.
004374     MOVE SP-IT-ORIGINAL-RECORD TO MY-RECORD.
004375     MOVE SP-AUTH-MAX-AMOUNT TO SP-AUTH-AMOUNT.
004376     IF MY-AMOUNT NUMERIC
004377         IF MY-AMOUNT < ZERO
004378             COMPUTE SP-AUTH-AMOUNT = ZERO - MY-AMOUNT
004379         ELSE
004380             MOVE MY-AMOUNT TO SP-AUTH-AMOUNT
004381         END-IF
004382     END-IF.
004383     IF MY-CURRENCY-CODE NOT = SPACES
004384        AND SP-AUTH-AMOUNT = ZERO
004385         PERFORM 0256-CONVERT-KEYED-AMOUNT THRU 0256-EXIT
004386     END-IF.
004389     IF MY-CURRENCY-CODE NOT = SPACES
004390        AND NOT MY-AMOUNT NUMERIC
004391         PERFORM 0256-CONVERT-KEYED-AMOUNT THRU 0256-EXIT
004397     END-IF.
004398 0255-EXIT.
004399     EXIT.
004400
004401*===========================================================
004402*0256-CONVERT-KEYED-AMOUNT
004403*Weighs the keyed foreign amount in base currency, unsigned.
004404*The amount is priced at the ceiling first, and stays there
004405*when the keyed amount is not readable, there is no rate, or
004406*the product is too large for the field.
004407*===========================================================
004408 0256-CONVERT-KEYED-AMOUNT.
004409     MOVE SP-AUTH-MAX-AMOUNT TO SP-AUTH-AMOUNT.
004410     IF NOT MY-ORIG-AMOUNT NUMERIC
004411         GO TO 0256-EXIT
004412     END-IF.
004413     PERFORM 0257-FIND-AUTH-RATE THRU 0257-EXIT.
004414     IF NOT SP-FX-FOUND
004415         GO TO 0256-EXIT
004416     END-IF.
004417     IF MY-ORIG-AMOUNT < ZERO
004418         COMPUTE SP-AUTH-AMOUNT ROUNDED =
004419             (ZERO - MY-ORIG-AMOUNT) * SP-FX-RATE
004420             ON SIZE ERROR
004421                 MOVE SP-AUTH-MAX-AMOUNT TO SP-AUTH-AMOUNT
004422         END-COMPUTE
004423     ELSE
004424         COMPUTE SP-AUTH-AMOUNT ROUNDED =
004425             MY-ORIG-AMOUNT * SP-FX-RATE
004426             ON SIZE ERROR
004427                 MOVE SP-AUTH-MAX-AMOUNT TO SP-AUTH-AMOUNT
004428         END-COMPUTE
004429     END-IF.
004430 0256-EXIT.
004431     EXIT.
004432
004433*===========================================================
004434*0257-FIND-AUTH-RATE
004435*Finds the latest rate on FXRATE for MY-CURRENCY-CODE dated
004436*on or before the run date. The run date's own rate is read
004437*directly; failing that, the currency's rates are walked
004438*from its first date forward, the same START and READ NEXT
004439*walk TEST-COBOL's 0153-CHECK-CURRENCY-KNOWN uses, keeping
004440*the last one not after the run date. SP-FX-FOUND rises when
004441*a rate is found.
004442*===========================================================
004443 0257-FIND-AUTH-RATE.
004444     MOVE 'N' TO SP-FX-FOUND-SWITCH.
004445     IF NOT SP-FX-OPEN-OK
004446         GO TO 0257-EXIT
004447     END-IF.
004448     MOVE MY-CURRENCY-CODE TO FX-CURRENCY-CODE.
004449     MOVE SP-RUN-DATE TO FX-RATE-DATE.
004450     MOVE 'Y' TO SP-FX-FOUND-SWITCH.
004451     READ FX-RATE-MASTER
004452         INVALID KEY
004453             MOVE 'N' TO SP-FX-FOUND-SWITCH
004454     END-READ.
004455     IF SP-FX-FOUND
004456         MOVE FX-RATE TO SP-FX-RATE
004457         GO TO 0257-EXIT
004458     END-IF.
004459     MOVE MY-CURRENCY-CODE TO FX-CURRENCY-CODE.
004460     MOVE ZERO TO FX-RATE-DATE.
004461     START FX-RATE-MASTER KEY NOT < FX-RATE-KEY
004462         INVALID KEY
004463             GO TO 0257-EXIT
004464     END-START.
004465     MOVE 'N' TO SP-FX-WALK-END-SWITCH.
004466     PERFORM 0258-WALK-RATE THRU 0258-EXIT
004467         UNTIL SP-FX-WALK-END.
004468 0257-EXIT.
004469     EXIT.
004470
004471*===========================================================
004472*0258-WALK-RATE
004473*Reads the next rate; the walk ends at the end of the
004474*master, the next currency, or a date after the run date.
004475*===========================================================
004476 0258-WALK-RATE.
004477     READ FX-RATE-MASTER NEXT RECORD
004478         AT END
004479             MOVE 'Y' TO SP-FX-WALK-END-SWITCH
004480             GO TO 0258-EXIT
004481     END-READ.
004482     IF FX-CURRENCY-CODE NOT = MY-CURRENCY-CODE
004483        OR FX-RATE-DATE > SP-RUN-DATE
004484         MOVE 'Y' TO SP-FX-WALK-END-SWITCH
004485         GO TO 0258-EXIT
004486     END-IF.
004487     MOVE 'Y' TO SP-FX-FOUND-SWITCH.
004488     MOVE FX-RATE TO SP-FX-RATE.
004489 0258-EXIT.
004490     EXIT.
004491
004492*===========================================================
004493*0260-FIND-DECISION
004494*Finds the first unspent decision entry for the item's key.
004495*===========================================================
004496 0260-FIND-DECISION.
004497     MOVE 'N' TO SP-DECIDED-SWITCH.
004498     IF SP-DEC-COUNT = ZERO
004499         GO TO 0260-EXIT
004500     END-IF.
004501     SET SP-DEC-IDX TO 1.
004502     PERFORM 0265-TEST-DECISION THRU 0265-EXIT
004503         UNTIL SP-DECIDED
004504            OR SP-DEC-IDX > SP-DEC-COUNT.
004505 0260-EXIT.
004506     EXIT.
004510
004520*===========================================================
004530 0265-TEST-DECISION.
004710     ADD 1 TO SP-RELEASE-COUNT.
004720 0270-EXIT.
004730     EXIT.
004731
004732*===========================================================
004733*0275-REACTIVATE-ACCOUNT
004734*Reopens the dormant account of an S004 item being released,
004735*stamping the reopening as its status change. An account no
004736*longer dormant, or gone from the master, is left alone and
004737*the item released regardless: TEST-COBOL's lookup rules on
004738*it again. Only a master that cannot be reached or rewritten
004739*stops the release, since the record would come straight
004740*back to suspense.
004741*===========================================================
004742 0275-REACTIVATE-ACCOUNT.
004743     MOVE 'Y' TO SP-REACTIVATE-SWITCH.
004744     IF NOT SP-ACCT-OPEN-OK
004745         MOVE 'N' TO SP-REACTIVATE-SWITCH
004746         MOVE 'ACCTMAST NOT OPEN - DORMANT HELD: '
004747             TO SP-ML-TEXT
004748         MOVE SP-IT-KEY TO SP-ML-TEXT (35:10)
004749         WRITE REPORT-RECORD FROM SP-MESSAGE-LINE
004750         GO TO 0275-EXIT
004751     END-IF.
004752     MOVE SP-IT-KEY TO AM-ACCT-KEY.
004753     READ ACCT-MASTER
004754         INVALID KEY
004755             GO TO 0275-EXIT
004756     END-READ.
004757     IF NOT AM-ACCT-DORMANT
004758         GO TO 0275-EXIT
004759     END-IF.
004760     MOVE 'O' TO AM-ACCT-STATUS.
004761     MOVE SP-RUN-DATE TO AM-STATUS-DATE.
004762     MOVE SP-RUN-DATE TO AM-LAST-MAINT-DATE.
004763     REWRITE ACCT-RECORD
004764         INVALID KEY
004765             MOVE 'N' TO SP-REACTIVATE-SWITCH
004766     END-REWRITE.
004767     IF SP-REACTIVATE-OK
004768         ADD 1 TO SP-REACTIVATE-COUNT
004769     ELSE
004770         MOVE 'REOPEN FAILED     - DORMANT HELD: '
004771             TO SP-ML-TEXT
004772         MOVE SP-IT-KEY TO SP-ML-TEXT (35:10)
004773         WRITE REPORT-RECORD FROM SP-MESSAGE-LINE
004774     END-IF.
004775 0275-EXIT.
004776     EXIT.
004777
004778*===========================================================
004779*0280-WRITE-OFF-ITEM
004780*A written-off item goes nowhere but the disposition log;
004781*the count is kept for the summary.
004790*===========================================================
004800 0280-WRITE-OFF-ITEM.
004810     ADD 1 TO SP-WRITEOFF-COUNT.
005590     MOVE 'RELEASED:       ' TO SP-NL-TEXT.
005600     MOVE SP-RELEASE-COUNT TO SP-NL-COUNT.
005610     WRITE REPORT-RECORD FROM SP-COUNT-LINE.
005611     MOVE 'REACTIVATED:    ' TO SP-NL-TEXT.
005612     MOVE SP-REACTIVATE-COUNT TO SP-NL-COUNT.
005613     WRITE REPORT-RECORD FROM SP-COUNT-LINE.
005620     MOVE 'WRITTEN OFF:    ' TO SP-NL-TEXT.
005630     MOVE SP-WRITEOFF-COUNT TO SP-NL-COUNT.
005640     WRITE REPORT-RECORD FROM SP-COUNT-LINE.
005750         MOVE SP-UNUSED-DEC-COUNT TO SP-NL-COUNT
005760         WRITE REPORT-RECORD FROM SP-COUNT-LINE
005770     END-IF.
005771     IF SP-AUTH-REFUSED-COUNT > ZERO
005772         MOVE 'AUTH REFUSED:   ' TO SP-NL-TEXT
005773         MOVE SP-AUTH-REFUSED-COUNT TO SP-NL-COUNT
005774         WRITE REPORT-RECORD FROM SP-COUNT-LINE
005775     END-IF.
005780 0500-EXIT.
005790     EXIT.
005800
006090     MOVE SP-DT-OPERATOR-ID (SP-DEC-IDX) TO SL-OPERATOR-ID.
006100     MOVE SP-DT-REASON-TEXT (SP-DEC-IDX) TO SL-REASON-TEXT.
006110     MOVE SP-IT-SOURCE-ID TO SL-SOURCE-ID.
006111     MOVE SP-IT-CYCLE-DATE TO SL-ITEM-CYCLE-DATE.
006112     MOVE SP-IT-ORIGINAL-RECORD TO SL-ORIGINAL-RECORD.
006120     WRITE DISPLOG-RECORD.
006130 0600-EXIT.
006140     EXIT.
006470     END-IF.
006480 0710-EXIT.
006490     EXIT.
006491
006492*===========================================================
006493*0900-CHECK-AUTHORITY
006494*Proves the staged decision against the operator-authority
006495*master: the operator must be on file, active, permitted the
006496*action and within its ceiling. A dual-control decision
006497*above the dual-control amount also needs an approver other
006498*than the operator who passes the same proof. Every
006499*outcome, allowed or refused, is logged.
006500*===========================================================
006501 0900-CHECK-AUTHORITY.
006502     MOVE 'N' TO SP-AUTH-SWITCH.
006503     MOVE SPACES TO SP-AUTH-REASON-CODE.
006504     MOVE SPACES TO SP-AUTH-REASON-TEXT.
006505     IF NOT SP-OPER-OPEN-OK
006506         MOVE 'A009' TO SP-AUTH-REASON-CODE
006507         MOVE 'AUTHORITY MASTER UNAVAILABLE'
006508             TO SP-AUTH-REASON-TEXT
006509         GO TO 0900-LOG
006510     END-IF.
006511     MOVE SP-AUTH-OPERATOR TO SP-AUTH-CHECK-ID.
006512     PERFORM 0910-CHECK-ONE-OPERATOR THRU 0910-EXIT.
006513     IF SP-AUTH-REASON-CODE NOT = SPACES
006514         GO TO 0900-LOG
006515     END-IF.
006516     IF NOT SP-AUTH-DUAL-ELIGIBLE
006517        OR SP-AUTH-AMOUNT NOT > SP-DUAL-AMOUNT
006518         GO TO 0900-ALLOW
006519     END-IF.
006520     IF SP-AUTH-APPROVER = SPACES
006521         MOVE 'A005' TO SP-AUTH-REASON-CODE
006522         MOVE 'SECOND APPROVER REQUIRED'
006523             TO SP-AUTH-REASON-TEXT
006524         GO TO 0900-LOG
006525     END-IF.
006526     IF SP-AUTH-APPROVER = SP-AUTH-OPERATOR
006527         MOVE 'A006' TO SP-AUTH-REASON-CODE
006528         MOVE 'APPROVER SAME AS OPERATOR'
006529             TO SP-AUTH-REASON-TEXT
006530         GO TO 0900-LOG
006531     END-IF.
006532     MOVE SP-AUTH-APPROVER TO SP-AUTH-CHECK-ID.
006533     PERFORM 0910-CHECK-ONE-OPERATOR THRU 0910-EXIT.
006534     IF SP-AUTH-REASON-CODE = 'A004'
006535         MOVE 'A008' TO SP-AUTH-REASON-CODE
006536         MOVE 'AMOUNT OVER APPROVER CEILING'
006537             TO SP-AUTH-REASON-TEXT
006538         GO TO 0900-LOG
006539     END-IF.
006540     IF SP-AUTH-REASON-CODE NOT = SPACES
006541         MOVE 'A007' TO SP-AUTH-REASON-CODE
006542         MOVE 'APPROVER NOT AUTHORISED'
006543             TO SP-AUTH-REASON-TEXT
006544         GO TO 0900-LOG
006545     END-IF.
006546 0900-ALLOW.
006547     MOVE 'Y' TO SP-AUTH-SWITCH.
006548     MOVE 'A000' TO SP-AUTH-REASON-CODE.
006549     MOVE 'ALLOWED' TO SP-AUTH-REASON-TEXT.
006550 0900-LOG.
006551     PERFORM 0920-WRITE-AUTH-LOG THRU 0920-EXIT.
006552     IF NOT SP-AUTH-ALLOWED
006553         ADD 1 TO SP-AUTH-REFUSED-COUNT
006554     END-IF.
006555 0900-EXIT.
006556     EXIT.
006557
006558*===========================================================
006559*0910-CHECK-ONE-OPERATOR
006560*Proves the operator in SP-AUTH-CHECK-ID for the staged
006561*action and amount, leaving a refusal reason staged or the
006562*reason code blank when the operator passes.
006563*===========================================================
006564 0910-CHECK-ONE-OPERATOR.
006565     MOVE SPACES TO SP-AUTH-REASON-CODE.
006566     MOVE SPACES TO SP-AUTH-REASON-TEXT.
006567     IF SP-AUTH-CHECK-ID = SPACES
006568         MOVE 'A001' TO SP-AUTH-REASON-CODE
006569         MOVE 'UNKNOWN OPERATOR' TO SP-AUTH-REASON-TEXT
006570         GO TO 0910-EXIT
006571     END-IF.
006572     MOVE SP-AUTH-CHECK-ID TO OA-OPERATOR-ID.
006573     READ OPER-MASTER
006574         INVALID KEY
006575             MOVE 'A001' TO SP-AUTH-REASON-CODE
006576             MOVE 'UNKNOWN OPERATOR' TO SP-AUTH-REASON-TEXT
006577             GO TO 0910-EXIT
006578     END-READ.
006579     IF NOT OA-OPER-ACTIVE
006580         MOVE 'A002' TO SP-AUTH-REASON-CODE
006581         MOVE 'OPERATOR NOT ACTIVE' TO SP-AUTH-REASON-TEXT
006582         GO TO 0910-EXIT
006583     END-IF.
006584     MOVE 'N' TO SP-AUTH-FOUND-SWITCH.
006585     MOVE ZERO TO SP-AUTH-HIT-SUB.
006586     PERFORM 0915-FIND-ACTION THRU 0915-EXIT
006587         VARYING SP-AUTH-SUB FROM 1 BY 1
006588         UNTIL SP-AUTH-SUB > 8.
006589     IF NOT SP-AUTH-ACTION-FOUND
006590         MOVE 'A003' TO SP-AUTH-REASON-CODE
006591         MOVE 'ACTION NOT PERMITTED' TO SP-AUTH-REASON-TEXT
006592         GO TO 0910-EXIT
006593     END-IF.
006594     IF SP-AUTH-AMOUNT > OA-ACTION-CEILING (SP-AUTH-HIT-SUB)
006595         MOVE 'A004' TO SP-AUTH-REASON-CODE
006596         MOVE 'AMOUNT OVER CEILING' TO SP-AUTH-REASON-TEXT
006597     END-IF.
006598 0910-EXIT.
006599     EXIT.
006600
006601*===========================================================
006602 0915-FIND-ACTION.
006603     IF NOT SP-AUTH-ACTION-FOUND
006604        AND OA-ACTION-CODE (SP-AUTH-SUB) = SP-AUTH-ACTION
006605         MOVE 'Y' TO SP-AUTH-FOUND-SWITCH
006606         MOVE SP-AUTH-SUB TO SP-AUTH-HIT-SUB
006607     END-IF.
006608 0915-EXIT.
006609     EXIT.
006610
006611*===========================================================
006612*0920-WRITE-AUTH-LOG
006613*Appends the decision just proved to the shared authority
006614*log.
006615*===========================================================
006616 0920-WRITE-AUTH-LOG.
006617     MOVE SPACES TO AUTHLOG-RECORD.
006618     MOVE SP-RUN-DATE TO AL-LOG-DATE.
006619     ACCEPT AL-LOG-TIME FROM TIME.
006620     MOVE 'SUS-COBOL' TO AL-PROGRAM-ID.
006621     MOVE SP-AUTH-ACTION TO AL-ACTION-CODE.
006622     MOVE SP-AUTH-OPERATOR TO AL-OPERATOR-ID.
006623     MOVE SP-AUTH-APPROVER TO AL-APPROVER-ID.
006624     MOVE SP-AUTH-SUBJECT TO AL-SUBJECT-KEY.
006625     MOVE SP-AUTH-AMOUNT TO AL-AMOUNT.
006626     IF SP-AUTH-ALLOWED
006627         MOVE 'A' TO AL-OUTCOME
006628     ELSE
006629         MOVE 'R' TO AL-OUTCOME
006630     END-IF.
006631     MOVE SP-AUTH-REASON-CODE TO AL-REASON-CODE.
006632     MOVE SP-AUTH-REASON-TEXT TO AL-REASON-TEXT.
006633     WRITE AUTHLOG-RECORD.
006634 0920-EXIT.
006635     EXIT.
006636
006637*===========================================================
006638*0930-RESOLVE-DUAL-AMOUNT
006639*AUTH_DUAL_AMOUNT in the run's environment, in whole units,
006640*overrides the dual-control default when present and
006641*numeric, right-justified and zero filled first.
006642*===========================================================
006643 0930-RESOLVE-DUAL-AMOUNT.
006644     ACCEPT SP-DUAL-ENV
006645         FROM ENVIRONMENT 'AUTH_DUAL_AMOUNT'.
006646     IF SP-DUAL-ENV NOT = SPACES
006647         PERFORM 0935-JUSTIFY-DUAL THRU 0935-EXIT
006648             UNTIL SP-DUAL-ENV (9:1) NOT = SPACE
006649         INSPECT SP-DUAL-ENV
006650             REPLACING LEADING ' ' BY '0'
006651         IF SP-DUAL-ENV-9 NUMERIC
006652             MOVE SP-DUAL-ENV-9 TO SP-DUAL-AMOUNT
006653         ELSE
006654             MOVE 'INVALID AUTH_DUAL_AMOUNT - DEFAULT USED'
006655                 TO SP-ML-TEXT
006656             WRITE REPORT-RECORD FROM SP-MESSAGE-LINE
006657         END-IF
006658     END-IF.
006659 0930-EXIT.
006660     EXIT.
006661
006662*===========================================================
006663 0935-JUSTIFY-DUAL.
006664     MOVE SPACES TO SP-DUAL-JUSTIFY-WORK.
006665     MOVE SP-DUAL-ENV (1:8) TO SP-DUAL-JUSTIFY-WORK (2:8).
006666     MOVE SP-DUAL-JUSTIFY-WORK TO SP-DUAL-ENV.
006667 0935-EXIT.
006668     EXIT.
