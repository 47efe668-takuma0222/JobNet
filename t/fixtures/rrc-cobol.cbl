000020*RRC-COBOL
000030*
000040*Reject repair and resubmission. Pairs each record TEST-COBOL
000050*rejected (REJECT-DAT, reasons R001-R011) with the operator's
000060*keyed correction entry (REJCOR-DAT: the reject's key and reason
000070*and the corrected 80-byte input record), proves the corrected
000080*record against the same field edits 0150-VALIDATE-RECORD
000220*outstanding entries or corrections that matched nothing; 16 a
000230*lifecycle master that would not open. Runs after SUS-COBOL,
000240*before the next cycle's TEST-COBOL.
000241*Each correction is proved against the operator-authority
000242*master (OPERAUTH) before it is edited: the keying operator
000243*must hold action RCOR with a ceiling covering the corrected
000244*amount. The outcome goes to the shared authority log
000245*(AUTHLOG-DAT); a refused correction is listed with its A-code
000246*and the reject's lifecycle entry is left as it stood.
000247*A correction keyed in a foreign currency is weighed in base
000248*currency, at the exchange-rate master's (FXRATE) latest rate
000249*on or before the run date.
000250*
000260*  Author.......: D. HARTLEY, BATCH SYSTEMS GROUP
000270*  Installation.: BATCH SYSTEMS GROUP
000300*  Modification History
000310*  ----------  ----  ---------------------------------------
000320*  2026-09-02  DH    Original reject repair.
000321*  2026-10-15  DH    Foreign-currency corrections: the amount
000322*                    edits (R002/R008) prove MY-ORIG-AMOUNT
000323*                    when MY-CURRENCY-CODE is keyed. The rate
000324*                    edit (R010) stays with TEST-COBOL, which
000325*                    converts at the rate of the cycle the
000326*                    record actually runs.
000327*  2026-10-15  DH    Corrections proved against OPERAUTH
000328*                    before the edits; outcomes logged to
000329*                    AUTHLOG-DAT.
000330*  2026-10-15  DH    Locked-period rejects (R011) taken in:
000331*                    the period edit stays with TEST-COBOL,
000332*                    which holds the calendar as of the cycle
000333*                    the corrected record actually runs.
000334*  2026-10-15  DH    A foreign correction is weighed against
000335*                    its RCOR ceiling in base currency, at the
000336*                    FXRATE rate; no rate prices it at the
000337*                    ceiling.
000338*-----------------------------------------------------------------
000340 IDENTIFICATION DIVISION.
000350 PROGRAM-ID.  RRC-COBOL.
000360 AUTHOR.  D. HARTLEY, BATCH SYSTEMS GROUP.
000600         FILE STATUS IS RR-LIFE-STATUS.
000610     SELECT REPORT-FILE ASSIGN TO RRCRPT-DAT
000620         ORGANIZATION IS LINE SEQUENTIAL.
000621     SELECT OPER-MASTER ASSIGN TO OPERAUTH
000622         ORGANIZATION IS INDEXED
000623         ACCESS MODE IS RANDOM
000624         RECORD KEY IS OA-OPERATOR-ID
000625         FILE STATUS IS RR-OPER-STATUS.
000626     SELECT OPTIONAL AUTH-LOG ASSIGN TO AUTHLOG-DAT
000627         ORGANIZATION IS LINE SEQUENTIAL.
000628     SELECT OPTIONAL FX-RATE-MASTER ASSIGN TO FXRATE
000629         ORGANIZATION IS INDEXED
000630         ACCESS MODE IS DYNAMIC
000631         RECORD KEY IS FX-RATE-KEY
000632         FILE STATUS IS RR-FX-STATUS.
000633
000640*-----------------------------------------------------------------
000650 DATA DIVISION.
000660 FILE SECTION.
001300
001310 FD  REPORT-FILE.
001320 01  REPORT-RECORD                  PIC X(80).
001321
001322*-----------------------------------------------------------------
001323*OPER-MASTER - the operator-authority master, read to prove
001324*              each correction's keying operator.
001325*AUTH-LOG    - the shared authority log, opened EXTEND: one
001326*              line per correction, allowed or refused.
001327*FX-RATE-MASTER - the exchange-rate master, read to weigh a
001328*              foreign correction in base currency.
001329*-----------------------------------------------------------------
001330 FD  OPER-MASTER.
001331     COPY OPER-COPYBOOK.
001332
001333 FD  AUTH-LOG.
001334     COPY ALOG-COPYBOOK.
001335
001336 FD  FX-RATE-MASTER.
001337     COPY FX-COPYBOOK.
001338
001340 WORKING-STORAGE SECTION.
001350*-----------------------------------------------------------------
001360*Corrected records are proved and written through the input
001716     05  RR-DP-CCYY                  PIC 9(04).
001717     05  RR-DP-MM                    PIC 9(02).
001718     05  RR-DP-DD                    PIC 9(02).
001719*    The amount under the R002/R008 edits: MY-AMOUNT for a base
001720*    record, MY-ORIG-AMOUNT as keyed for a foreign one.
001721 01  RR-EDIT-AMOUNT-X.
001722     05  RR-EDIT-AMOUNT              PIC S9(07)V99.
001723
001730*-----------------------------------------------------------------
001740*Staged edit failure for the report when a correction does not
001750*prove out.
002110 77  RR-RUN-TIME                    PIC 9(08) VALUE ZERO.
002120 77  RR-RUN-DAY-NUMBER              PIC 9(07) COMP VALUE ZERO.
002130 77  RR-ENTRY-AGE-DAYS              PIC S9(05) COMP VALUE ZERO.
002131
002132*-----------------------------------------------------------------
002133*OPERATOR AUTHORITY. The caller stages the action, operator,
002134*approver, subject and amount before performing the
002135*authority check, which proves them against OPERAUTH and
002136*logs the outcome, allowed or refused, to AUTHLOG-DAT.
002137*-----------------------------------------------------------------
002138 77  RR-OPER-STATUS                 PIC X(02) VALUE SPACES.
002139     88  RR-OPER-OPEN-OK                 VALUE '00'.
002140 77  RR-AUTH-SWITCH                 PIC X(01) VALUE 'N'.
002141     88  RR-AUTH-ALLOWED                 VALUE 'Y'.
002142 77  RR-AUTH-FOUND-SWITCH           PIC X(01) VALUE 'N'.
002143     88  RR-AUTH-ACTION-FOUND            VALUE 'Y'.
002144 77  RR-AUTH-ACTION                 PIC X(04) VALUE SPACES.
002145 77  RR-AUTH-OPERATOR               PIC X(08) VALUE SPACES.
002146 77  RR-AUTH-APPROVER               PIC X(08) VALUE SPACES.
002147 77  RR-AUTH-CHECK-ID               PIC X(08) VALUE SPACES.
002148 77  RR-AUTH-SUBJECT                PIC X(12) VALUE SPACES.
002149 77  RR-AUTH-AMOUNT                 PIC 9(09)V99 VALUE ZERO.
002150 77  RR-AUTH-MAX-AMOUNT             PIC 9(09)V99
002151                                    VALUE 999999999.99.
002152 77  RR-AUTH-SUB                    PIC 9(02) VALUE ZERO.
002153 77  RR-AUTH-HIT-SUB                PIC 9(02) VALUE ZERO.
002154 77  RR-AUTH-REASON-CODE            PIC X(04) VALUE SPACES.
002155 77  RR-AUTH-REASON-TEXT            PIC X(30) VALUE SPACES.
002156 77  RR-AUTH-REFUSED-COUNT          PIC 9(09) VALUE ZERO.
002157*    The rate a foreign correction is weighed at: the latest
002158*    FXRATE rate for its currency on or before the run date.
002159 77  RR-FX-STATUS                   PIC X(02) VALUE SPACES.
002160     88  RR-FX-OPEN-OK                   VALUE '00' '05'.
002161     88  RR-FX-PRESENT                   VALUE '00'.
002162 77  RR-FX-FOUND-SWITCH             PIC X(01) VALUE 'N'.
002163     88  RR-FX-FOUND                     VALUE 'Y'.
002164 77  RR-FX-WALK-END-SWITCH          PIC X(01) VALUE 'N'.
002165     88  RR-FX-WALK-END                  VALUE 'Y'.
002166 77  RR-FX-RATE                     PIC 9(05)V9(06) VALUE ZERO.
002167
002168*-----------------------------------------------------------------
002169*PRINT LINES
002170*-----------------------------------------------------------------
002180 01  RR-PAGE-HEADING-1.
002190     05  FILLER                      PIC X(20) VALUE
002830     OPEN I-O REJECT-LIFECYCLE.
002840     OPEN OUTPUT RESUB-FILE.
002850     OPEN OUTPUT REPORT-FILE.
002851     OPEN INPUT OPER-MASTER.
002852     OPEN EXTEND AUTH-LOG.
002853     OPEN INPUT FX-RATE-MASTER.
002860     ACCEPT RR-RUN-DATE FROM DATE YYYYMMDD.
002870     ACCEPT RR-RUN-TIME FROM TIME.
002880     COMPUTE RR-RUN-DAY-NUMBER =
002950         MOVE 16 TO RETURN-CODE
002960         GO TO 0000-CLOSE
002970     END-IF.
002971     IF NOT RR-FX-PRESENT
002972         MOVE 'FXRATE ABSENT - FOREIGN WEIGHED AT CEILING'
002973             TO RR-ML-TEXT
002974         WRITE REPORT-RECORD FROM RR-MESSAGE-LINE
002975     END-IF.
002980     PERFORM 0100-LOAD-CORRECTIONS THRU 0100-EXIT.
002990
003000     MOVE 'CORRECTIONS THAT FAILED THE EDITS' TO RR-SH-TEXT.
003100     PERFORM 0900-PRINT-SUMMARY THRU 0900-EXIT.
003110     IF RR-OUTSTANDING-COUNT > ZERO
003120      OR RR-UNUSED-COR-COUNT > ZERO
003121      OR RR-AUTH-REFUSED-COUNT > ZERO
003130         MOVE 4 TO RETURN-CODE
003140     END-IF.
003150 0000-CLOSE.
003180     CLOSE REJECT-LIFECYCLE.
003190     CLOSE RESUB-FILE.
003200     CLOSE REPORT-FILE.
003201     CLOSE OPER-MASTER.
003202     CLOSE AUTH-LOG.
003203     CLOSE FX-RATE-MASTER.
003210     STOP RUN.
003220
003230*===========================================================
005050*Proves the corrected record against the field edits and,
005060*when it survives, resubmits it and closes the lifecycle
005070*entry; a correction that fails is listed, the entry marked
005080*'F' and the reject stays outstanding. A correction the
005081*authority check refuses is listed and spent, and the entry
005082*is left exactly as it stood.
005090*===========================================================
005100 0240-APPLY-CORRECTION.
005110     MOVE 'Y' TO RR-CT-USED (RR-COR-IDX).
005120     MOVE RR-CT-RECORD (RR-COR-IDX) TO MY-RECORD.
005121     PERFORM 0245-STAGE-AUTHORITY THRU 0245-EXIT.
005122     PERFORM 0950-CHECK-AUTHORITY THRU 0950-EXIT.
005123     IF NOT RR-AUTH-ALLOWED
005124         MOVE RJ-KEY TO RR-FL-KEY
005125         MOVE RR-AUTH-REASON-CODE TO RR-FL-CODE
005126         MOVE RR-AUTH-REASON-TEXT TO RR-FL-TEXT
005127         WRITE REPORT-RECORD FROM RR-FAIL-LINE
005128         GO TO 0240-EXIT
005129     END-IF.
005130     PERFORM 0500-VALIDATE-CORRECTION THRU 0500-EXIT.
005140     IF RR-CORRECTION-VALID
005150         WRITE RR-RESUB-RECORD FROM MY-RECORD
005310     END-REWRITE.
005320 0240-EXIT.
005330     EXIT.
005331
005332*===========================================================
005333*0245-STAGE-AUTHORITY
005334*Stages the correction for the authority check. The amount
005335*is the corrected record's base amount, unsigned. When a
005336*currency is keyed, the keyed foreign amount is converted to
005337*base at the latest FXRATE rate on or before the run date,
005338*as the ceilings are held in base. An amount that is not
005339*readable, a currency with no rate, or a conversion too large
005340*for the field is priced at the ceiling, so no amount can
005341*slip under an operator's limit.
005342*===========================================================
005343 0245-STAGE-AUTHORITY.
005344     MOVE 'RCOR' TO RR-AUTH-ACTION.
005345     MOVE RR-CT-OPERATOR-ID (RR-COR-IDX) TO RR-AUTH-OPERATOR.
005346     MOVE SPACES TO RR-AUTH-APPROVER.
005347     MOVE RJ-KEY TO RR-AUTH-SUBJECT.
005348     MOVE RR-AUTH-MAX-AMOUNT TO RR-AUTH-AMOUNT.
005349     IF MY-CURRENCY-CODE NOT = SPACES
005350         IF MY-ORIG-AMOUNT NUMERIC
005351             PERFORM 0246-CONVERT-KEYED-AMOUNT THRU 0246-EXIT
005353         END-IF
005354     ELSE
005355         IF MY-AMOUNT NUMERIC
005356             IF MY-AMOUNT < ZERO
005357                 COMPUTE RR-AUTH-AMOUNT = ZERO - MY-AMOUNT
005358             ELSE
005359                 MOVE MY-AMOUNT TO RR-AUTH-AMOUNT
005360             END-IF
005361         END-IF
005362     END-IF.
005363 0245-EXIT.
005364     EXIT.
005365
005366*===========================================================
005367*0246-CONVERT-KEYED-AMOUNT
005368*Weighs the keyed foreign amount in base currency, unsigned.
005369*With no rate, or a product too large for the field, the
005370*amount stays at the ceiling 0245 staged.
005371*===========================================================
005372 0246-CONVERT-KEYED-AMOUNT.
005373     PERFORM 0247-FIND-AUTH-RATE THRU 0247-EXIT.
005374     IF NOT RR-FX-FOUND
005375         GO TO 0246-EXIT
005376     END-IF.
005377     IF MY-ORIG-AMOUNT < ZERO
005378         COMPUTE RR-AUTH-AMOUNT ROUNDED =
005379             (ZERO - MY-ORIG-AMOUNT) * RR-FX-RATE
005380             ON SIZE ERROR
005381                 MOVE RR-AUTH-MAX-AMOUNT TO RR-AUTH-AMOUNT
005382         END-COMPUTE
005383     ELSE
005384         COMPUTE RR-AUTH-AMOUNT ROUNDED =
005385             MY-ORIG-AMOUNT * RR-FX-RATE
005386             ON SIZE ERROR
005387                 MOVE RR-AUTH-MAX-AMOUNT TO RR-AUTH-AMOUNT
005388         END-COMPUTE
005389     END-IF.
005390 0246-EXIT.
005391     EXIT.
005392
005393*===========================================================
005394*0247-FIND-AUTH-RATE
005395*Finds the latest rate on FXRATE for MY-CURRENCY-CODE dated
005396*on or before the run date. The run date's own rate is read
005397*directly; failing that, the currency's rates are walked
005398*from its first date forward, the same START and READ NEXT
005399*walk TEST-COBOL's 0153-CHECK-CURRENCY-KNOWN uses, keeping
005400*the last one not after the run date. RR-FX-FOUND rises when
005401*a rate is found.
005402*===========================================================
005403 0247-FIND-AUTH-RATE.
005404     MOVE 'N' TO RR-FX-FOUND-SWITCH.
005405     IF NOT RR-FX-OPEN-OK
005406         GO TO 0247-EXIT
005407     END-IF.
005408     MOVE MY-CURRENCY-CODE TO FX-CURRENCY-CODE.
005409     MOVE RR-RUN-DATE TO FX-RATE-DATE.
005410     MOVE 'Y' TO RR-FX-FOUND-SWITCH.
005411     READ FX-RATE-MASTER
005412         INVALID KEY
005413             MOVE 'N' TO RR-FX-FOUND-SWITCH
005414     END-READ.
005415     IF RR-FX-FOUND
005416         MOVE FX-RATE TO RR-FX-RATE
005417         GO TO 0247-EXIT
005418     END-IF.
005419     MOVE MY-CURRENCY-CODE TO FX-CURRENCY-CODE.
005420     MOVE ZERO TO FX-RATE-DATE.
005421     START FX-RATE-MASTER KEY NOT < FX-RATE-KEY
005422         INVALID KEY
005423             GO TO 0247-EXIT
005424     END-START.
005425     MOVE 'N' TO RR-FX-WALK-END-SWITCH.
005426     PERFORM 0248-WALK-RATE THRU 0248-EXIT
005427         UNTIL RR-FX-WALK-END.
005428 0247-EXIT.
005429     EXIT.
005430
005431*===========================================================
005432*0248-WALK-RATE
005433*Reads the next rate; the walk ends at the end of the
005434*master, the next currency, or a date after the run date.
005435*===========================================================
005436 0248-WALK-RATE.
005437     READ FX-RATE-MASTER NEXT RECORD
005438         AT END
005439             MOVE 'Y' TO RR-FX-WALK-END-SWITCH
005440             GO TO 0248-EXIT
005441     END-READ.
005442     IF FX-CURRENCY-CODE NOT = MY-CURRENCY-CODE
005443        OR FX-RATE-DATE > RR-RUN-DATE
005444         MOVE 'Y' TO RR-FX-WALK-END-SWITCH
005445         GO TO 0248-EXIT
005446     END-IF.
005447     MOVE 'Y' TO RR-FX-FOUND-SWITCH.
005448     MOVE FX-RATE TO RR-FX-RATE.
005449 0248-EXIT.
005450     EXIT.
005451
005452*===========================================================
005453*0500-VALIDATE-CORRECTION
005454*The same field edits 0150-VALIDATE-RECORD applies in
005455*TEST-COBOL, in the same order, so a corrected record that
005456*passes here cannot bounce straight back onto REJECT-FILE
005457*for a field reason. The account edits (R005/R006) stay with
005458*TEST-COBOL, which owns the master as of the cycle the
005459*record actually runs, and so do the rate edit (R010) and
005460*the accounting period edit (R011). A
005461*foreign-currency record has its amount edits made on the
005462*amount as keyed, MY-ORIG-AMOUNT.
005463*===========================================================
005464 0500-VALIDATE-CORRECTION.
005465     MOVE 'Y' TO RR-VALID-SWITCH.
005466     MOVE SPACES TO RR-FAIL-CODE.
005470     MOVE SPACES TO RR-FAIL-TEXT.
005480     IF MY-KEY = SPACES OR LOW-VALUES
005490         MOVE 'N' TO RR-VALID-SWITCH
005590     END-IF.
005600     IF RR-CORRECTION-VALID
005610         IF NOT MY-TRAN-REVERSAL
005620             IF MY-CURRENCY-CODE = SPACES
005621                 MOVE MY-AMOUNT (1:9) TO RR-EDIT-AMOUNT-X
005622             ELSE
005623                 MOVE MY-ORIG-AMOUNT (1:9) TO RR-EDIT-AMOUNT-X
005624             END-IF
005625             IF RR-EDIT-AMOUNT NOT NUMERIC
005630                 MOVE 'N' TO RR-VALID-SWITCH
005640                 MOVE 'R002' TO RR-FAIL-CODE
005650                 MOVE 'AMOUNT NOT NUMERIC' TO RR-FAIL-TEXT
005670         END-IF
005680     END-IF.
005690     IF RR-CORRECTION-VALID
005700         IF MY-TRAN-ADJUSTMENT AND RR-EDIT-AMOUNT = ZERO
005710             MOVE 'N' TO RR-VALID-SWITCH
005720             MOVE 'R008' TO RR-FAIL-CODE
005730             MOVE 'ZERO ADJUSTMENT AMOUNT' TO RR-FAIL-TEXT
007760         MOVE RR-UNUSED-COR-COUNT TO RR-NL-COUNT
007770         WRITE REPORT-RECORD FROM RR-COUNT-LINE
007780     END-IF.
007781     IF RR-AUTH-REFUSED-COUNT > ZERO
007782         MOVE 'AUTH REFUSED:   ' TO RR-NL-TEXT
007783         MOVE RR-AUTH-REFUSED-COUNT TO RR-NL-COUNT
007784         WRITE REPORT-RECORD FROM RR-COUNT-LINE
007785     END-IF.
007790 0900-EXIT.
007800     EXIT.
007810
007940     END-IF.
007950 0910-EXIT.
007960     EXIT.
007961
007962*===========================================================
007963*0950-CHECK-AUTHORITY
007964*Proves the staged decision against the operator-authority
007965*master: the operator must be on file, active, permitted the
007966*action and within its ceiling. Every outcome, allowed or
007967*refused, is logged.
007968*===========================================================
007969 0950-CHECK-AUTHORITY.
007970     MOVE 'N' TO RR-AUTH-SWITCH.
007971     MOVE SPACES TO RR-AUTH-REASON-CODE.
007972     MOVE SPACES TO RR-AUTH-REASON-TEXT.
007973     IF NOT RR-OPER-OPEN-OK
007974         MOVE 'A009' TO RR-AUTH-REASON-CODE
007975         MOVE 'AUTHORITY MASTER UNAVAILABLE'
007976             TO RR-AUTH-REASON-TEXT
007977         GO TO 0950-LOG
007978     END-IF.
007979     MOVE RR-AUTH-OPERATOR TO RR-AUTH-CHECK-ID.
007980     PERFORM 0960-CHECK-ONE-OPERATOR THRU 0960-EXIT.
007981     IF RR-AUTH-REASON-CODE NOT = SPACES
007982         GO TO 0950-LOG
007983     END-IF.
007984     MOVE 'Y' TO RR-AUTH-SWITCH.
007985     MOVE 'A000' TO RR-AUTH-REASON-CODE.
007986     MOVE 'ALLOWED' TO RR-AUTH-REASON-TEXT.
007987 0950-LOG.
007988     PERFORM 0970-WRITE-AUTH-LOG THRU 0970-EXIT.
007989     IF NOT RR-AUTH-ALLOWED
007990         ADD 1 TO RR-AUTH-REFUSED-COUNT
007991     END-IF.
007992 0950-EXIT.
007993     EXIT.
007994
007995*===========================================================
007996*0960-CHECK-ONE-OPERATOR
007997*Proves the operator in RR-AUTH-CHECK-ID for the staged
007998*action and amount, leaving a refusal reason staged or the
007999*reason code blank when the operator passes.
008000*===========================================================
008001 0960-CHECK-ONE-OPERATOR.
008002     MOVE SPACES TO RR-AUTH-REASON-CODE.
008003     MOVE SPACES TO RR-AUTH-REASON-TEXT.
008004     IF RR-AUTH-CHECK-ID = SPACES
008005         MOVE 'A001' TO RR-AUTH-REASON-CODE
008006         MOVE 'UNKNOWN OPERATOR' TO RR-AUTH-REASON-TEXT
008007         GO TO 0960-EXIT
008008     END-IF.
008009     MOVE RR-AUTH-CHECK-ID TO OA-OPERATOR-ID.
008010     READ OPER-MASTER
008011         INVALID KEY
008012             MOVE 'A001' TO RR-AUTH-REASON-CODE
008013             MOVE 'UNKNOWN OPERATOR' TO RR-AUTH-REASON-TEXT
008014             GO TO 0960-EXIT
008015     END-READ.
008016     IF NOT OA-OPER-ACTIVE
008017         MOVE 'A002' TO RR-AUTH-REASON-CODE
008018         MOVE 'OPERATOR NOT ACTIVE' TO RR-AUTH-REASON-TEXT
008019         GO TO 0960-EXIT
008020     END-IF.
008021     MOVE 'N' TO RR-AUTH-FOUND-SWITCH.
008022     MOVE ZERO TO RR-AUTH-HIT-SUB.
008023     PERFORM 0965-FIND-ACTION THRU 0965-EXIT
008024         VARYING RR-AUTH-SUB FROM 1 BY 1
008025         UNTIL RR-AUTH-SUB > 8.
008026     IF NOT RR-AUTH-ACTION-FOUND
008027         MOVE 'A003' TO RR-AUTH-REASON-CODE
008028         MOVE 'ACTION NOT PERMITTED' TO RR-AUTH-REASON-TEXT
008029         GO TO 0960-EXIT
008030     END-IF.
008031     IF RR-AUTH-AMOUNT > OA-ACTION-CEILING (RR-AUTH-HIT-SUB)
008032         MOVE 'A004' TO RR-AUTH-REASON-CODE
008033         MOVE 'AMOUNT OVER CEILING' TO RR-AUTH-REASON-TEXT
008034     END-IF.
008035 0960-EXIT.
008036     EXIT.
008037
008038*===========================================================
008039 0965-FIND-ACTION.
008040     IF NOT RR-AUTH-ACTION-FOUND
008041        AND OA-ACTION-CODE (RR-AUTH-SUB) = RR-AUTH-ACTION
008042         MOVE 'Y' TO RR-AUTH-FOUND-SWITCH
008043         MOVE RR-AUTH-SUB TO RR-AUTH-HIT-SUB
008044     END-IF.
008045 0965-EXIT.
008046     EXIT.
008047
008048*===========================================================
008049*0970-WRITE-AUTH-LOG
008050*Appends the decision just proved to the shared authority
008051*log.
008052*===========================================================
008053 0970-WRITE-AUTH-LOG.
008054     MOVE SPACES TO AUTHLOG-RECORD.
008055     MOVE RR-RUN-DATE TO AL-LOG-DATE.
008056     ACCEPT AL-LOG-TIME FROM TIME.
008057     MOVE 'RRC-COBOL' TO AL-PROGRAM-ID.
008058     MOVE RR-AUTH-ACTION TO AL-ACTION-CODE.
008059     MOVE RR-AUTH-OPERATOR TO AL-OPERATOR-ID.
008060     MOVE RR-AUTH-APPROVER TO AL-APPROVER-ID.
008061     MOVE RR-AUTH-SUBJECT TO AL-SUBJECT-KEY.
008062     MOVE RR-AUTH-AMOUNT TO AL-AMOUNT.
008063     IF RR-AUTH-ALLOWED
008064         MOVE 'A' TO AL-OUTCOME
008065     ELSE
008066         MOVE 'R' TO AL-OUTCOME
008067     END-IF.
008068     MOVE RR-AUTH-REASON-CODE TO AL-REASON-CODE.
008069     MOVE RR-AUTH-REASON-TEXT TO AL-REASON-TEXT.
008070     WRITE AUTHLOG-RECORD.
008071 0970-EXIT.
008072     EXIT.
