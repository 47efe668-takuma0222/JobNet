000100*full records. A one-page maintenance report (ACMRPT-DAT)
000110*carries the action counts and one line per feed record that
000120*could not be applied. Runs as its own step ahead of
000130*TEST-COBOL in the batch stream. The feed cannot reopen a
000131*dormant account: a resent image still reading open is applied
000132*with the account left dormant and reported, since only a
000133*reviewed SUS-COBOL release reopens one. AM-STATUS-DATE moves
000134*only when an add or the feed actually changes the status.
000135*A record that changes either movement cap is a cap change,
000136*proved against the operator-authority master (OPERAUTH) for
000137*the operator the feed names (AF-OPERATOR-ID): action ACAP,
000138*with a ceiling covering the highest cap changed, zero (no
000139*limit) counting as the largest amount there is. Raising a
000140*cap, or lifting it altogether, above the dual-control amount
000141*also needs a second, different approving operator
000142*(AF-APPROVER-ID). Every outcome goes to the shared authority
000143*log (AUTHLOG-DAT); a refused cap change rejects the whole
000144*feed record, which is reported as an error. An add for a new
000145*key is always a cap change: both its caps are weighed, so
000146*deleting an account and adding it back cannot lift its caps
000147*unchecked.
000148*AF-CORRESP-FLAG carries the branch's no-correspondence
000149*marker onto the master: 'Y' sets it, anything else (a
000150*branch not yet sending it leaves the byte blank) clears it.
000151*
000152*  Author.......: D. HARTLEY, BATCH SYSTEMS GROUP
000160*  Installation.: BATCH SYSTEMS GROUP
000170*  Date-Written.: 2026-08-22
000180*
000216*                    as zero (no limit) and reported, so a
000217*                    mis-keyed feed cannot freeze an account by
000218*                    accident.
000219*  2026-10-15  DH    A dormant account is not reopened by a
000220*                    feed image reading 'O': the status stays
000221*                    'D' and the record is reported. The
000222*                    status date is stamped on an add or a
000223*                    status change and carried otherwise.
000224*  2026-10-15  DH    Cap changes proved against OPERAUTH,
000225*                    with dual approval for large increases;
000226*                    feed carries the operator and approver.
000227*  2026-10-15  DH    Feed carries the no-correspondence
000228*                    marker (AF-CORRESP-FLAG) onto the master.
000229*  2026-10-15  DH    An add for a new key always proves its
000230*                    caps, a blank or zero cap as no limit.
000231*-----------------------------------------------------------------
000232 IDENTIFICATION DIVISION.
000240 PROGRAM-ID.  ACM-COBOL.
000250 AUTHOR.  D. HARTLEY, BATCH SYSTEMS GROUP.
000260 INSTALLATION.  BATCH SYSTEMS GROUP.
000410         FILE STATUS IS AC-MASTER-STATUS.
000420     SELECT REPORT-FILE ASSIGN TO ACMRPT-DAT
000430         ORGANIZATION IS LINE SEQUENTIAL.
000431     SELECT OPER-MASTER ASSIGN TO OPERAUTH
000432         ORGANIZATION IS INDEXED
000433         ACCESS MODE IS RANDOM
000434         RECORD KEY IS OA-OPERATOR-ID
000435         FILE STATUS IS AC-OPER-STATUS.
000436     SELECT OPTIONAL AUTH-LOG ASSIGN TO AUTHLOG-DAT
000437         ORGANIZATION IS LINE SEQUENTIAL.
000440
000450*-----------------------------------------------------------------
000460 DATA DIVISION.
000470 FILE SECTION.
000480*-----------------------------------------------------------------
000490*FEED-FILE - the daily branch account feed: an action code, the
000500*            account key, and the full account image to apply,
000501*            with the operator (and any approver) answerable
000502*            for a change to the movement caps.
000510*-----------------------------------------------------------------
000520 FD  FEED-FILE.
000530 01  FEED-RECORD.
000635     05  AF-DAILY-LIMIT              PIC X(11).
000636     05  AF-DAILY-LIMIT-9 REDEFINES AF-DAILY-LIMIT
000637                                     PIC 9(09)V99.
000638     05  AF-OPERATOR-ID              PIC X(08).
000639     05  AF-APPROVER-ID              PIC X(08).
000640     05  AF-CORRESP-FLAG             PIC X(01).
000641         88  AF-NO-CORRESPONDENCE         VALUE 'Y'.
000642     05  FILLER                      PIC X(05).
000650
000660 FD  ACCT-MASTER.
000670     COPY ACCT-COPYBOOK.
000680
000690 FD  REPORT-FILE.
000700 01  REPORT-RECORD                  PIC X(80).
000701
000702*-----------------------------------------------------------------
000703*OPER-MASTER - the operator-authority master, read to prove
000704*              each cap change's operator (and approver).
000705*AUTH-LOG    - the shared authority log, opened EXTEND: one
000706*              line per cap change, allowed or refused.
000707*-----------------------------------------------------------------
000708 FD  OPER-MASTER.
000709     COPY OPER-COPYBOOK.
000710
000711 FD  AUTH-LOG.
000712     COPY ALOG-COPYBOOK.
000713
000720 WORKING-STORAGE SECTION.
000730*-----------------------------------------------------------------
000740*SWITCHES
000790     88  AC-FEED-OPEN-OK                 VALUE '00'.
000800 77  AC-MASTER-STATUS               PIC X(02) VALUE SPACES.
000810     88  AC-MASTER-OK                    VALUE '00'.
000811
000812*-----------------------------------------------------------------
000813*PRIOR MASTER IMAGE
000814*The status, status date and movement caps on the master
000815*before the feed record is applied, read by
000816*0240-READ-PRIOR-RECORD.
000817*-----------------------------------------------------------------
000818 77  AC-PRIOR-FOUND-SWITCH          PIC X(01) VALUE 'N'.
000819     88  AC-PRIOR-FOUND                  VALUE 'Y'.
000820 77  AC-PRIOR-STATUS                PIC X(01) VALUE SPACES.
000821 77  AC-PRIOR-STATUS-DATE           PIC X(08) VALUE SPACES.
000822 77  AC-PRIOR-STATUS-DATE-9 REDEFINES AC-PRIOR-STATUS-DATE
000823                                    PIC 9(08).
000824 77  AC-PRIOR-TRAN-LIMIT            PIC 9(09)V99 VALUE ZERO.
000825 77  AC-PRIOR-DAILY-LIMIT           PIC 9(09)V99 VALUE ZERO.
000826
000827*-----------------------------------------------------------------
000828*CAP CHANGE WEIGHING
000829*One changed cap at a time is weighed by 0265-WEIGH-CAP.
000830*-----------------------------------------------------------------
000831 77  AC-CAP-NEW                     PIC 9(09)V99 VALUE ZERO.
000832 77  AC-CAP-PRIOR                   PIC 9(09)V99 VALUE ZERO.
000833 77  AC-CAP-WEIGHT                  PIC 9(09)V99 VALUE ZERO.
000834
000835*-----------------------------------------------------------------
000840*MAINTENANCE COUNTS
000850*-----------------------------------------------------------------
000860 77  AC-READ-COUNT                  PIC 9(09)      VALUE ZERO.
000900 77  AC-ERROR-COUNT                 PIC 9(09)      VALUE ZERO.
000910 77  AC-RUN-DATE                    PIC 9(08) VALUE ZERO.
000920 77  AC-RUN-TIME                    PIC 9(08) VALUE ZERO.
000921
000922*-----------------------------------------------------------------
000923*OPERATOR AUTHORITY. The caller stages the action, operator,
000924*approver, subject and amount before performing the
000925*authority check, which proves them against OPERAUTH and
000926*logs the outcome, allowed or refused, to AUTHLOG-DAT.
000927*Above AC-DUAL-AMOUNT (AUTH_DUAL_AMOUNT overrides it, in
000928*whole units) the decision also needs a second, different
000929*approving operator.
000930*-----------------------------------------------------------------
000931 77  AC-OPER-STATUS                 PIC X(02) VALUE SPACES.
000932     88  AC-OPER-OPEN-OK                 VALUE '00'.
000933 77  AC-AUTH-SWITCH                 PIC X(01) VALUE 'N'.
000934     88  AC-AUTH-ALLOWED                 VALUE 'Y'.
000935 77  AC-AUTH-FOUND-SWITCH           PIC X(01) VALUE 'N'.
000936     88  AC-AUTH-ACTION-FOUND            VALUE 'Y'.
000937 77  AC-AUTH-DUAL-SWITCH            PIC X(01) VALUE 'N'.
000938     88  AC-AUTH-DUAL-ELIGIBLE           VALUE 'Y'.
000939 77  AC-AUTH-ACTION                 PIC X(04) VALUE SPACES.
000940 77  AC-AUTH-OPERATOR               PIC X(08) VALUE SPACES.
000941 77  AC-AUTH-APPROVER               PIC X(08) VALUE SPACES.
000942 77  AC-AUTH-CHECK-ID               PIC X(08) VALUE SPACES.
000943 77  AC-AUTH-SUBJECT                PIC X(12) VALUE SPACES.
000944 77  AC-AUTH-AMOUNT                 PIC 9(09)V99 VALUE ZERO.
000945 77  AC-AUTH-MAX-AMOUNT             PIC 9(09)V99
000946                                    VALUE 999999999.99.
000947 77  AC-AUTH-SUB                    PIC 9(02) VALUE ZERO.
000948 77  AC-AUTH-HIT-SUB                PIC 9(02) VALUE ZERO.
000949 77  AC-AUTH-REASON-CODE            PIC X(04) VALUE SPACES.
000950 77  AC-AUTH-REASON-TEXT            PIC X(30) VALUE SPACES.
000951 77  AC-AUTH-REFUSED-COUNT          PIC 9(09) VALUE ZERO.
000952 77  AC-DUAL-AMOUNT                 PIC 9(09)V99
000953                                    VALUE 10000.00.
000954 77  AC-DUAL-ENV                    PIC X(09) VALUE SPACES.
000955 77  AC-DUAL-ENV-9 REDEFINES AC-DUAL-ENV
000956                                    PIC 9(09).
000957 77  AC-DUAL-JUSTIFY-WORK           PIC X(09) VALUE SPACES.
000958
000959*-----------------------------------------------------------------
000960*PRINT LINES
000961*-----------------------------------------------------------------
000970 01  AC-PAGE-HEADING-1.
000980     05  FILLER                      PIC X(20) VALUE
000990                         'ACCT MASTER MAINT   '.
001360     OPEN INPUT FEED-FILE.
001370     OPEN I-O ACCT-MASTER.
001380     OPEN OUTPUT REPORT-FILE.
001381     OPEN INPUT OPER-MASTER.
001382     OPEN EXTEND AUTH-LOG.
001390     ACCEPT AC-RUN-DATE FROM DATE YYYYMMDD.
001400     ACCEPT AC-RUN-TIME FROM TIME.
001410     PERFORM 0050-PRINT-HEADING THRU 0050-EXIT.
001470         MOVE 16 TO RETURN-CODE
001480         GO TO 0000-CLOSE
001490     END-IF.
001491     PERFORM 0930-RESOLVE-DUAL-AMOUNT THRU 0930-EXIT.
001500     PERFORM 0100-READ-FEED THRU 0100-EXIT.
001510     PERFORM 0200-PROCESS-FEED THRU 0200-EXIT
001520         UNTIL AC-EOF.
001550     CLOSE FEED-FILE.
001560     CLOSE ACCT-MASTER.
001570     CLOSE REPORT-FILE.
001571     CLOSE OPER-MASTER.
001572     CLOSE AUTH-LOG.
001580     STOP RUN.
001590
001600*===========================================================
002280*0210-APPLY-ADD
002290*Writes the feed record to the master. A key already on the
002300*master is applied as an update instead: the branches re-send
002310*full records, so the newest image wins either way. A cap
002311*change the authority check refuses applies nothing.
002320*===========================================================
002330 0210-APPLY-ADD.
002331     PERFORM 0240-READ-PRIOR-RECORD THRU 0240-EXIT.
002340     PERFORM 0250-BUILD-MASTER-RECORD THRU 0250-EXIT.
002341     PERFORM 0260-CHECK-CAP-CHANGE THRU 0260-EXIT.
002342     IF NOT AC-AUTH-ALLOWED
002343         GO TO 0210-EXIT
002344     END-IF.
002350     WRITE ACCT-RECORD
002360         INVALID KEY
002370             REWRITE ACCT-RECORD
002460*===========================================================
002470*0220-APPLY-UPDATE
002480*Rewrites the master record for the feed key; an update for a
002490*key not on the master is reported, not applied, and so is
002491*a cap change the authority check refuses.
002500*===========================================================
002510 0220-APPLY-UPDATE.
002511     PERFORM 0240-READ-PRIOR-RECORD THRU 0240-EXIT.
002520     PERFORM 0250-BUILD-MASTER-RECORD THRU 0250-EXIT.
002521     PERFORM 0260-CHECK-CAP-CHANGE THRU 0260-EXIT.
002522     IF NOT AC-AUTH-ALLOWED
002523         GO TO 0220-EXIT
002524     END-IF.
002530     REWRITE ACCT-RECORD
002540         INVALID KEY
002550             MOVE 'UPDATE FOR UNKNOWN KEY' TO AC-EL-TEXT
002770 0230-EXIT.
002780     EXIT.
002790
002791*===========================================================
002792*0240-READ-PRIOR-RECORD
002793*Reads the master record the feed record is about to replace
002794*and keeps its status, status date and caps, before 0250
002795*rebuilds the record area from the feed. A key not yet on
002796*the master has no caps to change from.
002797*===========================================================
002798 0240-READ-PRIOR-RECORD.
002799     MOVE 'N' TO AC-PRIOR-FOUND-SWITCH.
002800     MOVE SPACES TO AC-PRIOR-STATUS.
002801     MOVE SPACES TO AC-PRIOR-STATUS-DATE.
002802     MOVE ZERO TO AC-PRIOR-TRAN-LIMIT.
002803     MOVE ZERO TO AC-PRIOR-DAILY-LIMIT.
002804     MOVE AF-ACCT-KEY TO AM-ACCT-KEY.
002805     READ ACCT-MASTER
002806         INVALID KEY
002807             GO TO 0240-EXIT
002808     END-READ.
002809     MOVE 'Y' TO AC-PRIOR-FOUND-SWITCH.
002810     MOVE AM-ACCT-STATUS TO AC-PRIOR-STATUS.
002811     MOVE AM-STATUS-DATE TO AC-PRIOR-STATUS-DATE.
002812     IF AM-TRAN-LIMIT NUMERIC
002813         MOVE AM-TRAN-LIMIT TO AC-PRIOR-TRAN-LIMIT
002814     END-IF.
002815     IF AM-DAILY-LIMIT NUMERIC
002816         MOVE AM-DAILY-LIMIT TO AC-PRIOR-DAILY-LIMIT
002817     END-IF.
002818 0240-EXIT.
002819     EXIT.
002820
002821*===========================================================
002822*0250-BUILD-MASTER-RECORD
002823*Moves the feed image into ACCT-RECORD and stamps the run
002830*date as the last-maintained date. A dormant account stays
002831*dormant whatever status the feed carries short of closed;
002832*the status date is the run date only when the status is new
002833*or changed, otherwise the prior date carries over.
002840*===========================================================
002850 0250-BUILD-MASTER-RECORD.
002860     MOVE SPACES TO ACCT-RECORD.
002890     MOVE AF-BRANCH-CODE TO AM-BRANCH-CODE.
002900     MOVE AF-ACCT-STATUS TO AM-ACCT-STATUS.
002910     MOVE AC-RUN-DATE TO AM-LAST-MAINT-DATE.
002911     IF AC-PRIOR-FOUND
002912        AND AC-PRIOR-STATUS = 'D'
002913        AND AM-ACCT-OPEN
002914         MOVE 'D' TO AM-ACCT-STATUS
002915         MOVE 'DORMANT - NOT REOPENED' TO AC-EL-TEXT
002916         PERFORM 0300-PRINT-ERROR THRU 0300-EXIT
002917     END-IF.
002918     IF AC-PRIOR-FOUND
002919        AND AM-ACCT-STATUS = AC-PRIOR-STATUS
002920         IF AC-PRIOR-STATUS-DATE-9 NUMERIC
002921             MOVE AC-PRIOR-STATUS-DATE-9 TO AM-STATUS-DATE
002922         END-IF
002923     ELSE
002924         MOVE AC-RUN-DATE TO AM-STATUS-DATE
002925     END-IF.
002926*    A cap keyed non-numeric (or left blank by a branch not
002927*    yet sending limits) is applied as zero - no limit - and
002928*    reported, so a mis-keyed feed cannot freeze an account.
002929     IF AF-TRAN-LIMIT-9 NUMERIC
002930         MOVE AF-TRAN-LIMIT-9 TO AM-TRAN-LIMIT
002931     ELSE
002932         MOVE ZERO TO AM-TRAN-LIMIT
002933         IF AF-TRAN-LIMIT NOT = SPACES
002934             MOVE 'BAD TRAN LIMIT - NO LIMIT SET' TO AC-EL-TEXT
002935             PERFORM 0300-PRINT-ERROR THRU 0300-EXIT
002936         END-IF
002937     END-IF.
002938     IF AF-DAILY-LIMIT-9 NUMERIC
002939         MOVE AF-DAILY-LIMIT-9 TO AM-DAILY-LIMIT
002940     ELSE
002941         MOVE ZERO TO AM-DAILY-LIMIT
002942         IF AF-DAILY-LIMIT NOT = SPACES
002943             MOVE 'BAD DAILY LIMIT - NO LIMIT SET' TO AC-EL-TEXT
002944             PERFORM 0300-PRINT-ERROR THRU 0300-EXIT
002945         END-IF
002946     END-IF.
002947     IF AF-NO-CORRESPONDENCE
002948         MOVE 'Y' TO AM-CORRESP-FLAG
002949     END-IF.
002950 0250-EXIT.
002951     EXIT.
002952
002953*===========================================================
002954*0260-CHECK-CAP-CHANGE
002955*Proves a change to either movement cap against the
002956*operator-authority master. The amount weighed is the
002957*highest cap the record changes, a cap of zero (no limit)
002958*counting as the largest amount there is; raising a cap
002959*that was set, or lifting it, is an increase and takes
002960*dual control above the dual-control amount. An add for a
002961*key not on the master sets both caps for the first time, so
002962*both are weighed, a blank or zero cap as no limit, but never
002963*as an increase. A record that leaves both caps of a key on
002964*the master as they were, or an update for a key not on the
002965*master (refused by 0220 on its own), is not checked. A
002966*refusal is reported against the feed record.
002967*===========================================================
002968 0260-CHECK-CAP-CHANGE.
002969     MOVE 'Y' TO AC-AUTH-SWITCH.
002970     IF AC-PRIOR-FOUND
002971        AND AM-TRAN-LIMIT = AC-PRIOR-TRAN-LIMIT
002972        AND AM-DAILY-LIMIT = AC-PRIOR-DAILY-LIMIT
002973         GO TO 0260-EXIT
002974     END-IF.
002975     IF AF-ACTION-UPDATE
002976        AND NOT AC-PRIOR-FOUND
002977         GO TO 0260-EXIT
002978     END-IF.
002979     MOVE 'ACAP' TO AC-AUTH-ACTION.
002980     MOVE AF-OPERATOR-ID TO AC-AUTH-OPERATOR.
002981     MOVE AF-APPROVER-ID TO AC-AUTH-APPROVER.
002982     MOVE AF-ACCT-KEY TO AC-AUTH-SUBJECT.
002983     MOVE ZERO TO AC-AUTH-AMOUNT.
002984     MOVE 'N' TO AC-AUTH-DUAL-SWITCH.
002985     IF NOT AC-PRIOR-FOUND
002986        OR AM-TRAN-LIMIT NOT = AC-PRIOR-TRAN-LIMIT
002987         MOVE AM-TRAN-LIMIT TO AC-CAP-NEW
002988         MOVE AC-PRIOR-TRAN-LIMIT TO AC-CAP-PRIOR
002989         PERFORM 0265-WEIGH-CAP THRU 0265-EXIT
002990     END-IF.
002991     IF NOT AC-PRIOR-FOUND
002992        OR AM-DAILY-LIMIT NOT = AC-PRIOR-DAILY-LIMIT
002993         MOVE AM-DAILY-LIMIT TO AC-CAP-NEW
002994         MOVE AC-PRIOR-DAILY-LIMIT TO AC-CAP-PRIOR
002995         PERFORM 0265-WEIGH-CAP THRU 0265-EXIT
002996     END-IF.
002997     PERFORM 0900-CHECK-AUTHORITY THRU 0900-EXIT.
002998     IF NOT AC-AUTH-ALLOWED
002999         MOVE 'CAP CHANGE REFUSED - ' TO AC-EL-TEXT
003000         MOVE AC-AUTH-REASON-CODE TO AC-EL-TEXT (22:4)
003001         PERFORM 0300-PRINT-ERROR THRU 0300-EXIT
003002     END-IF.
003003 0260-EXIT.
003004     EXIT.
003005
003006*===========================================================
003007*0265-WEIGH-CAP
003008*Weighs one changed cap: the amount to prove is the highest
003009*new cap seen, and a cap raised from a set limit, or taken
003010*off one, marks the change an increase.
003011*===========================================================
003012 0265-WEIGH-CAP.
003013     IF AC-CAP-NEW = ZERO
003014         MOVE AC-AUTH-MAX-AMOUNT TO AC-CAP-WEIGHT
003015     ELSE
003016         MOVE AC-CAP-NEW TO AC-CAP-WEIGHT
003017     END-IF.
003018     IF AC-CAP-WEIGHT > AC-AUTH-AMOUNT
003019         MOVE AC-CAP-WEIGHT TO AC-AUTH-AMOUNT
003020     END-IF.
003021     IF AC-PRIOR-FOUND
003022        AND AC-CAP-PRIOR NOT = ZERO
003023        AND AC-CAP-WEIGHT > AC-CAP-PRIOR
003024         MOVE 'Y' TO AC-AUTH-DUAL-SWITCH
003025     END-IF.
003026 0265-EXIT.
003027     EXIT.
003028
003029*===========================================================
003030*0300-PRINT-ERROR
003031*Writes one error line for the current feed record; the
003032*caller stages AC-EL-TEXT first.
003033*===========================================================
003034 0300-PRINT-ERROR.
003035     MOVE AF-ACCT-KEY TO AC-EL-KEY.
003036     MOVE AF-ACTION TO AC-EL-ACTION.
003037     WRITE REPORT-RECORD FROM AC-ERROR-LINE.
003040     ADD 1 TO AC-ERROR-COUNT.
003050 0300-EXIT.
003060     EXIT.
003280     MOVE 'ERRORS:         ' TO AC-CL-TEXT.
003290     MOVE AC-ERROR-COUNT TO AC-CL-COUNT.
003300     WRITE REPORT-RECORD FROM AC-COUNT-LINE.
003301     IF AC-AUTH-REFUSED-COUNT > ZERO
003302         MOVE 'CAPS REFUSED:   ' TO AC-CL-TEXT
003303         MOVE AC-AUTH-REFUSED-COUNT TO AC-CL-COUNT
003304         WRITE REPORT-RECORD FROM AC-COUNT-LINE
003305     END-IF.
003310     IF AC-ERROR-COUNT > ZERO
003320         MOVE 4 TO RETURN-CODE
003330     END-IF.
003340 0400-EXIT.
003350     EXIT.
003351
003352*===========================================================
003353*0900-CHECK-AUTHORITY
003354*Proves the staged decision against the operator-authority
003355*master: the operator must be on file, active, permitted the
003356*action and within its ceiling. A dual-control decision
003357*above the dual-control amount also needs an approver other
003358*than the operator who passes the same proof. Every
003359*outcome, allowed or refused, is logged.
003360*===========================================================
003361 0900-CHECK-AUTHORITY.
003362     MOVE 'N' TO AC-AUTH-SWITCH.
003363     MOVE SPACES TO AC-AUTH-REASON-CODE.
003364     MOVE SPACES TO AC-AUTH-REASON-TEXT.
003365     IF NOT AC-OPER-OPEN-OK
003366         MOVE 'A009' TO AC-AUTH-REASON-CODE
003367         MOVE 'AUTHORITY MASTER UNAVAILABLE'
003368             TO AC-AUTH-REASON-TEXT
003369         GO TO 0900-LOG
003370     END-IF.
003371     MOVE AC-AUTH-OPERATOR TO AC-AUTH-CHECK-ID.
003372     PERFORM 0910-CHECK-ONE-OPERATOR THRU 0910-EXIT.
003373     IF AC-AUTH-REASON-CODE NOT = SPACES
003374         GO TO 0900-LOG
003375     END-IF.
003376     IF NOT AC-AUTH-DUAL-ELIGIBLE
003377        OR AC-AUTH-AMOUNT NOT > AC-DUAL-AMOUNT
003378         GO TO 0900-ALLOW
003379     END-IF.
003380     IF AC-AUTH-APPROVER = SPACES
003381         MOVE 'A005' TO AC-AUTH-REASON-CODE
003382         MOVE 'SECOND APPROVER REQUIRED'
003383             TO AC-AUTH-REASON-TEXT
003384         GO TO 0900-LOG
003385     END-IF.
003386     IF AC-AUTH-APPROVER = AC-AUTH-OPERATOR
003387         MOVE 'A006' TO AC-AUTH-REASON-CODE
003388         MOVE 'APPROVER SAME AS OPERATOR'
003389             TO AC-AUTH-REASON-TEXT
003390         GO TO 0900-LOG
003391     END-IF.
003392     MOVE AC-AUTH-APPROVER TO AC-AUTH-CHECK-ID.
003393     PERFORM 0910-CHECK-ONE-OPERATOR THRU 0910-EXIT.
003394     IF AC-AUTH-REASON-CODE = 'A004'
003395         MOVE 'A008' TO AC-AUTH-REASON-CODE
003396         MOVE 'AMOUNT OVER APPROVER CEILING'
003397             TO AC-AUTH-REASON-TEXT
003398         GO TO 0900-LOG
003399     END-IF.
003400     IF AC-AUTH-REASON-CODE NOT = SPACES
003401         MOVE 'A007' TO AC-AUTH-REASON-CODE
003402         MOVE 'APPROVER NOT AUTHORISED'
003403             TO AC-AUTH-REASON-TEXT
003404         GO TO 0900-LOG
003405     END-IF.
003406 0900-ALLOW.
003407     MOVE 'Y' TO AC-AUTH-SWITCH.
003408     MOVE 'A000' TO AC-AUTH-REASON-CODE.
003409     MOVE 'ALLOWED' TO AC-AUTH-REASON-TEXT.
003410 0900-LOG.
003411     PERFORM 0920-WRITE-AUTH-LOG THRU 0920-EXIT.
003412     IF NOT AC-AUTH-ALLOWED
003413         ADD 1 TO AC-AUTH-REFUSED-COUNT
003414     END-IF.
003415 0900-EXIT.
003416     EXIT.
003417
003418*===========================================================
003419*0910-CHECK-ONE-OPERATOR
003420*Proves the operator in AC-AUTH-CHECK-ID for the staged
003421*action and amount, leaving a refusal reason staged or the
003422*reason code blank when the operator passes.
003423*===========================================================
003424 0910-CHECK-ONE-OPERATOR.
003425     MOVE SPACES TO AC-AUTH-REASON-CODE.
003426     MOVE SPACES TO AC-AUTH-REASON-TEXT.
003427     IF AC-AUTH-CHECK-ID = SPACES
003428         MOVE 'A001' TO AC-AUTH-REASON-CODE
003429         MOVE 'UNKNOWN OPERATOR' TO AC-AUTH-REASON-TEXT
003430         GO TO 0910-EXIT
003431     END-IF.
003432     MOVE AC-AUTH-CHECK-ID TO OA-OPERATOR-ID.
003433     READ OPER-MASTER
003434         INVALID KEY
003435             MOVE 'A001' TO AC-AUTH-REASON-CODE
003436             MOVE 'UNKNOWN OPERATOR' TO AC-AUTH-REASON-TEXT
003437             GO TO 0910-EXIT
003438     END-READ.
003439     IF NOT OA-OPER-ACTIVE
003440         MOVE 'A002' TO AC-AUTH-REASON-CODE
003441         MOVE 'OPERATOR NOT ACTIVE' TO AC-AUTH-REASON-TEXT
003442         GO TO 0910-EXIT
003443     END-IF.
003444     MOVE 'N' TO AC-AUTH-FOUND-SWITCH.
003445     MOVE ZERO TO AC-AUTH-HIT-SUB.
003446     PERFORM 0915-FIND-ACTION THRU 0915-EXIT
003447         VARYING AC-AUTH-SUB FROM 1 BY 1
003448         UNTIL AC-AUTH-SUB > 8.
003449     IF NOT AC-AUTH-ACTION-FOUND
003450         MOVE 'A003' TO AC-AUTH-REASON-CODE
003451         MOVE 'ACTION NOT PERMITTED' TO AC-AUTH-REASON-TEXT
003452         GO TO 0910-EXIT
003453     END-IF.
003454     IF AC-AUTH-AMOUNT > OA-ACTION-CEILING (AC-AUTH-HIT-SUB)
003455         MOVE 'A004' TO AC-AUTH-REASON-CODE
003456         MOVE 'AMOUNT OVER CEILING' TO AC-AUTH-REASON-TEXT
003457     END-IF.
003458 0910-EXIT.
003459     EXIT.
003460
003461*===========================================================
003462 0915-FIND-ACTION.
003463     IF NOT AC-AUTH-ACTION-FOUND
003464        AND OA-ACTION-CODE (AC-AUTH-SUB) = AC-AUTH-ACTION
003465         MOVE 'Y' TO AC-AUTH-FOUND-SWITCH
003466         MOVE AC-AUTH-SUB TO AC-AUTH-HIT-SUB
003467     END-IF.
003468 0915-EXIT.
003469     EXIT.
003470
003471*===========================================================
003472*0920-WRITE-AUTH-LOG
003473*Appends the decision just proved to the shared authority
003474*log.
003475*===========================================================
003476 0920-WRITE-AUTH-LOG.
003477     MOVE SPACES TO AUTHLOG-RECORD.
003478     MOVE AC-RUN-DATE TO AL-LOG-DATE.
003479     ACCEPT AL-LOG-TIME FROM TIME.
003480     MOVE 'ACM-COBOL' TO AL-PROGRAM-ID.
003481     MOVE AC-AUTH-ACTION TO AL-ACTION-CODE.
003482     MOVE AC-AUTH-OPERATOR TO AL-OPERATOR-ID.
003483     MOVE AC-AUTH-APPROVER TO AL-APPROVER-ID.
003484     MOVE AC-AUTH-SUBJECT TO AL-SUBJECT-KEY.
003485     MOVE AC-AUTH-AMOUNT TO AL-AMOUNT.
003486     IF AC-AUTH-ALLOWED
003487         MOVE 'A' TO AL-OUTCOME
003488     ELSE
003489         MOVE 'R' TO AL-OUTCOME
003490     END-IF.
003491     MOVE AC-AUTH-REASON-CODE TO AL-REASON-CODE.
003492     MOVE AC-AUTH-REASON-TEXT TO AL-REASON-TEXT.
003493     WRITE AUTHLOG-RECORD.
003494 0920-EXIT.
003495     EXIT.
003496
003497*===========================================================
003498*0930-RESOLVE-DUAL-AMOUNT
003499*AUTH_DUAL_AMOUNT in the run's environment, in whole units,
003500*overrides the dual-control default when present and
003501*numeric, right-justified and zero filled first.
003502*===========================================================
003503 0930-RESOLVE-DUAL-AMOUNT.
003504     ACCEPT AC-DUAL-ENV
003505         FROM ENVIRONMENT 'AUTH_DUAL_AMOUNT'.
003506     IF AC-DUAL-ENV NOT = SPACES
003507         PERFORM 0935-JUSTIFY-DUAL THRU 0935-EXIT
003508             UNTIL AC-DUAL-ENV (9:1) NOT = SPACE
003509         INSPECT AC-DUAL-ENV
003510             REPLACING LEADING ' ' BY '0'
003511         IF AC-DUAL-ENV-9 NUMERIC
003512             MOVE AC-DUAL-ENV-9 TO AC-DUAL-AMOUNT
003513         ELSE
003514             MOVE 'BAD AUTH_DUAL_AMOUNT - DEFAULT' TO AC-EL-TEXT
003515             MOVE SPACES TO AC-EL-KEY
003516             MOVE SPACES TO AC-EL-ACTION
003517             WRITE REPORT-RECORD FROM AC-ERROR-LINE
003518         END-IF
003519     END-IF.
003520 0930-EXIT.
003521     EXIT.
003522
003523*===========================================================
003524 0935-JUSTIFY-DUAL.
003525     MOVE SPACES TO AC-DUAL-JUSTIFY-WORK.
003526     MOVE AC-DUAL-ENV (1:8) TO AC-DUAL-JUSTIFY-WORK (2:8).
003527     MOVE AC-DUAL-JUSTIFY-WORK TO AC-DUAL-ENV.
003528 0935-EXIT.
003529     EXIT.
