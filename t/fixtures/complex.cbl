001041*                  it on office records, so a stray 'O' in an
001042*                  office file cannot bypass the duplicate
001043*                  check or the movement caps.
001044*2026-10-15  DH    Added the BALMAST balance master (BAL-
001045*                  COPYBOOK): every effective amount that
001046*                  posts - main loop, retry drain, warehouse
001047*                  release or restart replay - moves the
001048*                  account's running balance, carrying the
001049*                  opening balance and the cycle's low-water
001050*                  mark that BAL-COBOL's end-of-day position
001051*                  and overdraft listing read. A replay only
001052*                  moves the balance when the aborted attempt
001053*                  had not already moved it.
001054*2026-10-15  DH    Dormant accounts (ACCT-COPYBOOK status
001055*                  'D', marked by DRM-COBOL) are no longer
001056*                  posted: 0170 flags them and every caller
001057*                  parks the record on SUSPENSE-FILE under
001058*                  S004 for review instead. A SUS-COBOL
001059*                  release reopens the account before the
001060*                  released record comes back through.
001061*2026-10-15  DH    Foreign-currency items: a record coding
001062*                  MY-CURRENCY-CODE is converted by 0152 from
001063*                  MY-ORIG-AMOUNT into base at the FXRATE
001064*                  rate for the cycle date before any other
001065*                  edit sees its amount, so the limits,
001066*                  balances, control totals and everything
001067*                  downstream stay in base. An unknown
001068*                  currency, a missing rate or an amount too
001069*                  large to convert rejects R010. OUT-FILE
001070*                  details, KEY-HISTORY and DB_TABLE carry
001071*                  the currency and original-currency amount
001072*                  beside the base amount.
001073*2026-10-15  DH    Added the standing-instruction source:
001074*                  IN-FILE-5 (STANDING.DAT, source id S05)
001075*                  carries the recurring items SIG-COBOL cuts
001076*                  as they fall due, read after the
001077*                  resubmission source and proved by trailer
001078*                  like the others. It may be absent when
001079*                  SIG-COBOL has not run; an absent
001080*                  resubmission source now passes the turn on
001081*                  to it instead of ending the input.
001082*2026-10-15  DH    Accounting period control: the period
001083*                  calendar (PERIOD-DAT, PERD-COPYBOOK) is
001084*                  loaded at start and 0157 proves every
001085*                  record's MY-DATE against it - on intake,
001086*                  on warehouse release and on retry. A
001087*                  locked period rejects R011; a closed but
001088*                  adjustable one is re-dated into the
001089*                  current open period, the keyed date kept
001090*                  in MY-ORIG-DATE and carried to the OUT-
001091*                  FILE detail. The KEY-HISTORY image keeps
001092*                  the keyed date, so a re-send is still
001093*                  caught whatever it was re-dated to.
001094*2026-10-15  DH    TEST-COBOL can run as concurrent
001095*                  partitions chosen by TEST_PARTITION: '1'
001096*                  '2' and '3' each read one office's source,
001097*                  '4' the resubmission and standing sources
001098*                  with the retry drain and the warehouse
001099*                  release, each with its own restart file
001100*                  and outputs. A partition only reads
001101*                  KEY-HISTORY and ACCTDAY, keeping its own
001102*                  images, claims and day totals on work
001103*                  files (KHWORK, DAYWORK), leaves BALMAST and
001104*                  PENDMAST alone and only peeks the batch
001105*                  sequence; it ends by cutting a proved
001106*                  hand-off file (PARTn-DAT). The merge step
001107*                  (TEST_PARTITION=M) proves all four,
001108*                  commits the batch sequence, rebuilds the
001109*                  single OUT-FILE, fan-out, AUDIT-FILE,
001110*                  REJECT-FILE and SUSPENSE-FILE with one set
001111*                  of control totals, applies the images and
001112*                  day totals to the masters, posts BALMAST
001113*                  and PENDMAST, reconciles and writes the
001114*                  one RUNSTATS record. A blank TEST_PARTITION
001115*                  is the single-stream run as before.
001116*-----------------------------------------------------------------
001117 ENVIRONMENT DIVISION.
001118 INPUT-OUTPUT SECTION.
001119 FILE-CONTROL.
001120     SELECT IN-FILE-1 ASSIGN TO 'INPUT1.DAT'
001121         ORGANIZATION IS LINE SEQUENTIAL
001122         FILE STATUS IS TC-IN1-STATUS.
001123     SELECT IN-FILE-2 ASSIGN TO 'INPUT2.DAT'
001124         ORGANIZATION IS LINE SEQUENTIAL
001125         FILE STATUS IS TC-IN2-STATUS.
001126     SELECT IN-FILE-3 ASSIGN TO 'INPUT3.DAT'
001127         ORGANIZATION IS LINE SEQUENTIAL
001128         FILE STATUS IS TC-IN3-STATUS.
001129     SELECT OPTIONAL IN-FILE-4 ASSIGN TO 'RESUB.DAT'
001130         ORGANIZATION IS LINE SEQUENTIAL
001131         FILE STATUS IS TC-IN4-STATUS.
001132     SELECT OPTIONAL IN-FILE-5 ASSIGN TO 'STANDING.DAT'
001133         ORGANIZATION IS LINE SEQUENTIAL
001134         FILE STATUS IS TC-IN5-STATUS.
001135     SELECT OUT-FILE ASSIGN TO OUT-DAT
001136         ORGANIZATION IS LINE SEQUENTIAL.
001137     SELECT ACTIVE-OUT-FILE ASSIGN TO ACTIVE-DAT
001138         ORGANIZATION IS LINE SEQUENTIAL.
001139     SELECT OTHER-OUT-FILE ASSIGN TO OTHER-DAT
001140         ORGANIZATION IS LINE SEQUENTIAL.
001141     SELECT AUDIT-FILE ASSIGN TO AUDIT-DAT
001142         ORGANIZATION IS LINE SEQUENTIAL.
001143     SELECT REJECT-FILE ASSIGN TO REJECT-DAT
001144         ORGANIZATION IS LINE SEQUENTIAL.
001145     SELECT RESTART-FILE ASSIGN TO RESTART-DAT
001146         ORGANIZATION IS LINE SEQUENTIAL
001147         FILE STATUS IS TC-RESTART-STATUS.
001148     SELECT DISCREPANCY-FILE ASSIGN TO DISCREP-DAT
001149         ORGANIZATION IS LINE SEQUENTIAL.
001150     SELECT RUN-LOG-FILE ASSIGN TO RUNLOG-DAT
001151         ORGANIZATION IS LINE SEQUENTIAL.
001152     SELECT ACCT-MASTER ASSIGN TO ACCTMAST
001153         ORGANIZATION IS INDEXED
001154         ACCESS MODE IS RANDOM
001155         RECORD KEY IS AM-ACCT-KEY
001156         FILE STATUS IS TC-ACCT-STATUS.
001157     SELECT OPTIONAL KEY-HISTORY ASSIGN TO KEYHIST
001158         ORGANIZATION IS INDEXED
001159         ACCESS MODE IS DYNAMIC
001160         RECORD KEY IS KH-HIST-KEY
001161         FILE STATUS IS TC-HIST-STATUS.
001162     SELECT SUSPENSE-FILE ASSIGN TO SUSPENSE-DAT
001163         ORGANIZATION IS LINE SEQUENTIAL.
001164     SELECT OPTIONAL PENDING-MASTER ASSIGN TO PENDMAST
001165         ORGANIZATION IS INDEXED
001166         ACCESS MODE IS RANDOM
001167         RECORD KEY IS PM-KEY
001168         FILE STATUS IS TC-PEND-STATUS.
001169     SELECT OPTIONAL BATCH-SEQ-FILE ASSIGN TO BATSEQ-DAT
001170         ORGANIZATION IS LINE SEQUENTIAL
001171         FILE STATUS IS TC-BATSEQ-STATUS.
001172     SELECT OPTIONAL VALUE-WAREHOUSE ASSIGN TO VALWHSE
001173         ORGANIZATION IS INDEXED
001174         ACCESS MODE IS DYNAMIC
001175         RECORD KEY IS WH-WHSE-KEY
001176         FILE STATUS IS TC-WHSE-STATUS.
001177     SELECT OPTIONAL RUN-STATS ASSIGN TO RUNSTATS
001178         ORGANIZATION IS INDEXED
001179         ACCESS MODE IS RANDOM
001180         RECORD KEY IS SR-STAT-KEY
001181         FILE STATUS IS TC-STAT-STATUS.
001182     SELECT OPTIONAL RETRY-MASTER ASSIGN TO RTRYMAST
001183         ORGANIZATION IS INDEXED
001184         ACCESS MODE IS DYNAMIC
001185         RECORD KEY IS RT-RETRY-KEY
001186         FILE STATUS IS TC-RETRY-STATUS.
001187     SELECT OPTIONAL RETRY-EXC-FILE ASSIGN TO RTYEXC-DAT
001188         ORGANIZATION IS LINE SEQUENTIAL.
001189     SELECT OPTIONAL ACCT-DAY-MASTER ASSIGN TO ACCTDAY
001190         ORGANIZATION IS INDEXED
001191         ACCESS MODE IS DYNAMIC
001192         RECORD KEY IS AD-DAY-KEY
001193         FILE STATUS IS TC-DAYTOT-STATUS.
001194     SELECT OPTIONAL BALANCE-MASTER ASSIGN TO BALMAST
001195         ORGANIZATION IS INDEXED
001196         ACCESS MODE IS RANDOM
001197         RECORD KEY IS BL-ACCT-KEY
001198         FILE STATUS IS TC-BAL-STATUS.
001199     SELECT OPTIONAL FX-RATE-MASTER ASSIGN TO FXRATE
001200         ORGANIZATION IS INDEXED
001201         ACCESS MODE IS DYNAMIC
001202         RECORD KEY IS FX-RATE-KEY
001203         FILE STATUS IS TC-FX-STATUS.
001204     SELECT OPTIONAL PERIOD-CALENDAR ASSIGN TO PERIOD-DAT
001205         ORGANIZATION IS LINE SEQUENTIAL
001206         FILE STATUS IS TC-PERIOD-STATUS.
001207     SELECT OPTIONAL HIST-WORK ASSIGN TO KHWORK
001208         ORGANIZATION IS INDEXED
001209         ACCESS MODE IS DYNAMIC
001210         RECORD KEY IS HW-HIST-KEY
001211         FILE STATUS IS TC-HWORK-STATUS.
001212     SELECT OPTIONAL DAY-WORK ASSIGN TO DAYWORK
001213         ORGANIZATION IS INDEXED
001214         ACCESS MODE IS DYNAMIC
001215         RECORD KEY IS DW-DAY-KEY
001216         FILE STATUS IS TC-DWORK-STATUS.
001217     SELECT PART-FILE-1 ASSIGN TO PART1-DAT
001218         ORGANIZATION IS LINE SEQUENTIAL
001219         FILE STATUS IS TC-PX-STATUS.
001220     SELECT PART-FILE-2 ASSIGN TO PART2-DAT
001221         ORGANIZATION IS LINE SEQUENTIAL
001222         FILE STATUS IS TC-PX-STATUS.
001223     SELECT PART-FILE-3 ASSIGN TO PART3-DAT
001224         ORGANIZATION IS LINE SEQUENTIAL
001225         FILE STATUS IS TC-PX-STATUS.
001226     SELECT PART-FILE-4 ASSIGN TO PART4-DAT
001227         ORGANIZATION IS LINE SEQUENTIAL
001228         FILE STATUS IS TC-PX-STATUS.
001229 
001230 DATA DIVISION.
001231 FILE SECTION.
001232*-----------------------------------------------------------------
001233*IN-FILE-1/2/3 - raw batch input, one MY-RECORD (see
001234*           MY-COPYBOOK) per line, one file per regional
001235*           office, read in file order by 0105-READ-ONE-
001236*           RECORD. Each file ends with its own trailer line
001237*           (MY-TRAILER-RECORD) whose record count is proved
001238*           against the records actually read before the next
001239*           source is started. IN-FILE-4 is the resubmission
001240*           source RRC-COBOL cuts (corrected rejects and
001241*           released suspense items); it takes the same
001242*           trailer proof but may be absent on a cycle with
001243*           nothing to resubmit. IN-FILE-5 is the standing-
001244*           instruction source SIG-COBOL cuts; the same proof,
001245*           and likewise allowed to be absent.
001246*-----------------------------------------------------------------
001247 FD  IN-FILE-1.
001248 01  IN-RECORD                      PIC X(80).
001249
001250 FD  IN-FILE-2.
001251 01  IN-RECORD-2                    PIC X(80).
001252
001253 FD  IN-FILE-3.
001254 01  IN-RECORD-3                    PIC X(80).
001255
001256 FD  IN-FILE-4.
001257 01  IN-RECORD-4                    PIC X(80).
001258
001259 FD  IN-FILE-5.
001260 01  IN-RECORD-5                    PIC X(80).
001261 
001262*-----------------------------------------------------------------
001263*OUT-FILE - batch output; header/detail/trailer layout lives in
001264*           OUT-COPYBOOK (shared with RPT-COBOL).
001265*-----------------------------------------------------------------
001266 FD  OUT-FILE.
001267     COPY OUT-COPYBOOK.
001268 
001269*-----------------------------------------------------------------
001270*ACTIVE-OUT-FILE - the same header/detail/trailer shape as
001280*                  OUT-FILE, holding only the detail records
001290*                  whose MY-STATUS-FLAG is 'A' (MY-STATUS-ACTIVE).
002243         88  RJ-REASON-BAD-TRAN-TYPE      VALUE 'R007'.
002244         88  RJ-REASON-ZERO-ADJUSTMENT    VALUE 'R008'.
002245         88  RJ-REASON-NO-RVSL-TARGET     VALUE 'R009'.
002246         88  RJ-REASON-BAD-CURRENCY       VALUE 'R010'.
002247         88  RJ-REASON-LOCKED-PERIOD      VALUE 'R011'.
002250     05  RJ-REASON-TEXT              PIC X(30).
002260     05  RJ-ORIGINAL-RECORD          PIC X(80).
002262     05  RJ-SOURCE-ID                PIC X(03).
002340*               run's trailers come out right instead of
002350*               restarting from zero. Present only when a prior
002360*               run ended without reaching 0950-CLEAR-RESTART.
002361*               RS-PARTITION names the partition that cut it
002362*               (space for a single-stream run), so a resume
002363*               against another partition's checkpoint is
002364*               refused.
002370*-----------------------------------------------------------------
002380 FD  RESTART-FILE.
002390 01  RESTART-RECORD.
002460     05  RS-OTHER-CONTROL-TOTAL      PIC S9(11)V99.
002470     05  RS-REJECT-COUNT             PIC 9(09).
002471     05  RS-SUSPENSE-COUNT           PIC 9(09).
002472     05  RS-SOURCE-ENTRY OCCURS 5 TIMES.
002473         10  RS-SRC-PROCESSED        PIC 9(09).
002474         10  RS-SRC-REJECTED         PIC 9(09).
002475     05  RS-CYCLE-DATE               PIC 9(08).
002476     05  RS-BATCH-SEQ                PIC 9(03).
002477     05  RS-PARTITION                PIC X(01).
002480 
002490*-----------------------------------------------------------------
002500*DISCREPANCY-FILE - one line per key found in DB_TABLE but not
002752         88  SU-REASON-DUPLICATE         VALUE 'S001'.
002753         88  SU-REASON-TRAN-LIMIT        VALUE 'S002'.
002754         88  SU-REASON-DAILY-LIMIT       VALUE 'S003'.
002755         88  SU-REASON-DORMANT           VALUE 'S004'.
002756     05  SU-REASON-TEXT              PIC X(30).
002757     05  SU-ORIGINAL-RECORD          PIC X(80).
002758     05  SU-SOURCE-ID                PIC X(03).
002759     05  SU-CYCLE-DATE               PIC 9(08).
002760
002761*-----------------------------------------------------------------
002762*PENDING-MASTER - indexed master of the keys still pending from
002763*                 this and prior runs, keyed on the account key.
002764*                 0245-UPDATE-PENDING-MASTER adds or refreshes
002765*                 an entry when a 'P' record is processed and
002766*                 deletes it when the key later arrives as 'A'
002767*                 or 'C'; PND-COBOL reports the survivors in
002768*                 aging buckets in its own step.
002769*-----------------------------------------------------------------
002770 FD  PENDING-MASTER.
002771     COPY PEND-COPYBOOK.
002772
002773*-----------------------------------------------------------------
002774*BATCH-SEQ-FILE - one record: the cycle date last assigned and
002775*                 the batch sequence it reached, so a second
002776*                 run on one date draws the next number and a
002777*                 new date starts over at one. Rewritten by
002778*                 0045-ASSIGN-BATCH-SEQ at every fresh start.
002779*-----------------------------------------------------------------
002780 FD  BATCH-SEQ-FILE.
002781 01  BATCH-SEQ-RECORD.
002782     05  BS-CYCLE-DATE               PIC 9(08).
002783     05  BS-BATCH-SEQ                PIC 9(03).
002784     05  FILLER                      PIC X(69).
002785
002786*-----------------------------------------------------------------
002787*ACCT-DAY-MASTER - indexed master of each account's cumulative
002788*                  movement within one cycle date, keyed on
002789*                  the date and the account key. Read and
002790*                  accumulated by 0199-APPLY-DAILY-LIMIT, so
002791*                  the daily cap is cumulative across every
002792*                  batch of the date - a midday supplemental
002793*                  batch cannot double an account's allowance
002794*                  - and survives a restart. Entries for
002795*                  dates before the current cycle are dead
002796*                  and purged when 0099 opens the master.
002797*                  A partition only reads it; the merge step
002798*                  adds each partition's DAY-WORK totals and
002799*                  stamps the batch and partition last added
002800*                  (AD-LAST-), so a rerun of the merge adds
002801*                  nothing twice.
002802*-----------------------------------------------------------------
002803 FD  ACCT-DAY-MASTER.
002804 01  DAYTOT-RECORD.
002805     05  AD-DAY-KEY.
002806         10  AD-CYCLE-DATE           PIC 9(08).
002807         10  AD-ACCT-KEY             PIC X(10).
002808     05  AD-AMOUNT                   PIC 9(11)V99.
002809     05  AD-LAST-BATCH-SEQ           PIC 9(03).
002810     05  AD-LAST-PARTITION           PIC X(01).
002811     05  FILLER                      PIC X(05).
002812
002813*-----------------------------------------------------------------
002814*RETRY-MASTER - indexed master of records whose CALL to
002815*               REAL-PROG failed, keyed on the record's
002816*               key/amount/date/type image like KEY-HISTORY.
002817*               0460-QUEUE-RETRY files a failure;
002818*               0450-DRAIN-RETRY-QUEUE re-drives every entry
002819*               through the CALL each cycle, deleting on
002820*               success and counting the attempt otherwise,
002821*               until TC-RETRY-MAX attempts send the entry to
002822*               RETRY-EXC-FILE for the operator.
002823*-----------------------------------------------------------------
002824 FD  RETRY-MASTER.
002825 01  RETRY-RECORD.
002826     05  RT-RETRY-KEY.
002827         10  RT-KEY                  PIC X(10).
002828         10  RT-AMOUNT               PIC X(09).
002829         10  RT-DATE                 PIC X(08).
002830         10  RT-TRAN-TYPE            PIC X(01).
002831     05  RT-RETRY-COUNT              PIC 9(02).
002832     05  RT-LAST-RC                  PIC S9(04).
002833     05  RT-SOURCE-ID                PIC X(03).
002834     05  RT-FIRST-CYCLE-DATE         PIC 9(08).
002835*    The effective amount as computed at intake, reused by a
002836*    retried detail or adjustment; a retried reversal
002837*    re-finds its target instead, since the target image is
002838*    only claimed when the reversal actually posts.
002839     05  RT-EFFECTIVE-AMOUNT         PIC X(09).
002840     05  RT-ORIGINAL-RECORD          PIC X(80).
002841*    The batch that first queued the entry: partition 4's
002842*    drain leaves alone what an office partition of the same
002843*    batch queued while it ran.
002844     05  RT-FIRST-BATCH-SEQ          PIC X(03).
002845     05  FILLER                      PIC X(05).
002846
002847*-----------------------------------------------------------------
002848*RETRY-EXC-FILE - cumulative exception trail, opened EXTEND:
002849*                 one line per record that exhausted its
002850*                 retries, reported by RTR-COBOL broken down
002851*                 by RETURN-CODE.
002852*-----------------------------------------------------------------
002853 FD  RETRY-EXC-FILE.
002854 01  RETRY-EXC-RECORD.
002855     05  RX-KEY                      PIC X(10).
002856     05  RX-LAST-RC                  PIC S9(04).
002857     05  RX-RETRY-COUNT              PIC 9(02).
002858     05  RX-SOURCE-ID                PIC X(03).
002859     05  RX-FIRST-CYCLE-DATE         PIC 9(08).
002860     05  RX-EXC-DATE                 PIC 9(08).
002861     05  RX-ORIGINAL-RECORD          PIC X(80).
002862
002863*-----------------------------------------------------------------
002864*RUN-STATS - cumulative indexed master of one statistics record
002865*            per run, keyed on cycle date and batch sequence;
002866*            layout lives in STAT-COPYBOOK (shared with
002867*            RSR-COBOL). Written whole by 0980-WRITE-RUN-STATS
002868*            at end of run.
002869*-----------------------------------------------------------------
002870 FD  RUN-STATS.
002871     COPY STAT-COPYBOOK.
002872
002873*-----------------------------------------------------------------
002874*VALUE-WAREHOUSE - indexed master of future-dated records held
002875*                  back from posting, keyed on value date, the
002876*                  record key and a sequence number that
002877*                  separates identical holds. 0176-WRITE-
002878*                  WAREHOUSE files a divert; 0300-RELEASE-
002879*                  WAREHOUSE walks the master in value-date
002880*                  order each cycle and releases every entry
002881*                  whose date has arrived into the normal
002882*                  processing path. WHR-COBOL reports the
002883*                  survivors in its own step.
002884*-----------------------------------------------------------------
002885 FD  VALUE-WAREHOUSE.
002886 01  WHSE-RECORD.
002887     05  WH-WHSE-KEY.
002888         10  WH-VALUE-DATE           PIC 9(08).
002889         10  WH-KEY                  PIC X(10).
002890         10  WH-SEQ                  PIC 9(03).
002891     05  WH-SOURCE-ID                PIC X(03).
002892     05  WH-STORED-DATE              PIC 9(08).
002893     05  WH-ORIGINAL-RECORD          PIC X(80).
002894     05  FILLER                      PIC X(08).
002895
002896*-----------------------------------------------------------------
002897*BALANCE-MASTER - indexed master of what each account holds,
002898*                 keyed on the account key like ACCT-MASTER;
002899*                 layout lives in BAL-COPYBOOK (shared with
002900*                 BAL-COBOL). 0225-POST-BALANCE moves the
002901*                 running balance by every effective amount
002902*                 that posts, rolling the opening balance and
002903*                 low-water mark at the first posting of a new
002904*                 cycle date.
002905*-----------------------------------------------------------------
002906 FD  BALANCE-MASTER.
002907     COPY BAL-COPYBOOK.
002908
002909*-----------------------------------------------------------------
002910*FX-RATE-MASTER - indexed master of exchange rates keyed on
002911*                 currency and rate date; layout lives in
002912*                 FX-COPYBOOK (shared with FXL-COBOL, which
002913*                 loads it). Read by 0152-CONVERT-AMOUNT for
002914*                 the rate of the cycle date.
002915*-----------------------------------------------------------------
002916 FD  FX-RATE-MASTER.
002917     COPY FX-COPYBOOK.
002918
002919*-----------------------------------------------------------------
002920*PERIOD-CALENDAR - the operator-maintained accounting period
002921*                  calendar, one line per period (layout in
002922*                  PERD-COPYBOOK, shared with MCN-COBOL).
002923*                  Loaded into TC-PERIOD-TABLE at start by
002924*                  0086-LOAD-PERIOD-CALENDAR and closed again.
002925*-----------------------------------------------------------------
002926 FD  PERIOD-CALENDAR.
002927     COPY PERD-COPYBOOK.
002928
002929*-----------------------------------------------------------------
002930*HIST-WORK    - a partition's own KEY-HISTORY images: every
002931*               image it writes and every claim it makes on
002932*               a reversal target, in HIST-COPYBOOK's shape,
002933*               until the merge step applies them to
002934*               KEY-HISTORY. Emptied at a partition's fresh
002935*               start, kept across its restart.
002936*-----------------------------------------------------------------
002937 FD  HIST-WORK.
002938 01  HW-RECORD.
002939     05  HW-HIST-KEY                 PIC X(28).
002940     05  HW-PROC-DATE                PIC 9(08).
002941     05  HW-USED                     PIC X(01).
002942         88  HW-IS-USED                  VALUE 'Y'.
002943     05  FILLER                      PIC X(43).
002944
002945*-----------------------------------------------------------------
002946*DAY-WORK     - a partition's own daily movement per account
002947*               for the cycle date, in ACCT-DAY-MASTER's key,
002948*               proved together with the master's prior
002949*               batches by 0188 and added to the master by the
002950*               merge step. Emptied and kept like HIST-WORK.
002951*-----------------------------------------------------------------
002952 FD  DAY-WORK.
002953 01  DAYWORK-RECORD.
002954     05  DW-DAY-KEY.
002955         10  DW-CYCLE-DATE           PIC 9(08).
002956         10  DW-ACCT-KEY             PIC X(10).
002957     05  DW-AMOUNT                   PIC 9(11)V99.
002958     05  FILLER                      PIC X(09).
002959
002960*-----------------------------------------------------------------
002961*PART-FILE-1/2/3/4 - the hand-off from partition n to the merge
002962*               step, one TC-PX-RECORD per line: a header, the
002963*               partition's OUT-FILE details, AUDIT-FILE,
002964*               REJECT-FILE and SUSPENSE-FILE lines, work
002965*               images and day totals, per-source counts and
002966*               a trailer of line counts and control totals
002967*               the merge step proves before it uses any of
002968*               it. Written by 0700, read by 1100 and 1300.
002969*-----------------------------------------------------------------
002970 FD  PART-FILE-1.
002971 01  PART-RECORD-1                  PIC X(200).
002972
002973 FD  PART-FILE-2.
002974 01  PART-RECORD-2                  PIC X(200).
002975
002976 FD  PART-FILE-3.
002977 01  PART-RECORD-3                  PIC X(200).
002978
002979 FD  PART-FILE-4.
002980 01  PART-RECORD-4                  PIC X(200).
002981
002982 WORKING-STORAGE SECTION.
002983 
002984*-----------------------------------------------------------------
002985*Program switches
002986*-----------------------------------------------------------------
002987 77  TC-EOF-SWITCH                  PIC X(01) VALUE 'N'.
002988     88  TC-EOF                          VALUE 'Y'.
002989 77  TC-VALID-SWITCH                PIC X(01) VALUE 'Y'.
002990     88  TC-RECORD-VALID                 VALUE 'Y'.
002991 77  TC-RESTART-STATUS              PIC X(02) VALUE SPACES.
002992     88  TC-RESTART-FOUND                 VALUE '00'.
002993     88  TC-RESTART-NOT-FOUND             VALUE '35'.
002994 77  TC-ACCT-STATUS                 PIC X(02) VALUE SPACES.
002995     88  TC-ACCT-OPEN-OK                  VALUE '00'.
002996     88  TC-ACCT-FOUND                    VALUE '00'.
002997     88  TC-ACCT-NOT-FOUND                VALUE '23'.
002998 77  TC-HIST-STATUS                 PIC X(02) VALUE SPACES.
002999     88  TC-HIST-OPEN-OK                  VALUE '00' '05'.
003000     88  TC-HIST-FOUND                    VALUE '00'.
003001     88  TC-HIST-NOT-FOUND                VALUE '23'.
003002 77  TC-PEND-STATUS                 PIC X(02) VALUE SPACES.
003003     88  TC-PEND-OPEN-OK                  VALUE '00' '05'.
003004     88  TC-PEND-FOUND                    VALUE '00'.
003005     88  TC-PEND-NOT-FOUND                VALUE '23'.
003006 77  TC-WHSE-STATUS                 PIC X(02) VALUE SPACES.
003007     88  TC-WHSE-OPEN-OK                  VALUE '00' '05'.
003008 77  TC-STAT-STATUS                 PIC X(02) VALUE SPACES.
003009     88  TC-STAT-OPEN-OK                  VALUE '00' '05'.
003010 77  TC-RETRY-STATUS                PIC X(02) VALUE SPACES.
003011     88  TC-RETRY-OPEN-OK                 VALUE '00' '05'.
003012 77  TC-RUN-START-DATE              PIC 9(08) VALUE ZERO.
003013 77  TC-RUN-START-TIME              PIC 9(08) VALUE ZERO.
003014 77  TC-DUP-SWITCH                  PIC X(01) VALUE 'N'.
003015     88  TC-DUPLICATE                     VALUE 'Y'.
003016 77  TC-RVSL-FOUND-SWITCH           PIC X(01) VALUE 'N'.
003017     88  TC-RVSL-FOUND                    VALUE 'Y'.
003018 77  TC-RVSL-EOF-SWITCH             PIC X(01) VALUE 'N'.
003019     88  TC-RVSL-EOF                      VALUE 'Y'.
003020*-----------------------------------------------------------------
003021*A reversal's target image is only claimed (KH-USED) when the
003022*reversal actually posts: 0196 finds the target and stages its
003023*full history key here, and 0216-CLAIM-REVERSAL-TARGET spends
003024*it after the limit gate and a clean CALL. A reversal diverted
003025*to suspense or the retry queue therefore leaves its target
003026*unconsumed for the eventual resubmission or retry to find
003027*again.
003028*-----------------------------------------------------------------
003029 77  TC-RVSL-CLAIM-SWITCH           PIC X(01) VALUE 'N'.
003030     88  TC-RVSL-CLAIM-PENDING            VALUE 'Y'.
003031 77  TC-RVSL-TARGET-KEY             PIC X(28) VALUE SPACES.
003032
003033*-----------------------------------------------------------------
003034*Restart replay control: a KEY-HISTORY hit on a resumed run
003035*whose image was written by the aborted attempt of this same
003036*cycle (KH-PROC-DATE matches the checkpointed RS-CYCLE-DATE,
003037*and the record sits within one checkpoint interval of the
003038*skip point) is a same-run replay, not a cross-day re-send:
003039*0205-REPLAY-RECORD re-counts it into the control totals and
003040*re-posts DB_TABLE from the stored image instead of diverting
003041*it to SUSPENSE-FILE or calling REAL-PROG again.
003042*-----------------------------------------------------------------
003043 77  TC-REPLAY-SWITCH               PIC X(01) VALUE 'N'.
003044     88  TC-REPLAY                        VALUE 'Y'.
003045 77  TC-CYCLE-DATE                 PIC 9(08) VALUE ZERO.
003046 77  TC-BATCH-SEQ                   PIC 9(03) VALUE ZERO.
003047 77  TC-BATSEQ-STATUS               PIC X(02) VALUE SPACES.
003048     88  TC-BATSEQ-READ-OK                VALUE '00'.
003049 77  TC-RESTART-CYCLE-DATE          PIC 9(08) VALUE ZERO.
003050 77  TC-RESTART-BATCH-SEQ           PIC 9(03) VALUE ZERO.
003051 77  TC-REPLAY-DEPTH                PIC S9(09) VALUE ZERO.
003052 77  TC-REPLAY-COUNT                PIC 9(09) VALUE ZERO.
003053
003054*-----------------------------------------------------------------
003055*CALL outcome of the current record, captured by 0210 (or
003056*recovered from the history image on a replay) and used by the
003057*audit write, the DB posting gate and the history image.
003058*-----------------------------------------------------------------
003059 01  TC-CALL-RC-WORK.
003060     05  TC-CALL-RC                  PIC S9(04).
003061
003062*-----------------------------------------------------------------
003063*Calendar edit work fields for 0155-CHECK-CALENDAR-DATE.
003064*-----------------------------------------------------------------
003065 77  TC-DATE-VALID-SWITCH           PIC X(01) VALUE 'Y'.
003066     88  TC-DATE-VALID                    VALUE 'Y'.
003067 77  TC-MONTH-DAY-MAX               PIC 9(02) VALUE ZERO.
003068 77  TC-LEAP-QUOTIENT               PIC 9(04) VALUE ZERO.
003069 77  TC-LEAP-REMAINDER              PIC 9(03) VALUE ZERO.
003070
003071*-----------------------------------------------------------------
003072*Source-file control: which of the five input files (three
003073*regional offices, the resubmission source and the standing-
003074*instruction source)
003075*0105-READ-ONE-RECORD is on, each file's open status, the
003076*source ids stamped onto OUT-FILE, REJECT-FILE and SUSPENSE-
003077*FILE records, and the per-source read/processed/rejected
003078*counts the closing run log reports office by office.
003079*-----------------------------------------------------------------
003080 77  TC-SOURCE-COUNT-MAX            PIC 9(01) VALUE 5.
003081 77  TC-CURRENT-SOURCE              PIC 9(01) VALUE 1.
003082 77  TC-SRC-SUB                     PIC 9(01) VALUE 1.
003083 77  TC-IN1-STATUS                  PIC X(02) VALUE SPACES.
003084 77  TC-IN2-STATUS                  PIC X(02) VALUE SPACES.
003085 77  TC-IN3-STATUS                  PIC X(02) VALUE SPACES.
003086 77  TC-IN4-STATUS                  PIC X(02) VALUE SPACES.
003087 77  TC-RESUB-ABSENT-SWITCH         PIC X(01) VALUE 'N'.
003088     88  TC-RESUB-ABSENT                  VALUE 'Y'.
003089 77  TC-IN5-STATUS                  PIC X(02) VALUE SPACES.
003090 77  TC-STANDING-ABSENT-SWITCH      PIC X(01) VALUE 'N'.
003091     88  TC-STANDING-ABSENT               VALUE 'Y'.
003092 77  TC-DATA-READ-SWITCH            PIC X(01) VALUE 'N'.
003093     88  TC-DATA-READ                     VALUE 'Y'.
003094 01  TC-SOURCE-ID-TABLE             VALUE 'S01S02S03S04S05'.
003095     05  TC-SOURCE-ID                OCCURS 5 TIMES
003096                                     PIC X(03).
003097 01  TC-SOURCE-COUNT-TABLE.
003098     05  TC-SOURCE-COUNT-ENTRY       OCCURS 5 TIMES.
003099         10  TC-SRC-READ-COUNT           PIC 9(09) VALUE ZERO.
003100         10  TC-SRC-PROCESSED-COUNT      PIC 9(09) VALUE ZERO.
003101         10  TC-SRC-REJECT-COUNT         PIC 9(09) VALUE ZERO.
003102
003103*-----------------------------------------------------------------
003104*Signed amount this record actually moves through OUT-FILE, the
003105*fan-out files and the control totals: MY-AMOUNT as keyed for an
003106*ordinary detail, the negated delta for an adjustment, and the
003107*negated original amount (recovered from KEY-HISTORY through
003108*TC-HIST-AMOUNT's numeric view of the stored image) for a
003109*reversal. Set by 0195-SET-EFFECTIVE-AMOUNT.
003110*-----------------------------------------------------------------
003111*-----------------------------------------------------------------
003112*Value-date warehouse control: a valid record dated past the
003113*cycle date is diverted to VALWHSE by 0176 instead of posting
003114*early; 0300 releases due entries after the main loop. The
003115*release phase borrows TC-CURRENT-SOURCE to stamp each released
003116*record with the office that originally sent it.
003117*-----------------------------------------------------------------
003118 77  TC-FUTURE-SWITCH               PIC X(01) VALUE 'N'.
003119     88  TC-FUTURE-DATED                  VALUE 'Y'.
003120 77  TC-WORK-DATE                   PIC 9(08) VALUE ZERO.
003121 77  TC-WHSE-EOF-SWITCH             PIC X(01) VALUE 'N'.
003122     88  TC-WHSE-EOF                      VALUE 'Y'.
003123 77  TC-WHSE-STORED-SWITCH          PIC X(01) VALUE 'N'.
003124     88  TC-WHSE-STORED                   VALUE 'Y'.
003125 77  TC-WAREHOUSE-COUNT             PIC 9(09) VALUE ZERO.
003126 77  TC-WHSE-RELEASE-COUNT          PIC 9(09) VALUE ZERO.
003127 77  TC-WHSE-HELD-COUNT             PIC 9(09) VALUE ZERO.
003128
003129*-----------------------------------------------------------------
003130*Retry-queue control: a failed CALL queues the record on
003131*RTRYMAST (0460) instead of posting it anywhere; 0450 re-drives
003132*the queue ahead of each cycle's own input, so the queue at
003133*drain time holds only prior cycles' entries, and an
003134*entry that fails TC-RETRY-MAX attempts falls out to the
003135*exception trail. The staged source id serves 0315's matching
003136*for both warehouse releases and retries.
003137*-----------------------------------------------------------------
003138 77  TC-RETRY-MAX                   PIC 9(02) VALUE 03.
003139 77  TC-RETRY-EOF-SWITCH            PIC X(01) VALUE 'N'.
003140     88  TC-RETRY-EOF                     VALUE 'Y'.
003141 77  TC-RETRY-QUEUED-COUNT          PIC 9(09) VALUE ZERO.
003142 77  TC-RETRY-OK-COUNT              PIC 9(09) VALUE ZERO.
003143 77  TC-RETRY-AGAIN-COUNT           PIC 9(09) VALUE ZERO.
003144 77  TC-RETRY-EXHAUST-COUNT         PIC 9(09) VALUE ZERO.
003145 77  TC-STAGED-SOURCE-ID            PIC X(03) VALUE SPACES.
003146
003147*-----------------------------------------------------------------
003148*Account-limit control. 0198-CHECK-ACCOUNT-LIMITS proves the
003149*record's effective amount against the account's caps before
003150*the CALL; an over-limit record is parked on SUSPENSE-FILE for
003151*a supervisor decision. The daily cap accumulates on the
003152*ACCT-DAY-MASTER keyed by cycle date and account, so it is
003153*cumulative across every batch of one date and survives a
003154*restart. The suspense reason staging fields are set by
003155*every caller of 0190-WRITE-SUSPENSE.
003156*-----------------------------------------------------------------
003157 77  TC-LIMIT-SWITCH                PIC X(01) VALUE 'N'.
003158     88  TC-OVER-LIMIT                    VALUE 'Y'.
003159 77  TC-ABS-AMOUNT                  PIC 9(09)V99 VALUE ZERO.
003160 77  TC-SUSP-REASON-CODE            PIC X(04) VALUE 'S001'.
003161 77  TC-SUSP-REASON-TEXT            PIC X(30) VALUE SPACES.
003162*Set by 0170-LOOKUP-ACCOUNT when the account is dormant; the
003163*caller routes the record to suspense instead of posting it.
003164 77  TC-DORMANT-SWITCH              PIC X(01) VALUE 'N'.
003165     88  TC-ACCT-DORMANT                  VALUE 'Y'.
003166 77  TC-DAYTOT-STATUS               PIC X(02) VALUE SPACES.
003167     88  TC-DAYTOT-OPEN-OK                VALUE '00' '05'.
003168 77  TC-DAYTOT-FOUND-SWITCH         PIC X(01) VALUE 'N'.
003169     88  TC-DAYTOT-FOUND                  VALUE 'Y'.
003170 77  TC-DAYTOT-EOF-SWITCH           PIC X(01) VALUE 'N'.
003171     88  TC-DAYTOT-EOF                    VALUE 'Y'.
003172
003173*-----------------------------------------------------------------
003174*Balance-master control. 0225-POST-BALANCE moves the account's
003175*running balance on BALMAST by every effective amount that
003176*posts. A restart replay passes through 0226-REPLAY-BALANCE,
003177*which moves the balance only when the master's last-applied
003178*stamp shows the aborted attempt never got that far for the
003179*account.
003180*-----------------------------------------------------------------
003181 77  TC-BAL-STATUS                  PIC X(02) VALUE SPACES.
003182     88  TC-BAL-OPEN-OK                   VALUE '00' '05'.
003183 77  TC-BAL-FOUND-SWITCH            PIC X(01) VALUE 'N'.
003184     88  TC-BAL-FOUND                     VALUE 'Y'.
003185 77  TC-BAL-POST-COUNT              PIC 9(09) VALUE ZERO.
003186 77  TC-BAL-OVERDRAWN-COUNT         PIC 9(09) VALUE ZERO.
003187
003188*-----------------------------------------------------------------
003189*Currency conversion. 0152-CONVERT-AMOUNT reads the cycle
003190*date's rate for a foreign item from FX-RATE-MASTER; a master
003191*that is absent simply finds no rates, so every foreign item
003192*rejects R010 while base-currency items run as before.
003193*-----------------------------------------------------------------
003194 77  TC-FX-STATUS                   PIC X(02) VALUE SPACES.
003195     88  TC-FX-OPEN-OK                    VALUE '00' '05'.
003196 77  TC-FX-FOUND-SWITCH             PIC X(01) VALUE 'N'.
003197     88  TC-FX-FOUND                      VALUE 'Y'.
003198
003199*-----------------------------------------------------------------
003200*Accounting period control. 0086 loads PERIOD-CALENDAR into
003201*TC-PERIOD-TABLE and fixes the current open period and the
003202*date a closed-period record is re-dated to; 0157 looks each
003203*record's period up. TC-PERIOD-CONTROL stays down when no
003204*calendar is loaded, and every period is then open.
003205*-----------------------------------------------------------------
003206 77  TC-PERIOD-STATUS               PIC X(02) VALUE SPACES.
003207     88  TC-PERIOD-OPEN-OK                VALUE '00' '05'.
003208 77  TC-PERIOD-EOF-SWITCH           PIC X(01) VALUE 'N'.
003209     88  TC-PERIOD-EOF                    VALUE 'Y'.
003210 77  TC-PERIOD-CONTROL-SWITCH       PIC X(01) VALUE 'N'.
003211     88  TC-PERIOD-CONTROL                VALUE 'Y'.
003212 77  TC-PERIOD-FOUND-SWITCH         PIC X(01) VALUE 'N'.
003213     88  TC-PERIOD-FOUND                  VALUE 'Y'.
003214 77  TC-PERIOD-TABLE-SIZE           PIC 9(04) VALUE 0240.
003215 77  TC-PERIOD-ENTRY-COUNT          PIC 9(04) VALUE ZERO.
003216 01  TC-PERIOD-TABLE.
003217     05  TC-PERIOD-ENTRY OCCURS 0 TO 240 TIMES
003218                           DEPENDING ON TC-PERIOD-ENTRY-COUNT
003219                           INDEXED BY TC-PERIOD-IDX.
003220         10  TC-PE-PERIOD            PIC 9(06).
003221         10  TC-PE-STATUS            PIC X(01).
003222 77  TC-PERIOD-SKIP-COUNT           PIC 9(05) VALUE ZERO.
003223 77  TC-PERIOD-FIRST                PIC 9(06) VALUE ZERO.
003224 77  TC-PERIOD-LAST                 PIC 9(06) VALUE ZERO.
003225 77  TC-OPEN-PERIOD                 PIC 9(06) VALUE ZERO.
003226 77  TC-REDATE-DATE                 PIC 9(08) VALUE ZERO.
003227 01  TC-PERIOD-WORK.
003228     05  TC-PW-CCYY                  PIC 9(04).
003229     05  TC-PW-MM                    PIC 9(02).
003230 01  TC-PERIOD-WORK-NUM REDEFINES TC-PERIOD-WORK
003231                                     PIC 9(06).
003232 77  TC-REC-PERIOD                  PIC 9(06) VALUE ZERO.
003233 77  TC-REC-PERIOD-STATUS           PIC X(01) VALUE 'O'.
003234     88  TC-REC-PERIOD-CLOSED             VALUE 'C'.
003235     88  TC-REC-PERIOD-LOCKED             VALUE 'L'.
003236 77  TC-PERIOD-REDATED-COUNT        PIC 9(09) VALUE ZERO.
003237 77  TC-PERIOD-LOCKED-COUNT         PIC 9(09) VALUE ZERO.
003238
003239*-----------------------------------------------------------------
003240*Partition control. TEST_PARTITION picks the run: blank for
003241*the single stream over all five sources, '1' to '3' for one
003242*office's source, '4' for the resubmission and standing
003243*sources with the retry drain and the warehouse release, 'M'
003244*for the merge step that joins the four. TC-FIRST-SOURCE and
003245*TC-LAST-SOURCE bound the sources the run reads.
003246*-----------------------------------------------------------------
003247 77  TC-PARTITION-ENV               PIC X(02) VALUE SPACES.
003248 77  TC-PARTITION                   PIC X(01) VALUE SPACE.
003249     88  TC-SINGLE-RUN                    VALUE SPACE.
003250     88  TC-PARTITION-RUN                 VALUE '1' '2' '3' '4'.
003251     88  TC-OFFICE-PARTITION              VALUE '1' '2' '3'.
003252     88  TC-CENTRAL-PARTITION             VALUE '4'.
003253     88  TC-MERGE-RUN                     VALUE 'M'.
003254     88  TC-PARTITION-VALID               VALUE SPACE '1' '2'
003255                                                '3' '4' 'M'.
003256 77  TC-PARTITION-NUM               PIC 9(01) VALUE ZERO.
003257 77  TC-RESTART-PARTITION           PIC X(01) VALUE SPACE.
003258 77  TC-FIRST-SOURCE                PIC 9(01) VALUE 1.
003259 77  TC-LAST-SOURCE                 PIC 9(01) VALUE 5.
003260 77  TC-HWORK-STATUS                PIC X(02) VALUE SPACES.
003261     88  TC-HWORK-OPEN-OK                 VALUE '00' '05'.
003262 77  TC-DWORK-STATUS                PIC X(02) VALUE SPACES.
003263     88  TC-DWORK-OPEN-OK                 VALUE '00' '05'.
003264 77  TC-WORK-FOUND-SWITCH           PIC X(01) VALUE 'N'.
003265     88  TC-WORK-FOUND                    VALUE 'Y'.
003266 77  TC-DAY-PRIOR-AMOUNT            PIC 9(11)V99 VALUE ZERO.
003267
003268*-----------------------------------------------------------------
003269*Hand-off line between a partition and the merge step, one
003270*layout per line type. Detail, audit, reject, suspense,
003271*history and day-total lines carry the record as the
003272*partition wrote it in TC-PX-BODY; the detail view only
003273*exposes the amount the merge step proves the trailer with.
003274*-----------------------------------------------------------------
003275 77  TC-PX-STATUS                   PIC X(02) VALUE SPACES.
003276 77  TC-PX-EOF-SWITCH               PIC X(01) VALUE 'N'.
003277     88  TC-PX-EOF                        VALUE 'Y'.
003278 77  TC-PX-SUB                      PIC 9(01) VALUE ZERO.
003279 01  TC-PX-RECORD.
003280     05  TC-PX-REC-TYPE              PIC X(01).
003281         88  TC-PX-HEADER                 VALUE 'H'.
003282         88  TC-PX-OUT-DETAIL             VALUE 'O'.
003283         88  TC-PX-AUDIT                  VALUE 'U'.
003284         88  TC-PX-REJECT                 VALUE 'J'.
003285         88  TC-PX-SUSPENSE               VALUE 'S'.
003286         88  TC-PX-HISTORY                VALUE 'K'.
003287         88  TC-PX-DAY-TOTAL              VALUE 'Y'.
003288         88  TC-PX-SOURCE-COUNTS          VALUE 'C'.
003289         88  TC-PX-TRAILER                VALUE 'T'.
003290     05  TC-PX-BODY                  PIC X(199).
003291 01  TC-PX-HEADER-RECORD REDEFINES TC-PX-RECORD.
003292     05  FILLER                      PIC X(01).
003293     05  TC-PXH-PARTITION            PIC X(01).
003294     05  TC-PXH-CYCLE-DATE           PIC 9(08).
003295     05  TC-PXH-BATCH-SEQ            PIC 9(03).
003296     05  TC-PXH-START-DATE           PIC 9(08).
003297     05  TC-PXH-START-TIME           PIC 9(08).
003298     05  TC-PXH-PROGRAM-ID           PIC X(10).
003299     05  FILLER                      PIC X(161).
003300 01  TC-PX-DETAIL-RECORD REDEFINES TC-PX-RECORD.
003301     05  FILLER                      PIC X(01).
003302     05  TC-PXD-REC-TYPE             PIC X(01).
003303     05  TC-PXD-KEY                  PIC X(10).
003304     05  TC-PXD-AMOUNT               PIC S9(07)V99.
003305     05  FILLER                      PIC X(179).
003306 01  TC-PX-COUNTS-RECORD REDEFINES TC-PX-RECORD.
003307     05  FILLER                      PIC X(01).
003308     05  TC-PXC-SOURCE               PIC 9(01).
003309     05  TC-PXC-READ-COUNT           PIC 9(09).
003310     05  TC-PXC-PROCESSED-COUNT      PIC 9(09).
003311     05  TC-PXC-REJECT-COUNT         PIC 9(09).
003312     05  FILLER                      PIC X(171).
003313 01  TC-PX-TRAILER-RECORD REDEFINES TC-PX-RECORD.
003314     05  FILLER                      PIC X(01).
003315     05  TC-PXT-PARTITION            PIC X(01).
003316     05  TC-PXT-OUT-COUNT            PIC 9(09).
003317     05  TC-PXT-OUT-TOTAL            PIC S9(11)V99.
003318     05  TC-PXT-AUDIT-COUNT          PIC 9(09).
003319     05  TC-PXT-REJECT-COUNT         PIC 9(09).
003320     05  TC-PXT-SUSPENSE-COUNT       PIC 9(09).
003321     05  TC-PXT-HISTORY-COUNT        PIC 9(09).
003322     05  TC-PXT-DAY-COUNT            PIC 9(09).
003323     05  TC-PXT-SOURCE-COUNT         PIC 9(01).
003324     05  TC-PXT-REPLAY-COUNT         PIC 9(09).
003325     05  TC-PXT-DB-POST-COUNT        PIC 9(09).
003326     05  TC-PXT-DB-ERROR-COUNT       PIC 9(09).
003327     05  TC-PXT-WHSE-IN-COUNT        PIC 9(09).
003328     05  TC-PXT-WHSE-OUT-COUNT       PIC 9(09).
003329     05  TC-PXT-WHSE-HELD-COUNT      PIC 9(09).
003330     05  TC-PXT-RETRY-QUEUED-COUNT   PIC 9(09).
003331     05  TC-PXT-RETRY-OK-COUNT       PIC 9(09).
003332     05  TC-PXT-RETRY-AGAIN-COUNT    PIC 9(09).
003333     05  TC-PXT-RETRY-EXHAUST-COUNT  PIC 9(09).
003334     05  TC-PXT-REDATED-COUNT        PIC 9(09).
003335     05  TC-PXT-LOCKED-COUNT         PIC 9(09).
003336     05  FILLER                      PIC X(22).
003337*Lines counted onto (partition) or proved off (merge step) one
003338*hand-off file, set against its trailer.
003339 77  TC-PX-OUT-COUNT                PIC 9(09)      VALUE ZERO.
003340 77  TC-PX-OUT-TOTAL                PIC S9(11)V99  VALUE ZERO.
003341 77  TC-PX-AUDIT-COUNT              PIC 9(09)      VALUE ZERO.
003342 77  TC-PX-REJECT-COUNT             PIC 9(09)      VALUE ZERO.
003343 77  TC-PX-SUSPENSE-COUNT           PIC 9(09)      VALUE ZERO.
003344 77  TC-PX-HISTORY-COUNT            PIC 9(09)      VALUE ZERO.
003345 77  TC-PX-DAY-COUNT                PIC 9(09)      VALUE ZERO.
003346 77  TC-PX-SOURCE-COUNT             PIC 9(01)      VALUE ZERO.
003347
003348*-----------------------------------------------------------------
003349*Merge step control. TC-MG-PARTITION is the partition whose
003350*hand-off is being proved or applied. A partition's history
003351*image and day total are staged in TC-MG-WORK-IMAGE and
003352*TC-MG-DAY-ENTRY while the masters are read. The conflict
003353*counts are what partitions running side by side could not
003354*see of each other: the same record posted by two of them,
003355*one target claimed by two reversals, a daily cap passed
003356*only once their totals are added together.
003357*-----------------------------------------------------------------
003358 77  TC-MG-PARTITION                PIC X(01) VALUE SPACE.
003359 77  TC-MG-TRAILER-SWITCH           PIC X(01) VALUE 'N'.
003360     88  TC-MG-TRAILER-SEEN               VALUE 'Y'.
003361 77  TC-MG-START-DATE               PIC 9(08) VALUE ZERO.
003362 77  TC-MG-START-TIME               PIC 9(08) VALUE ZERO.
003363 77  TC-MG-EXPECT-SEQ               PIC 9(03) VALUE ZERO.
003364 77  TC-MG-DUP-COUNT                PIC 9(09) VALUE ZERO.
003365 77  TC-MG-CLAIM-COUNT              PIC 9(09) VALUE ZERO.
003366 77  TC-MG-CAP-COUNT                PIC 9(09) VALUE ZERO.
003367 77  TC-MG-HISTORY-COUNT            PIC 9(09) VALUE ZERO.
003368 77  TC-MG-DAY-COUNT                PIC 9(09) VALUE ZERO.
003369 01  TC-MG-WORK-IMAGE.
003370     05  TC-MW-HIST-KEY              PIC X(28).
003371     05  TC-MW-PROC-DATE             PIC X(08).
003372     05  TC-MW-USED                  PIC X(01).
003373         88  TC-MW-IS-USED                VALUE 'Y'.
003374     05  FILLER                      PIC X(13).
003375     05  TC-MW-BATCH-SEQ             PIC X(03).
003376     05  FILLER                      PIC X(12).
003377     05  TC-MW-PARTITION             PIC X(01).
003378     05  TC-MW-CLAIM-PARTITION       PIC X(01).
003379     05  FILLER                      PIC X(13).
003380 01  TC-MG-DAY-ENTRY.
003381     05  TC-MD-CYCLE-DATE            PIC 9(08).
003382     05  TC-MD-ACCT-KEY              PIC X(10).
003383     05  TC-MD-AMOUNT                PIC 9(11)V99.
003384     05  FILLER                      PIC X(09).
003385
003386 77  TC-EFFECTIVE-AMOUNT            PIC S9(07)V99 VALUE ZERO.
003387*The same effective amount in the record's own currency, and
003388*that currency (spaces for base), set beside TC-EFFECTIVE-
003389*AMOUNT by 0192 or, for a reversal, from the target's image.
003390 77  TC-EFFECTIVE-ORIG              PIC S9(07)V99 VALUE ZERO.
003391 77  TC-EFFECTIVE-CURRENCY          PIC X(03) VALUE SPACES.
003392 01  TC-HIST-AMOUNT.
003393     05  TC-HIST-AMOUNT-NUM          PIC S9(07)V99.
003394 01  TC-HIST-ORIG.
003395     05  TC-HIST-ORIG-NUM            PIC S9(07)V99.
003396 77  TC-DB-EOF-SWITCH               PIC X(01) VALUE 'N'.
003397     88  TC-DB-EOF                      VALUE 'Y'.
003398 
003399*-----------------------------------------------------------------
003400*OUT-FILE batch control totals, carried to OT-RECORD-COUNT and
003401*OT-CONTROL-TOTAL on the trailer record.
003402*-----------------------------------------------------------------
003403 77  TC-OUT-RECORD-COUNT             PIC 9(09)      VALUE ZERO.
003404 77  TC-OUT-CONTROL-TOTAL            PIC S9(11)V99  VALUE ZERO.
003405 77  TC-ACTIVE-RECORD-COUNT          PIC 9(09)      VALUE ZERO.
003406 77  TC-ACTIVE-CONTROL-TOTAL         PIC S9(11)V99  VALUE ZERO.
003407 77  TC-OTHER-RECORD-COUNT           PIC 9(09)      VALUE ZERO.
003408 77  TC-OTHER-CONTROL-TOTAL          PIC S9(11)V99  VALUE ZERO.
003409 77  TC-REJECT-COUNT                 PIC 9(09)      VALUE ZERO.
003410 77  TC-SUSPENSE-COUNT               PIC 9(09)      VALUE ZERO.
003411 77  TC-DB-POST-COUNT                PIC 9(09)      VALUE ZERO.
003412 77  TC-DB-POST-ERROR-COUNT          PIC 9(09)      VALUE ZERO.
003413 77  TC-DISCREPANCY-COUNT            PIC 9(05)      VALUE ZERO.
003414 
003415*-----------------------------------------------------------------
003416*Message staged by the caller before PERFORM 0010-WRITE-LOG-ENTRY.
003417*-----------------------------------------------------------------
003418 77  TC-LOG-TEXT                     PIC X(60)      VALUE SPACES.
003419 
003420*-----------------------------------------------------------------
003421*Name of the program CALLed by 0210-CALL-REAL-PROG. Defaults to
003422*REAL-PROG but a run can override it by setting the
003423*REAL_PROG_NAME environment variable before the job step starts.
003424*-----------------------------------------------------------------
003425 77  TC-REAL-PROG-NAME     PIC X(30)     VALUE 'REAL-PROG'.
003426 77  TC-REAL-PROG-ENV      PIC X(30)     VALUE SPACES.
003427 
003428*-----------------------------------------------------------------
003429*Checkpoint/restart counters.
003430*-----------------------------------------------------------------
003431 77  TC-CHECKPOINT-INTERVAL          PIC 9(05)      VALUE 100.
003432 77  TC-RECORDS-READ                 PIC 9(09)      VALUE ZERO.
003433 77  TC-SKIP-COUNT                   PIC 9(09)      VALUE ZERO.
003434 77  TC-CKPT-QUOTIENT                PIC 9(09)      VALUE ZERO.
003435 77  TC-CKPT-REMAINDER               PIC 9(05)      VALUE ZERO.
003436 
003437*-----------------------------------------------------------------
003438*In-memory table of keys the batch has processed onto OUT-FILE,
003439*loaded fresh from OUT-FILE itself by 8050-LOAD-PROCESSED-TABLE
003440*at the start of 8000-RECONCILE (rather than carried over from
003441*0220-WRITE-DETAIL's in-memory copy) so reconciliation still
003442*sees every key on a run that restarted partway through, not
003443*just the keys processed since the restart. TC-PROC-TABLE-SIZE
003444*bounds it to a single day's typical volume; a run larger than
003445*that should reconcile against a sorted extract instead.
003446*TC-PROCESSED-ENTRY is DEPENDING ON TC-PROCESSED-COUNT so
003447*8200-MATCH-DB-ROW's SEARCH only scans populated entries.
003448*-----------------------------------------------------------------
003449 77  TC-PROC-TABLE-SIZE              PIC 9(05)      VALUE 05000.
003450 77  TC-PROCESSED-COUNT               PIC 9(05)     VALUE ZERO.
003451 01  TC-PROCESSED-TABLE.
003452     05  TC-PROCESSED-ENTRY OCCURS 0 TO 5000 TIMES
003453                           DEPENDING ON TC-PROCESSED-COUNT
003454                           INDEXED BY TC-PROC-IDX.
003455         10  TC-PROC-KEY             PIC X(10).
003456         10  TC-PROC-MATCHED         PIC X(01) VALUE 'N'.
003457             88  TC-PROC-IS-MATCHED      VALUE 'Y'.
003458 77  TC-PROC-TABLE-FULL-SWITCH        PIC X(01)     VALUE 'N'.
003459     88  TC-PROC-TABLE-FULL               VALUE 'Y'.
003460 77  TC-OUT-EOF-SWITCH                PIC X(01)     VALUE 'N'.
003470     88  TC-OUT-EOF                       VALUE 'Y'.
003480 
003550 01  DB-AMOUNT                       PIC S9(07)V99.
003560 01  DB-STATUS-FLAG                  PIC X(01).
003570 01  DB-DATE                         PIC X(08).
003571 01  DB-CURRENCY-CODE                PIC X(03).
003572 01  DB-ORIG-AMOUNT                  PIC S9(07)V99.
003580     EXEC SQL END DECLARE SECTION END-EXEC.
003590 
003600*COPY statement
003700 0000-MAIN-LOGIC.
003702     ACCEPT TC-RUN-START-DATE FROM DATE YYYYMMDD.
003704     ACCEPT TC-RUN-START-TIME FROM TIME.
003705     PERFORM 0042-RESOLVE-PARTITION THRU 0042-EXIT.
003706
003707*    The merge step reads no source and draws no sequence: it
003708*    proves the partitions' hand-off files and builds the
003709*    batch's outputs and master updates from them.
003710     IF TC-MERGE-RUN
003711         PERFORM 1000-MERGE-PARTITIONS THRU 1000-EXIT
003712         STOP RUN
003713     END-IF.
003714
003715     OPEN INPUT IN-FILE-1.
003716     OPEN INPUT IN-FILE-2.
003717     OPEN INPUT IN-FILE-3.
003718     OPEN INPUT IN-FILE-4.
003719     OPEN INPUT IN-FILE-5.
003720 
003730*    Restart status has to be known before RUN-LOG-FILE, OUT-
003740*    FILE, ACTIVE-OUT-FILE, OTHER-OUT-FILE, AUDIT-FILE and
003770*    run already wrote is truncated away and the control totals
003780*    reset to zero.
003790     PERFORM 0020-CHECK-RESTART THRU 0020-EXIT.
003791     IF TC-SKIP-COUNT > ZERO
003792         OPEN EXTEND RUN-LOG-FILE
003793     ELSE
003794         OPEN OUTPUT RUN-LOG-FILE
003795     END-IF.
003796     PERFORM 0043-VERIFY-PARTITION THRU 0043-EXIT.
003800
003801*    One cycle date for the whole attempt: the history images
003802*    0240 stamps and the checkpoints 0250 cuts must carry the
003805*    The batch sequence is drawn right after it, before the
003806*    output headers are cut, so the header can carry it.
003807     ACCEPT TC-CYCLE-DATE FROM DATE YYYYMMDD.
003808*    A partition resumes on the cycle date it checkpointed:
003809*    every partition of a batch must hand the merge step the
003810*    same date.
003811     IF TC-PARTITION-RUN AND TC-SKIP-COUNT > ZERO
003812         MOVE TC-RESTART-CYCLE-DATE TO TC-CYCLE-DATE
003813     END-IF.
003814     PERFORM 0045-ASSIGN-BATCH-SEQ THRU 0045-EXIT.
003815
003816     IF TC-SKIP-COUNT > ZERO
003830         OPEN EXTEND OUT-FILE
003840              EXTEND ACTIVE-OUT-FILE
003850              EXTEND OTHER-OUT-FILE
003860              EXTEND AUDIT-FILE
003870              EXTEND REJECT-FILE
003872              EXTEND SUSPENSE-FILE
003880     ELSE
003900         OPEN OUTPUT OUT-FILE
003910              OUTPUT ACTIVE-OUT-FILE
003920              OUTPUT OTHER-OUT-FILE
003930              OUTPUT AUDIT-FILE
004014            ' CYCLE=' TC-CYCLE-DATE
004016         DELIMITED BY SIZE INTO TC-LOG-TEXT.
004018     PERFORM 0010-WRITE-LOG-ENTRY THRU 0010-EXIT.
004019     IF NOT TC-SINGLE-RUN
004020         STRING 'PARTITION ' TC-PARTITION
004021                ' SOURCES ' TC-FIRST-SOURCE '-' TC-LAST-SOURCE
004022             DELIMITED BY SIZE INTO TC-LOG-TEXT
004023         PERFORM 0010-WRITE-LOG-ENTRY THRU 0010-EXIT
004024     END-IF.
004025 
004030     PERFORM 0040-RESOLVE-REAL-PROG THRU 0040-EXIT.
004040     STRING 'REAL-PROG SELECTED: ' TC-REAL-PROG-NAME
004050         DELIMITED BY SIZE INTO TC-LOG-TEXT.
004070 
004080     PERFORM 0080-OPEN-ACCT-MASTER THRU 0080-EXIT.
004081     PERFORM 0090-OPEN-KEY-HISTORY THRU 0090-EXIT.
004082*    A partition leaves PENDMAST and BALMAST to the merge step,
004083*    which posts both from the partitions' details, and keeps
004084*    its history images and day totals on its own work files.
004085     IF NOT TC-PARTITION-RUN
004086         PERFORM 0095-OPEN-PENDING-MASTER THRU 0095-EXIT
004087     END-IF.
004088     PERFORM 0097-OPEN-WAREHOUSE THRU 0097-EXIT.
004089     PERFORM 0098-OPEN-RETRY-MASTER THRU 0098-EXIT.
004090     PERFORM 0099-OPEN-DAY-TOTALS THRU 0099-EXIT.
004091     IF TC-PARTITION-RUN
004092         PERFORM 0600-OPEN-WORK-FILES THRU 0600-EXIT
004093     ELSE
004094         PERFORM 0096-OPEN-BALANCE-MASTER THRU 0096-EXIT
004095     END-IF.
004096     PERFORM 0085-OPEN-RATE-MASTER THRU 0085-EXIT.
004097     PERFORM 0086-LOAD-PERIOD-CALENDAR THRU 0086-EXIT.
004098     PERFORM 0075-VERIFY-SOURCES THRU 0075-EXIT.
004099
004100     PERFORM 0025-SKIP-RESTART-RECORDS THRU 0025-EXIT.
004101
004102*    Records whose CALL failed in a prior cycle get their next
004103*    attempt here, before any of this cycle's input is read:
004104*    the queue at drain time holds only prior cycles' entries,
004105*    so a record 0460 queues later in this run waits for the
004106*    next cycle instead of burning a second attempt seconds
004107*    after the first. The office partitions leave the queue,
004108*    like the warehouse, to partition 4, so each entry is
004109*    driven once.
004110     IF NOT TC-OFFICE-PARTITION
004111         PERFORM 0450-DRAIN-RETRY-QUEUE THRU 0450-EXIT
004112     END-IF.
004113
004114     MOVE 'ENTERING MAIN PROCESSING LOOP' TO TC-LOG-TEXT.
004115     PERFORM 0010-WRITE-LOG-ENTRY THRU 0010-EXIT.
004120     IF NOT TC-EOF
004130         PERFORM 0100-READ-IN-FILE THRU 0100-EXIT
004140     END-IF.
004166*    cycle here, after the sources are exhausted and before the
004168*    trailers close out, so their amounts ride the same control
004169*    totals as everything else this run posted.
004172     IF NOT TC-OFFICE-PARTITION
004173         PERFORM 0300-RELEASE-WAREHOUSE THRU 0300-EXIT
004174     END-IF.
004175     PERFORM 0900-WRITE-OUT-TRAILER THRU 0900-EXIT.
004180     PERFORM 0910-WRITE-ACTIVE-TRAILER THRU 0910-EXIT.
004190     PERFORM 0920-WRITE-OTHER-TRAILER THRU 0920-EXIT.
004195     PERFORM 0260-COMMIT-DB-WORK THRU 0260-EXIT.
004196     IF TC-PARTITION-RUN
004197         PERFORM 0700-WRITE-HANDOFF THRU 0700-EXIT
004198     END-IF.
004200     PERFORM 0950-CLEAR-RESTART THRU 0950-EXIT.
004210 
004211*    A partition sees only its own share of the batch: the
004212*    reconciliation and the statistics record are the merge
004213*    step's.
004220     IF NOT TC-PARTITION-RUN
004221         MOVE 'ENTERING DB_TABLE RECONCILIATION' TO TC-LOG-TEXT
004222         PERFORM 0010-WRITE-LOG-ENTRY THRU 0010-EXIT
004223         PERFORM 8000-RECONCILE THRU 8000-EXIT
004224         PERFORM 0980-WRITE-RUN-STATS THRU 0980-EXIT
004225     END-IF.
004242     PERFORM 0990-LOG-CLOSING-COUNTS THRU 0990-EXIT.
004250
004251     CLOSE IN-FILE-1
004252           IN-FILE-2
004253           IN-FILE-3
004254           IN-FILE-4
004255           IN-FILE-5
004256           ACCT-MASTER
004257           KEY-HISTORY
004258           PENDING-MASTER
004259           VALUE-WAREHOUSE
004260           RETRY-MASTER
004261           RETRY-EXC-FILE
004262           ACCT-DAY-MASTER
004263           BALANCE-MASTER
004264           FX-RATE-MASTER
004265           SUSPENSE-FILE
004266           ACTIVE-OUT-FILE
004267           OTHER-OUT-FILE
004268           AUDIT-FILE
004269           REJECT-FILE
004270           RUN-LOG-FILE.
004271     IF TC-PARTITION-RUN
004272         CLOSE HIST-WORK
004273               DAY-WORK
004274     END-IF.
004275
004276     STOP RUN.
004277
004278*-------------------------------------------------------------
004279*Writes the closing count lines of the run log, for a single
004280*stream or a partition from its own counters, for the merge
004281*step from the counters it gathered off the hand-off files.
004282 0990-LOG-CLOSING-COUNTS.
004283     STRING 'MAIN-LOGIC STOPPED RECS=' TC-OUT-RECORD-COUNT
004284            ' REJECTS=' TC-REJECT-COUNT
004285         DELIMITED BY SIZE INTO TC-LOG-TEXT.
004290     PERFORM 0010-WRITE-LOG-ENTRY THRU 0010-EXIT.
004292
004294     STRING 'MAIN-LOGIC SUSPENSE=' TC-SUSPENSE-COUNT
004309            ' EX=' TC-RETRY-EXHAUST-COUNT
004310         DELIMITED BY SIZE INTO TC-LOG-TEXT.
004311     PERFORM 0010-WRITE-LOG-ENTRY THRU 0010-EXIT.
004312
004313     STRING 'BALANCE POSTS=' TC-BAL-POST-COUNT
004314            ' OVERDRAWN=' TC-BAL-OVERDRAWN-COUNT
004315         DELIMITED BY SIZE INTO TC-LOG-TEXT.
004316     PERFORM 0010-WRITE-LOG-ENTRY THRU 0010-EXIT.
004317
004318     STRING 'PERIOD REDATED=' TC-PERIOD-REDATED-COUNT
004319            ' LOCKED=' TC-PERIOD-LOCKED-COUNT
004320         DELIMITED BY SIZE INTO TC-LOG-TEXT.
004321     PERFORM 0010-WRITE-LOG-ENTRY THRU 0010-EXIT.
004322     PERFORM 0015-LOG-SOURCE-COUNTS THRU 0015-EXIT
004323         VARYING TC-SRC-SUB FROM 1 BY 1
004324         UNTIL TC-SRC-SUB > TC-SOURCE-COUNT-MAX.
004325
004326     STRING 'MAIN-LOGIC DB POSTS=' TC-DB-POST-COUNT
004327            ' ERRORS=' TC-DB-POST-ERROR-COUNT
004328         DELIMITED BY SIZE INTO TC-LOG-TEXT.
004329     PERFORM 0010-WRITE-LOG-ENTRY THRU 0010-EXIT.
004330 
004331     STRING 'MAIN-LOGIC DISCREPANCIES=' TC-DISCREPANCY-COUNT
004332         DELIMITED BY SIZE INTO TC-LOG-TEXT.
004333     PERFORM 0010-WRITE-LOG-ENTRY THRU 0010-EXIT.
004340 0990-EXIT.
004350     EXIT.
004430 
004440*-------------------------------------------------------------
004450*Writes one timestamped line to RUN-LOG-FILE from TC-LOG-TEXT,
004670     EXIT.
004671
004672*-------------------------------------------------------------
004673*Resolves the run's partition from TEST_PARTITION in the
004674*step's environment, the way 0040 resolves REAL_PROG_NAME,
004675*and the range of sources it reads: all five for the single
004676*stream, one office's source for partitions 1 to 3, the
004677*resubmission and standing sources for partition 4. A value
004678*that is none of these is kept for 0043-VERIFY-PARTITION to
004679*refuse once the run log is open.
004680 0042-RESOLVE-PARTITION.
004681     ACCEPT TC-PARTITION-ENV FROM ENVIRONMENT 'TEST_PARTITION'.
004682     MOVE TC-PARTITION-ENV (1:1) TO TC-PARTITION.
004683     IF TC-PARTITION-ENV (2:1) NOT = SPACE
004684         MOVE '?' TO TC-PARTITION
004685     END-IF.
004686     IF TC-OFFICE-PARTITION
004687         MOVE TC-PARTITION TO TC-PARTITION-NUM
004688         MOVE TC-PARTITION-NUM TO TC-FIRST-SOURCE
004689         MOVE TC-PARTITION-NUM TO TC-LAST-SOURCE
004690     END-IF.
004691     IF TC-CENTRAL-PARTITION
004692         MOVE 4 TO TC-PARTITION-NUM
004693         MOVE 4 TO TC-FIRST-SOURCE
004694         MOVE 5 TO TC-LAST-SOURCE
004695     END-IF.
004696     MOVE TC-FIRST-SOURCE TO TC-CURRENT-SOURCE.
004697 0042-EXIT.
004698     EXIT.
004699
004700*-------------------------------------------------------------
004701*Refuses a TEST_PARTITION value the run does not know, and a
004702*restart file another partition (or the single stream) cut,
004703*before any master is opened or any sequence drawn: each
004704*partition step has its own RESTART-DAT, and a resume against
004705*another's checkpoint would skip the wrong records.
004706 0043-VERIFY-PARTITION.
004707     IF NOT TC-PARTITION-VALID
004708         STRING 'TEST_PARTITION VALUE NOT RECOGNISED: '
004709                TC-PARTITION-ENV
004710             DELIMITED BY SIZE INTO TC-LOG-TEXT
004711         PERFORM 0044-PARTITION-FAIL THRU 0044-EXIT
004712     END-IF.
004713     IF TC-SKIP-COUNT > ZERO
004714        AND TC-RESTART-PARTITION NOT = TC-PARTITION
004715         STRING 'RESTART FILE BELONGS TO PARTITION '
004716                TC-RESTART-PARTITION
004717             DELIMITED BY SIZE INTO TC-LOG-TEXT
004718         PERFORM 0044-PARTITION-FAIL THRU 0044-EXIT
004719     END-IF.
004720 0043-EXIT.
004721     EXIT.
004722
004723*-------------------------------------------------------------
004724 0044-PARTITION-FAIL.
004725     PERFORM 0010-WRITE-LOG-ENTRY THRU 0010-EXIT.
004726     MOVE 'PARTITION CHECK FAILED - RUN ABANDONED' TO TC-LOG-TEXT.
004727     PERFORM 0010-WRITE-LOG-ENTRY THRU 0010-EXIT.
004728     CLOSE IN-FILE-1
004729           IN-FILE-2
004730           IN-FILE-3
004731           IN-FILE-4
004732           IN-FILE-5
004733           RUN-LOG-FILE.
004734     MOVE 16 TO RETURN-CODE.
004735     STOP RUN.
004736 0044-EXIT.
004737     EXIT.
004738
004739*-------------------------------------------------------------
004740*Draws this run's batch sequence within TC-CYCLE-DATE from
004741*BATSEQ-DAT: the same date draws the next number, a new date
004742*starts over at one, and the file is rewritten so the next
004743*start sees this draw. A resumed run keeps the sequence its
004744*aborted attempt drew (restored from the checkpoint) and
004745*leaves BATSEQ-DAT alone, so the rerun is the same batch, not
004746*a new one. A partition only peeks: every partition of the
004747*batch works out the same number, and the merge step commits
004748*it once all of them have finished.
004749 0045-ASSIGN-BATCH-SEQ.
004750     IF TC-SKIP-COUNT > ZERO AND TC-BATCH-SEQ > ZERO
004751         GO TO 0045-EXIT
004752     END-IF.
004753     OPEN INPUT BATCH-SEQ-FILE.
004754     MOVE ZERO TO BS-CYCLE-DATE.
004755     MOVE ZERO TO BS-BATCH-SEQ.
004756     IF TC-BATSEQ-READ-OK
004757         READ BATCH-SEQ-FILE
004758             AT END
004759                 MOVE ZERO TO BS-CYCLE-DATE
004760                 MOVE ZERO TO BS-BATCH-SEQ
004761         END-READ
004762     END-IF.
004763     CLOSE BATCH-SEQ-FILE.
004764     IF BS-CYCLE-DATE NUMERIC
004765        AND BS-BATCH-SEQ NUMERIC
004766        AND BS-CYCLE-DATE = TC-CYCLE-DATE
004767         COMPUTE TC-BATCH-SEQ = BS-BATCH-SEQ + 1
004768     ELSE
004769         MOVE 1 TO TC-BATCH-SEQ
004770     END-IF.
004771     IF TC-PARTITION-RUN
004772         GO TO 0045-EXIT
004773     END-IF.
004774     OPEN OUTPUT BATCH-SEQ-FILE.
004775     MOVE SPACES TO BATCH-SEQ-RECORD.
004776     MOVE TC-CYCLE-DATE TO BS-CYCLE-DATE.
004777     MOVE TC-BATCH-SEQ TO BS-BATCH-SEQ.
004778     WRITE BATCH-SEQ-RECORD.
004779     CLOSE BATCH-SEQ-FILE.
004780 0045-EXIT.
004781     EXIT.
004782
004783*-------------------------------------------------------------
004784*Writes the one 'H' header record OUT-FILE opens with: today's
004785*date, time, and the writing program's id. The merge step
004786*dates it with the partitions' cycle date, the date downstream
004787*steps key the batch on, even when it runs past midnight.
004788 0050-WRITE-OUT-HEADER.
004789     MOVE SPACES TO OUT-RECORD.
004790     MOVE 'H' TO OH-REC-TYPE.
004791     ACCEPT OH-RUN-DATE FROM DATE YYYYMMDD.
004792     IF TC-MERGE-RUN
004793         MOVE TC-CYCLE-DATE TO OH-RUN-DATE
004794     END-IF.
004795     ACCEPT OH-RUN-TIME FROM TIME.
004796     MOVE 'TEST-COBOL' TO OH-PROGRAM-ID.
004797     MOVE TC-BATCH-SEQ TO OH-BATCH-SEQ.
004798     WRITE OUT-RECORD FROM OUT-HEADER-RECORD.
004799 0050-EXIT.
004800     EXIT.
004810 
004820*-------------------------------------------------------------
005043*Proves all three source files opened before any record is
005044*processed. A missing or unreadable office file is the hard,
005045*loudly-logged stop the overnight concatenation never gave us.
005046*A partition proves only the sources it reads.
005047 0075-VERIFY-SOURCES.
005048     IF TC-FIRST-SOURCE = 1
005049        AND TC-IN1-STATUS NOT = '00'
005050         STRING 'SOURCE 1 OPEN FAILED, STATUS=' TC-IN1-STATUS
005051             DELIMITED BY SIZE INTO TC-LOG-TEXT
005052         PERFORM 0135-SOURCE-FAIL THRU 0135-EXIT
005053     END-IF.
005054     IF TC-FIRST-SOURCE NOT > 2 AND TC-LAST-SOURCE NOT < 2
005055        AND TC-IN2-STATUS NOT = '00'
005056         STRING 'SOURCE 2 OPEN FAILED, STATUS=' TC-IN2-STATUS
005057             DELIMITED BY SIZE INTO TC-LOG-TEXT
005058         PERFORM 0135-SOURCE-FAIL THRU 0135-EXIT
005059     END-IF.
005060     IF TC-FIRST-SOURCE NOT > 3 AND TC-LAST-SOURCE NOT < 3
005061        AND TC-IN3-STATUS NOT = '00'
005062         STRING 'SOURCE 3 OPEN FAILED, STATUS=' TC-IN3-STATUS
005063             DELIMITED BY SIZE INTO TC-LOG-TEXT
005064         PERFORM 0135-SOURCE-FAIL THRU 0135-EXIT
005065     END-IF.
005066     IF TC-LAST-SOURCE < 4
005067         GO TO 0075-EXIT
005068     END-IF.
005069*    The resubmission source is the one file allowed to be
005070*    absent: a cycle with no corrected rejects and no released
005071*    suspense items simply has nothing to resubmit. Any other
005072*    status is the same hard stop as an office file.
005073     IF TC-IN4-STATUS = '05' OR TC-IN4-STATUS = '35'
005074         MOVE 'Y' TO TC-RESUB-ABSENT-SWITCH
005075         MOVE 'RESUB SOURCE ABSENT - NOTHING RESUBMITTED'
005076             TO TC-LOG-TEXT
005077         PERFORM 0010-WRITE-LOG-ENTRY THRU 0010-EXIT
005078     ELSE
005079         IF TC-IN4-STATUS NOT = '00'
005080             STRING 'SOURCE 4 OPEN FAILED, STATUS='
005081                    TC-IN4-STATUS
005082                 DELIMITED BY SIZE INTO TC-LOG-TEXT
005083             PERFORM 0135-SOURCE-FAIL THRU 0135-EXIT
005084         END-IF
005085     END-IF.
005086*    The standing-instruction source is likewise allowed to be
005087*    absent: no SIG-COBOL cut means nothing standing is due.
005088     IF TC-IN5-STATUS = '05' OR TC-IN5-STATUS = '35'
005089         MOVE 'Y' TO TC-STANDING-ABSENT-SWITCH
005090         MOVE 'STANDING SOURCE ABSENT - NOTHING GENERATED'
005091             TO TC-LOG-TEXT
005092         PERFORM 0010-WRITE-LOG-ENTRY THRU 0010-EXIT
005093     ELSE
005094         IF TC-IN5-STATUS NOT = '00'
005095             STRING 'SOURCE 5 OPEN FAILED, STATUS='
005096                    TC-IN5-STATUS
005097                 DELIMITED BY SIZE INTO TC-LOG-TEXT
005098             PERFORM 0135-SOURCE-FAIL THRU 0135-EXIT
005099         END-IF
005100     END-IF.
005101 0075-EXIT.
005102     EXIT.
005103
005104*-------------------------------------------------------------
005105*Opens the indexed account master 0170-LOOKUP-ACCOUNT reads for
005106*every record. A master that will not open is a hard stop: with
005107*no account edit every unknown key would sail through to
005108*REAL-PROG, which is the exact failure the master exists to
005109*prevent.
005110 0080-OPEN-ACCT-MASTER.
005111     OPEN INPUT ACCT-MASTER.
005112     IF NOT TC-ACCT-OPEN-OK
005113         STRING 'ACCOUNT MASTER OPEN FAILED, STATUS='
005114                TC-ACCT-STATUS
005115             DELIMITED BY SIZE INTO TC-LOG-TEXT
005116         PERFORM 0010-WRITE-LOG-ENTRY THRU 0010-EXIT
005117         CLOSE IN-FILE-1
005118               IN-FILE-2
005119               IN-FILE-3
005120               IN-FILE-4
005121               IN-FILE-5
005122               OUT-FILE
005123               ACTIVE-OUT-FILE
005124               OTHER-OUT-FILE
005125               AUDIT-FILE
005126               REJECT-FILE
005127               SUSPENSE-FILE
005128               RUN-LOG-FILE
005129         MOVE 16 TO RETURN-CODE
005130         STOP RUN
005131     END-IF.
005132 0080-EXIT.
005133     EXIT.
005134
005135*-------------------------------------------------------------
005136*Opens the exchange-rate master 0152-CONVERT-AMOUNT reads.
005137*OPTIONAL on the SELECT: a night with no rates loaded yet
005138*runs, and its foreign items reject R010 for correction.
005139*Opened after the input sources, the run's output files, the
005140*other masters and, in a partition, its work files; its
005141*failure path closes all of those. Only the period calendar
005142*(0086) opens after it. A master
005143*that is there but will not open is a hard stop, since
005144*every foreign item would otherwise be rejected for a fault
005145*that is not the office's.
005146 0085-OPEN-RATE-MASTER.
005147     OPEN INPUT FX-RATE-MASTER.
005148     IF NOT TC-FX-OPEN-OK
005149         STRING 'RATE MASTER OPEN FAILED, STATUS='
005150                TC-FX-STATUS
005151             DELIMITED BY SIZE INTO TC-LOG-TEXT
005152         PERFORM 0010-WRITE-LOG-ENTRY THRU 0010-EXIT
005153         CLOSE IN-FILE-1
005154               IN-FILE-2
005155               IN-FILE-3
005156               IN-FILE-4
005157               IN-FILE-5
005158               ACCT-MASTER
005159               KEY-HISTORY
005160               PENDING-MASTER
005161               VALUE-WAREHOUSE
005162               RETRY-MASTER
005163               RETRY-EXC-FILE
005164               ACCT-DAY-MASTER
005165               BALANCE-MASTER
005166               HIST-WORK
005167               DAY-WORK
005168               OUT-FILE
005169               ACTIVE-OUT-FILE
005170               OTHER-OUT-FILE
005171               AUDIT-FILE
005172               REJECT-FILE
005173               SUSPENSE-FILE
005174               RUN-LOG-FILE
005175         MOVE 16 TO RETURN-CODE
005176         STOP RUN
005177     END-IF.
005178 0085-EXIT.
005179     EXIT.
005180
005181*-------------------------------------------------------------
005182*Loads the accounting period calendar 0157-CHECK-PERIOD proves
005183*every record's date against, then fixes the current open
005184*period - the earliest one marked open, or with none marked
005185*the month after the last period on the calendar - and the
005186*date a closed-period record is re-dated to: the cycle date
005187*when it falls in the open period, otherwise the open
005188*period's first day. OPTIONAL on the SELECT: with no calendar,
005189*or an empty one, every period is open as before the calendar
005190*existed, and the run log says so. Lines with a bad period or
005191*status are skipped and counted on the log. A calendar that
005192*is there but will not open is a hard stop, as the rate
005193*master is: posting on regardless is the exact failure the
005194*calendar exists to prevent.
005195 0086-LOAD-PERIOD-CALENDAR.
005196     OPEN INPUT PERIOD-CALENDAR.
005197     IF NOT TC-PERIOD-OPEN-OK
005198         STRING 'PERIOD CALENDAR OPEN FAILED, STATUS='
005199                TC-PERIOD-STATUS
005200             DELIMITED BY SIZE INTO TC-LOG-TEXT
005201         PERFORM 0010-WRITE-LOG-ENTRY THRU 0010-EXIT
005202         CLOSE IN-FILE-1
005203               IN-FILE-2
005204               IN-FILE-3
005205               IN-FILE-4
005206               IN-FILE-5
005207               ACCT-MASTER
005208               KEY-HISTORY
005209               PENDING-MASTER
005210               VALUE-WAREHOUSE
005211               RETRY-MASTER
005212               RETRY-EXC-FILE
005213               ACCT-DAY-MASTER
005214               BALANCE-MASTER
005215               FX-RATE-MASTER
005216               HIST-WORK
005217               DAY-WORK
005218               OUT-FILE
005219               ACTIVE-OUT-FILE
005220               OTHER-OUT-FILE
005221               AUDIT-FILE
005222               REJECT-FILE
005223               SUSPENSE-FILE
005224               RUN-LOG-FILE
005225         MOVE 16 TO RETURN-CODE
005226         STOP RUN
005227     END-IF.
005228     PERFORM 0087-READ-PERIOD-LINE THRU 0087-EXIT.
005229     PERFORM 0088-STORE-PERIOD-ENTRY THRU 0088-EXIT
005230         UNTIL TC-PERIOD-EOF.
005231     CLOSE PERIOD-CALENDAR.
005232     IF TC-PERIOD-SKIP-COUNT > ZERO
005233         STRING 'PERIOD CALENDAR LINES SKIPPED='
005234                TC-PERIOD-SKIP-COUNT
005235             DELIMITED BY SIZE INTO TC-LOG-TEXT
005236         PERFORM 0010-WRITE-LOG-ENTRY THRU 0010-EXIT
005237     END-IF.
005238     IF TC-PERIOD-ENTRY-COUNT = ZERO
005239         MOVE 'PERIOD CALENDAR ABSENT - NO PERIOD CONTROL'
005240             TO TC-LOG-TEXT
005241         PERFORM 0010-WRITE-LOG-ENTRY THRU 0010-EXIT
005242         GO TO 0086-EXIT
005243     END-IF.
005244     MOVE 'Y' TO TC-PERIOD-CONTROL-SWITCH.
005245     MOVE ZERO TO TC-OPEN-PERIOD.
005246     PERFORM 0089-TEST-OPEN-PERIOD THRU 0089-EXIT
005247         VARYING TC-PERIOD-IDX FROM 1 BY 1
005248         UNTIL TC-PERIOD-IDX > TC-PERIOD-ENTRY-COUNT.
005249     IF TC-OPEN-PERIOD = ZERO
005250         MOVE TC-PERIOD-LAST TO TC-PERIOD-WORK-NUM
005251         ADD 1 TO TC-PW-MM
005252         IF TC-PW-MM > 12
005253             MOVE 01 TO TC-PW-MM
005254             ADD 1 TO TC-PW-CCYY
005255         END-IF
005256         MOVE TC-PERIOD-WORK-NUM TO TC-OPEN-PERIOD
005257     END-IF.
005258     DIVIDE TC-CYCLE-DATE BY 100 GIVING TC-REC-PERIOD.
005259     IF TC-REC-PERIOD = TC-OPEN-PERIOD
005260         MOVE TC-CYCLE-DATE TO TC-REDATE-DATE
005261     ELSE
005262         COMPUTE TC-REDATE-DATE = TC-OPEN-PERIOD * 100 + 1
005263     END-IF.
005264     STRING 'PERIOD CALENDAR ENTRIES=' TC-PERIOD-ENTRY-COUNT
005265            ' OPEN=' TC-OPEN-PERIOD
005266            ' REDATE=' TC-REDATE-DATE
005267         DELIMITED BY SIZE INTO TC-LOG-TEXT.
005268     PERFORM 0010-WRITE-LOG-ENTRY THRU 0010-EXIT.
005269 0086-EXIT.
005270     EXIT.
005271
005272*-------------------------------------------------------------
005273 0087-READ-PERIOD-LINE.
005274     READ PERIOD-CALENDAR
005275         AT END
005276             MOVE 'Y' TO TC-PERIOD-EOF-SWITCH
005277     END-READ.
005278 0087-EXIT.
005279     EXIT.
005280
005281*-------------------------------------------------------------
005282*Files one calendar line in TC-PERIOD-TABLE. A period already
005283*on the table takes the later line's status. The first and
005284*last periods on the calendar are kept as the lines go by.
005285 0088-STORE-PERIOD-ENTRY.
005286     IF PC-PERIOD NOT NUMERIC
005287        OR PC-PERIOD-MM < 01 OR PC-PERIOD-MM > 12
005288        OR NOT PC-PERIOD-STATUS-VALID
005289         ADD 1 TO TC-PERIOD-SKIP-COUNT
005290         GO TO 0088-NEXT
005291     END-IF.
005292     MOVE 'N' TO TC-PERIOD-FOUND-SWITCH.
005293     IF TC-PERIOD-ENTRY-COUNT > ZERO
005294         SET TC-PERIOD-IDX TO 1
005295         SEARCH TC-PERIOD-ENTRY
005296             AT END
005297                 CONTINUE
005298             WHEN TC-PE-PERIOD (TC-PERIOD-IDX) = PC-PERIOD
005299                 MOVE 'Y' TO TC-PERIOD-FOUND-SWITCH
005300         END-SEARCH
005301     END-IF.
005302     IF NOT TC-PERIOD-FOUND
005303         IF TC-PERIOD-ENTRY-COUNT NOT < TC-PERIOD-TABLE-SIZE
005304             ADD 1 TO TC-PERIOD-SKIP-COUNT
005305             GO TO 0088-NEXT
005306         END-IF
005307         ADD 1 TO TC-PERIOD-ENTRY-COUNT
005308         SET TC-PERIOD-IDX TO TC-PERIOD-ENTRY-COUNT
005309         MOVE PC-PERIOD TO TC-PE-PERIOD (TC-PERIOD-IDX)
005310     END-IF.
005311     MOVE PC-PERIOD-STATUS TO TC-PE-STATUS (TC-PERIOD-IDX).
005312     IF TC-PERIOD-FIRST = ZERO
005313        OR TC-PE-PERIOD (TC-PERIOD-IDX) < TC-PERIOD-FIRST
005314         MOVE TC-PE-PERIOD (TC-PERIOD-IDX) TO TC-PERIOD-FIRST
005315     END-IF.
005316     IF TC-PE-PERIOD (TC-PERIOD-IDX) > TC-PERIOD-LAST
005317         MOVE TC-PE-PERIOD (TC-PERIOD-IDX) TO TC-PERIOD-LAST
005318     END-IF.
005319 0088-NEXT.
005320     PERFORM 0087-READ-PERIOD-LINE THRU 0087-EXIT.
005321 0088-EXIT.
005322     EXIT.
005323
005324*-------------------------------------------------------------
005325*Keeps the earliest period marked open as TC-OPEN-PERIOD.
005326 0089-TEST-OPEN-PERIOD.
005327     IF TC-PE-STATUS (TC-PERIOD-IDX) = 'O'
005328         IF TC-OPEN-PERIOD = ZERO
005329            OR TC-PE-PERIOD (TC-PERIOD-IDX) < TC-OPEN-PERIOD
005330             MOVE TC-PE-PERIOD (TC-PERIOD-IDX) TO TC-OPEN-PERIOD
005331         END-IF
005332     END-IF.
005333 0089-EXIT.
005334     EXIT.
005335
005336*-------------------------------------------------------------
005337*Opens the cumulative key-history master 0180-CHECK-HISTORY
005338*reads and 0240-WRITE-HISTORY appends to. OPTIONAL on the
005339*SELECT so the very first cycle creates it; after that a
005340*history that will not open is as hard a stop as the account
005341*master, since without it every cross-day re-send would be
005342*processed again. A partition only reads it: its own images
005343*go to HIST-WORK for the merge step to apply.
005344 0090-OPEN-KEY-HISTORY.
005345     IF TC-PARTITION-RUN
005346         OPEN INPUT KEY-HISTORY
005347     ELSE
005348         OPEN I-O KEY-HISTORY
005349     END-IF.
005350     IF NOT TC-HIST-OPEN-OK
005351         STRING 'KEY HISTORY OPEN FAILED, STATUS='
005352                TC-HIST-STATUS
005353             DELIMITED BY SIZE INTO TC-LOG-TEXT
005354         PERFORM 0010-WRITE-LOG-ENTRY THRU 0010-EXIT
005355         CLOSE IN-FILE-1
005356               IN-FILE-2
005357               IN-FILE-3
005358               IN-FILE-4
005359               IN-FILE-5
005360               ACCT-MASTER
005361               OUT-FILE
005362               ACTIVE-OUT-FILE
005363               OTHER-OUT-FILE
005364               AUDIT-FILE
005365               REJECT-FILE
005366               SUSPENSE-FILE
005367               RUN-LOG-FILE
005368         MOVE 16 TO RETURN-CODE
005369         STOP RUN
005370     END-IF.
005371 0090-EXIT.
005372     EXIT.
005373
005374*-------------------------------------------------------------
005375*Opens the pending master 0245-UPDATE-PENDING-MASTER maintains
005376*across runs. OPTIONAL on the SELECT so the very first cycle
005377*creates it; after that the same hard stop as the other
005378*masters, since a run that cannot maintain it would leave the
005379*month-end aging report silently wrong.
005380 0095-OPEN-PENDING-MASTER.
005381     OPEN I-O PENDING-MASTER.
005382     IF NOT TC-PEND-OPEN-OK
005383         STRING 'PENDING MASTER OPEN FAILED, STATUS='
005384                TC-PEND-STATUS
005385             DELIMITED BY SIZE INTO TC-LOG-TEXT
005386         PERFORM 0010-WRITE-LOG-ENTRY THRU 0010-EXIT
005387         CLOSE IN-FILE-1
005388               IN-FILE-2
005389               IN-FILE-3
005390               IN-FILE-4
005391               IN-FILE-5
005392               ACCT-MASTER
005393               KEY-HISTORY
005394               OUT-FILE
005395               ACTIVE-OUT-FILE
005396               OTHER-OUT-FILE
005397               AUDIT-FILE
005398               REJECT-FILE
005399               SUSPENSE-FILE
005400               RUN-LOG-FILE
005401         MOVE 16 TO RETURN-CODE
005402         STOP RUN
005403     END-IF.
005404 0095-EXIT.
005405     EXIT.
005406
005407*-------------------------------------------------------------
005408*Opens the balance master 0225-POST-BALANCE moves by every
005409*posted amount. Opened after the day-total master, so its
005410*failure path closes everything the other master opens have
005411*already opened. OPTIONAL so the very first cycle creates
005412*it; after that the same hard stop as the other masters,
005413*since a run that posts without moving the balances would
005414*leave the morning branch position silently wrong.
005415 0096-OPEN-BALANCE-MASTER.
005416     OPEN I-O BALANCE-MASTER.
005417     IF NOT TC-BAL-OPEN-OK
005418         STRING 'BALANCE MASTER OPEN FAILED, STATUS='
005419                TC-BAL-STATUS
005420             DELIMITED BY SIZE INTO TC-LOG-TEXT
005421         PERFORM 0010-WRITE-LOG-ENTRY THRU 0010-EXIT
005422         CLOSE IN-FILE-1
005423               IN-FILE-2
005424               IN-FILE-3
005425               IN-FILE-4
005426               IN-FILE-5
005427               ACCT-MASTER
005428               KEY-HISTORY
005429               PENDING-MASTER
005430               VALUE-WAREHOUSE
005431               RETRY-MASTER
005432               RETRY-EXC-FILE
005433               ACCT-DAY-MASTER
005434               OUT-FILE
005435               ACTIVE-OUT-FILE
005436               OTHER-OUT-FILE
005437               AUDIT-FILE
005438               REJECT-FILE
005439               SUSPENSE-FILE
005440               RUN-LOG-FILE
005441         MOVE 16 TO RETURN-CODE
005442         STOP RUN
005443     END-IF.
005444 0096-EXIT.
005445     EXIT.
005446
005447*-------------------------------------------------------------
005448*Opens the value-date warehouse 0176-WRITE-WAREHOUSE files
005449*diverts on and 0300-RELEASE-WAREHOUSE drains. OPTIONAL on
005450*the SELECT so the very first cycle creates it; after that
005451*the same hard stop as the other masters, since a run that
005452*cannot reach the warehouse would post future-dated work
005453*early, which is the exact failure it exists to prevent.
005454 0097-OPEN-WAREHOUSE.
005455     OPEN I-O VALUE-WAREHOUSE.
005456     IF NOT TC-WHSE-OPEN-OK
005457         STRING 'VALUE WAREHOUSE OPEN FAILED, STATUS='
005458                TC-WHSE-STATUS
005459             DELIMITED BY SIZE INTO TC-LOG-TEXT
005460         PERFORM 0010-WRITE-LOG-ENTRY THRU 0010-EXIT
005461         CLOSE IN-FILE-1
005462               IN-FILE-2
005463               IN-FILE-3
005464               IN-FILE-4
005465               IN-FILE-5
005466               ACCT-MASTER
005467               KEY-HISTORY
005468               PENDING-MASTER
005469               OUT-FILE
005470               ACTIVE-OUT-FILE
005471               OTHER-OUT-FILE
005472               AUDIT-FILE
005473               REJECT-FILE
005474               SUSPENSE-FILE
005475               RUN-LOG-FILE
005476         MOVE 16 TO RETURN-CODE
005477         STOP RUN
005478     END-IF.
005479 0097-EXIT.
005480     EXIT.
005481
005482*-------------------------------------------------------------
005483*Opens the retry master 0460-QUEUE-RETRY files failed calls
005484*on and 0450-DRAIN-RETRY-QUEUE re-drives, plus the cumulative
005485*exception trail. OPTIONAL so the very first cycle creates
005486*them; after that the same hard stop as the other masters,
005487*since a run that cannot reach the queue would quietly drop
005488*every failed call back into the old re-key-by-hand hole.
005489 0098-OPEN-RETRY-MASTER.
005490     OPEN I-O RETRY-MASTER.
005491     IF NOT TC-RETRY-OPEN-OK
005492         STRING 'RETRY MASTER OPEN FAILED, STATUS='
005493                TC-RETRY-STATUS
005494             DELIMITED BY SIZE INTO TC-LOG-TEXT
005495         PERFORM 0010-WRITE-LOG-ENTRY THRU 0010-EXIT
005496         CLOSE IN-FILE-1
005497               IN-FILE-2
005498               IN-FILE-3
005499               IN-FILE-4
005500               IN-FILE-5
005501               ACCT-MASTER
005502               KEY-HISTORY
005503               PENDING-MASTER
005504               VALUE-WAREHOUSE
005505               OUT-FILE
005506               ACTIVE-OUT-FILE
005507               OTHER-OUT-FILE
005508               AUDIT-FILE
005509               REJECT-FILE
005510               SUSPENSE-FILE
005511               RUN-LOG-FILE
005512         MOVE 16 TO RETURN-CODE
005513         STOP RUN
005514     END-IF.
005515     OPEN EXTEND RETRY-EXC-FILE.
005516 0098-EXIT.
005517     EXIT.
005518
005519*-------------------------------------------------------------
005520*Opens the day-total master 0199-APPLY-DAILY-LIMIT reads and
005521*accumulates, then purges the dead entries of prior cycle
005522*dates (the key is date-first, so the purge walk stops at
005523*the first current entry). OPTIONAL so the very first cycle
005524*creates it; after that the same hard stop as the other
005525*masters, since without it the daily cap could only see one
005526*batch of the date. A partition only reads it: its own
005527*movement goes to DAY-WORK, and the purge is the merge step's.
005528 0099-OPEN-DAY-TOTALS.
005529     IF TC-PARTITION-RUN
005530         OPEN INPUT ACCT-DAY-MASTER
005531     ELSE
005532         OPEN I-O ACCT-DAY-MASTER
005533     END-IF.
005534     IF NOT TC-DAYTOT-OPEN-OK
005535         STRING 'DAY TOTAL MASTER OPEN FAILED, STATUS='
005536                TC-DAYTOT-STATUS
005537             DELIMITED BY SIZE INTO TC-LOG-TEXT
005538         PERFORM 0010-WRITE-LOG-ENTRY THRU 0010-EXIT
005539         CLOSE IN-FILE-1
005540               IN-FILE-2
005541               IN-FILE-3
005542               IN-FILE-4
005543               IN-FILE-5
005544               ACCT-MASTER
005545               KEY-HISTORY
005546               PENDING-MASTER
005547               VALUE-WAREHOUSE
005548               RETRY-MASTER
005549               RETRY-EXC-FILE
005550               OUT-FILE
005551               ACTIVE-OUT-FILE
005552               OTHER-OUT-FILE
005553               AUDIT-FILE
005554               REJECT-FILE
005555               SUSPENSE-FILE
005556               RUN-LOG-FILE
005557         MOVE 16 TO RETURN-CODE
005558         STOP RUN
005559     END-IF.
005560     IF TC-PARTITION-RUN
005561         GO TO 0099-EXIT
005562     END-IF.
005563     MOVE LOW-VALUES TO AD-DAY-KEY.
005564     START ACCT-DAY-MASTER KEY NOT < AD-DAY-KEY
005565         INVALID KEY
005566             GO TO 0099-EXIT
005567     END-START.
005568     MOVE 'N' TO TC-DAYTOT-EOF-SWITCH.
005569     PERFORM 0193-READ-DAY-TOTAL THRU 0193-EXIT.
005570     PERFORM 0194-PURGE-STALE-DAY-TOTAL THRU 0194-EXIT
005571         UNTIL TC-DAYTOT-EOF.
005572 0099-EXIT.
005573     EXIT.
005574
005575*-------------------------------------------------------------
005576*If RESTART-DAT exists, a prior run was interrupted after
005577*checkpointing TC-SKIP-COUNT records: reads that count and
005578*restores the OUT-FILE/ACTIVE-OUT-FILE/OTHER-OUT-FILE/REJECT-
005579*FILE control totals as of that checkpoint. No restart file
005580*means a clean start, skip count zero, counters left at their
005581*VALUE ZERO. Only determines TC-SKIP-COUNT and the restored
005582*totals; 0025-SKIP-RESTART-RECORDS does the actual skipping,
005583*once RUN-LOG-FILE is open to log it.
005584 0020-CHECK-RESTART.
005585     OPEN INPUT RESTART-FILE.
005586     IF TC-RESTART-FOUND
005587         READ RESTART-FILE INTO RESTART-RECORD
005588             AT END
005589                 MOVE ZERO TO TC-SKIP-COUNT
005590             NOT AT END
005591                 MOVE RS-CHECKPOINT-COUNT TO TC-SKIP-COUNT
005592                 MOVE RS-OUT-RECORD-COUNT TO
005593                                         TC-OUT-RECORD-COUNT
005594                 MOVE RS-OUT-CONTROL-TOTAL TO
005595                                         TC-OUT-CONTROL-TOTAL
005596                 MOVE RS-ACTIVE-RECORD-COUNT TO
005597                                         TC-ACTIVE-RECORD-COUNT
005598                 MOVE RS-ACTIVE-CONTROL-TOTAL TO
005599                                         TC-ACTIVE-CONTROL-TOTAL
005600                 MOVE RS-OTHER-RECORD-COUNT TO
005601                                         TC-OTHER-RECORD-COUNT
005602                 MOVE RS-OTHER-CONTROL-TOTAL TO
005603                                         TC-OTHER-CONTROL-TOTAL
005604                 MOVE RS-REJECT-COUNT TO TC-REJECT-COUNT
005605                 MOVE RS-SUSPENSE-COUNT TO TC-SUSPENSE-COUNT
005606                 MOVE RS-CYCLE-DATE TO TC-RESTART-CYCLE-DATE
005607                 MOVE RS-BATCH-SEQ TO TC-RESTART-BATCH-SEQ
005608                 MOVE RS-BATCH-SEQ TO TC-BATCH-SEQ
005609                 MOVE RS-PARTITION TO TC-RESTART-PARTITION
005610                 PERFORM 0022-RESTORE-SOURCE-COUNTS
005611                     THRU 0022-EXIT
005612                     VARYING TC-SRC-SUB FROM 1 BY 1
005613                     UNTIL TC-SRC-SUB > TC-SOURCE-COUNT-MAX
005614         END-READ
005615         CLOSE RESTART-FILE
005616     ELSE
005617         MOVE ZERO TO TC-SKIP-COUNT
005618     END-IF.
005619 0020-EXIT.
005620     EXIT.
005621
005622*-------------------------------------------------------------
005623 0022-RESTORE-SOURCE-COUNTS.
005624     MOVE RS-SRC-PROCESSED (TC-SRC-SUB)
005625         TO TC-SRC-PROCESSED-COUNT (TC-SRC-SUB).
005626     MOVE RS-SRC-REJECTED (TC-SRC-SUB)
005627         TO TC-SRC-REJECT-COUNT (TC-SRC-SUB).
005628 0022-EXIT.
005629     EXIT.
005630 
005631*-------------------------------------------------------------
005632*Logs and performs the skip of TC-SKIP-COUNT IN-FILE records
005633*determined by 0020-CHECK-RESTART, once RUN-LOG-FILE is open.
005634*Stops as soon as IN-FILE runs out, rather than reading past
005635*AT END, in case IN-FILE is shorter than RESTART-DAT expects.
005636 0025-SKIP-RESTART-RECORDS.
005637     IF TC-SKIP-COUNT > ZERO
005638         STRING 'RESTART FILE FOUND, SKIPPING '
005639                TC-SKIP-COUNT ' RECORDS'
005640             DELIMITED BY SIZE INTO TC-LOG-TEXT
005641         PERFORM 0010-WRITE-LOG-ENTRY THRU 0010-EXIT
005642         PERFORM 0030-SKIP-RECORD THRU 0030-EXIT
005643             UNTIL TC-RECORDS-READ >= TC-SKIP-COUNT
005644                OR TC-EOF
005645     END-IF.
005646 0025-EXIT.
005647     EXIT.
005648 
005649*-------------------------------------------------------------
005650*Restart skip reads through the same source-aware read as the
005651*main loop, so the skip re-proves each source trailer and the
005652*per-source read counts come out right on a resumed run.
005653 0030-SKIP-RECORD.
005654     PERFORM 0100-READ-IN-FILE THRU 0100-EXIT.
005710 0030-EXIT.
005720     EXIT.
005730 
005846*line is proved and the next source started; a data line is
005847*counted and handed to the main loop.
005848 0105-READ-ONE-RECORD.
005849*    An absent resubmission or standing source is a verified,
005850*    empty source, not a short file: an absent resubmission
005851*    source passes the turn straight on to the standing
005852*    source, and EOF simply rises when the turn reaches an
005853*    absent standing source.
005854     IF TC-CURRENT-SOURCE = 4 AND TC-RESUB-ABSENT
005855         ADD 1 TO TC-CURRENT-SOURCE
005856     END-IF.
005857     IF TC-CURRENT-SOURCE = 5 AND TC-STANDING-ABSENT
005858         MOVE 'Y' TO TC-EOF-SWITCH
005859         GO TO 0105-EXIT
005860     END-IF.
005861     IF TC-CURRENT-SOURCE = 1
005862         READ IN-FILE-1 INTO MY-RECORD
005863             AT END
005864                 PERFORM 0130-SOURCE-SHORT THRU 0130-EXIT
005865         END-READ
005866     ELSE
005867         IF TC-CURRENT-SOURCE = 2
005868             READ IN-FILE-2 INTO MY-RECORD
005869                 AT END
005870                     PERFORM 0130-SOURCE-SHORT THRU 0130-EXIT
005871             END-READ
005872         ELSE
005873             IF TC-CURRENT-SOURCE = 3
005874                 READ IN-FILE-3 INTO MY-RECORD
005875                     AT END
005876                         PERFORM 0130-SOURCE-SHORT THRU 0130-EXIT
005877                 END-READ
005878             ELSE
005879                 IF TC-CURRENT-SOURCE = 4
005880                     READ IN-FILE-4 INTO MY-RECORD
005881                         AT END
005882                             PERFORM 0130-SOURCE-SHORT
005883                                 THRU 0130-EXIT
005884                     END-READ
005885                 ELSE
005886                     READ IN-FILE-5 INTO MY-RECORD
005887                         AT END
005888                             PERFORM 0130-SOURCE-SHORT
005889                                 THRU 0130-EXIT
005890                     END-READ
005891                 END-IF
005892             END-IF
005893         END-IF
005894     END-IF.
005895     IF MY-TRL-PRESENT
005896         PERFORM 0110-VERIFY-SOURCE-TRAILER THRU 0110-EXIT
005897     ELSE
005898*        Only the resubmission channel may assert an operator
005899*        ruling: a stray 'O' keyed into an office file must
005900*        not bypass the duplicate check or the movement caps,
005901*        so the override byte is blanked on every record that
005902*        did not arrive through RESUB.DAT.
005903         IF TC-CURRENT-SOURCE NOT = 4
005904             MOVE SPACE TO MY-OVERRIDE-FLAG
005905*            Nor may an office claim an earlier cycle re-dated
005906*            the record: only a resubmission carries a kept
005907*            original date.
005908             MOVE ZERO TO MY-ORIG-DATE
005909         END-IF
005910         MOVE 'Y' TO TC-DATA-READ-SWITCH
005911         ADD 1 TO TC-SRC-READ-COUNT (TC-CURRENT-SOURCE)
005912         ADD 1 TO TC-RECORDS-READ
005913     END-IF.
005914 0105-EXIT.
005915     EXIT.
005916
005917*-------------------------------------------------------------
005918*Proves the trailer just read against the records actually
005919*read from this source: a bad or missing count is the same
005920*hard stop as a short file. A proved source is logged and the
005921*next source started; after the last source the main loop's
005922*EOF rises.
005923 0110-VERIFY-SOURCE-TRAILER.
005924     IF MY-TRL-RECORD-COUNT NOT NUMERIC
005925       OR MY-TRL-RECORD-COUNT NOT =
005926                TC-SRC-READ-COUNT (TC-CURRENT-SOURCE)
005927         STRING 'SOURCE ' TC-CURRENT-SOURCE
005928                ' TRAILER COUNT MISMATCH'
005929             DELIMITED BY SIZE INTO TC-LOG-TEXT
005930         PERFORM 0135-SOURCE-FAIL THRU 0135-EXIT
005931     END-IF.
005932     STRING 'SOURCE ' TC-CURRENT-SOURCE
005933            ' VERIFIED, READS='
005934            TC-SRC-READ-COUNT (TC-CURRENT-SOURCE)
005935         DELIMITED BY SIZE INTO TC-LOG-TEXT.
005936     PERFORM 0010-WRITE-LOG-ENTRY THRU 0010-EXIT.
005937     IF TC-CURRENT-SOURCE < TC-LAST-SOURCE
005938         ADD 1 TO TC-CURRENT-SOURCE
005939     ELSE
005940         MOVE 'Y' TO TC-EOF-SWITCH
005941     END-IF.
005942 0110-EXIT.
005943     EXIT.
005944
005945*-------------------------------------------------------------
005946 0130-SOURCE-SHORT.
005947     STRING 'SOURCE ' TC-CURRENT-SOURCE
005948            ' ENDED WITHOUT TRAILER'
005949         DELIMITED BY SIZE INTO TC-LOG-TEXT.
005950     PERFORM 0135-SOURCE-FAIL THRU 0135-EXIT.
005951 0130-EXIT.
005952     EXIT.
005953
005954*-------------------------------------------------------------
005955*A source file failed its accounting: logs the staged reason
005956*loudly, abandons the run with RETURN-CODE 16, and leaves
005957*RESTART-DAT as last checkpointed so the rerun, with the
005958*source file fixed, resumes instead of double-processing.
005959 0135-SOURCE-FAIL.
005960     PERFORM 0010-WRITE-LOG-ENTRY THRU 0010-EXIT.
005961     MOVE 'SOURCE FILE FAILURE - RUN ABANDONED' TO TC-LOG-TEXT.
005962     PERFORM 0010-WRITE-LOG-ENTRY THRU 0010-EXIT.
005963     CLOSE IN-FILE-1
005964           IN-FILE-2
005965           IN-FILE-3
005966           IN-FILE-4
005967           IN-FILE-5
005968           ACCT-MASTER
005969           KEY-HISTORY
005970           PENDING-MASTER
005971           VALUE-WAREHOUSE
005972           RETRY-MASTER
005973           RETRY-EXC-FILE
005974           ACCT-DAY-MASTER
005975           BALANCE-MASTER
005976           FX-RATE-MASTER
005977           HIST-WORK
005978           DAY-WORK
005979           OUT-FILE
005980           ACTIVE-OUT-FILE
005981           OTHER-OUT-FILE
005982           AUDIT-FILE
005983           REJECT-FILE
005984           SUSPENSE-FILE
005985           RUN-LOG-FILE.
005986     MOVE 16 TO RETURN-CODE.
005987     STOP RUN.
005988 0135-EXIT.
005989     EXIT.
005990 
005991*-------------------------------------------------------------
005992*Edits the record MY-COPYBOOK just delivered before it goes
005993*anywhere near REAL-PROG: required fields present, numeric
005994*fields numeric, status flag one of the values MY-COPYBOOK
005995*declares. Sets TC-VALID-SWITCH and, on the first failure,
005996*the reject reason for 0160-WRITE-REJECT.
005997 0150-VALIDATE-RECORD.
005998     MOVE 'Y' TO TC-VALID-SWITCH.
005999     MOVE SPACES TO RJ-REASON-CODE.
006000     MOVE SPACES TO RJ-REASON-TEXT.
006001 
006002     IF MY-KEY = SPACES OR LOW-VALUES
006003         MOVE 'N' TO TC-VALID-SWITCH
006004         MOVE 'R001' TO RJ-REASON-CODE
006005         MOVE 'MISSING KEY' TO RJ-REASON-TEXT
006010     END-IF.
006020
006021     IF TC-RECORD-VALID
006028
006029*    A reversal's amount is not keyed; the amount backed out is
006030*    the one KEY-HISTORY recorded, so only details and
006031*    adjustments take the numeric amount edit - and, for a
006032*    foreign item, the conversion to base in 0152, before any
006033*    later edit looks at MY-AMOUNT.
006034     IF TC-RECORD-VALID
006035         IF NOT MY-TRAN-REVERSAL
006036             PERFORM 0152-CONVERT-AMOUNT THRU 0152-EXIT
006085         END-IF
006090     END-IF.
006091
006285            MOVE 'INVALID DATE' TO RJ-REASON-TEXT
006287        END-IF
006288     END-IF.
006289
006290*    Only a real date can be placed in an accounting period.
006291     IF TC-RECORD-VALID
006292         PERFORM 0157-CHECK-PERIOD THRU 0157-EXIT
006293     END-IF.
006294 0150-EXIT.
006295     EXIT.
006296
006297*-------------------------------------------------------------
006298*Amount edit and conversion to base. A base-currency item
006299*(blank MY-CURRENCY-CODE) takes the numeric edit on MY-AMOUNT
006300*as before, and MY-ORIG-AMOUNT is set equal to it so every
006301*record past the edits carries both. A foreign item takes the
006302*numeric edit on MY-ORIG-AMOUNT, reads the rate for its
006303*currency and the cycle date, and MY-AMOUNT becomes the
006304*converted amount, rounded to the cent. No rate for the
006305*currency at all, no rate for the cycle date, or a converted
006306*amount too large for the field fails the edit (R010).
006307 0152-CONVERT-AMOUNT.
006308     IF MY-CURRENCY-CODE = SPACES
006309         IF MY-AMOUNT NOT NUMERIC
006310             MOVE 'N' TO TC-VALID-SWITCH
006311             MOVE 'R002' TO RJ-REASON-CODE
006312             MOVE 'AMOUNT NOT NUMERIC' TO RJ-REASON-TEXT
006313         ELSE
006314             MOVE MY-AMOUNT TO MY-ORIG-AMOUNT
006315         END-IF
006316         GO TO 0152-EXIT
006317     END-IF.
006318     IF MY-ORIG-AMOUNT NOT NUMERIC
006319         MOVE 'N' TO TC-VALID-SWITCH
006320         MOVE 'R002' TO RJ-REASON-CODE
006321         MOVE 'AMOUNT NOT NUMERIC' TO RJ-REASON-TEXT
006322         GO TO 0152-EXIT
006323     END-IF.
006324     MOVE MY-CURRENCY-CODE TO FX-CURRENCY-CODE.
006325     MOVE TC-CYCLE-DATE TO FX-RATE-DATE.
006326     MOVE 'Y' TO TC-FX-FOUND-SWITCH.
006327     READ FX-RATE-MASTER
006328         INVALID KEY
006329             MOVE 'N' TO TC-FX-FOUND-SWITCH
006330     END-READ.
006331     IF NOT TC-FX-FOUND
006332         PERFORM 0153-CHECK-CURRENCY-KNOWN THRU 0153-EXIT
006333         MOVE 'N' TO TC-VALID-SWITCH
006334         MOVE 'R010' TO RJ-REASON-CODE
006335         IF TC-FX-FOUND
006336             MOVE 'NO RATE FOR CYCLE DATE' TO RJ-REASON-TEXT
006337         ELSE
006338             MOVE 'UNKNOWN CURRENCY' TO RJ-REASON-TEXT
006339         END-IF
006340         GO TO 0152-EXIT
006341     END-IF.
006342     COMPUTE MY-AMOUNT ROUNDED = MY-ORIG-AMOUNT * FX-RATE
006343         ON SIZE ERROR
006344             MOVE 'N' TO TC-VALID-SWITCH
006345             MOVE 'R010' TO RJ-REASON-CODE
006346             MOVE 'CONVERTED AMOUNT TOO LARGE' TO RJ-REASON-TEXT
006347     END-COMPUTE.
006348 0152-EXIT.
006349     EXIT.
006350
006351*-------------------------------------------------------------
006352*Tells an unknown currency from a known one missing today's
006353*rate: TC-FX-FOUND rises when the master holds any rate at
006354*all for the currency, on any date.
006355 0153-CHECK-CURRENCY-KNOWN.
006356     MOVE 'N' TO TC-FX-FOUND-SWITCH.
006357     MOVE MY-CURRENCY-CODE TO FX-CURRENCY-CODE.
006358     MOVE ZERO TO FX-RATE-DATE.
006359     START FX-RATE-MASTER KEY NOT < FX-RATE-KEY
006360         INVALID KEY
006361             GO TO 0153-EXIT
006362     END-START.
006363     READ FX-RATE-MASTER NEXT RECORD
006364         AT END
006365             GO TO 0153-EXIT
006366     END-READ.
006367     IF FX-CURRENCY-CODE = MY-CURRENCY-CODE
006368         MOVE 'Y' TO TC-FX-FOUND-SWITCH
006369     END-IF.
006370 0153-EXIT.
006371     EXIT.
006372
006373*-------------------------------------------------------------
006374*Proves MY-DATE is a real calendar date: month 01-12 and day
006375*within the month, February by the leap-year rule (divisible
006376*by 4, except centuries not divisible by 400). The digit
006377*edits in 0150 have already run, so the components are safe
006378*to compare.
006379 0155-CHECK-CALENDAR-DATE.
006380     MOVE 'Y' TO TC-DATE-VALID-SWITCH.
006381     IF MY-DATE-MM < 01 OR MY-DATE-MM > 12
006382        MOVE 'N' TO TC-DATE-VALID-SWITCH
006383        GO TO 0155-EXIT
006384     END-IF.
006385     MOVE 31 TO TC-MONTH-DAY-MAX.
006386     IF MY-DATE-MM = 04 OR MY-DATE-MM = 06
006387       OR MY-DATE-MM = 09 OR MY-DATE-MM = 11
006388        MOVE 30 TO TC-MONTH-DAY-MAX
006389     END-IF.
006390     IF MY-DATE-MM = 02
006391        MOVE 28 TO TC-MONTH-DAY-MAX
006392        DIVIDE MY-DATE-CCYY BY 4
006393            GIVING TC-LEAP-QUOTIENT
006394            REMAINDER TC-LEAP-REMAINDER
006395        IF TC-LEAP-REMAINDER = ZERO
006396            DIVIDE MY-DATE-CCYY BY 100
006397                GIVING TC-LEAP-QUOTIENT
006398                REMAINDER TC-LEAP-REMAINDER
006399            IF TC-LEAP-REMAINDER NOT = ZERO
006400                MOVE 29 TO TC-MONTH-DAY-MAX
006401            ELSE
006402                DIVIDE MY-DATE-CCYY BY 400
006403                    GIVING TC-LEAP-QUOTIENT
006404                    REMAINDER TC-LEAP-REMAINDER
006405                IF TC-LEAP-REMAINDER = ZERO
006406                    MOVE 29 TO TC-MONTH-DAY-MAX
006407                END-IF
006408            END-IF
006409        END-IF
006410     END-IF.
006411     IF MY-DATE-DD < 01 OR MY-DATE-DD > TC-MONTH-DAY-MAX
006412        MOVE 'N' TO TC-DATE-VALID-SWITCH
006413     END-IF.
006414 0155-EXIT.
006415     EXIT.
006416
006417*-------------------------------------------------------------
006418*Proves MY-DATE against the accounting period calendar. A
006419*record dated in a locked period fails the edit (R011). One
006420*dated in a closed but adjustable period is re-dated to
006421*TC-REDATE-DATE in the current open period, the date as
006422*keyed kept in MY-ORIG-DATE; a record an earlier cycle
006423*already re-dated keeps its first original date. MY-ORIG-DATE
006424*is zero on every record never re-dated, including one filed
006425*on the warehouse or retry queue before the field existed.
006426 0157-CHECK-PERIOD.
006427     IF MY-ORIG-DATE NOT NUMERIC
006428         MOVE ZERO TO MY-ORIG-DATE
006429     END-IF.
006430     IF NOT TC-PERIOD-CONTROL
006431         GO TO 0157-EXIT
006432     END-IF.
006433     MOVE MY-DATE (1:6) TO TC-REC-PERIOD.
006434     PERFORM 0158-FIND-PERIOD THRU 0158-EXIT.
006435     IF TC-REC-PERIOD-LOCKED
006436         MOVE 'N' TO TC-VALID-SWITCH
006437         MOVE 'R011' TO RJ-REASON-CODE
006438         MOVE 'ACCOUNTING PERIOD LOCKED' TO RJ-REASON-TEXT
006439         ADD 1 TO TC-PERIOD-LOCKED-COUNT
006440         GO TO 0157-EXIT
006441     END-IF.
006442     IF TC-REC-PERIOD-CLOSED
006443         IF MY-ORIG-DATE = ZERO
006444             MOVE MY-DATE TO MY-ORIG-DATE
006445         END-IF
006446         MOVE TC-REDATE-DATE TO MY-DATE
006447         ADD 1 TO TC-PERIOD-REDATED-COUNT
006448     END-IF.
006449 0157-EXIT.
006450     EXIT.
006451
006452*-------------------------------------------------------------
006453*Sets TC-REC-PERIOD-STATUS for TC-REC-PERIOD from the calendar:
006454*the period's own line when it has one, locked when it comes
006455*before the first period on the calendar, otherwise open.
006456 0158-FIND-PERIOD.
006457     MOVE 'O' TO TC-REC-PERIOD-STATUS.
006458     IF TC-REC-PERIOD < TC-PERIOD-FIRST
006459         MOVE 'L' TO TC-REC-PERIOD-STATUS
006460         GO TO 0158-EXIT
006461     END-IF.
006462     SET TC-PERIOD-IDX TO 1.
006463     SEARCH TC-PERIOD-ENTRY
006464         AT END
006465             CONTINUE
006466         WHEN TC-PE-PERIOD (TC-PERIOD-IDX) = TC-REC-PERIOD
006467             MOVE TC-PE-STATUS (TC-PERIOD-IDX)
006468                 TO TC-REC-PERIOD-STATUS
006469     END-SEARCH.
006470 0158-EXIT.
006471     EXIT.
006472 
006473*-------------------------------------------------------------
006474 0160-WRITE-REJECT.
006475     MOVE MY-KEY TO RJ-KEY.
006476     MOVE MY-RECORD TO RJ-ORIGINAL-RECORD.
006477     MOVE TC-SOURCE-ID (TC-CURRENT-SOURCE) TO RJ-SOURCE-ID.
006478     MOVE TC-CYCLE-DATE TO RJ-CYCLE-DATE.
006479     WRITE REJECT-RECORD.
006480     ADD 1 TO TC-REJECT-COUNT.
006481     ADD 1 TO TC-SRC-REJECT-COUNT (TC-CURRENT-SOURCE).
006482 0160-EXIT.
006483     EXIT.
006484
006485*-------------------------------------------------------------
006486*Decides whether the record the edits just passed is dated
006487*past the cycle date. The digit and calendar edits have
006488*already run, so MY-DATE is safe to compare numerically.
006489 0165-CHECK-VALUE-DATE.
006490     MOVE 'N' TO TC-FUTURE-SWITCH.
006491     MOVE MY-DATE TO TC-WORK-DATE.
006492     IF TC-WORK-DATE > TC-CYCLE-DATE
006493         MOVE 'Y' TO TC-FUTURE-SWITCH
006494     END-IF.
006495 0165-EXIT.
006496     EXIT.
006497
006498*-------------------------------------------------------------
006499*Files the future-dated record on the warehouse under its own
006500*value date. The sequence number is probed upward so two
006501*identical holds for one key and date both keep; a record
006502*already warehoused by an aborted attempt of this same cycle
006503*reads as its own image at every sequence and is left as
006504*found rather than doubled.
006505 0176-WRITE-WAREHOUSE.
006506     MOVE 'N' TO TC-WHSE-STORED-SWITCH.
006507     MOVE SPACES TO WHSE-RECORD.
006508     MOVE MY-DATE TO WH-VALUE-DATE.
006509     MOVE MY-KEY TO WH-KEY.
006510     MOVE ZERO TO WH-SEQ.
006511     MOVE TC-SOURCE-ID (TC-CURRENT-SOURCE) TO WH-SOURCE-ID.
006512     MOVE TC-CYCLE-DATE TO WH-STORED-DATE.
006513     MOVE MY-RECORD TO WH-ORIGINAL-RECORD.
006514     PERFORM 0177-STORE-WAREHOUSE-ENTRY THRU 0177-EXIT
006515         UNTIL TC-WHSE-STORED OR WH-SEQ > 998.
006516     ADD 1 TO TC-WAREHOUSE-COUNT.
006517     STRING 'WAREHOUSED TO ' WH-VALUE-DATE
006518            ' KEY=' MY-KEY
006519         DELIMITED BY SIZE INTO TC-LOG-TEXT.
006520     PERFORM 0010-WRITE-LOG-ENTRY THRU 0010-EXIT.
006521 0176-EXIT.
006522     EXIT.
006523
006524*-------------------------------------------------------------
006525*One write attempt at the current sequence number; a key
006526*already in use holding this same record image means an
006527*aborted attempt already filed it, any other collision bumps
006528*the sequence and tries again.
006529 0177-STORE-WAREHOUSE-ENTRY.
006530     ADD 1 TO WH-SEQ.
006531     WRITE WHSE-RECORD
006532         INVALID KEY
006533             PERFORM 0178-CHECK-WAREHOUSE-DUP THRU 0178-EXIT
006534         NOT INVALID KEY
006535             MOVE 'Y' TO TC-WHSE-STORED-SWITCH
006536     END-WRITE.
006537 0177-EXIT.
006538     EXIT.
006539
006540*-------------------------------------------------------------
006541 0178-CHECK-WAREHOUSE-DUP.
006542     READ VALUE-WAREHOUSE
006543         INVALID KEY
006544             GO TO 0178-EXIT
006545     END-READ.
006546     IF WH-ORIGINAL-RECORD = MY-RECORD
006547        AND WH-STORED-DATE = TC-CYCLE-DATE
006548         MOVE 'Y' TO TC-WHSE-STORED-SWITCH
006549     ELSE
006550         MOVE TC-SOURCE-ID (TC-CURRENT-SOURCE) TO WH-SOURCE-ID
006551         MOVE TC-CYCLE-DATE TO WH-STORED-DATE
006552         MOVE MY-RECORD TO WH-ORIGINAL-RECORD
006553     END-IF.
006554 0178-EXIT.
006555     EXIT.
006556
006557*-------------------------------------------------------------
006558*Reads ACCT-MASTER for the key the field edits just passed.
006559*A key with no master record, or one whose account is closed,
006560*fails the edit the same way a field edit does: TC-VALID-SWITCH
006561*drops and the reject reason is staged for 0160-WRITE-REJECT.
006562*A found, open account leaves ACCT-RECORD populated for
006563*0220-WRITE-DETAIL's name and branch enrichment. A dormant
006564*account passes the edit but sets TC-ACCT-DORMANT with the
006565*S004 suspense reason staged: the caller parks the record on
006566*SUSPENSE-FILE for review rather than posting it.
006567 0170-LOOKUP-ACCOUNT.
006568     MOVE 'N' TO TC-DORMANT-SWITCH.
006569     MOVE MY-KEY TO AM-ACCT-KEY.
006570     READ ACCT-MASTER
006571         INVALID KEY
006572             MOVE 'N' TO TC-VALID-SWITCH
006573             MOVE 'R005' TO RJ-REASON-CODE
006574             MOVE 'ACCOUNT NOT ON MASTER' TO RJ-REASON-TEXT
006575     END-READ.
006576     IF TC-RECORD-VALID
006577         IF AM-ACCT-CLOSED
006578             MOVE 'N' TO TC-VALID-SWITCH
006579             MOVE 'R006' TO RJ-REASON-CODE
006580             MOVE 'ACCOUNT CLOSED' TO RJ-REASON-TEXT
006581         END-IF
006582         IF AM-ACCT-DORMANT
006583             MOVE 'Y' TO TC-DORMANT-SWITCH
006584             MOVE 'S004' TO TC-SUSP-REASON-CODE
006585             MOVE 'ACCOUNT DORMANT - REVIEW'
006586                 TO TC-SUSP-REASON-TEXT
006587         END-IF
006588     END-IF.
006589 0170-EXIT.
006590     EXIT.
006591
006592*-------------------------------------------------------------
006593*Builds the record's KEY-HISTORY image in HIST-RECORD for
006594*0180-CHECK-HISTORY's probe and 0240-WRITE-HISTORY's append.
006595*A blank transaction type is stored normalized to 'D' so a
006596*detail keyed blank and the same detail re-sent keyed 'D'
006597*read as the one image.
006598 0175-BUILD-HISTORY-IMAGE.
006599     MOVE SPACES TO HIST-RECORD.
006600     MOVE MY-KEY TO KH-KEY.
006601*    A foreign item's image carries the amount as keyed, in
006602*    its own currency, so a re-send on a later day is still
006603*    caught whatever that day's rate.
006604     IF MY-CURRENCY-CODE NOT = SPACES
006605        AND NOT MY-TRAN-REVERSAL
006606         MOVE MY-ORIG-AMOUNT (1:9) TO KH-AMOUNT
006607     ELSE
006608         MOVE MY-AMOUNT (1:9) TO KH-AMOUNT
006609     END-IF.
006610     MOVE MY-DATE TO KH-DATE.
006611*    A record re-dated out of a closed period keeps the date
006612*    as keyed in its image, so a re-send is caught whatever
006613*    open period it lands in.
006614     IF MY-ORIG-DATE NUMERIC
006615         IF MY-ORIG-DATE > ZERO
006616             MOVE MY-ORIG-DATE TO KH-DATE
006617         END-IF
006618     END-IF.
006619     IF MY-TRAN-DETAIL
006620         MOVE 'D' TO KH-TRAN-TYPE
006621     ELSE
006622         MOVE MY-TRAN-TYPE TO KH-TRAN-TYPE
006623     END-IF.
006624 0175-EXIT.
006625     EXIT.
006626
006627*-------------------------------------------------------------
006628*Reads KEY-HISTORY for this record's full key/amount/date/
006629*type image. A hit means a prior cycle (or an earlier record
006630*this run) already processed the identical record:
006631*TC-DUP-SWITCH is set so 0200-PROCESS-RECORD diverts it to
006632*SUSPENSE-FILE for an operator decision instead of calling
006633*REAL-PROG again. A partition also looks in its own
006634*HIST-WORK, where what it processed this batch waits for the
006635*merge step.
006636 0180-CHECK-HISTORY.
006637     MOVE 'N' TO TC-DUP-SWITCH.
006638*    An override-flagged record is one an operator has already
006639*    ruled on (a released suspense item or a corrected
006640*    resubmission): the duplicate probe is skipped so it cannot
006641*    bounce back onto suspense.
006642     IF MY-OVERRIDE-PRESENT
006643         GO TO 0180-EXIT
006644     END-IF.
006645     PERFORM 0175-BUILD-HISTORY-IMAGE THRU 0175-EXIT.
006646     READ KEY-HISTORY
006647         INVALID KEY
006648             IF TC-PARTITION-RUN
006649                 PERFORM 0181-CHECK-WORK-HISTORY THRU 0181-EXIT
006650             END-IF
006651         NOT INVALID KEY
006652             MOVE 'Y' TO TC-DUP-SWITCH
006653     END-READ.
006654 0180-EXIT.
006655     EXIT.
006656
006657*-------------------------------------------------------------
006658*Partition side of 0180: an image this partition wrote earlier
006659*in the batch (or its aborted attempt wrote) is on HIST-WORK,
006660*not yet on KEY-HISTORY, and is a duplicate all the same. A
006661*hit leaves the work image in HIST-RECORD for 0185's replay
006662*test.
006663 0181-CHECK-WORK-HISTORY.
006664     PERFORM 0175-BUILD-HISTORY-IMAGE THRU 0175-EXIT.
006665     MOVE KH-HIST-KEY TO HW-HIST-KEY.
006666     READ HIST-WORK INTO HIST-RECORD
006667         INVALID KEY
006668             CONTINUE
006669         NOT INVALID KEY
006670             MOVE 'Y' TO TC-DUP-SWITCH
006671     END-READ.
006672 0181-EXIT.
006673     EXIT.
006674
006675*-------------------------------------------------------------
006676*Decides whether the duplicate 0180 just found is a same-run
006677*replay rather than a cross-day re-send. Only a resumed run
006678*can replay, only against an image the aborted attempt of
006679*this same cycle wrote (KH-PROC-DATE matches the
006680*checkpointed cycle date), only within one checkpoint
006681*interval of the skip point (beyond that another checkpoint
006682*would have been taken), and only when the stored effective
006683*amount proves numeric. A same-day upstream duplicate
006684*landing inside that narrow window is indistinguishable and
006685*is re-counted rather than suspensed; the replay log lines
006686*leave the trail for the operator.
006687 0185-CHECK-REPLAY.
006688     MOVE 'N' TO TC-REPLAY-SWITCH.
006689     IF TC-SKIP-COUNT = ZERO
006690         GO TO 0185-EXIT
006691     END-IF.
006692     IF KH-PROC-DATE NOT = TC-RESTART-CYCLE-DATE
006693         GO TO 0185-EXIT
006694     END-IF.
006695*    Two batches can share a cycle date now: only an image
006696*    this same batch wrote can be this run's own replay.
006697     IF KH-BATCH-SEQ NOT NUMERIC
006698         GO TO 0185-EXIT
006699     END-IF.
006700     IF KH-BATCH-SEQ NOT = TC-RESTART-BATCH-SEQ
006701         GO TO 0185-EXIT
006702     END-IF.
006703     COMPUTE TC-REPLAY-DEPTH =
006704         TC-RECORDS-READ - TC-SKIP-COUNT.
006705     IF TC-REPLAY-DEPTH > TC-CHECKPOINT-INTERVAL
006706         GO TO 0185-EXIT
006707     END-IF.
006708     MOVE KH-EFFECTIVE-AMOUNT TO TC-HIST-AMOUNT.
006709     IF TC-HIST-AMOUNT-NUM NOT NUMERIC
006710         GO TO 0185-EXIT
006711     END-IF.
006712     MOVE 'Y' TO TC-REPLAY-SWITCH.
006713 0185-EXIT.
006714     EXIT.
006715
006716*-------------------------------------------------------------
006717*Parks the current record on SUSPENSE-FILE for an operator
006718*decision, under the reason the caller staged in
006719*TC-SUSP-REASON-CODE/-TEXT (S001 duplicate, S002/S003 over a
006720*limit, S004 dormant account).
006721 0190-WRITE-SUSPENSE.
006722     MOVE MY-KEY TO SU-KEY.
006723     MOVE TC-SUSP-REASON-CODE TO SU-REASON-CODE.
006724     MOVE TC-SUSP-REASON-TEXT TO SU-REASON-TEXT.
006725     MOVE MY-RECORD TO SU-ORIGINAL-RECORD.
006726     MOVE TC-SOURCE-ID (TC-CURRENT-SOURCE) TO SU-SOURCE-ID.
006727     MOVE TC-CYCLE-DATE TO SU-CYCLE-DATE.
006728     WRITE SUSPENSE-RECORD.
006729     ADD 1 TO TC-SUSPENSE-COUNT.
006730 0190-EXIT.
006731     EXIT.
006732
006733*-------------------------------------------------------------
006734*Recovers the original-currency amount and currency from the
006735*history image in HIST-RECORD, for a reversal's target or a
006736*restart replay. An image from before the currency fields
006737*carries none and is taken as base, at the stored effective
006738*amount already in TC-HIST-AMOUNT.
006739 0191-SET-HISTORY-ORIGINAL.
006740     MOVE KH-ORIG-AMOUNT TO TC-HIST-ORIG.
006741     IF TC-HIST-ORIG-NUM NUMERIC
006742         MOVE TC-HIST-ORIG-NUM TO TC-EFFECTIVE-ORIG
006743         MOVE KH-CURRENCY-CODE TO TC-EFFECTIVE-CURRENCY
006744     ELSE
006745         MOVE TC-HIST-AMOUNT-NUM TO TC-EFFECTIVE-ORIG
006746         MOVE SPACES TO TC-EFFECTIVE-CURRENCY
006747     END-IF.
006748 0191-EXIT.
006749     EXIT.
006750
006751*-------------------------------------------------------------
006752*Sets the effective amount in the record's own currency beside
006753*the base one: a detail carries MY-ORIG-AMOUNT as keyed, an
006754*adjustment its negated delta. A record from before the
006755*currency fields (a warehouse or retry entry filed earlier)
006756*carries no original amount and is taken as base.
006757 0192-SET-ORIGINAL-AMOUNT.
006758     IF MY-ORIG-AMOUNT NOT NUMERIC
006759         MOVE TC-EFFECTIVE-AMOUNT TO TC-EFFECTIVE-ORIG
006760         MOVE SPACES TO TC-EFFECTIVE-CURRENCY
006761         GO TO 0192-EXIT
006762     END-IF.
006763     IF MY-TRAN-ADJUSTMENT
006764         COMPUTE TC-EFFECTIVE-ORIG = ZERO - MY-ORIG-AMOUNT
006765     ELSE
006766         MOVE MY-ORIG-AMOUNT TO TC-EFFECTIVE-ORIG
006767     END-IF.
006768     MOVE MY-CURRENCY-CODE TO TC-EFFECTIVE-CURRENCY.
006769 0192-EXIT.
006770     EXIT.
006771
006772*-------------------------------------------------------------
006773*Reads the next day-total entry for 0099's purge walk. The
006774*walk ends at the first entry of the current cycle date:
006775*the key is date-first, so every later entry is current too.
006776 0193-READ-DAY-TOTAL.
006777     READ ACCT-DAY-MASTER NEXT RECORD
006778         AT END
006779             MOVE 'Y' TO TC-DAYTOT-EOF-SWITCH
006780     END-READ.
006781     IF NOT TC-DAYTOT-EOF
006782         IF AD-CYCLE-DATE >= TC-CYCLE-DATE
006783             MOVE 'Y' TO TC-DAYTOT-EOF-SWITCH
006784         END-IF
006785     END-IF.
006786 0193-EXIT.
006787     EXIT.
006788
006789*-------------------------------------------------------------
006790 0194-PURGE-STALE-DAY-TOTAL.
006791     DELETE ACCT-DAY-MASTER
006792         INVALID KEY
006793             CONTINUE
006794     END-DELETE.
006795     PERFORM 0193-READ-DAY-TOTAL THRU 0193-EXIT.
006796 0194-EXIT.
006797     EXIT.
006798
006799*-------------------------------------------------------------
006800*Sets TC-EFFECTIVE-AMOUNT, the signed amount this record moves
006801*through OUT-FILE, the fan-out files and the control totals:
006802*an ordinary detail adds MY-AMOUNT as today, an adjustment
006803*subtracts its signed delta, and a reversal backs out the full
006804*amount 0196-FIND-REVERSAL-TARGET recovers from KEY-HISTORY.
006805 0195-SET-EFFECTIVE-AMOUNT.
006806     MOVE 'N' TO TC-RVSL-CLAIM-SWITCH.
006807     IF MY-TRAN-ADJUSTMENT
006808         COMPUTE TC-EFFECTIVE-AMOUNT = ZERO - MY-AMOUNT
006809     ELSE
006810         IF MY-TRAN-REVERSAL
006811             PERFORM 0196-FIND-REVERSAL-TARGET THRU 0196-EXIT
006812         ELSE
006813             MOVE MY-AMOUNT TO TC-EFFECTIVE-AMOUNT
006814         END-IF
006815     END-IF.
006816     IF NOT MY-TRAN-REVERSAL
006817         PERFORM 0192-SET-ORIGINAL-AMOUNT THRU 0192-EXIT
006818     END-IF.
006819 0195-EXIT.
006820     EXIT.
006821
006822*-------------------------------------------------------------
006823*Finds the processed record a reversal names: the first
006824*KEY-HISTORY detail or adjustment image whose key matches
006825*MY-KEY and whose stored amount proves numeric, scanned in
006826*key order by 0197 from a START at the key with the rest of
006827*the image at LOW-VALUES. Reversal images are passed over, so
006828*a reversal can never back out a prior reversal and a damaged
006829*image can never reach the arithmetic. The find only stages
006830*the target: the image is consumed by 0216-CLAIM-REVERSAL-
006831*TARGET when the reversal actually posts, so a reversal
006832*diverted to suspense or the retry queue strands nothing. A
006833*reversal with no unconsumed record to back out fails the
006834*edit (R009).
006835 0196-FIND-REVERSAL-TARGET.
006836     MOVE 'N' TO TC-RVSL-FOUND-SWITCH.
006837     MOVE 'N' TO TC-RVSL-EOF-SWITCH.
006838     MOVE MY-KEY TO KH-KEY.
006839     MOVE LOW-VALUES TO KH-AMOUNT.
006840     MOVE LOW-VALUES TO KH-DATE.
006841     MOVE LOW-VALUES TO KH-TRAN-TYPE.
006842     START KEY-HISTORY KEY NOT < KH-HIST-KEY
006843         INVALID KEY
006844             MOVE 'Y' TO TC-RVSL-EOF-SWITCH
006845     END-START.
006846     PERFORM 0197-SCAN-HISTORY-ENTRY THRU 0197-EXIT
006847         UNTIL TC-RVSL-FOUND OR TC-RVSL-EOF.
006848*    A partition's own processed images wait on HIST-WORK: a
006849*    reversal of something it posted earlier in the batch
006850*    finds its target there.
006851     IF TC-PARTITION-RUN AND NOT TC-RVSL-FOUND
006852         PERFORM 0183-FIND-WORK-TARGET THRU 0183-EXIT
006853     END-IF.
006854     IF TC-RVSL-FOUND
006855         COMPUTE TC-EFFECTIVE-AMOUNT =
006856             ZERO - TC-HIST-AMOUNT-NUM
006857         PERFORM 0191-SET-HISTORY-ORIGINAL THRU 0191-EXIT
006858         COMPUTE TC-EFFECTIVE-ORIG = ZERO - TC-EFFECTIVE-ORIG
006859         MOVE KH-HIST-KEY TO TC-RVSL-TARGET-KEY
006860         MOVE 'Y' TO TC-RVSL-CLAIM-SWITCH
006861     ELSE
006862         MOVE 'N' TO TC-VALID-SWITCH
006863         MOVE 'R009' TO RJ-REASON-CODE
006864         MOVE 'NO PROCESSED RECORD FOR RVSL' TO RJ-REASON-TEXT
006865     END-IF.
006866 0196-EXIT.
006867     EXIT.
006868
006869*-------------------------------------------------------------
006870*Reads the next history entry for 0196's scan. The scan ends
006871*when the key changes or the history runs out; it succeeds on
006872*the first unconsumed detail or adjustment image whose
006873*stored effective amount is numeric, leaving that amount in
006874*TC-HIST-AMOUNT. Images already claimed by an earlier
006875*reversal (KH-IS-USED) are passed over, so each image can be
006876*backed out once and only once.
006877 0197-SCAN-HISTORY-ENTRY.
006878     READ KEY-HISTORY NEXT RECORD
006879         AT END
006880             MOVE 'Y' TO TC-RVSL-EOF-SWITCH
006881     END-READ.
006882     IF NOT TC-RVSL-EOF
006883         IF KH-KEY NOT = MY-KEY
006884             MOVE 'Y' TO TC-RVSL-EOF-SWITCH
006885         ELSE
006886             IF KH-TRAN-DETAIL OR KH-TRAN-ADJUSTMENT
006887                IF NOT KH-IS-USED
006888*                   The amount backed out is the effective
006889*                   amount the record actually moved through
006890*                   the books - for an adjustment that is the
006891*                   negated delta, not the delta as keyed -
006892*                   so a reversal nets any target image to
006893*                   zero.
006894                     MOVE KH-EFFECTIVE-AMOUNT
006895                        TO TC-HIST-AMOUNT
006896                     IF TC-HIST-AMOUNT-NUM NUMERIC
006897                         MOVE 'Y' TO TC-RVSL-FOUND-SWITCH
006898                     END-IF
006899                END-IF
006900             END-IF
006901         END-IF
006902     END-IF.
006903*    A partition may already have spent this master image on an
006904*    earlier reversal of its own; that claim sits on HIST-WORK
006905*    until the merge step carries it to KEY-HISTORY.
006906     IF TC-RVSL-FOUND AND TC-PARTITION-RUN
006907         PERFORM 0182-CHECK-WORK-CLAIM THRU 0182-EXIT
006908     END-IF.
006909 0197-EXIT.
006910     EXIT.
006911
006912*-------------------------------------------------------------
006913 0182-CHECK-WORK-CLAIM.
006914     MOVE KH-HIST-KEY TO HW-HIST-KEY.
006915     READ HIST-WORK
006916         INVALID KEY
006917             GO TO 0182-EXIT
006918     END-READ.
006919     IF HW-IS-USED
006920         MOVE 'N' TO TC-RVSL-FOUND-SWITCH
006921     END-IF.
006922 0182-EXIT.
006923     EXIT.
006924
006925*-------------------------------------------------------------
006926*Partition side of 0196's scan: the same search over
006927*HIST-WORK, from a START at the key with the rest of the
006928*image at LOW-VALUES, by the same rules as 0197.
006929 0183-FIND-WORK-TARGET.
006930     MOVE 'N' TO TC-RVSL-EOF-SWITCH.
006931     MOVE LOW-VALUES TO HW-HIST-KEY.
006932     MOVE MY-KEY TO HW-HIST-KEY (1:10).
006933     START HIST-WORK KEY NOT < HW-HIST-KEY
006934         INVALID KEY
006935             MOVE 'Y' TO TC-RVSL-EOF-SWITCH
006936     END-START.
006937     PERFORM 0184-SCAN-WORK-ENTRY THRU 0184-EXIT
006938         UNTIL TC-RVSL-FOUND OR TC-RVSL-EOF.
006939 0183-EXIT.
006940     EXIT.
006941
006942*-------------------------------------------------------------
006943 0184-SCAN-WORK-ENTRY.
006944     READ HIST-WORK NEXT RECORD INTO HIST-RECORD
006945         AT END
006946             MOVE 'Y' TO TC-RVSL-EOF-SWITCH
006947             GO TO 0184-EXIT
006948     END-READ.
006949     IF KH-KEY NOT = MY-KEY
006950         MOVE 'Y' TO TC-RVSL-EOF-SWITCH
006951         GO TO 0184-EXIT
006952     END-IF.
006953     IF (KH-TRAN-DETAIL OR KH-TRAN-ADJUSTMENT)
006954        AND NOT KH-IS-USED
006955         MOVE KH-EFFECTIVE-AMOUNT TO TC-HIST-AMOUNT
006956         IF TC-HIST-AMOUNT-NUM NUMERIC
006957             MOVE 'Y' TO TC-RVSL-FOUND-SWITCH
006958         END-IF
006959     END-IF.
006960 0184-EXIT.
006961     EXIT.
006962
006963*-------------------------------------------------------------
006964*Proves the record's effective amount against the account's
006965*movement caps before anything posts. A zero cap means no
006966*limit. The per-transaction cap takes the amount's magnitude;
006967*the daily cap takes the account's accumulated magnitude for
006968*the cycle date, held on ACCT-DAY-MASTER. A record the
006969*supervisor has
006970*already overridden (MY-OVERRIDE-PRESENT) passes unchecked.
006971*An over-limit record raises TC-OVER-LIMIT with the suspense
006972*reason staged for 0190-WRITE-SUSPENSE.
006973 0198-CHECK-ACCOUNT-LIMITS.
006974     MOVE 'N' TO TC-LIMIT-SWITCH.
006975     IF MY-OVERRIDE-PRESENT
006976         GO TO 0198-EXIT
006977     END-IF.
006978     IF AM-TRAN-LIMIT NOT NUMERIC
006979        OR AM-DAILY-LIMIT NOT NUMERIC
006980         GO TO 0198-EXIT
006981     END-IF.
006982     IF TC-EFFECTIVE-AMOUNT < ZERO
006983         COMPUTE TC-ABS-AMOUNT = ZERO - TC-EFFECTIVE-AMOUNT
006984     ELSE
006985         MOVE TC-EFFECTIVE-AMOUNT TO TC-ABS-AMOUNT
006986     END-IF.
006987     IF AM-TRAN-LIMIT > ZERO
006988        AND TC-ABS-AMOUNT > AM-TRAN-LIMIT
006989         MOVE 'Y' TO TC-LIMIT-SWITCH
006990         MOVE 'S002' TO TC-SUSP-REASON-CODE
006991         MOVE 'OVER PER-TRAN LIMIT' TO TC-SUSP-REASON-TEXT
006992         GO TO 0198-EXIT
006993     END-IF.
006994     IF AM-DAILY-LIMIT > ZERO
006995         PERFORM 0199-APPLY-DAILY-LIMIT THRU 0199-EXIT
006996     END-IF.
006997 0198-EXIT.
006998     EXIT.
006999
007000*-------------------------------------------------------------
007001*Proves the daily cap against the account's cumulative
007002*movement for this cycle date on ACCT-DAY-MASTER, which
007003*persists across every batch of the date and across a
007004*restart. An amount that would push the accumulated movement
007005*past the cap is over-limit and is not accumulated, so the
007006*next smaller record for the account can still pass.
007007 0199-APPLY-DAILY-LIMIT.
007008     IF TC-PARTITION-RUN
007009         PERFORM 0188-APPLY-PARTITION-DAY-LIMIT THRU 0188-EXIT
007010         GO TO 0199-EXIT
007011     END-IF.
007012     MOVE 'N' TO TC-DAYTOT-FOUND-SWITCH.
007013     MOVE TC-CYCLE-DATE TO AD-CYCLE-DATE.
007014     MOVE MY-KEY TO AD-ACCT-KEY.
007015     READ ACCT-DAY-MASTER
007016         INVALID KEY
007017             MOVE ZERO TO AD-AMOUNT
007018         NOT INVALID KEY
007019             MOVE 'Y' TO TC-DAYTOT-FOUND-SWITCH
007020     END-READ.
007021     IF AD-AMOUNT NOT NUMERIC
007022         MOVE ZERO TO AD-AMOUNT
007023     END-IF.
007024     IF AD-AMOUNT + TC-ABS-AMOUNT > AM-DAILY-LIMIT
007025         MOVE 'Y' TO TC-LIMIT-SWITCH
007026         MOVE 'S003' TO TC-SUSP-REASON-CODE
007027         MOVE 'OVER DAILY LIMIT' TO TC-SUSP-REASON-TEXT
007028         GO TO 0199-EXIT
007029     END-IF.
007030     ADD TC-ABS-AMOUNT TO AD-AMOUNT.
007031     MOVE TC-CYCLE-DATE TO AD-CYCLE-DATE.
007032     MOVE MY-KEY TO AD-ACCT-KEY.
007033     MOVE TC-BATCH-SEQ TO AD-LAST-BATCH-SEQ.
007034     MOVE TC-PARTITION TO AD-LAST-PARTITION.
007035     IF TC-DAYTOT-FOUND
007036         REWRITE DAYTOT-RECORD
007037             INVALID KEY
007038                 CONTINUE
007039         END-REWRITE
007040     ELSE
007041         WRITE DAYTOT-RECORD
007042             INVALID KEY
007043                 CONTINUE
007044         END-WRITE
007045     END-IF.
007046 0199-EXIT.
007047     EXIT.
007048
007049*-------------------------------------------------------------
007050*Partition side of 0199. ACCT-DAY-MASTER holds what earlier
007051*batches of the date moved and is only read here; the
007052*partition's own movement accumulates on DAY-WORK, and the
007053*cap is proved against the two together. What the other
007054*partitions of the batch move is not visible until the merge
007055*step adds every partition's totals to the master, and a cap
007056*passed between them is reported there.
007057 0188-APPLY-PARTITION-DAY-LIMIT.
007058     MOVE TC-CYCLE-DATE TO AD-CYCLE-DATE.
007059     MOVE MY-KEY TO AD-ACCT-KEY.
007060     READ ACCT-DAY-MASTER
007061         INVALID KEY
007062             MOVE ZERO TO AD-AMOUNT
007063     END-READ.
007064     IF AD-AMOUNT NOT NUMERIC
007065         MOVE ZERO TO AD-AMOUNT
007066     END-IF.
007067     MOVE AD-AMOUNT TO TC-DAY-PRIOR-AMOUNT.
007068     MOVE 'Y' TO TC-WORK-FOUND-SWITCH.
007069     MOVE TC-CYCLE-DATE TO DW-CYCLE-DATE.
007070     MOVE MY-KEY TO DW-ACCT-KEY.
007071     READ DAY-WORK
007072         INVALID KEY
007073             MOVE 'N' TO TC-WORK-FOUND-SWITCH
007074             MOVE SPACES TO DAYWORK-RECORD
007075             MOVE ZERO TO DW-AMOUNT
007076     END-READ.
007077     IF TC-DAY-PRIOR-AMOUNT + DW-AMOUNT + TC-ABS-AMOUNT
007078             > AM-DAILY-LIMIT
007079         MOVE 'Y' TO TC-LIMIT-SWITCH
007080         MOVE 'S003' TO TC-SUSP-REASON-CODE
007081         MOVE 'OVER DAILY LIMIT' TO TC-SUSP-REASON-TEXT
007082         GO TO 0188-EXIT
007083     END-IF.
007084     ADD TC-ABS-AMOUNT TO DW-AMOUNT.
007085     MOVE TC-CYCLE-DATE TO DW-CYCLE-DATE.
007086     MOVE MY-KEY TO DW-ACCT-KEY.
007087     IF TC-WORK-FOUND
007088         REWRITE DAYWORK-RECORD
007089             INVALID KEY
007090                 CONTINUE
007091         END-REWRITE
007092     ELSE
007093         WRITE DAYWORK-RECORD
007094             INVALID KEY
007095                 CONTINUE
007096         END-WRITE
007097     END-IF.
007098 0188-EXIT.
007099     EXIT.
007100
007101*-------------------------------------------------------------
007102 0200-PROCESS-RECORD.
007103     PERFORM 0150-VALIDATE-RECORD THRU 0150-EXIT.
007104*    A valid record dated past the cycle date is held on the
007105*    warehouse, not posted early: it skips the edits and the
007106*    CALL entirely and rejoins the cycle whose date matches.
007107     IF TC-RECORD-VALID
007108         PERFORM 0165-CHECK-VALUE-DATE THRU 0165-EXIT
007109         IF TC-FUTURE-DATED
007110             PERFORM 0176-WRITE-WAREHOUSE THRU 0176-EXIT
007111             GO TO 0200-NEXT
007112         END-IF
007113     END-IF.
007114     IF TC-RECORD-VALID
007115         PERFORM 0170-LOOKUP-ACCOUNT THRU 0170-EXIT
007116         IF TC-RECORD-VALID AND TC-ACCT-DORMANT
007117             PERFORM 0190-WRITE-SUSPENSE THRU 0190-EXIT
007118             GO TO 0200-NEXT
007119         END-IF
007120     END-IF.
007121     IF TC-RECORD-VALID
007122         PERFORM 0180-CHECK-HISTORY THRU 0180-EXIT
007123     END-IF.
007124     IF TC-RECORD-VALID AND NOT TC-DUPLICATE
007125         PERFORM 0195-SET-EFFECTIVE-AMOUNT THRU 0195-EXIT
007126     END-IF.
007127
007128     IF TC-RECORD-VALID
007129         IF TC-DUPLICATE
007130            PERFORM 0185-CHECK-REPLAY THRU 0185-EXIT
007131            IF TC-REPLAY
007132                PERFORM 0205-REPLAY-RECORD THRU 0205-EXIT
007133            ELSE
007134                MOVE 'S001' TO TC-SUSP-REASON-CODE
007135                MOVE 'DUPLICATE OF PRIOR CYCLE'
007136                    TO TC-SUSP-REASON-TEXT
007137                PERFORM 0190-WRITE-SUSPENSE THRU 0190-EXIT
007138            END-IF
007139         ELSE
007140             PERFORM 0198-CHECK-ACCOUNT-LIMITS THRU 0198-EXIT
007141             IF TC-OVER-LIMIT
007142                 PERFORM 0190-WRITE-SUSPENSE THRU 0190-EXIT
007143                 GO TO 0200-NEXT
007144             END-IF
007145             PERFORM 0210-CALL-REAL-PROG THRU 0210-EXIT
007146             PERFORM 0215-WRITE-AUDIT-RECORD THRU 0215-EXIT
007147*            A failed call posts nothing: the record waits on
007148*            the retry queue for the next cycle's attempt
007149*            instead of unbalancing OUT-FILE against DB_TABLE.
007150             IF TC-CALL-RC NOT = ZERO
007151                 PERFORM 0460-QUEUE-RETRY THRU 0460-EXIT
007152                 GO TO 0200-NEXT
007153             END-IF
007154             PERFORM 0216-CLAIM-REVERSAL-TARGET THRU 0216-EXIT
007155             PERFORM 0217-POST-DB-ROW THRU 0217-EXIT
007156             PERFORM 0220-WRITE-DETAIL THRU 0220-EXIT
007157             PERFORM 0225-POST-BALANCE THRU 0225-EXIT
007158             PERFORM 0230-WRITE-FANOUT-DETAIL THRU 0230-EXIT
007159             PERFORM 0240-WRITE-HISTORY THRU 0240-EXIT
007160             PERFORM 0245-UPDATE-PENDING-MASTER THRU 0245-EXIT
007161             ADD 1 TO
007162                 TC-SRC-PROCESSED-COUNT (TC-CURRENT-SOURCE)
007163         END-IF
007164     ELSE
007165         PERFORM 0160-WRITE-REJECT THRU 0160-EXIT
007166     END-IF.
007167 0200-NEXT.
007168     PERFORM 0250-WRITE-CHECKPOINT THRU 0250-EXIT.
007169     PERFORM 0100-READ-IN-FILE THRU 0100-EXIT.
007170 0200-EXIT.
007171     EXIT.
007172
007173*-------------------------------------------------------------
007174*Re-absorbs one record the aborted attempt of this cycle had
007175*already processed: its OUT-FILE, fan-out and audit records
007176*survived the restart's EXTEND reopen, so nothing is written
007177*again and REAL-PROG is not called again, but the control
007178*totals (restored from the checkpoint, which predates this
007179*record) are brought up to date from the stored effective
007180*amount, and DB_TABLE is posted again because the original
007181*post was uncommitted at the abend. Each replay is logged.
007182 0205-REPLAY-RECORD.
007183     MOVE TC-HIST-AMOUNT-NUM TO TC-EFFECTIVE-AMOUNT.
007184     PERFORM 0191-SET-HISTORY-ORIGINAL THRU 0191-EXIT.
007185     ADD 1 TO TC-OUT-RECORD-COUNT.
007186     ADD TC-EFFECTIVE-AMOUNT TO TC-OUT-CONTROL-TOTAL.
007187     IF MY-STATUS-ACTIVE
007188         ADD 1 TO TC-ACTIVE-RECORD-COUNT
007189         ADD TC-EFFECTIVE-AMOUNT TO TC-ACTIVE-CONTROL-TOTAL
007190     ELSE
007191         ADD 1 TO TC-OTHER-RECORD-COUNT
007192         ADD TC-EFFECTIVE-AMOUNT TO TC-OTHER-CONTROL-TOTAL
007193     END-IF.
007194     ADD 1 TO TC-SRC-PROCESSED-COUNT (TC-CURRENT-SOURCE).
007195     ADD 1 TO TC-REPLAY-COUNT.
007196     MOVE KH-CALL-RC TO TC-CALL-RC-WORK.
007197     IF TC-CALL-RC NUMERIC
007198         PERFORM 0217-POST-DB-ROW THRU 0217-EXIT
007199     END-IF.
007200     PERFORM 0226-REPLAY-BALANCE THRU 0226-EXIT.
007201     STRING 'REPLAYED AFTER RESTART KEY=' MY-KEY
007202         DELIMITED BY SIZE INTO TC-LOG-TEXT.
007203     PERFORM 0010-WRITE-LOG-ENTRY THRU 0010-EXIT.
007204 0205-EXIT.
007205     EXIT.
007206
007207*-------------------------------------------------------------
007208 0210-CALL-REAL-PROG.
007209     CALL TC-REAL-PROG-NAME.
007210     MOVE RETURN-CODE TO TC-CALL-RC.
007211 0210-EXIT.
007212     EXIT.
007213 
007214*-------------------------------------------------------------
007215*Records this key's CALL outcome in AUDIT-FILE: the RETURN-CODE
007216*special register left by TC-REAL-PROG-NAME, and when the call
007217*happened. Re-runnable: a rerun's AUDIT-FILE can be diffed
007218*against a prior run's to see which keys changed outcome.
007219 0215-WRITE-AUDIT-RECORD.
007220     MOVE SPACES TO AUDIT-RECORD.
007221     MOVE MY-KEY TO AU-KEY.
007222     MOVE TC-CALL-RC TO AU-RETURN-CODE.
007223     ACCEPT AU-CALL-DATE FROM DATE YYYYMMDD.
007224     ACCEPT AU-CALL-TIME FROM TIME.
007225     MOVE TC-BATCH-SEQ TO AU-BATCH-SEQ.
007226     WRITE AUDIT-RECORD.
007227 0215-EXIT.
007228     EXIT.
007229
007230*-------------------------------------------------------------
007231*Spends the reversal target 0196 staged, now that the record
007232*has cleared the limit gate and the CALL: KH-USED rises on
007233*the stored image so no later reversal can back the same
007234*amount out again. A record that is not a reversal, or a
007235*reversal that never posts, claims nothing.
007236 0216-CLAIM-REVERSAL-TARGET.
007237     IF NOT TC-RVSL-CLAIM-PENDING
007238         GO TO 0216-EXIT
007239     END-IF.
007240     MOVE 'N' TO TC-RVSL-CLAIM-SWITCH.
007241     IF TC-PARTITION-RUN
007242         PERFORM 0187-CLAIM-WORK-TARGET THRU 0187-EXIT
007243         GO TO 0216-EXIT
007244     END-IF.
007245     MOVE TC-RVSL-TARGET-KEY TO KH-HIST-KEY.
007246     READ KEY-HISTORY
007247         INVALID KEY
007248             GO TO 0216-EXIT
007249     END-READ.
007250     MOVE 'Y' TO KH-USED.
007251     REWRITE HIST-RECORD
007252         INVALID KEY
007253             CONTINUE
007254     END-REWRITE.
007255 0216-EXIT.
007256     EXIT.
007257
007258*-------------------------------------------------------------
007259*Partition side of 0216. A target the partition wrote itself
007260*is claimed where it sits on HIST-WORK; a KEY-HISTORY target
007261*gets a claimed copy on HIST-WORK, which both keeps the
007262*partition from spending it twice (0182) and carries the
007263*claim to the merge step. The claiming partition is stamped
007264*on the image so the merge step can tell its own rerun from a
007265*second partition claiming the same target.
007266 0187-CLAIM-WORK-TARGET.
007267     MOVE TC-RVSL-TARGET-KEY TO HW-HIST-KEY.
007268     READ HIST-WORK INTO HIST-RECORD
007269         INVALID KEY
007270             GO TO 0187-COPY-MASTER
007271     END-READ.
007272     MOVE 'Y' TO KH-USED.
007273     MOVE TC-PARTITION TO KH-CLAIM-PARTITION.
007274     REWRITE HW-RECORD FROM HIST-RECORD
007275         INVALID KEY
007276             CONTINUE
007277     END-REWRITE.
007278     GO TO 0187-EXIT.
007279 0187-COPY-MASTER.
007280     MOVE TC-RVSL-TARGET-KEY TO KH-HIST-KEY.
007281     READ KEY-HISTORY
007282         INVALID KEY
007283             GO TO 0187-EXIT
007284     END-READ.
007285     MOVE 'Y' TO KH-USED.
007286     MOVE TC-PARTITION TO KH-CLAIM-PARTITION.
007287     WRITE HW-RECORD FROM HIST-RECORD
007288         INVALID KEY
007289             CONTINUE
007290     END-WRITE.
007291 0187-EXIT.
007292     EXIT.
007293
007294*-------------------------------------------------------------
007295*Posts the record just processed to DB_TABLE so the table is
007296*the batch's own, not the afternoon upload's: the key's row is
007297*updated with the effective amount, status and date (and the
007298*currency and original-currency amount beside the base
007299*amount), or inserted when the key has no row yet. Only a
007300*clean CALL (TC-CALL-RC zero) posts; a failed post is logged
007301*once per record and counted, and the run carries on so one
007302*bad row does not stop the batch. Commits ride the checkpoint in
007303*0250-WRITE-CHECKPOINT, plus one at end of run.
007304 0217-POST-DB-ROW.
007305     IF TC-CALL-RC NOT = ZERO
007306         GO TO 0217-EXIT
007307     END-IF.
007308     MOVE MY-KEY TO DB-KEY.
007309     MOVE TC-EFFECTIVE-AMOUNT TO DB-AMOUNT.
007310     MOVE MY-STATUS-FLAG TO DB-STATUS-FLAG.
007311     MOVE MY-DATE TO DB-DATE.
007312     MOVE TC-EFFECTIVE-CURRENCY TO DB-CURRENCY-CODE.
007313     MOVE TC-EFFECTIVE-ORIG TO DB-ORIG-AMOUNT.
007314     EXEC SQL
007315         UPDATE DB_TABLE
007316            SET AMOUNT_COL = :DB-AMOUNT,
007317                STATUS_COL = :DB-STATUS-FLAG,
007318                DATE_COL   = :DB-DATE,
007319                CURRENCY_COL = :DB-CURRENCY-CODE,
007320                ORIG_AMOUNT_COL = :DB-ORIG-AMOUNT
007321          WHERE KEY_COL   = :DB-KEY
007322     END-EXEC.
007323     IF SQLCODE = 100
007324         EXEC SQL
007325             INSERT INTO DB_TABLE
007326                    (KEY_COL, AMOUNT_COL, STATUS_COL, DATE_COL,
007327                     CURRENCY_COL, ORIG_AMOUNT_COL)
007328             VALUES (:DB-KEY, :DB-AMOUNT, :DB-STATUS-FLAG,
007329                     :DB-DATE, :DB-CURRENCY-CODE,
007330                     :DB-ORIG-AMOUNT)
007331         END-EXEC
007332     END-IF.
007333     IF SQLCODE = ZERO
007334         ADD 1 TO TC-DB-POST-COUNT
007335     ELSE
007336         ADD 1 TO TC-DB-POST-ERROR-COUNT
007337         STRING 'DB POST FAILED KEY=' MY-KEY
007338             DELIMITED BY SIZE INTO TC-LOG-TEXT
007339         PERFORM 0010-WRITE-LOG-ENTRY THRU 0010-EXIT
007340     END-IF.
007341 0217-EXIT.
007342     EXIT.
007343 
007344*-------------------------------------------------------------
007345*Writes the detail record. The key is not captured here any
007346*more; 8050-LOAD-PROCESSED-TABLE rebuilds TC-PROCESSED-TABLE by
007347*re-reading OUT-FILE at reconciliation time instead, so a
007348*restarted run reconciles on every key ever written, not just
007349*the ones written since the restart.
007350 0220-WRITE-DETAIL.
007351     MOVE SPACES TO OUT-RECORD.
007352     MOVE 'D' TO OD-REC-TYPE.
007353     MOVE MY-KEY TO OD-KEY.
007354     MOVE TC-EFFECTIVE-AMOUNT TO OD-AMOUNT.
007355     MOVE MY-STATUS-FLAG TO OD-STATUS-FLAG.
007356     MOVE MY-DATE TO OD-DATE.
007357     MOVE AM-ACCT-NAME TO OD-ACCT-NAME.
007358     MOVE AM-BRANCH-CODE TO OD-BRANCH-CODE.
007359     MOVE MY-TRAN-TYPE TO OD-TRAN-TYPE.
007360     MOVE TC-SOURCE-ID (TC-CURRENT-SOURCE) TO OD-SOURCE-ID.
007361     MOVE TC-EFFECTIVE-CURRENCY TO OD-CURRENCY-CODE.
007362     MOVE TC-EFFECTIVE-ORIG TO OD-ORIG-AMOUNT.
007363     MOVE MY-ORIG-DATE TO OD-ORIG-DATE.
007364     WRITE OUT-RECORD FROM OUT-DETAIL-RECORD.
007365 
007366     ADD 1 TO TC-OUT-RECORD-COUNT.
007367     ADD TC-EFFECTIVE-AMOUNT TO TC-OUT-CONTROL-TOTAL.
007368 0220-EXIT.
007369     EXIT.
007370 
007371*-------------------------------------------------------------
007372*Moves the account's BALMAST balance by the effective amount
007373*just posted. The first posting of a new cycle carries the
007374*current balance over as the cycle's opening balance and low-
007375*water mark before moving it; the overdrawn flag is kept for
007376*the cycle once the balance dips below zero, and is counted
007377*the first time it does. The last-applied stamp records
007378*which batch and input position moved the balance so a
007379*restart replay can tell whether it already landed. An
007380*account with no balance record yet starts from zero.
007381 0225-POST-BALANCE.
007382*    A partition leaves BALMAST to the merge step, which posts
007383*    it from the partitions' OUT-FILE details.
007384     IF TC-PARTITION-RUN
007385         GO TO 0225-EXIT
007386     END-IF.
007387     MOVE MY-KEY TO BL-ACCT-KEY.
007388     MOVE 'Y' TO TC-BAL-FOUND-SWITCH.
007389     READ BALANCE-MASTER
007390         INVALID KEY
007391             MOVE 'N' TO TC-BAL-FOUND-SWITCH
007392     END-READ.
007393     IF NOT TC-BAL-FOUND
007394         MOVE SPACES TO BAL-RECORD
007395         MOVE MY-KEY TO BL-ACCT-KEY
007396         MOVE ZERO TO BL-CYCLE-DATE
007397         MOVE ZERO TO BL-OPENING-BALANCE
007398         MOVE ZERO TO BL-CURRENT-BALANCE
007399         MOVE ZERO TO BL-LOW-BALANCE
007400         MOVE 'N' TO BL-OVERDRAWN-FLAG
007401     END-IF.
007402     IF BL-CYCLE-DATE NOT = TC-CYCLE-DATE
007403         MOVE BL-CURRENT-BALANCE TO BL-OPENING-BALANCE
007404         MOVE BL-CURRENT-BALANCE TO BL-LOW-BALANCE
007405         IF BL-CURRENT-BALANCE < ZERO
007406             MOVE 'Y' TO BL-OVERDRAWN-FLAG
007407         ELSE
007408             MOVE 'N' TO BL-OVERDRAWN-FLAG
007409         END-IF
007410         MOVE TC-CYCLE-DATE TO BL-CYCLE-DATE
007411     END-IF.
007412     ADD TC-EFFECTIVE-AMOUNT TO BL-CURRENT-BALANCE.
007413     IF BL-CURRENT-BALANCE < BL-LOW-BALANCE
007414         MOVE BL-CURRENT-BALANCE TO BL-LOW-BALANCE
007415     END-IF.
007416     IF BL-CURRENT-BALANCE < ZERO
007417        AND NOT BL-WENT-OVERDRAWN
007418         MOVE 'Y' TO BL-OVERDRAWN-FLAG
007419         ADD 1 TO TC-BAL-OVERDRAWN-COUNT
007420     END-IF.
007421     MOVE AM-BRANCH-CODE TO BL-BRANCH-CODE.
007422     MOVE TC-CYCLE-DATE TO BL-LAST-CYCLE-DATE.
007423     MOVE TC-BATCH-SEQ TO BL-LAST-BATCH-SEQ.
007424     MOVE TC-RECORDS-READ TO BL-LAST-READ-POSITION.
007425     IF TC-BAL-FOUND
007426         REWRITE BAL-RECORD
007427             INVALID KEY
007428                 CONTINUE
007429         END-REWRITE
007430     ELSE
007431         WRITE BAL-RECORD
007432             INVALID KEY
007433                 CONTINUE
007434         END-WRITE
007435     END-IF.
007436     IF TC-BAL-STATUS NOT = '00'
007437         STRING 'BALANCE POST FAILED KEY=' MY-KEY
007438                ' STATUS=' TC-BAL-STATUS
007439             DELIMITED BY SIZE INTO TC-LOG-TEXT
007440         PERFORM 0010-WRITE-LOG-ENTRY THRU 0010-EXIT
007441         GO TO 0225-EXIT
007442     END-IF.
007443     ADD 1 TO TC-BAL-POST-COUNT.
007444 0225-EXIT.
007445     EXIT.
007446
007447*-------------------------------------------------------------
007448*Balance side of a restart replay. The aborted attempt may or
007449*may not have moved the balance before it stopped: when the
007450*account's last-applied stamp is this same batch at or past
007451*this record's input position, the movement already landed
007452*and is not applied twice; otherwise it is posted now.
007453 0226-REPLAY-BALANCE.
007454     IF TC-PARTITION-RUN
007455         GO TO 0226-EXIT
007456     END-IF.
007457     MOVE MY-KEY TO BL-ACCT-KEY.
007458     READ BALANCE-MASTER
007459         INVALID KEY
007460             MOVE ZERO TO BL-LAST-CYCLE-DATE
007461     END-READ.
007462     IF TC-BAL-STATUS = '00'
007463        AND BL-LAST-CYCLE-DATE = TC-RESTART-CYCLE-DATE
007464        AND BL-LAST-BATCH-SEQ = TC-RESTART-BATCH-SEQ
007465        AND BL-LAST-READ-POSITION NOT < TC-RECORDS-READ
007466         GO TO 0226-EXIT
007467     END-IF.
007468     PERFORM 0225-POST-BALANCE THRU 0225-EXIT.
007469 0226-EXIT.
007470     EXIT.
007471
007472*-------------------------------------------------------------
007473*Routes the same detail record to the fan-out file that matches
007474*MY-STATUS-FLAG: ACTIVE-OUT-FILE for 'A', OTHER-OUT-FILE for
007475*everything else. Each fan-out file keeps its own control
007476*totals, separate from OUT-FILE's combined ones.
007477 0230-WRITE-FANOUT-DETAIL.
007478     IF MY-STATUS-ACTIVE
007479         MOVE SPACES TO FA-RECORD
007480         MOVE 'D' TO FAD-REC-TYPE
007481         MOVE MY-KEY TO FAD-KEY
007482         MOVE TC-EFFECTIVE-AMOUNT TO FAD-AMOUNT
007483         MOVE MY-STATUS-FLAG TO FAD-STATUS-FLAG
007484         MOVE MY-DATE TO FAD-DATE
007485         WRITE FA-RECORD FROM FA-DETAIL-RECORD
007486         ADD 1 TO TC-ACTIVE-RECORD-COUNT
007487         ADD TC-EFFECTIVE-AMOUNT TO TC-ACTIVE-CONTROL-TOTAL
007488     ELSE
007489         MOVE SPACES TO FB-RECORD
007490         MOVE 'D' TO FBD-REC-TYPE
007491         MOVE MY-KEY TO FBD-KEY
007492         MOVE TC-EFFECTIVE-AMOUNT TO FBD-AMOUNT
007493         MOVE MY-STATUS-FLAG TO FBD-STATUS-FLAG
007494         MOVE MY-DATE TO FBD-DATE
007495         WRITE FB-RECORD FROM FB-DETAIL-RECORD
007496         ADD 1 TO TC-OTHER-RECORD-COUNT
007497         ADD TC-EFFECTIVE-AMOUNT TO TC-OTHER-CONTROL-TOTAL
007498     END-IF.
007499 0230-EXIT.
007500     EXIT.
007501
007502*-------------------------------------------------------------
007503*Appends this record's key/amount/date/type image to
007504*KEY-HISTORY with today's cycle date, so a later cycle's
007505*re-send of the identical record reads as a hit in
007506*0180-CHECK-HISTORY. A
007507*duplicate write can only mean the image is already there, so
007508*it is left as found. A partition writes its images to
007509*HIST-WORK, stamped with the partition, for the merge step to
007510*apply.
007511 0240-WRITE-HISTORY.
007512     PERFORM 0175-BUILD-HISTORY-IMAGE THRU 0175-EXIT.
007513     MOVE TC-CYCLE-DATE TO KH-PROC-DATE.
007514     MOVE 'N' TO KH-USED.
007515     MOVE TC-EFFECTIVE-AMOUNT (1:9) TO KH-EFFECTIVE-AMOUNT.
007516     MOVE TC-CALL-RC-WORK TO KH-CALL-RC.
007517     MOVE TC-BATCH-SEQ TO KH-BATCH-SEQ.
007518     MOVE TC-EFFECTIVE-CURRENCY TO KH-CURRENCY-CODE.
007519     MOVE TC-EFFECTIVE-ORIG (1:9) TO KH-ORIG-AMOUNT.
007520     MOVE TC-PARTITION TO KH-PARTITION.
007521     IF TC-PARTITION-RUN
007522         WRITE HW-RECORD FROM HIST-RECORD
007523             INVALID KEY
007524                 CONTINUE
007525         END-WRITE
007526         GO TO 0240-EXIT
007527     END-IF.
007528     WRITE HIST-RECORD
007529         INVALID KEY
007530             CONTINUE
007531     END-WRITE.
007532 0240-EXIT.
007533     EXIT.
007534
007535*-------------------------------------------------------------
007536*Keeps PENDING-MASTER current with the record just processed:
007537*a 'P' record adds the key or refreshes its amount, status and
007538*date (first-seen cycle date kept from the original entry),
007539*and an 'A' or 'C' record clears the key's entry, if one is
007540*open. Other statuses leave the master alone.
007541 0245-UPDATE-PENDING-MASTER.
007542*    Like BALMAST, PENDMAST is the merge step's to post.
007543     IF TC-PARTITION-RUN
007544         GO TO 0245-EXIT
007545     END-IF.
007546     IF MY-STATUS-PENDING
007547         MOVE MY-KEY TO PM-KEY
007548         READ PENDING-MASTER
007549             INVALID KEY
007550                 MOVE SPACES TO PEND-RECORD
007551                 MOVE MY-KEY TO PM-KEY
007552                 MOVE TC-EFFECTIVE-AMOUNT TO PM-AMOUNT
007553                 MOVE MY-STATUS-FLAG TO PM-STATUS-FLAG
007554                 MOVE MY-DATE TO PM-DATE
007555                 ACCEPT PM-FIRST-SEEN-DATE FROM DATE YYYYMMDD
007556                 WRITE PEND-RECORD
007557                 END-WRITE
007558             NOT INVALID KEY
007559                 MOVE TC-EFFECTIVE-AMOUNT TO PM-AMOUNT
007560                 MOVE MY-STATUS-FLAG TO PM-STATUS-FLAG
007561                 MOVE MY-DATE TO PM-DATE
007562                 REWRITE PEND-RECORD
007563                 END-REWRITE
007564         END-READ
007565     ELSE
007566         IF MY-STATUS-ACTIVE OR MY-STATUS-CLOSED
007567             MOVE MY-KEY TO PM-KEY
007568             DELETE PENDING-MASTER
007569                 INVALID KEY
007570                     CONTINUE
007571             END-DELETE
007572         END-IF
007573     END-IF.
007574 0245-EXIT.
007575     EXIT.
007576
007577*-------------------------------------------------------------
007578*Every TC-CHECKPOINT-INTERVAL records read from IN-FILE, the
007579*current count and the running OUT-FILE/ACTIVE-OUT-FILE/OTHER-
007580*OUT-FILE/REJECT-FILE control totals are written out to
007581*RESTART-DAT so a rerun after an abend can skip forward, EXTEND
007582*those files instead of overwriting them, and pick the totals
007583*back up instead of starting at record one with the totals at
007584*zero.
007585 0250-WRITE-CHECKPOINT.
007586     DIVIDE TC-RECORDS-READ BY TC-CHECKPOINT-INTERVAL
007587         GIVING TC-CKPT-QUOTIENT
007588         REMAINDER TC-CKPT-REMAINDER.
007589 
007590     IF TC-CKPT-REMAINDER = ZERO
007591         OPEN OUTPUT RESTART-FILE
007592         MOVE TC-RECORDS-READ TO RS-CHECKPOINT-COUNT
007593         MOVE TC-OUT-RECORD-COUNT TO RS-OUT-RECORD-COUNT
007594         MOVE TC-OUT-CONTROL-TOTAL TO RS-OUT-CONTROL-TOTAL
007595         MOVE TC-ACTIVE-RECORD-COUNT TO RS-ACTIVE-RECORD-COUNT
007596         MOVE TC-ACTIVE-CONTROL-TOTAL
007597                              TO RS-ACTIVE-CONTROL-TOTAL
007598         MOVE TC-OTHER-RECORD-COUNT TO RS-OTHER-RECORD-COUNT
007599         MOVE TC-OTHER-CONTROL-TOTAL
007600                              TO RS-OTHER-CONTROL-TOTAL
007601         MOVE TC-REJECT-COUNT TO RS-REJECT-COUNT
007602         MOVE TC-SUSPENSE-COUNT TO RS-SUSPENSE-COUNT
007603         MOVE TC-CYCLE-DATE TO RS-CYCLE-DATE
007604         MOVE TC-BATCH-SEQ TO RS-BATCH-SEQ
007605         MOVE TC-PARTITION TO RS-PARTITION
007606         PERFORM 0255-SAVE-SOURCE-COUNTS THRU 0255-EXIT
007607             VARYING TC-SRC-SUB FROM 1 BY 1
007608             UNTIL TC-SRC-SUB > TC-SOURCE-COUNT-MAX
007609         WRITE RESTART-RECORD
007610         CLOSE RESTART-FILE
007611         PERFORM 0260-COMMIT-DB-WORK THRU 0260-EXIT
007612     END-IF.
007613 0250-EXIT.
007614     EXIT.
007615
007616*-------------------------------------------------------------
007617 0255-SAVE-SOURCE-COUNTS.
007618     MOVE TC-SRC-PROCESSED-COUNT (TC-SRC-SUB)
007619         TO RS-SRC-PROCESSED (TC-SRC-SUB).
007620     MOVE TC-SRC-REJECT-COUNT (TC-SRC-SUB)
007621         TO RS-SRC-REJECTED (TC-SRC-SUB).
007622 0255-EXIT.
007623     EXIT.
007624
007625*-------------------------------------------------------------
007626*Commits the DB_TABLE posting done since the last commit.
007627*Performed from 0250-WRITE-CHECKPOINT each time a checkpoint
007628*is taken, so the committed table never trails the restart
007629*point, and once from 0000-MAIN-LOGIC for the tail of the run.
007630 0260-COMMIT-DB-WORK.
007631     EXEC SQL
007632         COMMIT WORK
007633     END-EXEC.
007634 0260-EXIT.
007635     EXIT.
007636
007637*-------------------------------------------------------------
007638*Walks the warehouse in value-date order and releases every
007639*entry whose date has arrived into the normal processing
007640*path: the account lookup, the KEY-HISTORY check, the CALL
007641*and the postings all run as of the release date, exactly as
007642*if the record had arrived in today's file. Entries past the
007643*cycle date are counted as held and left alone. A released
007644*entry is deleted as soon as it is processed, so a run that
007645*abends mid-release re-releases only what is still filed.
007646*-------------------------------------------------------------
007647 0300-RELEASE-WAREHOUSE.
007648     MOVE LOW-VALUES TO WH-WHSE-KEY.
007649     START VALUE-WAREHOUSE KEY NOT < WH-WHSE-KEY
007650         INVALID KEY
007651             GO TO 0300-EXIT
007652     END-START.
007653     MOVE 'N' TO TC-WHSE-EOF-SWITCH.
007654     PERFORM 0305-READ-WAREHOUSE THRU 0305-EXIT.
007655     PERFORM 0310-RELEASE-ONE-ENTRY THRU 0310-EXIT
007656         UNTIL TC-WHSE-EOF.
007657*    The release phase borrowed TC-CURRENT-SOURCE for its
007658*    source stamping; any later reject or suspense write must
007659*    not inherit a stale value.
007660     MOVE TC-FIRST-SOURCE TO TC-CURRENT-SOURCE.
007661 0300-EXIT.
007662     EXIT.
007663
007664*-------------------------------------------------------------
007665 0305-READ-WAREHOUSE.
007666     READ VALUE-WAREHOUSE NEXT RECORD
007667         AT END
007668             MOVE 'Y' TO TC-WHSE-EOF-SWITCH
007669     END-READ.
007670 0305-EXIT.
007671     EXIT.
007672
007673*-------------------------------------------------------------
007674*Releases or holds the entry just read. Due entries are
007675*processed and deleted; the rest are only counted, but the
007676*walk runs to the end so the held count on the closing log
007677*is the whole picture.
007678*-------------------------------------------------------------
007679 0310-RELEASE-ONE-ENTRY.
007680     IF WH-VALUE-DATE > TC-CYCLE-DATE
007681         ADD 1 TO TC-WHSE-HELD-COUNT
007682     ELSE
007683         MOVE WH-SOURCE-ID TO TC-STAGED-SOURCE-ID
007684         PERFORM 0315-SET-RELEASE-SOURCE THRU 0315-EXIT
007685         PERFORM 0320-PROCESS-RELEASED-RECORD THRU 0320-EXIT
007686         DELETE VALUE-WAREHOUSE
007687         END-DELETE
007688         ADD 1 TO TC-WHSE-RELEASE-COUNT
007689         STRING 'RELEASED FROM WAREHOUSE KEY=' WH-KEY
007690             DELIMITED BY SIZE INTO TC-LOG-TEXT
007691         PERFORM 0010-WRITE-LOG-ENTRY THRU 0010-EXIT
007692     END-IF.
007693     PERFORM 0305-READ-WAREHOUSE THRU 0305-EXIT.
007694 0310-EXIT.
007695     EXIT.
007696
007697*-------------------------------------------------------------
007698*Points TC-CURRENT-SOURCE at the office that originally sent
007699*the staged record (TC-STAGED-SOURCE-ID, set by the warehouse
007700*release and the retry drain), so its OUT-FILE, reject and
007701*suspense writes carry the right source id and the per-source
007702*counts credit the right office.
007703*-------------------------------------------------------------
007704 0315-SET-RELEASE-SOURCE.
007705     MOVE 1 TO TC-CURRENT-SOURCE.
007706     PERFORM 0317-MATCH-RELEASE-SOURCE THRU 0317-EXIT
007707         VARYING TC-SRC-SUB FROM 1 BY 1
007708         UNTIL TC-SRC-SUB > TC-SOURCE-COUNT-MAX.
007709 0315-EXIT.
007710     EXIT.
007711
007712*-------------------------------------------------------------
007713 0317-MATCH-RELEASE-SOURCE.
007714     IF TC-SOURCE-ID (TC-SRC-SUB) = TC-STAGED-SOURCE-ID
007715         MOVE TC-SRC-SUB TO TC-CURRENT-SOURCE
007716     END-IF.
007717 0317-EXIT.
007718     EXIT.
007719
007720*-------------------------------------------------------------
007721*Runs one released record through the same path a current
007722*record takes past the field edits: the account lookup and
007723*the duplicate check as of the release date, then the CALL
007724*and every posting. The field edits ran when the record was
007725*warehoused; the account and history state are re-proved
007726*because both may have changed while the record waited.
007727*-------------------------------------------------------------
007728 0320-PROCESS-RELEASED-RECORD.
007729     MOVE WH-ORIGINAL-RECORD TO MY-RECORD.
007730     MOVE 'Y' TO TC-VALID-SWITCH.
007731     MOVE SPACES TO RJ-REASON-CODE.
007732     MOVE SPACES TO RJ-REASON-TEXT.
007733     PERFORM 0170-LOOKUP-ACCOUNT THRU 0170-EXIT.
007734     IF TC-RECORD-VALID AND TC-ACCT-DORMANT
007735         PERFORM 0190-WRITE-SUSPENSE THRU 0190-EXIT
007736         GO TO 0320-EXIT
007737     END-IF.
007738*    The record's period may have closed, or been locked,
007739*    while it waited.
007740     IF TC-RECORD-VALID
007741         PERFORM 0157-CHECK-PERIOD THRU 0157-EXIT
007742     END-IF.
007743     IF TC-RECORD-VALID
007744         PERFORM 0180-CHECK-HISTORY THRU 0180-EXIT
007745     END-IF.
007746     IF TC-RECORD-VALID AND NOT TC-DUPLICATE
007747         PERFORM 0195-SET-EFFECTIVE-AMOUNT THRU 0195-EXIT
007748     END-IF.
007749     IF TC-RECORD-VALID
007750         IF TC-DUPLICATE
007751             MOVE 'S001' TO TC-SUSP-REASON-CODE
007752             MOVE 'DUPLICATE OF PRIOR CYCLE'
007753                 TO TC-SUSP-REASON-TEXT
007754             PERFORM 0190-WRITE-SUSPENSE THRU 0190-EXIT
007755         ELSE
007756             PERFORM 0198-CHECK-ACCOUNT-LIMITS THRU 0198-EXIT
007757             IF TC-OVER-LIMIT
007758                 PERFORM 0190-WRITE-SUSPENSE THRU 0190-EXIT
007759             ELSE
007760                 PERFORM 0210-CALL-REAL-PROG THRU 0210-EXIT
007761                 PERFORM 0215-WRITE-AUDIT-RECORD THRU 0215-EXIT
007762                 IF TC-CALL-RC NOT = ZERO
007763                     PERFORM 0460-QUEUE-RETRY THRU 0460-EXIT
007764                     GO TO 0320-EXIT
007765                 END-IF
007766                 PERFORM 0216-CLAIM-REVERSAL-TARGET
007767                     THRU 0216-EXIT
007768                 PERFORM 0217-POST-DB-ROW THRU 0217-EXIT
007769                 PERFORM 0220-WRITE-DETAIL THRU 0220-EXIT
007770                 PERFORM 0225-POST-BALANCE THRU 0225-EXIT
007771                 PERFORM 0230-WRITE-FANOUT-DETAIL
007772                     THRU 0230-EXIT
007773                 PERFORM 0240-WRITE-HISTORY THRU 0240-EXIT
007774                 PERFORM 0245-UPDATE-PENDING-MASTER
007775                     THRU 0245-EXIT
007776                 ADD 1 TO
007777                     TC-SRC-PROCESSED-COUNT (TC-CURRENT-SOURCE)
007778             END-IF
007779         END-IF
007780     ELSE
007781         PERFORM 0160-WRITE-REJECT THRU 0160-EXIT
007782     END-IF.
007783 0320-EXIT.
007784     EXIT.
007785
007786*-------------------------------------------------------------
007787*Walks the retry master and gives every queued record its
007788*next attempt through the CALL, with the account, duplicate
007789*and limit state re-proved as of today. A clean call posts
007790*the record into this cycle's totals and deletes the entry;
007791*a failed call counts the attempt and keeps the entry until
007792*TC-RETRY-MAX attempts send it to the exception trail. Every
007793*attempt writes AUDIT-FILE through the normal paragraph.
007794*Performed before any of this cycle's input is read, so only
007795*prior cycles' entries are on the queue and nothing queued by
007796*this run is retried within it.
007797*-------------------------------------------------------------
007798 0450-DRAIN-RETRY-QUEUE.
007799     MOVE LOW-VALUES TO RT-RETRY-KEY.
007800     START RETRY-MASTER KEY NOT < RT-RETRY-KEY
007801         INVALID KEY
007802             GO TO 0450-RESET
007803     END-START.
007804     MOVE 'N' TO TC-RETRY-EOF-SWITCH.
007805     PERFORM 0455-READ-RETRY-ENTRY THRU 0455-EXIT.
007806     PERFORM 0457-RETRY-ONE-ENTRY THRU 0457-EXIT
007807         UNTIL TC-RETRY-EOF.
007808 0450-RESET.
007809*    The drain borrowed TC-CURRENT-SOURCE for its source
007810*    stamping, like the warehouse release does.
007811     MOVE TC-FIRST-SOURCE TO TC-CURRENT-SOURCE.
007812 0450-EXIT.
007813     EXIT.
007814
007815*-------------------------------------------------------------
007816 0455-READ-RETRY-ENTRY.
007817     READ RETRY-MASTER NEXT RECORD
007818         AT END
007819             MOVE 'Y' TO TC-RETRY-EOF-SWITCH
007820     END-READ.
007821 0455-EXIT.
007822     EXIT.
007823
007824*-------------------------------------------------------------
007825*One queued record's next attempt. A record the re-proved
007826*edits now refuse (account gone, closed or dormant, a limit
007827*tripped, or a duplicate image arrived while it waited) leaves
007828*the queue for the reject or suspense path instead of retrying
007829*forever against a condition that will never clear.
007830*-------------------------------------------------------------
007831 0457-RETRY-ONE-ENTRY.
007832*    An entry an office partition of this same batch queued
007833*    while the drain was walking is not due until the next.
007834     IF RT-FIRST-CYCLE-DATE = TC-CYCLE-DATE
007835        AND RT-FIRST-BATCH-SEQ NUMERIC
007836         IF RT-FIRST-BATCH-SEQ = TC-BATCH-SEQ
007837             GO TO 0457-NEXT
007838         END-IF
007839     END-IF.
007840     MOVE RT-ORIGINAL-RECORD TO MY-RECORD.
007841     MOVE RT-SOURCE-ID TO TC-STAGED-SOURCE-ID.
007842     PERFORM 0315-SET-RELEASE-SOURCE THRU 0315-EXIT.
007843     MOVE 'Y' TO TC-VALID-SWITCH.
007844     MOVE SPACES TO RJ-REASON-CODE.
007845     MOVE SPACES TO RJ-REASON-TEXT.
007846     PERFORM 0170-LOOKUP-ACCOUNT THRU 0170-EXIT.
007847     IF NOT TC-RECORD-VALID
007848         PERFORM 0160-WRITE-REJECT THRU 0160-EXIT
007849         PERFORM 0459-DROP-RETRY-ENTRY THRU 0459-EXIT
007850         GO TO 0457-NEXT
007851     END-IF.
007852     IF TC-ACCT-DORMANT
007853         PERFORM 0190-WRITE-SUSPENSE THRU 0190-EXIT
007854         PERFORM 0459-DROP-RETRY-ENTRY THRU 0459-EXIT
007855         GO TO 0457-NEXT
007856     END-IF.
007857     PERFORM 0157-CHECK-PERIOD THRU 0157-EXIT.
007858     IF NOT TC-RECORD-VALID
007859         PERFORM 0160-WRITE-REJECT THRU 0160-EXIT
007860         PERFORM 0459-DROP-RETRY-ENTRY THRU 0459-EXIT
007861         GO TO 0457-NEXT
007862     END-IF.
007863     PERFORM 0180-CHECK-HISTORY THRU 0180-EXIT.
007864     IF TC-DUPLICATE
007865         MOVE 'S001' TO TC-SUSP-REASON-CODE
007866         MOVE 'DUPLICATE OF PRIOR CYCLE'
007867             TO TC-SUSP-REASON-TEXT
007868         PERFORM 0190-WRITE-SUSPENSE THRU 0190-EXIT
007869         PERFORM 0459-DROP-RETRY-ENTRY THRU 0459-EXIT
007870         GO TO 0457-NEXT
007871     END-IF.
007872*    Details and adjustments reuse the effective amount that
007873*    rode the queue entry from intake. A reversal re-finds
007874*    its target instead: its image is only claimed when the
007875*    reversal actually posts, so nothing was consumed at
007876*    intake and an unconsumed image - possibly a different
007877*    one, if the original target was claimed while this entry
007878*    waited - is still there to scan for; none left is the
007879*    R009 reject it ought to be.
007880     MOVE 'N' TO TC-RVSL-CLAIM-SWITCH.
007881     IF MY-TRAN-REVERSAL
007882         PERFORM 0195-SET-EFFECTIVE-AMOUNT THRU 0195-EXIT
007883     ELSE
007884         MOVE RT-EFFECTIVE-AMOUNT TO TC-HIST-AMOUNT
007885         IF TC-HIST-AMOUNT-NUM NUMERIC
007886             MOVE TC-HIST-AMOUNT-NUM TO TC-EFFECTIVE-AMOUNT
007887             PERFORM 0192-SET-ORIGINAL-AMOUNT THRU 0192-EXIT
007888         ELSE
007889             PERFORM 0195-SET-EFFECTIVE-AMOUNT THRU 0195-EXIT
007890         END-IF
007891     END-IF.
007892     IF NOT TC-RECORD-VALID
007893         PERFORM 0160-WRITE-REJECT THRU 0160-EXIT
007894         PERFORM 0459-DROP-RETRY-ENTRY THRU 0459-EXIT
007895         GO TO 0457-NEXT
007896     END-IF.
007897     PERFORM 0198-CHECK-ACCOUNT-LIMITS THRU 0198-EXIT.
007898     IF TC-OVER-LIMIT
007899         PERFORM 0190-WRITE-SUSPENSE THRU 0190-EXIT
007900         PERFORM 0459-DROP-RETRY-ENTRY THRU 0459-EXIT
007901         GO TO 0457-NEXT
007902     END-IF.
007903     PERFORM 0210-CALL-REAL-PROG THRU 0210-EXIT.
007904     PERFORM 0215-WRITE-AUDIT-RECORD THRU 0215-EXIT.
007905     IF TC-CALL-RC = ZERO
007906         PERFORM 0216-CLAIM-REVERSAL-TARGET THRU 0216-EXIT
007907         PERFORM 0217-POST-DB-ROW THRU 0217-EXIT
007908         PERFORM 0220-WRITE-DETAIL THRU 0220-EXIT
007909         PERFORM 0225-POST-BALANCE THRU 0225-EXIT
007910         PERFORM 0230-WRITE-FANOUT-DETAIL THRU 0230-EXIT
007911         PERFORM 0240-WRITE-HISTORY THRU 0240-EXIT
007912         PERFORM 0245-UPDATE-PENDING-MASTER THRU 0245-EXIT
007913         ADD 1 TO TC-SRC-PROCESSED-COUNT (TC-CURRENT-SOURCE)
007914         ADD 1 TO TC-RETRY-OK-COUNT
007915         PERFORM 0459-DROP-RETRY-ENTRY THRU 0459-EXIT
007916         STRING 'RETRY SUCCEEDED KEY=' RT-KEY
007917             DELIMITED BY SIZE INTO TC-LOG-TEXT
007918         PERFORM 0010-WRITE-LOG-ENTRY THRU 0010-EXIT
007919     ELSE
007920         ADD 1 TO RT-RETRY-COUNT
007921         MOVE TC-CALL-RC TO RT-LAST-RC
007922         IF RT-RETRY-COUNT >= TC-RETRY-MAX
007923             PERFORM 0458-WRITE-RETRY-EXCEPTION THRU 0458-EXIT
007924             PERFORM 0459-DROP-RETRY-ENTRY THRU 0459-EXIT
007925             ADD 1 TO TC-RETRY-EXHAUST-COUNT
007926             STRING 'RETRIES EXHAUSTED KEY=' RT-KEY
007927                 DELIMITED BY SIZE INTO TC-LOG-TEXT
007928             PERFORM 0010-WRITE-LOG-ENTRY THRU 0010-EXIT
007929         ELSE
007930             REWRITE RETRY-RECORD
007931                 INVALID KEY
007932                     CONTINUE
007933             END-REWRITE
007934             ADD 1 TO TC-RETRY-AGAIN-COUNT
007935         END-IF
007936     END-IF.
007937 0457-NEXT.
007938     PERFORM 0455-READ-RETRY-ENTRY THRU 0455-EXIT.
007939 0457-EXIT.
007940     EXIT.
007941
007942*-------------------------------------------------------------
007943*One line on the cumulative exception trail for a record
007944*that used up its attempts, carrying the last RETURN-CODE
007945*for RTR-COBOL's breakdown.
007946*-------------------------------------------------------------
007947 0458-WRITE-RETRY-EXCEPTION.
007948     MOVE SPACES TO RETRY-EXC-RECORD.
007949     MOVE RT-KEY TO RX-KEY.
007950     MOVE RT-LAST-RC TO RX-LAST-RC.
007951     MOVE RT-RETRY-COUNT TO RX-RETRY-COUNT.
007952     MOVE RT-SOURCE-ID TO RX-SOURCE-ID.
007953     MOVE RT-FIRST-CYCLE-DATE TO RX-FIRST-CYCLE-DATE.
007954     MOVE TC-CYCLE-DATE TO RX-EXC-DATE.
007955     MOVE RT-ORIGINAL-RECORD TO RX-ORIGINAL-RECORD.
007956     WRITE RETRY-EXC-RECORD.
007957 0458-EXIT.
007958     EXIT.
007959
007960*-------------------------------------------------------------
007961 0459-DROP-RETRY-ENTRY.
007962     DELETE RETRY-MASTER
007963         INVALID KEY
007964             CONTINUE
007965     END-DELETE.
007966 0459-EXIT.
007967     EXIT.
007968
007969*-------------------------------------------------------------
007970*Files the record whose CALL just failed on the retry master
007971*under its key/amount/date/type image. The image already
007972*queued (the same record failed before and an office re-sent
007973*it while it waited) keeps its attempt count; only its last
007974*outcome is refreshed.
007975*-------------------------------------------------------------
007976 0460-QUEUE-RETRY.
007977     MOVE SPACES TO RETRY-RECORD.
007978     MOVE MY-KEY TO RT-KEY.
007979     MOVE MY-AMOUNT (1:9) TO RT-AMOUNT.
007980     MOVE MY-DATE TO RT-DATE.
007981     IF MY-TRAN-DETAIL
007982         MOVE 'D' TO RT-TRAN-TYPE
007983     ELSE
007984         MOVE MY-TRAN-TYPE TO RT-TRAN-TYPE
007985     END-IF.
007986     MOVE 1 TO RT-RETRY-COUNT.
007987     MOVE TC-CALL-RC TO RT-LAST-RC.
007988     MOVE TC-SOURCE-ID (TC-CURRENT-SOURCE) TO RT-SOURCE-ID.
007989     MOVE TC-CYCLE-DATE TO RT-FIRST-CYCLE-DATE.
007990     MOVE TC-BATCH-SEQ TO RT-FIRST-BATCH-SEQ.
007991     MOVE TC-EFFECTIVE-AMOUNT (1:9) TO RT-EFFECTIVE-AMOUNT.
007992     MOVE MY-RECORD TO RT-ORIGINAL-RECORD.
007993     WRITE RETRY-RECORD
007994         INVALID KEY
007995             PERFORM 0465-REFRESH-RETRY-ENTRY THRU 0465-EXIT
007996     END-WRITE.
007997     ADD 1 TO TC-RETRY-QUEUED-COUNT.
007998     STRING 'CALL FAILED - QUEUED KEY=' MY-KEY
007999         DELIMITED BY SIZE INTO TC-LOG-TEXT.
008000     PERFORM 0010-WRITE-LOG-ENTRY THRU 0010-EXIT.
008001 0460-EXIT.
008002     EXIT.
008003
008004*-------------------------------------------------------------
008005 0465-REFRESH-RETRY-ENTRY.
008006     READ RETRY-MASTER
008007         INVALID KEY
008008             GO TO 0465-EXIT
008009     END-READ.
008010     MOVE TC-CALL-RC TO RT-LAST-RC.
008011     REWRITE RETRY-RECORD
008012         INVALID KEY
008013             CONTINUE
008014     END-REWRITE.
008015 0465-EXIT.
008016     EXIT.
008017
008018*-------------------------------------------------------------
008019*Opens a partition's two work files. A fresh start empties
008020*them first (OPTIONAL, so the first run creates them); a
008021*resumed run keeps what its aborted attempt wrote, so its
008022*duplicate checks and cap proof still see it. Failure is the
008023*same hard stop as a master that will not open.
008024 0600-OPEN-WORK-FILES.
008025     IF TC-SKIP-COUNT = ZERO
008026         OPEN OUTPUT HIST-WORK
008027         CLOSE HIST-WORK
008028         OPEN OUTPUT DAY-WORK
008029         CLOSE DAY-WORK
008030     END-IF.
008031     OPEN I-O HIST-WORK.
008032     IF NOT TC-HWORK-OPEN-OK
008033         STRING 'HISTORY WORK FILE OPEN FAILED, STATUS='
008034                TC-HWORK-STATUS
008035             DELIMITED BY SIZE INTO TC-LOG-TEXT
008036         PERFORM 0610-WORK-FILE-FAIL THRU 0610-EXIT
008037     END-IF.
008038     OPEN I-O DAY-WORK.
008039     IF NOT TC-DWORK-OPEN-OK
008040         STRING 'DAY TOTAL WORK FILE OPEN FAILED, STATUS='
008041                TC-DWORK-STATUS
008042             DELIMITED BY SIZE INTO TC-LOG-TEXT
008043         PERFORM 0610-WORK-FILE-FAIL THRU 0610-EXIT
008044     END-IF.
008045 0600-EXIT.
008046     EXIT.
008047
008048*-------------------------------------------------------------
008049 0610-WORK-FILE-FAIL.
008050     PERFORM 0010-WRITE-LOG-ENTRY THRU 0010-EXIT.
008051     CLOSE IN-FILE-1
008052           IN-FILE-2
008053           IN-FILE-3
008054           IN-FILE-4
008055           IN-FILE-5
008056           ACCT-MASTER
008057           KEY-HISTORY
008058           VALUE-WAREHOUSE
008059           RETRY-MASTER
008060           RETRY-EXC-FILE
008061           ACCT-DAY-MASTER
008062           HIST-WORK
008063           DAY-WORK
008064           OUT-FILE
008065           ACTIVE-OUT-FILE
008066           OTHER-OUT-FILE
008067           AUDIT-FILE
008068           REJECT-FILE
008069           SUSPENSE-FILE
008070           RUN-LOG-FILE.
008071     MOVE 16 TO RETURN-CODE.
008072     STOP RUN.
008073 0610-EXIT.
008074     EXIT.
008075
008076*-------------------------------------------------------------
008077*Writes a partition's hand-off file for the merge step, once
008078*its trailers are cut and its database work committed: a
008079*header naming the partition, cycle date and batch; every
008080*OUT-FILE detail, proved again against the OUT-FILE trailer
008081*counts before it is passed on; every AUDIT-FILE, REJECT-FILE
008082*and SUSPENSE-FILE line; the HIST-WORK images and DAY-WORK
008083*totals; the per-source counts; and a trailer of line counts
008084*and control total with the run's statistics counts. Reading
008085*the partition's own files back, rather than copying as they
008086*are written, carries what an aborted attempt wrote before a
008087*restart along with the rest.
008088 0700-WRITE-HANDOFF.
008089     MOVE TC-PARTITION-NUM TO TC-PX-SUB.
008090     PERFORM 0760-RESET-HANDOFF-COUNTS THRU 0760-EXIT.
008091     PERFORM 0770-OPEN-HANDOFF-OUTPUT THRU 0770-EXIT.
008092     IF TC-PX-STATUS NOT = '00'
008093         STRING 'HANDOFF FILE OPEN FAILED, STATUS='
008094                TC-PX-STATUS
008095             DELIMITED BY SIZE INTO TC-LOG-TEXT
008096         PERFORM 0790-HANDOFF-FAIL THRU 0790-EXIT
008097     END-IF.
008098     MOVE SPACES TO TC-PX-RECORD.
008099     MOVE 'H' TO TC-PX-REC-TYPE.
008100     MOVE TC-PARTITION TO TC-PXH-PARTITION.
008101     MOVE TC-CYCLE-DATE TO TC-PXH-CYCLE-DATE.
008102     MOVE TC-BATCH-SEQ TO TC-PXH-BATCH-SEQ.
008103     MOVE TC-RUN-START-DATE TO TC-PXH-START-DATE.
008104     MOVE TC-RUN-START-TIME TO TC-PXH-START-TIME.
008105     MOVE 'TEST-COBOL' TO TC-PXH-PROGRAM-ID.
008106     PERFORM 0780-WRITE-HANDOFF-LINE THRU 0780-EXIT.
008107
008108     CLOSE OUT-FILE.
008109     OPEN INPUT OUT-FILE.
008110     MOVE 'N' TO TC-OUT-EOF-SWITCH.
008111     PERFORM 8060-READ-OUT-RECORD THRU 8060-EXIT.
008112     PERFORM 0705-HANDOFF-OUT-RECORD THRU 0705-EXIT
008113         UNTIL TC-OUT-EOF.
008114     IF TC-PX-OUT-COUNT NOT = TC-OUT-RECORD-COUNT
008115        OR TC-PX-OUT-TOTAL NOT = TC-OUT-CONTROL-TOTAL
008116         STRING 'OUT-FILE DETAILS DO NOT PROVE TO ITS TRAILER'
008117                ' COUNT=' TC-PX-OUT-COUNT
008118             DELIMITED BY SIZE INTO TC-LOG-TEXT
008119         PERFORM 0790-HANDOFF-FAIL THRU 0790-EXIT
008120     END-IF.
008121     CLOSE OUT-FILE.
008122
008123     CLOSE AUDIT-FILE.
008124     OPEN INPUT AUDIT-FILE.
008125     MOVE 'N' TO TC-PX-EOF-SWITCH.
008126     PERFORM 0710-HANDOFF-AUDIT-RECORD THRU 0710-EXIT
008127         UNTIL TC-PX-EOF.
008128     CLOSE REJECT-FILE.
008129     OPEN INPUT REJECT-FILE.
008130     MOVE 'N' TO TC-PX-EOF-SWITCH.
008131     PERFORM 0715-HANDOFF-REJECT-RECORD THRU 0715-EXIT
008132         UNTIL TC-PX-EOF.
008133     CLOSE SUSPENSE-FILE.
008134     OPEN INPUT SUSPENSE-FILE.
008135     MOVE 'N' TO TC-PX-EOF-SWITCH.
008136     PERFORM 0720-HANDOFF-SUSPENSE-RECORD THRU 0720-EXIT
008137         UNTIL TC-PX-EOF.
008138
008139     MOVE 'N' TO TC-PX-EOF-SWITCH.
008140     MOVE LOW-VALUES TO HW-HIST-KEY.
008141     START HIST-WORK KEY NOT < HW-HIST-KEY
008142         INVALID KEY
008143             MOVE 'Y' TO TC-PX-EOF-SWITCH
008144     END-START.
008145     PERFORM 0725-HANDOFF-HISTORY-IMAGE THRU 0725-EXIT
008146         UNTIL TC-PX-EOF.
008147     MOVE 'N' TO TC-PX-EOF-SWITCH.
008148     MOVE LOW-VALUES TO DW-DAY-KEY.
008149     START DAY-WORK KEY NOT < DW-DAY-KEY
008150         INVALID KEY
008151             MOVE 'Y' TO TC-PX-EOF-SWITCH
008152     END-START.
008153     PERFORM 0730-HANDOFF-DAY-TOTAL THRU 0730-EXIT
008154         UNTIL TC-PX-EOF.
008155
008156     PERFORM 0735-HANDOFF-SOURCE-COUNTS THRU 0735-EXIT
008157         VARYING TC-SRC-SUB FROM TC-FIRST-SOURCE BY 1
008158         UNTIL TC-SRC-SUB > TC-LAST-SOURCE.
008159     PERFORM 0740-HANDOFF-TRAILER THRU 0740-EXIT.
008160     PERFORM 0788-CLOSE-HANDOFF THRU 0788-EXIT.
008161     STRING 'HANDOFF WRITTEN PARTITION ' TC-PARTITION
008162            ' DETAILS=' TC-PX-OUT-COUNT
008163         DELIMITED BY SIZE INTO TC-LOG-TEXT.
008164     PERFORM 0010-WRITE-LOG-ENTRY THRU 0010-EXIT.
008165 0700-EXIT.
008166     EXIT.
008167
008168*-------------------------------------------------------------
008169 0705-HANDOFF-OUT-RECORD.
008170     IF OUT-REC-IS-DETAIL
008171         MOVE SPACES TO TC-PX-RECORD
008172         MOVE 'O' TO TC-PX-REC-TYPE
008173         MOVE OUT-RECORD TO TC-PX-BODY
008174         PERFORM 0780-WRITE-HANDOFF-LINE THRU 0780-EXIT
008175         ADD 1 TO TC-PX-OUT-COUNT
008176         ADD OD-AMOUNT TO TC-PX-OUT-TOTAL
008177     END-IF.
008178     PERFORM 8060-READ-OUT-RECORD THRU 8060-EXIT.
008179 0705-EXIT.
008180     EXIT.
008181
008182*-------------------------------------------------------------
008183 0710-HANDOFF-AUDIT-RECORD.
008184     READ AUDIT-FILE
008185         AT END
008186             MOVE 'Y' TO TC-PX-EOF-SWITCH
008187             GO TO 0710-EXIT
008188     END-READ.
008189     MOVE SPACES TO TC-PX-RECORD.
008190     MOVE 'U' TO TC-PX-REC-TYPE.
008191     MOVE AUDIT-RECORD TO TC-PX-BODY.
008192     PERFORM 0780-WRITE-HANDOFF-LINE THRU 0780-EXIT.
008193     ADD 1 TO TC-PX-AUDIT-COUNT.
008194 0710-EXIT.
008195     EXIT.
008196
008197*-------------------------------------------------------------
008198 0715-HANDOFF-REJECT-RECORD.
008199     READ REJECT-FILE
008200         AT END
008201             MOVE 'Y' TO TC-PX-EOF-SWITCH
008202             GO TO 0715-EXIT
008203     END-READ.
008204     MOVE SPACES TO TC-PX-RECORD.
008205     MOVE 'J' TO TC-PX-REC-TYPE.
008206     MOVE REJECT-RECORD TO TC-PX-BODY.
008207     PERFORM 0780-WRITE-HANDOFF-LINE THRU 0780-EXIT.
008208     ADD 1 TO TC-PX-REJECT-COUNT.
008209 0715-EXIT.
008210     EXIT.
008211
008212*-------------------------------------------------------------
008213 0720-HANDOFF-SUSPENSE-RECORD.
008214     READ SUSPENSE-FILE
008215         AT END
008216             MOVE 'Y' TO TC-PX-EOF-SWITCH
008217             GO TO 0720-EXIT
008218     END-READ.
008219     MOVE SPACES TO TC-PX-RECORD.
008220     MOVE 'S' TO TC-PX-REC-TYPE.
008221     MOVE SUSPENSE-RECORD TO TC-PX-BODY.
008222     PERFORM 0780-WRITE-HANDOFF-LINE THRU 0780-EXIT.
008223     ADD 1 TO TC-PX-SUSPENSE-COUNT.
008224 0720-EXIT.
008225     EXIT.
008226
008227*-------------------------------------------------------------
008228 0725-HANDOFF-HISTORY-IMAGE.
008229     READ HIST-WORK NEXT RECORD
008230         AT END
008231             MOVE 'Y' TO TC-PX-EOF-SWITCH
008232             GO TO 0725-EXIT
008233     END-READ.
008234     MOVE SPACES TO TC-PX-RECORD.
008235     MOVE 'K' TO TC-PX-REC-TYPE.
008236     MOVE HW-RECORD TO TC-PX-BODY.
008237     PERFORM 0780-WRITE-HANDOFF-LINE THRU 0780-EXIT.
008238     ADD 1 TO TC-PX-HISTORY-COUNT.
008239 0725-EXIT.
008240     EXIT.
008241
008242*-------------------------------------------------------------
008243 0730-HANDOFF-DAY-TOTAL.
008244     READ DAY-WORK NEXT RECORD
008245         AT END
008246             MOVE 'Y' TO TC-PX-EOF-SWITCH
008247             GO TO 0730-EXIT
008248     END-READ.
008249     MOVE SPACES TO TC-PX-RECORD.
008250     MOVE 'Y' TO TC-PX-REC-TYPE.
008251     MOVE DAYWORK-RECORD TO TC-PX-BODY.
008252     PERFORM 0780-WRITE-HANDOFF-LINE THRU 0780-EXIT.
008253     ADD 1 TO TC-PX-DAY-COUNT.
008254 0730-EXIT.
008255     EXIT.
008256
008257*-------------------------------------------------------------
008258 0735-HANDOFF-SOURCE-COUNTS.
008259     MOVE SPACES TO TC-PX-RECORD.
008260     MOVE 'C' TO TC-PX-REC-TYPE.
008261     MOVE TC-SRC-SUB TO TC-PXC-SOURCE.
008262     MOVE TC-SRC-READ-COUNT (TC-SRC-SUB) TO TC-PXC-READ-COUNT.
008263     MOVE TC-SRC-PROCESSED-COUNT (TC-SRC-SUB)
008264         TO TC-PXC-PROCESSED-COUNT.
008265     MOVE TC-SRC-REJECT-COUNT (TC-SRC-SUB) TO TC-PXC-REJECT-COUNT.
008266     PERFORM 0780-WRITE-HANDOFF-LINE THRU 0780-EXIT.
008267     ADD 1 TO TC-PX-SOURCE-COUNT.
008268 0735-EXIT.
008269     EXIT.
008270
008271*-------------------------------------------------------------
008272 0740-HANDOFF-TRAILER.
008273     MOVE SPACES TO TC-PX-RECORD.
008274     MOVE 'T' TO TC-PX-REC-TYPE.
008275     MOVE TC-PARTITION TO TC-PXT-PARTITION.
008276     MOVE TC-PX-OUT-COUNT TO TC-PXT-OUT-COUNT.
008277     MOVE TC-PX-OUT-TOTAL TO TC-PXT-OUT-TOTAL.
008278     MOVE TC-PX-AUDIT-COUNT TO TC-PXT-AUDIT-COUNT.
008279     MOVE TC-PX-REJECT-COUNT TO TC-PXT-REJECT-COUNT.
008280     MOVE TC-PX-SUSPENSE-COUNT TO TC-PXT-SUSPENSE-COUNT.
008281     MOVE TC-PX-HISTORY-COUNT TO TC-PXT-HISTORY-COUNT.
008282     MOVE TC-PX-DAY-COUNT TO TC-PXT-DAY-COUNT.
008283     MOVE TC-PX-SOURCE-COUNT TO TC-PXT-SOURCE-COUNT.
008284     MOVE TC-REPLAY-COUNT TO TC-PXT-REPLAY-COUNT.
008285     MOVE TC-DB-POST-COUNT TO TC-PXT-DB-POST-COUNT.
008286     MOVE TC-DB-POST-ERROR-COUNT TO TC-PXT-DB-ERROR-COUNT.
008287     MOVE TC-WAREHOUSE-COUNT TO TC-PXT-WHSE-IN-COUNT.
008288     MOVE TC-WHSE-RELEASE-COUNT TO TC-PXT-WHSE-OUT-COUNT.
008289     MOVE TC-WHSE-HELD-COUNT TO TC-PXT-WHSE-HELD-COUNT.
008290     MOVE TC-RETRY-QUEUED-COUNT TO TC-PXT-RETRY-QUEUED-COUNT.
008291     MOVE TC-RETRY-OK-COUNT TO TC-PXT-RETRY-OK-COUNT.
008292     MOVE TC-RETRY-AGAIN-COUNT TO TC-PXT-RETRY-AGAIN-COUNT.
008293     MOVE TC-RETRY-EXHAUST-COUNT TO TC-PXT-RETRY-EXHAUST-COUNT.
008294     MOVE TC-PERIOD-REDATED-COUNT TO TC-PXT-REDATED-COUNT.
008295     MOVE TC-PERIOD-LOCKED-COUNT TO TC-PXT-LOCKED-COUNT.
008296     PERFORM 0780-WRITE-HANDOFF-LINE THRU 0780-EXIT.
008297 0740-EXIT.
008298     EXIT.
008299
008300*-------------------------------------------------------------
008301 0760-RESET-HANDOFF-COUNTS.
008302     MOVE ZERO TO TC-PX-OUT-COUNT.
008303     MOVE ZERO TO TC-PX-OUT-TOTAL.
008304     MOVE ZERO TO TC-PX-AUDIT-COUNT.
008305     MOVE ZERO TO TC-PX-REJECT-COUNT.
008306     MOVE ZERO TO TC-PX-SUSPENSE-COUNT.
008307     MOVE ZERO TO TC-PX-HISTORY-COUNT.
008308     MOVE ZERO TO TC-PX-DAY-COUNT.
008309     MOVE ZERO TO TC-PX-SOURCE-COUNT.
008310 0760-EXIT.
008311     EXIT.
008312
008313*-------------------------------------------------------------
008314*The four hand-off files are separate SELECTs, so every open,
008315*read, write and close goes through TC-PX-SUB here.
008316 0770-OPEN-HANDOFF-OUTPUT.
008317     IF TC-PX-SUB = 1
008318         OPEN OUTPUT PART-FILE-1
008319     END-IF.
008320     IF TC-PX-SUB = 2
008321         OPEN OUTPUT PART-FILE-2
008322     END-IF.
008323     IF TC-PX-SUB = 3
008324         OPEN OUTPUT PART-FILE-3
008325     END-IF.
008326     IF TC-PX-SUB = 4
008327         OPEN OUTPUT PART-FILE-4
008328     END-IF.
008329 0770-EXIT.
008330     EXIT.
008331
008332*-------------------------------------------------------------
008333 0775-OPEN-HANDOFF-INPUT.
008334     MOVE 'N' TO TC-PX-EOF-SWITCH.
008335     IF TC-PX-SUB = 1
008336         OPEN INPUT PART-FILE-1
008337     END-IF.
008338     IF TC-PX-SUB = 2
008339         OPEN INPUT PART-FILE-2
008340     END-IF.
008341     IF TC-PX-SUB = 3
008342         OPEN INPUT PART-FILE-3
008343     END-IF.
008344     IF TC-PX-SUB = 4
008345         OPEN INPUT PART-FILE-4
008346     END-IF.
008347 0775-EXIT.
008348     EXIT.
008349
008350*-------------------------------------------------------------
008351 0780-WRITE-HANDOFF-LINE.
008352     IF TC-PX-SUB = 1
008353         WRITE PART-RECORD-1 FROM TC-PX-RECORD
008354     END-IF.
008355     IF TC-PX-SUB = 2
008356         WRITE PART-RECORD-2 FROM TC-PX-RECORD
008357     END-IF.
008358     IF TC-PX-SUB = 3
008359         WRITE PART-RECORD-3 FROM TC-PX-RECORD
008360     END-IF.
008361     IF TC-PX-SUB = 4
008362         WRITE PART-RECORD-4 FROM TC-PX-RECORD
008363     END-IF.
008364 0780-EXIT.
008365     EXIT.
008366
008367*-------------------------------------------------------------
008368 0785-READ-HANDOFF-LINE.
008369     MOVE SPACES TO TC-PX-RECORD.
008370     IF TC-PX-SUB = 1
008371         READ PART-FILE-1 INTO TC-PX-RECORD
008372             AT END
008373                 MOVE 'Y' TO TC-PX-EOF-SWITCH
008374         END-READ
008375     END-IF.
008376     IF TC-PX-SUB = 2
008377         READ PART-FILE-2 INTO TC-PX-RECORD
008378             AT END
008379                 MOVE 'Y' TO TC-PX-EOF-SWITCH
008380         END-READ
008381     END-IF.
008382     IF TC-PX-SUB = 3
008383         READ PART-FILE-3 INTO TC-PX-RECORD
008384             AT END
008385                 MOVE 'Y' TO TC-PX-EOF-SWITCH
008386         END-READ
008387     END-IF.
008388     IF TC-PX-SUB = 4
008389         READ PART-FILE-4 INTO TC-PX-RECORD
008390             AT END
008391                 MOVE 'Y' TO TC-PX-EOF-SWITCH
008392         END-READ
008393     END-IF.
008394 0785-EXIT.
008395     EXIT.
008396
008397*-------------------------------------------------------------
008398 0788-CLOSE-HANDOFF.
008399     IF TC-PX-SUB = 1
008400         CLOSE PART-FILE-1
008401     END-IF.
008402     IF TC-PX-SUB = 2
008403         CLOSE PART-FILE-2
008404     END-IF.
008405     IF TC-PX-SUB = 3
008406         CLOSE PART-FILE-3
008407     END-IF.
008408     IF TC-PX-SUB = 4
008409         CLOSE PART-FILE-4
008410     END-IF.
008411 0788-EXIT.
008412     EXIT.
008413
008414*-------------------------------------------------------------
008415*A hand-off that cannot be written or proved stops the
008416*partition before 0950 clears its restart file, so the rerun
008417*resumes at the checkpoint and writes the hand-off again.
008418 0790-HANDOFF-FAIL.
008419     PERFORM 0010-WRITE-LOG-ENTRY THRU 0010-EXIT.
008420     MOVE 'HANDOFF NOT WRITTEN - RESTART THE PARTITION'
008421         TO TC-LOG-TEXT.
008422     PERFORM 0010-WRITE-LOG-ENTRY THRU 0010-EXIT.
008423     CLOSE IN-FILE-1
008424           IN-FILE-2
008425           IN-FILE-3
008426           IN-FILE-4
008427           IN-FILE-5
008428           ACCT-MASTER
008429           KEY-HISTORY
008430           VALUE-WAREHOUSE
008431           RETRY-MASTER
008432           RETRY-EXC-FILE
008433           ACCT-DAY-MASTER
008434           FX-RATE-MASTER
008435           HIST-WORK
008436           DAY-WORK
008437           OUT-FILE
008438           ACTIVE-OUT-FILE
008439           OTHER-OUT-FILE
008440           AUDIT-FILE
008441           REJECT-FILE
008442           SUSPENSE-FILE
008443           PART-FILE-1
008444           PART-FILE-2
008445           PART-FILE-3
008446           PART-FILE-4
008447           RUN-LOG-FILE.
008448     MOVE 16 TO RETURN-CODE.
008449     STOP RUN.
008450 0790-EXIT.
008451     EXIT.
008452
008453*-------------------------------------------------------------
008454*Writes the one 'T' trailer record OUT-FILE closes with: how
008455*many detail records went out, and their amount control total,
008456*so a downstream job can reconcile the file before trusting it.
008457 0900-WRITE-OUT-TRAILER.
008458     MOVE SPACES TO OUT-RECORD.
008459     MOVE 'T' TO OT-REC-TYPE.
008460     MOVE TC-OUT-RECORD-COUNT TO OT-RECORD-COUNT.
008461     MOVE TC-OUT-CONTROL-TOTAL TO OT-CONTROL-TOTAL.
008462     WRITE OUT-RECORD FROM OUT-TRAILER-RECORD.
008463 0900-EXIT.
008464     EXIT.
008465 
008466*-------------------------------------------------------------
008467*Writes the one 'T' trailer record ACTIVE-OUT-FILE closes with.
008468 0910-WRITE-ACTIVE-TRAILER.
008469     MOVE SPACES TO FA-RECORD.
008470     MOVE 'T' TO FAT-REC-TYPE.
008471     MOVE TC-ACTIVE-RECORD-COUNT TO FAT-RECORD-COUNT.
008472     MOVE TC-ACTIVE-CONTROL-TOTAL TO FAT-CONTROL-TOTAL.
008473     WRITE FA-RECORD FROM FA-TRAILER-RECORD.
008474 0910-EXIT.
008475     EXIT.
008476 
008477*-------------------------------------------------------------
008478*Writes the one 'T' trailer record OTHER-OUT-FILE closes with.
008479 0920-WRITE-OTHER-TRAILER.
008480     MOVE SPACES TO FB-RECORD.
008481     MOVE 'T' TO FBT-REC-TYPE.
008482     MOVE TC-OTHER-RECORD-COUNT TO FBT-RECORD-COUNT.
008483     MOVE TC-OTHER-CONTROL-TOTAL TO FBT-CONTROL-TOTAL.
008484     WRITE FB-RECORD FROM FB-TRAILER-RECORD.
008485 0920-EXIT.
008486     EXIT.
008487 
008488*-------------------------------------------------------------
008489*A clean finish means the batch does not need to restart, so
008490*RESTART-DAT is truncated back to empty for the next fresh run.
008491 0950-CLEAR-RESTART.
008492     OPEN OUTPUT RESTART-FILE.
008493     CLOSE RESTART-FILE.
008494 0950-EXIT.
008495     EXIT.
008496
008497*-------------------------------------------------------------
008498*Writes this run's structured statistics record to the
008499*cumulative RUNSTATS master, keyed on the cycle date and
008500*batch sequence: the same counts the closing log lines carry,
008501*plus the run's start and end stamps for the duration trend.
008502*A resumed run rewrites its batch's record whole, so the
008503*master carries the batch's final picture. A master that will
008504*not open is logged and skipped - statistics are never a
008505*reason to fail the batch.
008506 0980-WRITE-RUN-STATS.
008507     OPEN I-O RUN-STATS.
008508     IF NOT TC-STAT-OPEN-OK
008509         STRING 'RUN STATS OPEN FAILED, STATUS='
008510                TC-STAT-STATUS
008511             DELIMITED BY SIZE INTO TC-LOG-TEXT
008512         PERFORM 0010-WRITE-LOG-ENTRY THRU 0010-EXIT
008513         GO TO 0980-EXIT
008514     END-IF.
008515     MOVE SPACES TO STAT-RECORD.
008516     MOVE TC-CYCLE-DATE TO SR-CYCLE-DATE.
008517     MOVE TC-BATCH-SEQ TO SR-BATCH-SEQ.
008518     MOVE TC-RUN-START-DATE TO SR-START-DATE.
008519     MOVE TC-RUN-START-TIME TO SR-START-TIME.
008520     ACCEPT SR-END-DATE FROM DATE YYYYMMDD.
008521     ACCEPT SR-END-TIME FROM TIME.
008522     MOVE TC-OUT-RECORD-COUNT TO SR-OUT-RECORD-COUNT.
008523     MOVE TC-REJECT-COUNT TO SR-REJECT-COUNT.
008524     MOVE TC-SUSPENSE-COUNT TO SR-SUSPENSE-COUNT.
008525     MOVE TC-REPLAY-COUNT TO SR-REPLAY-COUNT.
008526     MOVE TC-DB-POST-COUNT TO SR-DB-POST-COUNT.
008527     MOVE TC-DB-POST-ERROR-COUNT TO SR-DB-POST-ERROR-COUNT.
008528     MOVE TC-DISCREPANCY-COUNT TO SR-DISCREPANCY-COUNT.
008529     MOVE TC-WAREHOUSE-COUNT TO SR-WAREHOUSE-IN-COUNT.
008530     MOVE TC-WHSE-RELEASE-COUNT TO SR-WAREHOUSE-OUT-COUNT.
008531     PERFORM 0985-STORE-SOURCE-STATS THRU 0985-EXIT
008532         VARYING TC-SRC-SUB FROM 1 BY 1
008533         UNTIL TC-SRC-SUB > TC-SOURCE-COUNT-MAX.
008534     WRITE STAT-RECORD
008535         INVALID KEY
008536             REWRITE STAT-RECORD
008537             END-REWRITE
008538     END-WRITE.
008539     CLOSE RUN-STATS.
008540     MOVE 'RUN STATS RECORDED' TO TC-LOG-TEXT.
008541     PERFORM 0010-WRITE-LOG-ENTRY THRU 0010-EXIT.
008542 0980-EXIT.
008543     EXIT.
008544
008545*-------------------------------------------------------------
008546 0985-STORE-SOURCE-STATS.
008547     MOVE TC-SRC-READ-COUNT (TC-SRC-SUB)
008548         TO SR-SRC-READ-COUNT (TC-SRC-SUB).
008549     MOVE TC-SRC-PROCESSED-COUNT (TC-SRC-SUB)
008550         TO SR-SRC-PROCESSED-COUNT (TC-SRC-SUB).
008551     MOVE TC-SRC-REJECT-COUNT (TC-SRC-SUB)
008552         TO SR-SRC-REJECT-COUNT (TC-SRC-SUB).
008553 0985-EXIT.
008554     EXIT.
008555
008556*-------------------------------------------------------------
008557*The merge step (TEST_PARTITION=M). Proves every partition's
008558*hand-off file against its own trailer and against the
008559*others' batch and cycle date before anything is touched,
008560*commits the batch sequence the partitions drew, then builds
008561*the batch's one OUT-FILE, ACTIVE-OUT-FILE, OTHER-OUT-FILE,
008562*AUDIT-FILE, REJECT-FILE and SUSPENSE-FILE in partition
008563*order, posts BALMAST and PENDMAST from the details, applies
008564*the history images and day totals to KEY-HISTORY and
008565*ACCT-DAY-MASTER, and closes with the same trailers,
008566*reconciliation, RUNSTATS record and closing log lines as a
008567*single-stream run. Everything it writes is rebuilt or
008568*stamped, so a failed merge is simply run again. What the
008569*partitions could not see of each other (one record posted
008570*by two, one target reversed by two, a daily cap passed only
008571*by their totals together) is logged and ends the step RC 4.
008572 1000-MERGE-PARTITIONS.
008573     OPEN OUTPUT RUN-LOG-FILE.
008574     MOVE 'MERGE STARTED' TO TC-LOG-TEXT.
008575     PERFORM 0010-WRITE-LOG-ENTRY THRU 0010-EXIT.
008576     PERFORM 1100-PROVE-PARTITION THRU 1100-EXIT
008577         VARYING TC-PX-SUB FROM 1 BY 1
008578         UNTIL TC-PX-SUB > 4.
008579     PERFORM 1150-COMMIT-BATCH-SEQ THRU 1150-EXIT.
008580     STRING 'BATCH SEQ=' TC-BATCH-SEQ
008581            ' CYCLE=' TC-CYCLE-DATE
008582         DELIMITED BY SIZE INTO TC-LOG-TEXT.
008583     PERFORM 0010-WRITE-LOG-ENTRY THRU 0010-EXIT.
008584
008585     OPEN OUTPUT OUT-FILE
008586          OUTPUT ACTIVE-OUT-FILE
008587          OUTPUT OTHER-OUT-FILE
008588          OUTPUT AUDIT-FILE
008589          OUTPUT REJECT-FILE
008590          OUTPUT SUSPENSE-FILE.
008591     PERFORM 0050-WRITE-OUT-HEADER THRU 0050-EXIT.
008592     PERFORM 0060-WRITE-ACTIVE-HEADER THRU 0060-EXIT.
008593     PERFORM 0070-WRITE-OTHER-HEADER THRU 0070-EXIT.
008594     PERFORM 1200-OPEN-MERGE-MASTERS THRU 1200-EXIT.
008595*    BALMAST's replay test (0226) sees the merge as a rerun of
008596*    this batch: a balance an earlier attempt already moved for
008597*    a merged detail position is not moved twice.
008598     MOVE TC-CYCLE-DATE TO TC-RESTART-CYCLE-DATE.
008599     MOVE TC-BATCH-SEQ TO TC-RESTART-BATCH-SEQ.
008600     PERFORM 1300-MERGE-PARTITION THRU 1300-EXIT
008601         VARYING TC-PX-SUB FROM 1 BY 1
008602         UNTIL TC-PX-SUB > 4.
008603     PERFORM 0900-WRITE-OUT-TRAILER THRU 0900-EXIT.
008604     PERFORM 0910-WRITE-ACTIVE-TRAILER THRU 0910-EXIT.
008605     PERFORM 0920-WRITE-OTHER-TRAILER THRU 0920-EXIT.
008606
008607*    RUNSTATS times the batch from the earliest partition start.
008608     MOVE TC-MG-START-DATE TO TC-RUN-START-DATE.
008609     MOVE TC-MG-START-TIME TO TC-RUN-START-TIME.
008610     MOVE 'ENTERING DB_TABLE RECONCILIATION' TO TC-LOG-TEXT.
008611     PERFORM 0010-WRITE-LOG-ENTRY THRU 0010-EXIT.
008612     PERFORM 8000-RECONCILE THRU 8000-EXIT.
008613     PERFORM 0980-WRITE-RUN-STATS THRU 0980-EXIT.
008614     PERFORM 0990-LOG-CLOSING-COUNTS THRU 0990-EXIT.
008615     STRING 'MERGE HISTORY=' TC-MG-HISTORY-COUNT
008616            ' DAY TOTALS=' TC-MG-DAY-COUNT
008617         DELIMITED BY SIZE INTO TC-LOG-TEXT.
008618     PERFORM 0010-WRITE-LOG-ENTRY THRU 0010-EXIT.
008619     STRING 'MERGE CONFLICTS DUP=' TC-MG-DUP-COUNT
008620            ' CLAIM=' TC-MG-CLAIM-COUNT
008621            ' CAP=' TC-MG-CAP-COUNT
008622         DELIMITED BY SIZE INTO TC-LOG-TEXT.
008623     PERFORM 0010-WRITE-LOG-ENTRY THRU 0010-EXIT.
008624
008625     CLOSE ACCT-MASTER
008626           KEY-HISTORY
008627           PENDING-MASTER
008628           ACCT-DAY-MASTER
008629           BALANCE-MASTER
008630           SUSPENSE-FILE
008631           ACTIVE-OUT-FILE
008632           OTHER-OUT-FILE
008633           AUDIT-FILE
008634           REJECT-FILE
008635           RUN-LOG-FILE.
008636     IF TC-MG-DUP-COUNT > ZERO
008637        OR TC-MG-CLAIM-COUNT > ZERO
008638        OR TC-MG-CAP-COUNT > ZERO
008639         MOVE 4 TO RETURN-CODE
008640     ELSE
008641         MOVE 0 TO RETURN-CODE
008642     END-IF.
008643 1000-EXIT.
008644     EXIT.
008645
008646*-------------------------------------------------------------
008647*Proves one partition's hand-off before the merge uses any
008648*of it: the header must name the partition the file is for,
008649*every partition must carry the same cycle date and batch as
008650*partition 1, and the lines counted by type and the detail
008651*amounts summed must agree with the file's own trailer.
008652 1100-PROVE-PARTITION.
008653     MOVE TC-PX-SUB TO TC-MG-PARTITION.
008654     PERFORM 0775-OPEN-HANDOFF-INPUT THRU 0775-EXIT.
008655     IF TC-PX-STATUS NOT = '00'
008656         STRING 'HANDOFF MISSING FOR PARTITION ' TC-MG-PARTITION
008657                ' STATUS=' TC-PX-STATUS
008658             DELIMITED BY SIZE INTO TC-LOG-TEXT
008659         PERFORM 1190-MERGE-FAIL THRU 1190-EXIT
008660     END-IF.
008661     PERFORM 0785-READ-HANDOFF-LINE THRU 0785-EXIT.
008662     IF TC-PX-EOF
008663        OR NOT TC-PX-HEADER
008664        OR TC-PXH-PARTITION NOT = TC-MG-PARTITION
008665         STRING 'HANDOFF HEADER WRONG FOR PARTITION '
008666                TC-MG-PARTITION
008667             DELIMITED BY SIZE INTO TC-LOG-TEXT
008668         PERFORM 1190-MERGE-FAIL THRU 1190-EXIT
008669     END-IF.
008670     IF TC-PX-SUB = 1
008671         MOVE TC-PXH-CYCLE-DATE TO TC-CYCLE-DATE
008672         MOVE TC-PXH-BATCH-SEQ TO TC-BATCH-SEQ
008673         MOVE TC-PXH-START-DATE TO TC-MG-START-DATE
008674         MOVE TC-PXH-START-TIME TO TC-MG-START-TIME
008675     ELSE
008676         IF TC-PXH-CYCLE-DATE NOT = TC-CYCLE-DATE
008677            OR TC-PXH-BATCH-SEQ NOT = TC-BATCH-SEQ
008678             STRING 'PARTITION ' TC-MG-PARTITION
008679                    ' IS CYCLE ' TC-PXH-CYCLE-DATE
008680                    ' BATCH ' TC-PXH-BATCH-SEQ
008681                    ' NOT ' TC-CYCLE-DATE ' BATCH ' TC-BATCH-SEQ
008682                 DELIMITED BY SIZE INTO TC-LOG-TEXT
008683             PERFORM 1190-MERGE-FAIL THRU 1190-EXIT
008684         END-IF
008685         IF TC-PXH-START-DATE < TC-MG-START-DATE
008686            OR (TC-PXH-START-DATE = TC-MG-START-DATE
008687                AND TC-PXH-START-TIME < TC-MG-START-TIME)
008688             MOVE TC-PXH-START-DATE TO TC-MG-START-DATE
008689             MOVE TC-PXH-START-TIME TO TC-MG-START-TIME
008690         END-IF
008691     END-IF.
008692     PERFORM 0760-RESET-HANDOFF-COUNTS THRU 0760-EXIT.
008693     MOVE 'N' TO TC-MG-TRAILER-SWITCH.
008694     PERFORM 0785-READ-HANDOFF-LINE THRU 0785-EXIT.
008695     PERFORM 1110-COUNT-HANDOFF-LINE THRU 1110-EXIT
008696         UNTIL TC-PX-EOF OR TC-MG-TRAILER-SEEN.
008697     IF NOT TC-MG-TRAILER-SEEN
008698         STRING 'HANDOFF HAS NO TRAILER FOR PARTITION '
008699                TC-MG-PARTITION
008700             DELIMITED BY SIZE INTO TC-LOG-TEXT
008701         PERFORM 1190-MERGE-FAIL THRU 1190-EXIT
008702     END-IF.
008703     IF TC-PXT-PARTITION NOT = TC-MG-PARTITION
008704        OR TC-PXT-OUT-COUNT NOT = TC-PX-OUT-COUNT
008705        OR TC-PXT-OUT-TOTAL NOT = TC-PX-OUT-TOTAL
008706        OR TC-PXT-AUDIT-COUNT NOT = TC-PX-AUDIT-COUNT
008707        OR TC-PXT-REJECT-COUNT NOT = TC-PX-REJECT-COUNT
008708        OR TC-PXT-SUSPENSE-COUNT NOT = TC-PX-SUSPENSE-COUNT
008709        OR TC-PXT-HISTORY-COUNT NOT = TC-PX-HISTORY-COUNT
008710        OR TC-PXT-DAY-COUNT NOT = TC-PX-DAY-COUNT
008711        OR TC-PXT-SOURCE-COUNT NOT = TC-PX-SOURCE-COUNT
008712         STRING 'HANDOFF DOES NOT PROVE TO ITS TRAILER PARTITION '
008713                TC-MG-PARTITION
008714             DELIMITED BY SIZE INTO TC-LOG-TEXT
008715         PERFORM 1190-MERGE-FAIL THRU 1190-EXIT
008716     END-IF.
008717     PERFORM 0788-CLOSE-HANDOFF THRU 0788-EXIT.
008718     STRING 'PARTITION ' TC-MG-PARTITION ' PROVED DETAILS='
008719            TC-PX-OUT-COUNT
008720         DELIMITED BY SIZE INTO TC-LOG-TEXT.
008721     PERFORM 0010-WRITE-LOG-ENTRY THRU 0010-EXIT.
008722 1100-EXIT.
008723     EXIT.
008724
008725*-------------------------------------------------------------
008726 1110-COUNT-HANDOFF-LINE.
008727     IF TC-PX-OUT-DETAIL
008728         ADD 1 TO TC-PX-OUT-COUNT
008729         IF TC-PXD-AMOUNT NUMERIC
008730             ADD TC-PXD-AMOUNT TO TC-PX-OUT-TOTAL
008731         END-IF
008732     END-IF.
008733     IF TC-PX-AUDIT
008734         ADD 1 TO TC-PX-AUDIT-COUNT
008735     END-IF.
008736     IF TC-PX-REJECT
008737         ADD 1 TO TC-PX-REJECT-COUNT
008738     END-IF.
008739     IF TC-PX-SUSPENSE
008740         ADD 1 TO TC-PX-SUSPENSE-COUNT
008741     END-IF.
008742     IF TC-PX-HISTORY
008743         ADD 1 TO TC-PX-HISTORY-COUNT
008744     END-IF.
008745     IF TC-PX-DAY-TOTAL
008746         ADD 1 TO TC-PX-DAY-COUNT
008747     END-IF.
008748     IF TC-PX-SOURCE-COUNTS
008749         ADD 1 TO TC-PX-SOURCE-COUNT
008750     END-IF.
008751     IF TC-PX-TRAILER
008752         MOVE 'Y' TO TC-MG-TRAILER-SWITCH
008753         GO TO 1110-EXIT
008754     END-IF.
008755     PERFORM 0785-READ-HANDOFF-LINE THRU 0785-EXIT.
008756 1110-EXIT.
008757     EXIT.
008758
008759*-------------------------------------------------------------
008760*Commits the batch sequence the partitions drew to
008761*BATSEQ-DAT, as 0045 does for a single stream. Finding it
008762*already there means this is a rerun of a merge that got
008763*past this point; any other number means BATSEQ-DAT moved
008764*on while the partitions ran, and the batch is refused.
008765 1150-COMMIT-BATCH-SEQ.
008766     OPEN INPUT BATCH-SEQ-FILE.
008767     MOVE ZERO TO BS-CYCLE-DATE.
008768     MOVE ZERO TO BS-BATCH-SEQ.
008769     IF TC-BATSEQ-READ-OK
008770         READ BATCH-SEQ-FILE
008771             AT END
008772                 MOVE ZERO TO BS-CYCLE-DATE
008773                 MOVE ZERO TO BS-BATCH-SEQ
008774         END-READ
008775     END-IF.
008776     CLOSE BATCH-SEQ-FILE.
008777     IF BS-CYCLE-DATE NOT NUMERIC
008778        OR BS-BATCH-SEQ NOT NUMERIC
008779         MOVE ZERO TO BS-CYCLE-DATE
008780         MOVE ZERO TO BS-BATCH-SEQ
008781     END-IF.
008782     IF BS-CYCLE-DATE = TC-CYCLE-DATE
008783        AND BS-BATCH-SEQ = TC-BATCH-SEQ
008784         MOVE 'BATCH SEQ ALREADY COMMITTED - MERGE RERUN'
008785             TO TC-LOG-TEXT
008786         PERFORM 0010-WRITE-LOG-ENTRY THRU 0010-EXIT
008787         GO TO 1150-EXIT
008788     END-IF.
008789     IF BS-CYCLE-DATE = TC-CYCLE-DATE
008790         COMPUTE TC-MG-EXPECT-SEQ = BS-BATCH-SEQ + 1
008791     ELSE
008792         MOVE 1 TO TC-MG-EXPECT-SEQ
008793     END-IF.
008794     IF TC-MG-EXPECT-SEQ NOT = TC-BATCH-SEQ
008795         STRING 'BATCH SEQ ' TC-BATCH-SEQ
008796                ' DOES NOT FOLLOW BATSEQ-DAT ' BS-CYCLE-DATE
008797                ' ' BS-BATCH-SEQ
008798             DELIMITED BY SIZE INTO TC-LOG-TEXT
008799         PERFORM 1190-MERGE-FAIL THRU 1190-EXIT
008800     END-IF.
008801     OPEN OUTPUT BATCH-SEQ-FILE.
008802     MOVE SPACES TO BATCH-SEQ-RECORD.
008803     MOVE TC-CYCLE-DATE TO BS-CYCLE-DATE.
008804     MOVE TC-BATCH-SEQ TO BS-BATCH-SEQ.
008805     WRITE BATCH-SEQ-RECORD.
008806     CLOSE BATCH-SEQ-FILE.
008807 1150-EXIT.
008808     EXIT.
008809
008810*-------------------------------------------------------------
008811*A hand-off that is missing or does not prove stops the merge
008812*before any output or master is touched.
008813 1190-MERGE-FAIL.
008814     PERFORM 0010-WRITE-LOG-ENTRY THRU 0010-EXIT.
008815     MOVE 'MERGE ABANDONED' TO TC-LOG-TEXT.
008816     PERFORM 0010-WRITE-LOG-ENTRY THRU 0010-EXIT.
008817     CLOSE PART-FILE-1
008818           PART-FILE-2
008819           PART-FILE-3
008820           PART-FILE-4
008821           RUN-LOG-FILE.
008822     MOVE 16 TO RETURN-CODE.
008823     STOP RUN.
008824 1190-EXIT.
008825     EXIT.
008826
008827*-------------------------------------------------------------
008828*Opens the masters the merge step posts: ACCTMAST for the
008829*caps, KEY-HISTORY, PENDMAST, ACCTDAY (purged of earlier
008830*dates as 0099 does) and BALMAST. Any failure is a hard stop
008831*like the single stream's.
008832 1200-OPEN-MERGE-MASTERS.
008833     OPEN INPUT ACCT-MASTER.
008834     IF NOT TC-ACCT-OPEN-OK
008835         STRING 'ACCOUNT MASTER OPEN FAILED, STATUS='
008836                TC-ACCT-STATUS
008837             DELIMITED BY SIZE INTO TC-LOG-TEXT
008838         PERFORM 1290-MERGE-MASTER-FAIL THRU 1290-EXIT
008839     END-IF.
008840     OPEN I-O KEY-HISTORY.
008841     IF NOT TC-HIST-OPEN-OK
008842         STRING 'KEY HISTORY OPEN FAILED, STATUS='
008843                TC-HIST-STATUS
008844             DELIMITED BY SIZE INTO TC-LOG-TEXT
008845         PERFORM 1290-MERGE-MASTER-FAIL THRU 1290-EXIT
008846     END-IF.
008847     OPEN I-O PENDING-MASTER.
008848     IF NOT TC-PEND-OPEN-OK
008849         STRING 'PENDING MASTER OPEN FAILED, STATUS='
008850                TC-PEND-STATUS
008851             DELIMITED BY SIZE INTO TC-LOG-TEXT
008852         PERFORM 1290-MERGE-MASTER-FAIL THRU 1290-EXIT
008853     END-IF.
008854     OPEN I-O ACCT-DAY-MASTER.
008855     IF NOT TC-DAYTOT-OPEN-OK
008856         STRING 'DAY TOTAL MASTER OPEN FAILED, STATUS='
008857                TC-DAYTOT-STATUS
008858             DELIMITED BY SIZE INTO TC-LOG-TEXT
008859         PERFORM 1290-MERGE-MASTER-FAIL THRU 1290-EXIT
008860     END-IF.
008861     OPEN I-O BALANCE-MASTER.
008862     IF NOT TC-BAL-OPEN-OK
008863         STRING 'BALANCE MASTER OPEN FAILED, STATUS='
008864                TC-BAL-STATUS
008865             DELIMITED BY SIZE INTO TC-LOG-TEXT
008866         PERFORM 1290-MERGE-MASTER-FAIL THRU 1290-EXIT
008867     END-IF.
008868     MOVE LOW-VALUES TO AD-DAY-KEY.
008869     START ACCT-DAY-MASTER KEY NOT < AD-DAY-KEY
008870         INVALID KEY
008871             GO TO 1200-EXIT
008872     END-START.
008873     MOVE 'N' TO TC-DAYTOT-EOF-SWITCH.
008874     PERFORM 0193-READ-DAY-TOTAL THRU 0193-EXIT.
008875     PERFORM 0194-PURGE-STALE-DAY-TOTAL THRU 0194-EXIT
008876         UNTIL TC-DAYTOT-EOF.
008877 1200-EXIT.
008878     EXIT.
008879
008880*-------------------------------------------------------------
008881 1290-MERGE-MASTER-FAIL.
008882     PERFORM 0010-WRITE-LOG-ENTRY THRU 0010-EXIT.
008883     MOVE 'MERGE ABANDONED' TO TC-LOG-TEXT.
008884     PERFORM 0010-WRITE-LOG-ENTRY THRU 0010-EXIT.
008885     CLOSE ACCT-MASTER
008886           KEY-HISTORY
008887           PENDING-MASTER
008888           ACCT-DAY-MASTER
008889           BALANCE-MASTER
008890           OUT-FILE
008891           ACTIVE-OUT-FILE
008892           OTHER-OUT-FILE
008893           AUDIT-FILE
008894           REJECT-FILE
008895           SUSPENSE-FILE
008896           RUN-LOG-FILE.
008897     MOVE 16 TO RETURN-CODE.
008898     STOP RUN.
008899 1290-EXIT.
008900     EXIT.
008901
008902*-------------------------------------------------------------
008903*Applies one proved hand-off, line by line, in the order the
008904*partition wrote it.
008905 1300-MERGE-PARTITION.
008906     MOVE TC-PX-SUB TO TC-MG-PARTITION.
008907     PERFORM 0775-OPEN-HANDOFF-INPUT THRU 0775-EXIT.
008908     MOVE 'N' TO TC-MG-TRAILER-SWITCH.
008909     PERFORM 0785-READ-HANDOFF-LINE THRU 0785-EXIT.
008910     PERFORM 0785-READ-HANDOFF-LINE THRU 0785-EXIT.
008911     PERFORM 1310-APPLY-HANDOFF-LINE THRU 1310-EXIT
008912         UNTIL TC-PX-EOF OR TC-MG-TRAILER-SEEN.
008913     PERFORM 0788-CLOSE-HANDOFF THRU 0788-EXIT.
008914 1300-EXIT.
008915     EXIT.
008916
008917*-------------------------------------------------------------
008918 1310-APPLY-HANDOFF-LINE.
008919     IF TC-PX-OUT-DETAIL
008920         PERFORM 1320-MERGE-OUT-DETAIL THRU 1320-EXIT
008921     END-IF.
008922     IF TC-PX-AUDIT
008923         MOVE TC-PX-BODY TO AUDIT-RECORD
008924         WRITE AUDIT-RECORD
008925     END-IF.
008926     IF TC-PX-REJECT
008927         MOVE TC-PX-BODY TO REJECT-RECORD
008928         WRITE REJECT-RECORD
008929         ADD 1 TO TC-REJECT-COUNT
008930     END-IF.
008931     IF TC-PX-SUSPENSE
008932         MOVE TC-PX-BODY TO SUSPENSE-RECORD
008933         WRITE SUSPENSE-RECORD
008934         ADD 1 TO TC-SUSPENSE-COUNT
008935     END-IF.
008936     IF TC-PX-HISTORY
008937         PERFORM 1340-MERGE-HISTORY-IMAGE THRU 1340-EXIT
008938     END-IF.
008939     IF TC-PX-DAY-TOTAL
008940         PERFORM 1350-MERGE-DAY-TOTAL THRU 1350-EXIT
008941     END-IF.
008942     IF TC-PX-SOURCE-COUNTS
008943         PERFORM 1360-MERGE-SOURCE-COUNTS THRU 1360-EXIT
008944     END-IF.
008945     IF TC-PX-TRAILER
008946         PERFORM 1370-MERGE-RUN-COUNTS THRU 1370-EXIT
008947         MOVE 'Y' TO TC-MG-TRAILER-SWITCH
008948         GO TO 1310-EXIT
008949     END-IF.
008950     PERFORM 0785-READ-HANDOFF-LINE THRU 0785-EXIT.
008951 1310-EXIT.
008952     EXIT.
008953
008954*-------------------------------------------------------------
008955*One partition detail becomes one OUT-FILE detail, with its
008956*fan-out line, balance posting and pending-master update
008957*rebuilt from it by the single stream's own paragraphs. The
008958*detail's position in the merged OUT-FILE is the balance
008959*replay position.
008960 1320-MERGE-OUT-DETAIL.
008961     MOVE TC-PX-BODY TO OUT-RECORD.
008962     MOVE SPACES TO MY-RECORD.
008963     MOVE OD-KEY TO MY-KEY.
008964     MOVE OD-STATUS-FLAG TO MY-STATUS-FLAG.
008965     MOVE OD-DATE TO MY-DATE.
008966     MOVE OD-AMOUNT TO TC-EFFECTIVE-AMOUNT.
008967     MOVE OD-BRANCH-CODE TO AM-BRANCH-CODE.
008968     WRITE OUT-RECORD.
008969     ADD 1 TO TC-OUT-RECORD-COUNT.
008970     ADD TC-EFFECTIVE-AMOUNT TO TC-OUT-CONTROL-TOTAL.
008971     PERFORM 0230-WRITE-FANOUT-DETAIL THRU 0230-EXIT.
008972     MOVE TC-OUT-RECORD-COUNT TO TC-RECORDS-READ.
008973     PERFORM 0226-REPLAY-BALANCE THRU 0226-EXIT.
008974     PERFORM 0245-UPDATE-PENDING-MASTER THRU 0245-EXIT.
008975 1320-EXIT.
008976     EXIT.
008977
008978*-------------------------------------------------------------
008979*Carries one partition history image to KEY-HISTORY. An image
008980*the master does not hold yet is written as it stands. One
008981*the master already holds for this batch from another
008982*partition is the same record posted twice, once by each.
008983*A claimed image (a reversal's target) marks the master's
008984*image used for the claiming partition; a master image
008985*another partition already claimed was reversed twice.
008986 1340-MERGE-HISTORY-IMAGE.
008987     MOVE TC-PX-BODY TO TC-MG-WORK-IMAGE.
008988     ADD 1 TO TC-MG-HISTORY-COUNT.
008989     MOVE TC-MW-HIST-KEY TO KH-HIST-KEY.
008990     MOVE 'Y' TO TC-WORK-FOUND-SWITCH.
008991     READ KEY-HISTORY
008992         INVALID KEY
008993             MOVE 'N' TO TC-WORK-FOUND-SWITCH
008994     END-READ.
008995     IF NOT TC-WORK-FOUND
008996         WRITE HIST-RECORD FROM TC-MG-WORK-IMAGE
008997             INVALID KEY
008998                 CONTINUE
008999         END-WRITE
009000         GO TO 1340-EXIT
009001     END-IF.
009002     IF TC-MW-BATCH-SEQ = TC-BATCH-SEQ
009003        AND TC-MW-PROC-DATE = TC-CYCLE-DATE
009004        AND TC-MW-PARTITION = TC-MG-PARTITION
009005         IF KH-BATCH-SEQ NOT = TC-MW-BATCH-SEQ
009006            OR KH-PROC-DATE NOT = TC-CYCLE-DATE
009007            OR KH-PARTITION NOT = TC-MG-PARTITION
009008             STRING 'CROSS-PARTITION DUPLICATE KEY=' KH-KEY
009009                    ' PARTITIONS ' KH-PARTITION ' '
009010                    TC-MG-PARTITION
009011                 DELIMITED BY SIZE INTO TC-LOG-TEXT
009012             PERFORM 0010-WRITE-LOG-ENTRY THRU 0010-EXIT
009013             ADD 1 TO TC-MG-DUP-COUNT
009014             GO TO 1340-EXIT
009015         END-IF
009016     END-IF.
009017     IF NOT TC-MW-IS-USED
009018         GO TO 1340-EXIT
009019     END-IF.
009020     IF NOT KH-IS-USED
009021         MOVE 'Y' TO KH-USED
009022         MOVE TC-MW-CLAIM-PARTITION TO KH-CLAIM-PARTITION
009023         REWRITE HIST-RECORD
009024             INVALID KEY
009025                 CONTINUE
009026         END-REWRITE
009027         GO TO 1340-EXIT
009028     END-IF.
009029     IF KH-CLAIM-PARTITION NOT = TC-MW-CLAIM-PARTITION
009030         STRING 'TARGET CLAIMED BY TWO PARTITIONS KEY=' KH-KEY
009031                ' PARTITIONS ' KH-CLAIM-PARTITION ' '
009032                TC-MW-CLAIM-PARTITION
009033             DELIMITED BY SIZE INTO TC-LOG-TEXT
009034         PERFORM 0010-WRITE-LOG-ENTRY THRU 0010-EXIT
009035         ADD 1 TO TC-MG-CLAIM-COUNT
009036     END-IF.
009037 1340-EXIT.
009038     EXIT.
009039
009040*-------------------------------------------------------------
009041*Adds one partition's day movement for an account to
009042*ACCT-DAY-MASTER. The master's stamp (batch and the last
009043*partition applied, in partition order) lets a rerun of the
009044*merge pass over totals an earlier attempt already added.
009045*Each partition proved the cap against the master and its
009046*own movement only, so a cap first passed by the totals
009047*added together is reported here.
009048 1350-MERGE-DAY-TOTAL.
009049     MOVE TC-PX-BODY TO TC-MG-DAY-ENTRY.
009050     ADD 1 TO TC-MG-DAY-COUNT.
009051     MOVE TC-MD-CYCLE-DATE TO AD-CYCLE-DATE.
009052     MOVE TC-MD-ACCT-KEY TO AD-ACCT-KEY.
009053     MOVE 'Y' TO TC-DAYTOT-FOUND-SWITCH.
009054     READ ACCT-DAY-MASTER
009055         INVALID KEY
009056             MOVE 'N' TO TC-DAYTOT-FOUND-SWITCH
009057     END-READ.
009058     IF TC-DAYTOT-FOUND
009059        AND AD-LAST-BATCH-SEQ NUMERIC
009060         IF AD-LAST-BATCH-SEQ = TC-BATCH-SEQ
009061            AND AD-LAST-PARTITION NOT < TC-MG-PARTITION
009062             GO TO 1350-EXIT
009063         END-IF
009064     END-IF.
009065     IF NOT TC-DAYTOT-FOUND
009066         MOVE SPACES TO DAYTOT-RECORD
009067         MOVE ZERO TO AD-AMOUNT
009068     END-IF.
009069     IF AD-AMOUNT NOT NUMERIC
009070         MOVE ZERO TO AD-AMOUNT
009071     END-IF.
009072     MOVE AD-AMOUNT TO TC-DAY-PRIOR-AMOUNT.
009073     ADD TC-MD-AMOUNT TO AD-AMOUNT.
009074     MOVE TC-MD-CYCLE-DATE TO AD-CYCLE-DATE.
009075     MOVE TC-MD-ACCT-KEY TO AD-ACCT-KEY.
009076     MOVE TC-BATCH-SEQ TO AD-LAST-BATCH-SEQ.
009077     MOVE TC-MG-PARTITION TO AD-LAST-PARTITION.
009078     IF TC-DAYTOT-FOUND
009079         REWRITE DAYTOT-RECORD
009080             INVALID KEY
009081                 CONTINUE
009082         END-REWRITE
009083     ELSE
009084         WRITE DAYTOT-RECORD
009085             INVALID KEY
009086                 CONTINUE
009087         END-WRITE
009088     END-IF.
009089     MOVE TC-MD-ACCT-KEY TO AM-ACCT-KEY.
009090     READ ACCT-MASTER
009091         INVALID KEY
009092             GO TO 1350-EXIT
009093     END-READ.
009094     IF AM-DAILY-LIMIT NOT NUMERIC
009095         GO TO 1350-EXIT
009096     END-IF.
009097     IF AM-DAILY-LIMIT > ZERO
009098        AND TC-DAY-PRIOR-AMOUNT NOT > AM-DAILY-LIMIT
009099        AND AD-AMOUNT > AM-DAILY-LIMIT
009100         STRING 'DAILY CAP PASSED ACROSS PARTITIONS KEY='
009101                TC-MD-ACCT-KEY
009102             DELIMITED BY SIZE INTO TC-LOG-TEXT
009103         PERFORM 0010-WRITE-LOG-ENTRY THRU 0010-EXIT
009104         ADD 1 TO TC-MG-CAP-COUNT
009105     END-IF.
009106 1350-EXIT.
009107     EXIT.
009108
009109*-------------------------------------------------------------
009110 1360-MERGE-SOURCE-COUNTS.
009111     IF TC-PXC-SOURCE < 1
009112        OR TC-PXC-SOURCE > TC-SOURCE-COUNT-MAX
009113         GO TO 1360-EXIT
009114     END-IF.
009115     MOVE TC-PXC-SOURCE TO TC-SRC-SUB.
009116     ADD TC-PXC-READ-COUNT TO TC-SRC-READ-COUNT (TC-SRC-SUB).
009117     ADD TC-PXC-PROCESSED-COUNT
009118         TO TC-SRC-PROCESSED-COUNT (TC-SRC-SUB).
009119     ADD TC-PXC-REJECT-COUNT TO TC-SRC-REJECT-COUNT (TC-SRC-SUB).
009120 1360-EXIT.
009121     EXIT.
009122
009123*-------------------------------------------------------------
009124 1370-MERGE-RUN-COUNTS.
009125     ADD TC-PXT-REPLAY-COUNT TO TC-REPLAY-COUNT.
009126     ADD TC-PXT-DB-POST-COUNT TO TC-DB-POST-COUNT.
009127     ADD TC-PXT-DB-ERROR-COUNT TO TC-DB-POST-ERROR-COUNT.
009128     ADD TC-PXT-WHSE-IN-COUNT TO TC-WAREHOUSE-COUNT.
009129     ADD TC-PXT-WHSE-OUT-COUNT TO TC-WHSE-RELEASE-COUNT.
009130     ADD TC-PXT-WHSE-HELD-COUNT TO TC-WHSE-HELD-COUNT.
009131     ADD TC-PXT-RETRY-QUEUED-COUNT TO TC-RETRY-QUEUED-COUNT.
009132     ADD TC-PXT-RETRY-OK-COUNT TO TC-RETRY-OK-COUNT.
009133     ADD TC-PXT-RETRY-AGAIN-COUNT TO TC-RETRY-AGAIN-COUNT.
009134     ADD TC-PXT-RETRY-EXHAUST-COUNT TO TC-RETRY-EXHAUST-COUNT.
009135     ADD TC-PXT-REDATED-COUNT TO TC-PERIOD-REDATED-COUNT.
009136     ADD TC-PXT-LOCKED-COUNT TO TC-PERIOD-LOCKED-COUNT.
009137 1370-EXIT.
009138     EXIT.
009139
009140*-------------------------------------------------------------
009141*Reconciles DB_TABLE against the batch: TC-PROCESSED-TABLE is
009142*loaded fresh from OUT-FILE, then every DB_TABLE row is matched
009143*against it; rows with no match, and processed keys DB_TABLE
009144*never showed, both go to DISCREPANCY-FILE.
009145 8000-RECONCILE.
009146     PERFORM 8050-LOAD-PROCESSED-TABLE THRU 8050-EXIT.
009147     OPEN OUTPUT DISCREPANCY-FILE.
009148 
009149     EXEC SQL
009150         OPEN DB-CURSOR
009151     END-EXEC.
009152 
009153     PERFORM 8100-FETCH-DB-ROW THRU 8100-EXIT.
009154     PERFORM 8200-MATCH-DB-ROW THRU 8200-EXIT
009155         UNTIL TC-DB-EOF.
009156 
009157     EXEC SQL
009158         CLOSE DB-CURSOR
009159     END-EXEC.
009160 
009161     PERFORM 8300-REPORT-UNMATCHED THRU 8300-EXIT
009162         VARYING TC-PROC-IDX FROM 1 BY 1
009163         UNTIL TC-PROC-IDX > TC-PROCESSED-COUNT.
009164 
009165     CLOSE DISCREPANCY-FILE.
009166 8000-EXIT.
009167     EXIT.
009168 
009169*-------------------------------------------------------------
009170*Rebuilds TC-PROCESSED-TABLE by reading OUT-FILE from the top,
009171*rather than trusting the in-memory copy 0220-WRITE-DETAIL
009172*builds as it writes: OUT-FILE holds every detail record ever
009173*written to it, including ones written before a restart, while
009174*the in-memory copy only holds keys processed by this run.
009175*OUT-FILE is closed here (it needs no further writes) and is
009176*not part of 0000-MAIN-LOGIC's final CLOSE.
009177 8050-LOAD-PROCESSED-TABLE.
009178     MOVE ZERO TO TC-PROCESSED-COUNT.
009179     MOVE 'N' TO TC-PROC-TABLE-FULL-SWITCH.
009180     MOVE 'N' TO TC-OUT-EOF-SWITCH.
009181     CLOSE OUT-FILE.
009182     OPEN INPUT OUT-FILE.
009183     PERFORM 8060-READ-OUT-RECORD THRU 8060-EXIT.
009184     PERFORM 8070-LOAD-PROCESSED-ENTRY THRU 8070-EXIT
009185         UNTIL TC-OUT-EOF.
009186     CLOSE OUT-FILE.
009187 8050-EXIT.
009188     EXIT.
009189 
009190*-------------------------------------------------------------
009191 8060-READ-OUT-RECORD.
009192     READ OUT-FILE
009193         AT END
009194             MOVE 'Y' TO TC-OUT-EOF-SWITCH
009195     END-READ.
009196 8060-EXIT.
009197     EXIT.
009198 
009199*-------------------------------------------------------------
009200*Adds one OUT-FILE detail record's key to TC-PROCESSED-TABLE,
009201*logging once (via TC-PROC-TABLE-FULL-SWITCH) if the table's
009202*TC-PROC-TABLE-SIZE bound is ever reached.
009203 8070-LOAD-PROCESSED-ENTRY.
009204     IF OUT-REC-IS-DETAIL
009205         IF TC-PROCESSED-COUNT < TC-PROC-TABLE-SIZE
009206             ADD 1 TO TC-PROCESSED-COUNT
009207             SET TC-PROC-IDX TO TC-PROCESSED-COUNT
009208             MOVE OD-KEY TO TC-PROC-KEY (TC-PROC-IDX)
009209             MOVE 'N' TO TC-PROC-MATCHED (TC-PROC-IDX)
009210         ELSE
009211             IF NOT TC-PROC-TABLE-FULL
009212                 MOVE 'Y' TO TC-PROC-TABLE-FULL-SWITCH
009213                 STRING 'PROCESSED TABLE FULL AT '
009214                        TC-PROC-TABLE-SIZE
009215                        ' KEYS - COVERAGE GAP'
009216                     DELIMITED BY SIZE INTO TC-LOG-TEXT
009217                 PERFORM 0010-WRITE-LOG-ENTRY THRU 0010-EXIT
009218             END-IF
009219         END-IF
009220     END-IF.
009221     PERFORM 8060-READ-OUT-RECORD THRU 8060-EXIT.
009222 8070-EXIT.
009223     EXIT.
009224 
009225*-------------------------------------------------------------
009226 8100-FETCH-DB-ROW.
009227     EXEC SQL
009228         FETCH DB-CURSOR
009229           INTO :DB-KEY, :DB-AMOUNT, :DB-STATUS-FLAG, :DB-DATE
009230     END-EXEC.
009231 
009232     IF SQLCODE = 100
009233         MOVE 'Y' TO TC-DB-EOF-SWITCH
009234     END-IF.
009235 8100-EXIT.
009236     EXIT.
009237 
009238*-------------------------------------------------------------
009239*Searches TC-PROCESSED-TABLE for the DB_TABLE row just fetched;
009240*no match means the table has a key the batch never processed.
009241 8200-MATCH-DB-ROW.
009242     SET TC-PROC-IDX TO 1.
009243     SEARCH TC-PROCESSED-ENTRY
009244         AT END
009245             MOVE DB-KEY TO DR-KEY
009246             MOVE 'IN TABLE NOT IN FILE' TO DR-DISCREPANCY-TYPE
009247             WRITE DISCREPANCY-RECORD
009248             ADD 1 TO TC-DISCREPANCY-COUNT
009249         WHEN TC-PROC-KEY (TC-PROC-IDX) = DB-KEY
009250             MOVE 'Y' TO TC-PROC-MATCHED (TC-PROC-IDX)
009251     END-SEARCH.
009252 
009253     PERFORM 8100-FETCH-DB-ROW THRU 8100-EXIT.
009254 8200-EXIT.
009255     EXIT.
009256 
009257*-------------------------------------------------------------
009258*Any processed key DB_TABLE never matched is a discrepancy the
009259*other way: in the batch, missing from the table.
009260 8300-REPORT-UNMATCHED.
009261     IF NOT TC-PROC-IS-MATCHED (TC-PROC-IDX)
009262         MOVE TC-PROC-KEY (TC-PROC-IDX) TO DR-KEY
009270         MOVE 'IN FILE NOT IN TABLE' TO DR-DISCREPANCY-TYPE
009280         WRITE DISCREPANCY-RECORD
009290         ADD 1 TO TC-DISCREPANCY-COUNT
