000010*-----------------------------------------------------------------
000020*INQ-COBOL
000030*
000040*Single-account inquiry. Given one account key, prints in one
000050*place everything the suite holds on that account: its ACCTMAST
000060*details and caps with the BALMAST balance, every KEY-HISTORY
000070*image TEST-COBOL posted for it (with the batch sequence and
000080*the CALL return code), its open PENDMAST item, items waiting
000090*on VALWHSE for a future value date, items queued on RTRYMAST,
000100*items held in suspense on SUSHOLD-DAT with their S00x reason,
000110*rejects still outstanding on REJLIFE with their R00x reason,
000120*and the cycle archive's OUT, AUDIT, REJECT and DISCREPANCY
000130*images for the key. The key comes from INQUIRY_KEY; an
000140*optional INQUIRY_FROM_DATE and INQUIRY_TO_DATE (CCYYMMDD)
000150*narrow the dated sections to a range - the processing date
000160*on KEY-HISTORY, the value date on VALWHSE, the cycle date
000170*everywhere else. Every file is opened INPUT only, and a file
000180*that is absent simply shows nothing, so the inquiry can be
000190*run from the operator console during the day, outside the
000200*nightly net, without disturbing the masters. Return code 4
000210*flags a key not on ACCTMAST; 8 a file that would not open, so
000220*the view is incomplete; 16 no key given.
000230*
000240*  Author.......: D. HARTLEY, BATCH SYSTEMS GROUP
000250*  Installation.: BATCH SYSTEMS GROUP
000260*  Date-Written.: 2026-10-15
000270*
000280*  Modification History
000290*  ----------  ----  ---------------------------------------
000300*  2026-10-15  DH    Original single-account inquiry.
000301*  2026-10-15  DH    Dormant status and the status date shown.
000310*-----------------------------------------------------------------
000320 IDENTIFICATION DIVISION.
000330 PROGRAM-ID.  INQ-COBOL.
000340 AUTHOR.  D. HARTLEY, BATCH SYSTEMS GROUP.
000350 INSTALLATION.  BATCH SYSTEMS GROUP.
000360 DATE-WRITTEN.  2026-10-15.
000370 DATE-COMPILED.
000380
000390*-----------------------------------------------------------------
000400 ENVIRONMENT DIVISION.
000410 INPUT-OUTPUT SECTION.
000420 FILE-CONTROL.
000430     SELECT ACCT-MASTER ASSIGN TO ACCTMAST
000440         ORGANIZATION IS INDEXED
000450         ACCESS MODE IS RANDOM
000460         RECORD KEY IS AM-ACCT-KEY
000470         FILE STATUS IS IQ-ACCT-STATUS.
000480     SELECT OPTIONAL BALANCE-MASTER ASSIGN TO BALMAST
000490         ORGANIZATION IS INDEXED
000500         ACCESS MODE IS RANDOM
000510         RECORD KEY IS BL-ACCT-KEY
000520         FILE STATUS IS IQ-BAL-STATUS.
000530     SELECT OPTIONAL KEY-HISTORY ASSIGN TO KEYHIST
000540         ORGANIZATION IS INDEXED
000550         ACCESS MODE IS DYNAMIC
000560         RECORD KEY IS KH-HIST-KEY
000570         FILE STATUS IS IQ-HIST-STATUS.
000580     SELECT OPTIONAL PENDING-MASTER ASSIGN TO PENDMAST
000590         ORGANIZATION IS INDEXED
000600         ACCESS MODE IS RANDOM
000610         RECORD KEY IS PM-KEY
000620         FILE STATUS IS IQ-PEND-STATUS.
000630     SELECT OPTIONAL VALUE-WAREHOUSE ASSIGN TO VALWHSE
000640         ORGANIZATION IS INDEXED
000650         ACCESS MODE IS DYNAMIC
000660         RECORD KEY IS WH-WHSE-KEY
000670         FILE STATUS IS IQ-WHSE-STATUS.
000680     SELECT OPTIONAL RETRY-MASTER ASSIGN TO RTRYMAST
000690         ORGANIZATION IS INDEXED
000700         ACCESS MODE IS DYNAMIC
000710         RECORD KEY IS RT-RETRY-KEY
000720         FILE STATUS IS IQ-RETRY-STATUS.
000730     SELECT OPTIONAL HOLD-FILE ASSIGN TO SUSHOLD-DAT
000740         ORGANIZATION IS LINE SEQUENTIAL
000750         FILE STATUS IS IQ-HOLD-STATUS.
000760     SELECT OPTIONAL REJECT-LIFECYCLE ASSIGN TO REJLIFE
000770         ORGANIZATION IS INDEXED
000780         ACCESS MODE IS DYNAMIC
000790         RECORD KEY IS LF-LIFE-KEY
000800         FILE STATUS IS IQ-LIFE-STATUS.
000810     SELECT OPTIONAL CYCLE-ARCHIVE ASSIGN TO ARCHMAST
000820         ORGANIZATION IS INDEXED
000830         ACCESS MODE IS DYNAMIC
000840         RECORD KEY IS AR-ARCH-KEY
000850         FILE STATUS IS IQ-ARCH-STATUS.
000860     SELECT REPORT-FILE ASSIGN TO INQRPT-DAT
000870         ORGANIZATION IS LINE SEQUENTIAL.
000880
000890*-----------------------------------------------------------------
000900 DATA DIVISION.
000910 FILE SECTION.
000920 FD  ACCT-MASTER.
000930     COPY ACCT-COPYBOOK.
000940
000950 FD  BALANCE-MASTER.
000960     COPY BAL-COPYBOOK.
000970
000980 FD  KEY-HISTORY.
000990     COPY HIST-COPYBOOK.
001000
001010 FD  PENDING-MASTER.
001020     COPY PEND-COPYBOOK.
001030
001040*-----------------------------------------------------------------
001050*VALUE-WAREHOUSE and RETRY-MASTER - these views mirror
001060*TEST-COBOL's positions.
001070*-----------------------------------------------------------------
001080 FD  VALUE-WAREHOUSE.
001090 01  WHSE-RECORD.
001100     05  WH-WHSE-KEY.
001110         10  WH-VALUE-DATE           PIC 9(08).
001120         10  WH-KEY                  PIC X(10).
001130         10  WH-SEQ                  PIC 9(03).
001140     05  WH-SOURCE-ID                PIC X(03).
001150     05  WH-STORED-DATE              PIC 9(08).
001160     05  WH-ORIGINAL-RECORD          PIC X(80).
001170     05  FILLER                      PIC X(08).
001180
001190 FD  RETRY-MASTER.
001200 01  RETRY-RECORD.
001210     05  RT-RETRY-KEY.
001220         10  RT-KEY                  PIC X(10).
001230         10  RT-AMOUNT               PIC X(09).
001240         10  RT-DATE                 PIC X(08).
001250         10  RT-TRAN-TYPE            PIC X(01).
001260     05  RT-RETRY-COUNT              PIC 9(02).
001270     05  RT-LAST-RC                  PIC S9(04).
001280     05  RT-SOURCE-ID                PIC X(03).
001290     05  RT-FIRST-CYCLE-DATE         PIC 9(08).
001300     05  RT-EFFECTIVE-AMOUNT         PIC X(09).
001310     05  RT-ORIGINAL-RECORD          PIC X(80).
001320     05  FILLER                      PIC X(08).
001330
001340*-----------------------------------------------------------------
001350*HOLD-FILE - SUS-COBOL's carried-forward suspense items, read
001360*            into IQ-HOLD-ITEM (the SUSPENSE-RECORD layout).
001370*-----------------------------------------------------------------
001380 FD  HOLD-FILE.
001390 01  HOLD-RECORD                    PIC X(135).
001400
001410*-----------------------------------------------------------------
001420*REJECT-LIFECYCLE - this view mirrors RRC-COBOL's positions.
001430*-----------------------------------------------------------------
001440 FD  REJECT-LIFECYCLE.
001450 01  LIFE-RECORD.
001460     05  LF-LIFE-KEY.
001470         10  LF-KEY                  PIC X(10).
001480         10  LF-REASON-CODE          PIC X(04).
001490         10  LF-CYCLE-DATE           PIC 9(08).
001500         10  LF-SEQ                  PIC 9(03).
001510     05  LF-STATUS                   PIC X(01).
001520         88  LF-OUTSTANDING              VALUE 'O'.
001530         88  LF-RESUBMITTED              VALUE 'R'.
001540         88  LF-CORRECTION-FAILED        VALUE 'F'.
001550     05  LF-SOURCE-ID                PIC X(03).
001560     05  LF-DISP-DATE                PIC 9(08).
001570     05  LF-OPERATOR-ID              PIC X(08).
001580     05  FILLER                      PIC X(35).
001590
001600 FD  CYCLE-ARCHIVE.
001610     COPY ARCH-COPYBOOK.
001620
001630 FD  REPORT-FILE.
001640 01  REPORT-RECORD                  PIC X(80).
001650
001660 WORKING-STORAGE SECTION.
001670*-----------------------------------------------------------------
001680*Original input images (warehouse, suspense) and archived
001690*OUT-FILE images are read back through the shared layouts.
001700*-----------------------------------------------------------------
001710     COPY MY-COPYBOOK.
001720     COPY OUT-COPYBOOK.
001730
001740*-----------------------------------------------------------------
001750*ARCHIVED AUDIT, REJECT AND DISCREPANCY IMAGES - these views
001760*mirror TEST-COBOL's positions.
001770*-----------------------------------------------------------------
001780 01  IQ-AUDIT-IMAGE.
001790     05  IQ-AI-KEY                   PIC X(10).
001800     05  IQ-AI-RETURN-CODE           PIC S9(04).
001810     05  IQ-AI-CALL-DATE             PIC 9(08).
001820     05  IQ-AI-CALL-TIME             PIC 9(08).
001830     05  IQ-AI-BATCH-SEQ             PIC 9(03).
001840     05  FILLER                      PIC X(102).
001850 01  IQ-REJECT-IMAGE REDEFINES IQ-AUDIT-IMAGE.
001860     05  IQ-RI-KEY                   PIC X(10).
001870     05  IQ-RI-REASON-CODE           PIC X(04).
001880     05  IQ-RI-REASON-TEXT           PIC X(30).
001890     05  IQ-RI-ORIGINAL-RECORD       PIC X(80).
001900     05  IQ-RI-SOURCE-ID             PIC X(03).
001910     05  IQ-RI-CYCLE-DATE            PIC 9(08).
001920 01  IQ-DISCREPANCY-IMAGE REDEFINES IQ-AUDIT-IMAGE.
001930     05  IQ-DI-KEY                   PIC X(10).
001940     05  IQ-DI-TYPE                  PIC X(21).
001950     05  FILLER                      PIC X(104).
001960
001970*-----------------------------------------------------------------
001980*SUSPENSE HOLD ITEM - the SUSPENSE-RECORD layout, as SUS-COBOL
001990*reads it.
002000*-----------------------------------------------------------------
002010 01  IQ-HOLD-ITEM.
002020     05  IQ-HI-KEY                   PIC X(10).
002030     05  IQ-HI-REASON-CODE           PIC X(04).
002040     05  IQ-HI-REASON-TEXT           PIC X(30).
002050     05  IQ-HI-ORIGINAL-RECORD       PIC X(80).
002060     05  IQ-HI-SOURCE-ID             PIC X(03).
002070     05  IQ-HI-CYCLE-DATE            PIC X(08).
002080 01  IQ-HOLD-ITEM-DATE-NUM REDEFINES IQ-HOLD-ITEM.
002090     05  FILLER                      PIC X(127).
002100     05  IQ-HI-CYCLE-DATE-9          PIC 9(08).
002110
002120*-----------------------------------------------------------------
002130*SWITCHES AND FILE STATUSES. The optional files answer '05'
002140*when absent, which reads as an empty file.
002150*-----------------------------------------------------------------
002160 77  IQ-EOF-SWITCH                  PIC X(01) VALUE 'N'.
002170     88  IQ-EOF                          VALUE 'Y'.
002180 77  IQ-IN-RANGE-SWITCH             PIC X(01) VALUE 'N'.
002190     88  IQ-IN-RANGE                     VALUE 'Y'.
002200 77  IQ-ACCT-STATUS                 PIC X(02) VALUE SPACES.
002210     88  IQ-ACCT-OPEN-OK                 VALUE '00'.
002220 77  IQ-BAL-STATUS                  PIC X(02) VALUE SPACES.
002230     88  IQ-BAL-OPEN-OK                  VALUE '00' '05'.
002240 77  IQ-HIST-STATUS                 PIC X(02) VALUE SPACES.
002250     88  IQ-HIST-OPEN-OK                 VALUE '00' '05'.
002260 77  IQ-PEND-STATUS                 PIC X(02) VALUE SPACES.
002270     88  IQ-PEND-OPEN-OK                 VALUE '00' '05'.
002280 77  IQ-WHSE-STATUS                 PIC X(02) VALUE SPACES.
002290     88  IQ-WHSE-OPEN-OK                 VALUE '00' '05'.
002300 77  IQ-RETRY-STATUS                PIC X(02) VALUE SPACES.
002310     88  IQ-RETRY-OPEN-OK                VALUE '00' '05'.
002320 77  IQ-HOLD-STATUS                 PIC X(02) VALUE SPACES.
002330     88  IQ-HOLD-OPEN-OK                 VALUE '00' '05'.
002340 77  IQ-LIFE-STATUS                 PIC X(02) VALUE SPACES.
002350     88  IQ-LIFE-OPEN-OK                 VALUE '00' '05'.
002360 77  IQ-ARCH-STATUS                 PIC X(02) VALUE SPACES.
002370     88  IQ-ARCH-OPEN-OK                 VALUE '00' '05'.
002380
002390*-----------------------------------------------------------------
002400*THE INQUIRY. INQUIRY_KEY names the account; INQUIRY_FROM_DATE
002410*and INQUIRY_TO_DATE (CCYYMMDD) bound the dated sections when
002420*present and numeric, otherwise every date is shown.
002430*-----------------------------------------------------------------
002440 77  IQ-INQUIRY-KEY                 PIC X(10) VALUE SPACES.
002450 77  IQ-FROM-ENV                    PIC X(08) VALUE SPACES.
002460 77  IQ-TO-ENV                      PIC X(08) VALUE SPACES.
002470 77  IQ-FROM-DATE                   PIC 9(08) VALUE ZERO.
002480 77  IQ-TO-DATE                     PIC 9(08) VALUE 99999999.
002490 77  IQ-TEST-DATE                   PIC 9(08) VALUE ZERO.
002500 77  IQ-RUN-DATE                    PIC 9(08) VALUE ZERO.
002510 77  IQ-RUN-TIME                    PIC 9(08) VALUE ZERO.
002520
002530*-----------------------------------------------------------------
002540*WORK FIELDS. A stored amount image is tested through its
002550*numeric view before it is edited for print.
002560*-----------------------------------------------------------------
002570 01  IQ-AMOUNT-WORK.
002580     05  IQ-AMOUNT-NUM               PIC S9(07)V99.
002590 77  IQ-SECTION-COUNT               PIC 9(05) VALUE ZERO.
002600 77  IQ-RETURN-CODE                 PIC 9(02) VALUE ZERO.
002610
002620*-----------------------------------------------------------------
002630*PAGE CONTROL
002640*-----------------------------------------------------------------
002650 77  IQ-LINE-COUNT                  PIC 9(02)      VALUE ZERO.
002660 77  IQ-LINES-PER-PAGE              PIC 9(02)      VALUE 50.
002670 77  IQ-PAGE-NUMBER                 PIC 9(04)      VALUE ZERO.
002680
002690*-----------------------------------------------------------------
002700*PRINT LINES
002710*-----------------------------------------------------------------
002720 01  IQ-PAGE-HEADING-1.
002730     05  FILLER                      PIC X(20) VALUE
002740                         'ACCOUNT INQUIRY     '.
002750     05  FILLER                      PIC X(10) VALUE SPACES.
002760     05  IQ-H1-DATE                  PIC 9(08).
002770     05  FILLER                      PIC X(05) VALUE SPACES.
002780     05  FILLER                      PIC X(05) VALUE 'PAGE '.
002790     05  IQ-H1-PAGE                  PIC ZZZ9.
002800     05  FILLER                      PIC X(01) VALUE SPACES.
002810     05  IQ-H1-TIME                  PIC 9(08).
002820     05  FILLER                      PIC X(19) VALUE SPACES.
002830
002840 01  IQ-PAGE-HEADING-2.
002850     05  FILLER                      PIC X(20) VALUE
002860                         'PROGRAM: INQ-COBOL'.
002870     05  FILLER                      PIC X(60) VALUE SPACES.
002880
002890 01  IQ-BLANK-LINE                  PIC X(80) VALUE SPACES.
002900
002910 01  IQ-REQUEST-LINE.
002920     05  FILLER                      PIC X(09) VALUE
002930                         'ACCOUNT: '.
002940     05  IQ-RL-KEY                   PIC X(10).
002950     05  FILLER                      PIC X(14) VALUE
002960                         '  DATES FROM: '.
002970     05  IQ-RL-FROM                  PIC 9(08).
002980     05  FILLER                      PIC X(05) VALUE
002990                         ' TO: '.
003000     05  IQ-RL-TO                    PIC 9(08).
003010     05  FILLER                      PIC X(26) VALUE SPACES.
003020
003030 01  IQ-SECTION-HEADING.
003040     05  IQ-SH-TEXT                  PIC X(40).
003050     05  FILLER                      PIC X(40) VALUE SPACES.
003060
003070 01  IQ-FIELD-LINE.
003080     05  FILLER                      PIC X(02) VALUE SPACES.
003090     05  IQ-FL-LABEL                 PIC X(22).
003100     05  IQ-FL-VALUE                 PIC X(30).
003110     05  FILLER                      PIC X(26) VALUE SPACES.
003120
003130 01  IQ-AMOUNT-LINE.
003140     05  FILLER                      PIC X(02) VALUE SPACES.
003150     05  IQ-AL-LABEL                 PIC X(22).
003160     05  IQ-AL-AMOUNT                PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
003170     05  FILLER                      PIC X(38) VALUE SPACES.
003180
003190 01  IQ-COUNT-LINE.
003200     05  FILLER                      PIC X(02) VALUE SPACES.
003210     05  IQ-CL-TEXT                  PIC X(22).
003220     05  IQ-CL-COUNT                 PIC ZZ,ZZ9.
003230     05  FILLER                      PIC X(50) VALUE SPACES.
003240
003250 01  IQ-HISTORY-COLUMNS.
003260     05  FILLER                      PIC X(11) VALUE
003270                         '  PROC DATE'.
003280     05  FILLER                      PIC X(04) VALUE ' BAT'.
003290     05  FILLER                      PIC X(02) VALUE ' T'.
003300     05  FILLER                      PIC X(09) VALUE
003310                         ' TRAN DT '.
003320     05  FILLER                      PIC X(14) VALUE
003330                         '     EFFECTIVE'.
003340     05  FILLER                      PIC X(08) VALUE
003350                         ' CALL RC'.
003360     05  FILLER                      PIC X(05) VALUE ' USED'.
003370     05  FILLER                      PIC X(27) VALUE SPACES.
003380
003390 01  IQ-HISTORY-LINE.
003400     05  FILLER                      PIC X(03) VALUE SPACES.
003410     05  IQ-HL-PROC-DATE             PIC 9(08).
003420     05  FILLER                      PIC X(01) VALUE SPACES.
003430     05  IQ-HL-BATCH-SEQ             PIC X(03).
003440     05  FILLER                      PIC X(01) VALUE SPACES.
003450     05  IQ-HL-TRAN-TYPE             PIC X(01).
003460     05  FILLER                      PIC X(01) VALUE SPACES.
003470     05  IQ-HL-DATE                  PIC X(08).
003480     05  FILLER                      PIC X(01) VALUE SPACES.
003490     05  IQ-HL-AMOUNT                PIC Z,ZZZ,ZZ9.99-.
003500     05  FILLER                      PIC X(04) VALUE SPACES.
003510     05  IQ-HL-CALL-RC               PIC X(04).
003520     05  FILLER                      PIC X(04) VALUE SPACES.
003530     05  IQ-HL-USED                  PIC X(01).
003540     05  FILLER                      PIC X(27) VALUE SPACES.
003550
003560 01  IQ-ITEM-COLUMNS.
003570     05  FILLER                      PIC X(11) VALUE
003580                         '  DATE     '.
003590     05  IQ-IC-TEXT                  PIC X(69).
003600
003610 01  IQ-PENDING-LINE.
003620     05  FILLER                      PIC X(02) VALUE SPACES.
003630     05  IQ-PL-DATE                  PIC 9(08).
003640     05  FILLER                      PIC X(01) VALUE SPACES.
003650     05  IQ-PL-STATUS                PIC X(01).
003660     05  FILLER                      PIC X(01) VALUE SPACES.
003670     05  IQ-PL-AMOUNT                PIC Z,ZZZ,ZZ9.99-.
003680     05  FILLER                      PIC X(02) VALUE SPACES.
003690     05  IQ-PL-FIRST-SEEN            PIC 9(08).
003700     05  FILLER                      PIC X(44) VALUE SPACES.
003710
003720 01  IQ-WAREHOUSE-LINE.
003730     05  FILLER                      PIC X(02) VALUE SPACES.
003740     05  IQ-WL-VALUE-DATE            PIC 9(08).
003750     05  FILLER                      PIC X(01) VALUE SPACES.
003760     05  IQ-WL-SEQ                   PIC 9(03).
003770     05  FILLER                      PIC X(01) VALUE SPACES.
003780     05  IQ-WL-SOURCE-ID             PIC X(03).
003790     05  FILLER                      PIC X(01) VALUE SPACES.
003800     05  IQ-WL-TRAN-TYPE             PIC X(01).
003810     05  FILLER                      PIC X(01) VALUE SPACES.
003820     05  IQ-WL-AMOUNT                PIC Z,ZZZ,ZZ9.99-.
003830     05  FILLER                      PIC X(02) VALUE SPACES.
003840     05  IQ-WL-STORED-DATE           PIC 9(08).
003850     05  FILLER                      PIC X(36) VALUE SPACES.
003860
003870 01  IQ-RETRY-LINE.
003880     05  FILLER                      PIC X(02) VALUE SPACES.
003890     05  IQ-TL-FIRST-CYCLE           PIC 9(08).
003900     05  FILLER                      PIC X(01) VALUE SPACES.
003910     05  IQ-TL-SOURCE-ID             PIC X(03).
003920     05  FILLER                      PIC X(01) VALUE SPACES.
003930     05  IQ-TL-TRAN-TYPE             PIC X(01).
003940     05  FILLER                      PIC X(01) VALUE SPACES.
003950     05  IQ-TL-AMOUNT                PIC Z,ZZZ,ZZ9.99-.
003960     05  FILLER                      PIC X(03) VALUE SPACES.
003970     05  IQ-TL-ATTEMPTS              PIC Z9.
003980     05  FILLER                      PIC X(03) VALUE SPACES.
003990     05  IQ-TL-LAST-RC               PIC -ZZZ9.
004000     05  FILLER                      PIC X(37) VALUE SPACES.
004010
004020 01  IQ-HOLD-LINE.
004030     05  FILLER                      PIC X(02) VALUE SPACES.
004040     05  IQ-OL-CYCLE-DATE            PIC X(08).
004050     05  FILLER                      PIC X(01) VALUE SPACES.
004060     05  IQ-OL-SOURCE-ID             PIC X(03).
004070     05  FILLER                      PIC X(01) VALUE SPACES.
004080     05  IQ-OL-AMOUNT                PIC Z,ZZZ,ZZ9.99-.
004090     05  FILLER                      PIC X(02) VALUE SPACES.
004100     05  IQ-OL-REASON-CODE           PIC X(04).
004110     05  FILLER                      PIC X(01) VALUE SPACES.
004120     05  IQ-OL-REASON-TEXT           PIC X(30).
004130     05  FILLER                      PIC X(15) VALUE SPACES.
004140
004150 01  IQ-REJECT-LINE.
004160     05  FILLER                      PIC X(02) VALUE SPACES.
004170     05  IQ-JL-CYCLE-DATE            PIC 9(08).
004180     05  FILLER                      PIC X(01) VALUE SPACES.
004190     05  IQ-JL-SOURCE-ID             PIC X(03).
004200     05  FILLER                      PIC X(01) VALUE SPACES.
004210     05  IQ-JL-SEQ                   PIC 9(03).
004220     05  FILLER                      PIC X(02) VALUE SPACES.
004230     05  IQ-JL-REASON-CODE           PIC X(04).
004240     05  FILLER                      PIC X(02) VALUE SPACES.
004250     05  IQ-JL-STATE                 PIC X(18).
004260     05  FILLER                      PIC X(01) VALUE SPACES.
004270     05  IQ-JL-OPERATOR-ID           PIC X(08).
004280     05  FILLER                      PIC X(27) VALUE SPACES.
004290
004300 01  IQ-ARCHIVE-LINE.
004310     05  FILLER                      PIC X(02) VALUE SPACES.
004320     05  IQ-XL-CYCLE-DATE            PIC 9(08).
004330     05  FILLER                      PIC X(01) VALUE SPACES.
004340     05  IQ-XL-BATCH-SEQ             PIC 9(03).
004350     05  FILLER                      PIC X(01) VALUE SPACES.
004360     05  IQ-XL-FILE-ID               PIC X(03).
004370     05  FILLER                      PIC X(01) VALUE SPACES.
004380     05  IQ-XL-DETAIL                PIC X(50).
004390     05  FILLER                      PIC X(11) VALUE SPACES.
004400
004410*The archive line's detail, one view per archived file.
004420 01  IQ-ARCH-OUT-DETAIL.
004430     05  FILLER                      PIC X(05) VALUE 'TYPE '.
004440     05  IQ-XO-TRAN-TYPE             PIC X(01).
004450     05  FILLER                      PIC X(06) VALUE ' FLAG '.
004460     05  IQ-XO-STATUS-FLAG           PIC X(01).
004470     05  FILLER                      PIC X(05) VALUE ' SRC '.
004480     05  IQ-XO-SOURCE-ID             PIC X(03).
004490     05  FILLER                      PIC X(05) VALUE ' AMT '.
004500     05  IQ-XO-AMOUNT                PIC Z,ZZZ,ZZ9.99-.
004510     05  FILLER                      PIC X(11) VALUE SPACES.
004520
004530 01  IQ-ARCH-AUDIT-DETAIL.
004540     05  FILLER                      PIC X(08) VALUE 'CALL RC '.
004550     05  IQ-XA-RETURN-CODE           PIC -ZZZ9.
004560     05  FILLER                      PIC X(04) VALUE ' AT '.
004570     05  IQ-XA-CALL-DATE             PIC 9(08).
004580     05  FILLER                      PIC X(01) VALUE SPACES.
004590     05  IQ-XA-CALL-TIME             PIC 9(08).
004600     05  FILLER                      PIC X(16) VALUE SPACES.
004610
004620 01  IQ-ARCH-REJECT-DETAIL.
004630     05  IQ-XR-REASON-CODE           PIC X(04).
004640     05  FILLER                      PIC X(01) VALUE SPACES.
004650     05  IQ-XR-REASON-TEXT           PIC X(30).
004660     05  FILLER                      PIC X(15) VALUE SPACES.
004670
004680 01  IQ-ARCH-DSC-DETAIL.
004690     05  FILLER                      PIC X(12) VALUE
004700                         'DISCREPANCY '.
004710     05  IQ-XD-TYPE                  PIC X(21).
004720     05  FILLER                      PIC X(17) VALUE SPACES.
004730
004740 01  IQ-MESSAGE-LINE.
004750     05  IQ-ML-TEXT                  PIC X(44).
004760     05  IQ-ML-STATUS                PIC X(02).
004770     05  FILLER                      PIC X(34) VALUE SPACES.
004780
004790*-----------------------------------------------------------------
004800 PROCEDURE DIVISION.
004810*===========================================================
004820*0000-MAIN-LOGIC
004830*Mainline: fix the key and the date range, then print each
004840*section in turn. A section whose file would not open says
004850*so and the inquiry goes on to the next.
004860*===========================================================
004870 0000-MAIN-LOGIC.
004880     OPEN OUTPUT REPORT-FILE.
004890     ACCEPT IQ-RUN-DATE FROM DATE YYYYMMDD.
004900     ACCEPT IQ-RUN-TIME FROM TIME.
004910     PERFORM 0910-PRINT-PAGE-HEADING THRU 0910-EXIT.
004920     PERFORM 0100-RESOLVE-INQUIRY THRU 0100-EXIT.
004930     IF IQ-INQUIRY-KEY = SPACES
004940         MOVE 'NO INQUIRY_KEY GIVEN - NOTHING TO LOOK UP'
004950             TO IQ-ML-TEXT
004960         PERFORM 0920-PRINT-MESSAGE THRU 0920-EXIT
004970         MOVE 16 TO IQ-RETURN-CODE
004980         GO TO 0000-CLOSE
004990     END-IF.
005000     PERFORM 0200-SHOW-ACCOUNT THRU 0200-EXIT.
005010     PERFORM 0300-SHOW-HISTORY THRU 0300-EXIT.
005020     PERFORM 0400-SHOW-PENDING THRU 0400-EXIT.
005030     PERFORM 0450-SHOW-WAREHOUSE THRU 0450-EXIT.
005040     PERFORM 0500-SHOW-RETRY THRU 0500-EXIT.
005050     PERFORM 0550-SHOW-HOLDS THRU 0550-EXIT.
005060     PERFORM 0600-SHOW-REJECTS THRU 0600-EXIT.
005070     PERFORM 0700-SHOW-ARCHIVE THRU 0700-EXIT.
005080 0000-CLOSE.
005090     CLOSE REPORT-FILE.
005100     MOVE IQ-RETURN-CODE TO RETURN-CODE.
005110     STOP RUN.
005120
005130*===========================================================
005140*0100-RESOLVE-INQUIRY
005150*Takes the key from INQUIRY_KEY and the optional range from
005160*INQUIRY_FROM_DATE and INQUIRY_TO_DATE. A date that is not
005170*numeric, or a range that runs backwards, is reported and
005180*the whole range is used instead.
005190*===========================================================
005200 0100-RESOLVE-INQUIRY.
005210     ACCEPT IQ-INQUIRY-KEY FROM ENVIRONMENT 'INQUIRY_KEY'.
005220     ACCEPT IQ-FROM-ENV FROM ENVIRONMENT 'INQUIRY_FROM_DATE'.
005230     ACCEPT IQ-TO-ENV FROM ENVIRONMENT 'INQUIRY_TO_DATE'.
005240     IF IQ-FROM-ENV NOT = SPACES
005250         IF IQ-FROM-ENV NUMERIC
005260             MOVE IQ-FROM-ENV TO IQ-FROM-DATE
005270         ELSE
005280             MOVE 'INVALID INQUIRY_FROM_DATE - ALL DATES USED'
005290                 TO IQ-ML-TEXT
005300             PERFORM 0920-PRINT-MESSAGE THRU 0920-EXIT
005310         END-IF
005320     END-IF.
005330     IF IQ-TO-ENV NOT = SPACES
005340         IF IQ-TO-ENV NUMERIC
005350             MOVE IQ-TO-ENV TO IQ-TO-DATE
005360         ELSE
005370             MOVE 'INVALID INQUIRY_TO_DATE - ALL DATES USED'
005380                 TO IQ-ML-TEXT
005390             PERFORM 0920-PRINT-MESSAGE THRU 0920-EXIT
005400         END-IF
005410     END-IF.
005420     IF IQ-FROM-DATE > IQ-TO-DATE
005430         MOVE 'DATE RANGE RUNS BACKWARDS - ALL DATES USED'
005440             TO IQ-ML-TEXT
005450         PERFORM 0920-PRINT-MESSAGE THRU 0920-EXIT
005460         MOVE ZERO TO IQ-FROM-DATE
005470         MOVE 99999999 TO IQ-TO-DATE
005480     END-IF.
005490     MOVE IQ-INQUIRY-KEY TO IQ-RL-KEY.
005500     MOVE IQ-FROM-DATE TO IQ-RL-FROM.
005510     MOVE IQ-TO-DATE TO IQ-RL-TO.
005520     PERFORM 0930-CHECK-PAGE-BREAK THRU 0930-EXIT.
005530     WRITE REPORT-RECORD FROM IQ-REQUEST-LINE.
005540     ADD 1 TO IQ-LINE-COUNT.
005550 0100-EXIT.
005560     EXIT.
005570
005580*===========================================================
005590 0150-CHECK-RANGE.
005600     MOVE 'N' TO IQ-IN-RANGE-SWITCH.
005610     IF IQ-TEST-DATE NOT < IQ-FROM-DATE
005620        AND IQ-TEST-DATE NOT > IQ-TO-DATE
005630         MOVE 'Y' TO IQ-IN-RANGE-SWITCH
005640     END-IF.
005650 0150-EXIT.
005660     EXIT.
005670
005680*===========================================================
005690*0200-SHOW-ACCOUNT
005700*Prints the account's ACCTMAST details and caps, then its
005710*balance from BALMAST. A key not on ACCTMAST is reported and
005720*the other sections still print: a rejected unknown key is
005730*exactly what an inquiry is often run for.
005740*===========================================================
005750 0200-SHOW-ACCOUNT.
005760     MOVE 'ACCOUNT MASTER' TO IQ-SH-TEXT.
005770     PERFORM 0940-PRINT-SECTION-HEADING THRU 0940-EXIT.
005780     OPEN INPUT ACCT-MASTER.
005790     IF NOT IQ-ACCT-OPEN-OK
005800         MOVE 'ACCTMAST WOULD NOT OPEN - STATUS ' TO IQ-ML-TEXT
005810         MOVE IQ-ACCT-STATUS TO IQ-ML-STATUS
005820         PERFORM 0920-PRINT-MESSAGE THRU 0920-EXIT
005830         MOVE 8 TO IQ-RETURN-CODE
005840         GO TO 0200-BALANCE
005850     END-IF.
005860     MOVE IQ-INQUIRY-KEY TO AM-ACCT-KEY.
005870     READ ACCT-MASTER
005880         INVALID KEY
005890             MOVE '  NOT ON ACCTMAST' TO IQ-ML-TEXT
005900             PERFORM 0920-PRINT-MESSAGE THRU 0920-EXIT
005910             IF IQ-RETURN-CODE < 4
005920                 MOVE 4 TO IQ-RETURN-CODE
005930             END-IF
005940             CLOSE ACCT-MASTER
005950             GO TO 0200-BALANCE
005960     END-READ.
005970     MOVE 'NAME' TO IQ-FL-LABEL.
005980     MOVE AM-ACCT-NAME TO IQ-FL-VALUE.
005990     PERFORM 0950-PRINT-FIELD THRU 0950-EXIT.
006000     MOVE 'BRANCH' TO IQ-FL-LABEL.
006010     MOVE AM-BRANCH-CODE TO IQ-FL-VALUE.
006020     PERFORM 0950-PRINT-FIELD THRU 0950-EXIT.
006030     MOVE 'STATUS' TO IQ-FL-LABEL.
006040     IF AM-ACCT-OPEN
006050         MOVE 'O - OPEN' TO IQ-FL-VALUE
006060     ELSE
006070         IF AM-ACCT-CLOSED
006080             MOVE 'C - CLOSED' TO IQ-FL-VALUE
006090         ELSE
006091             IF AM-ACCT-DORMANT
006092                 MOVE 'D - DORMANT' TO IQ-FL-VALUE
006093             ELSE
006094                 MOVE SPACES TO IQ-FL-VALUE
006095                 MOVE AM-ACCT-STATUS TO IQ-FL-VALUE (1:1)
006096                 MOVE ' - NOT A VALID STATUS'
006097                     TO IQ-FL-VALUE (2:)
006098             END-IF
006130         END-IF
006140     END-IF.
006150     PERFORM 0950-PRINT-FIELD THRU 0950-EXIT.
006151     MOVE 'STATUS SINCE' TO IQ-FL-LABEL.
006152     IF AM-STATUS-DATE NUMERIC
006153         MOVE AM-STATUS-DATE TO IQ-FL-VALUE
006154     ELSE
006155         MOVE 'NOT RECORDED' TO IQ-FL-VALUE
006156     END-IF.
006157     PERFORM 0950-PRINT-FIELD THRU 0950-EXIT.
006160     MOVE 'LAST MAINTAINED' TO IQ-FL-LABEL.
006170     MOVE AM-LAST-MAINT-DATE TO IQ-FL-VALUE.
006180     PERFORM 0950-PRINT-FIELD THRU 0950-EXIT.
006190     MOVE 'TRANSACTION LIMIT' TO IQ-AL-LABEL.
006200     MOVE AM-TRAN-LIMIT TO IQ-AL-AMOUNT.
006210     PERFORM 0960-PRINT-AMOUNT THRU 0960-EXIT.
006220     MOVE 'DAILY LIMIT' TO IQ-AL-LABEL.
006230     MOVE AM-DAILY-LIMIT TO IQ-AL-AMOUNT.
006240     PERFORM 0960-PRINT-AMOUNT THRU 0960-EXIT.
006250     CLOSE ACCT-MASTER.
006260 0200-BALANCE.
006270     PERFORM 0250-SHOW-BALANCE THRU 0250-EXIT.
006280 0200-EXIT.
006290     EXIT.
006300
006310*===========================================================
006320*0250-SHOW-BALANCE
006330*Prints the account's balance from BALMAST: the current
006340*balance, and the opening balance and low-water mark of the
006350*cycle it was last moved in.
006360*===========================================================
006370 0250-SHOW-BALANCE.
006380     OPEN INPUT BALANCE-MASTER.
006390     IF NOT IQ-BAL-OPEN-OK
006400         MOVE 'BALMAST WOULD NOT OPEN - STATUS ' TO IQ-ML-TEXT
006410         MOVE IQ-BAL-STATUS TO IQ-ML-STATUS
006420         PERFORM 0920-PRINT-MESSAGE THRU 0920-EXIT
006430         MOVE 8 TO IQ-RETURN-CODE
006440         GO TO 0250-EXIT
006450     END-IF.
006460     MOVE IQ-INQUIRY-KEY TO BL-ACCT-KEY.
006470     READ BALANCE-MASTER
006480         INVALID KEY
006490             MOVE '  NO BALANCE ON BALMAST' TO IQ-ML-TEXT
006500             PERFORM 0920-PRINT-MESSAGE THRU 0920-EXIT
006510             CLOSE BALANCE-MASTER
006520             GO TO 0250-EXIT
006530     END-READ.
006540     MOVE 'CURRENT BALANCE' TO IQ-AL-LABEL.
006550     MOVE BL-CURRENT-BALANCE TO IQ-AL-AMOUNT.
006560     PERFORM 0960-PRINT-AMOUNT THRU 0960-EXIT.
006570     MOVE 'BALANCE CYCLE' TO IQ-FL-LABEL.
006580     MOVE BL-CYCLE-DATE TO IQ-FL-VALUE.
006590     PERFORM 0950-PRINT-FIELD THRU 0950-EXIT.
006600     MOVE 'CYCLE OPENING' TO IQ-AL-LABEL.
006610     MOVE BL-OPENING-BALANCE TO IQ-AL-AMOUNT.
006620     PERFORM 0960-PRINT-AMOUNT THRU 0960-EXIT.
006630     MOVE 'CYCLE LOW-WATER' TO IQ-AL-LABEL.
006640     MOVE BL-LOW-BALANCE TO IQ-AL-AMOUNT.
006650     PERFORM 0960-PRINT-AMOUNT THRU 0960-EXIT.
006660     CLOSE BALANCE-MASTER.
006670 0250-EXIT.
006680     EXIT.
006690
006700*===========================================================
006710*0300-SHOW-HISTORY
006720*Prints every KEY-HISTORY image for the key processed in the
006730*range. The history key leads with the account key, so a
006740*START positions on the account's first image and the read
006750*stops at the first image of the next account.
006760*===========================================================
006770 0300-SHOW-HISTORY.
006780     MOVE 'PROCESSED HISTORY (KEY-HISTORY)' TO IQ-SH-TEXT.
006790     PERFORM 0940-PRINT-SECTION-HEADING THRU 0940-EXIT.
006800     MOVE ZERO TO IQ-SECTION-COUNT.
006810     OPEN INPUT KEY-HISTORY.
006820     IF NOT IQ-HIST-OPEN-OK
006830         MOVE 'KEY-HISTORY WOULD NOT OPEN - STATUS ' TO IQ-ML-TEXT
006840         MOVE IQ-HIST-STATUS TO IQ-ML-STATUS
006850         PERFORM 0920-PRINT-MESSAGE THRU 0920-EXIT
006860         MOVE 8 TO IQ-RETURN-CODE
006870         GO TO 0300-EXIT
006880     END-IF.
006890     PERFORM 0930-CHECK-PAGE-BREAK THRU 0930-EXIT.
006900     WRITE REPORT-RECORD FROM IQ-HISTORY-COLUMNS.
006910     ADD 1 TO IQ-LINE-COUNT.
006920     MOVE 'N' TO IQ-EOF-SWITCH.
006930     MOVE LOW-VALUES TO KH-HIST-KEY.
006940     MOVE IQ-INQUIRY-KEY TO KH-KEY.
006950     START KEY-HISTORY KEY NOT < KH-HIST-KEY
006960         INVALID KEY
006970             SET IQ-EOF TO TRUE
006980     END-START.
006990     IF NOT IQ-EOF
007000         PERFORM 0310-READ-HISTORY THRU 0310-EXIT
007010     END-IF.
007020     PERFORM 0320-LIST-HISTORY THRU 0320-EXIT
007030         UNTIL IQ-EOF.
007040     CLOSE KEY-HISTORY.
007050     PERFORM 0970-PRINT-COUNT THRU 0970-EXIT.
007060 0300-EXIT.
007070     EXIT.
007080
007090*===========================================================
007100 0310-READ-HISTORY.
007110     READ KEY-HISTORY NEXT RECORD
007120         AT END
007130             SET IQ-EOF TO TRUE
007140     END-READ.
007150     IF NOT IQ-EOF
007160        AND KH-KEY NOT = IQ-INQUIRY-KEY
007170         SET IQ-EOF TO TRUE
007180     END-IF.
007190 0310-EXIT.
007200     EXIT.
007210
007220*===========================================================
007230 0320-LIST-HISTORY.
007240     MOVE KH-PROC-DATE TO IQ-TEST-DATE.
007250     PERFORM 0150-CHECK-RANGE THRU 0150-EXIT.
007260     IF NOT IQ-IN-RANGE
007270         GO TO 0320-NEXT
007280     END-IF.
007290     MOVE KH-PROC-DATE TO IQ-HL-PROC-DATE.
007300     MOVE KH-BATCH-SEQ TO IQ-HL-BATCH-SEQ.
007310     MOVE KH-TRAN-TYPE TO IQ-HL-TRAN-TYPE.
007320     MOVE KH-DATE TO IQ-HL-DATE.
007330     MOVE KH-EFFECTIVE-AMOUNT TO IQ-AMOUNT-WORK.
007340     IF IQ-AMOUNT-NUM NOT NUMERIC
007350         MOVE KH-AMOUNT TO IQ-AMOUNT-WORK
007360     END-IF.
007370     IF IQ-AMOUNT-NUM NOT NUMERIC
007380         MOVE ZERO TO IQ-AMOUNT-NUM
007390     END-IF.
007400     MOVE IQ-AMOUNT-NUM TO IQ-HL-AMOUNT.
007410     MOVE KH-CALL-RC TO IQ-HL-CALL-RC.
007420     MOVE KH-USED TO IQ-HL-USED.
007430     PERFORM 0930-CHECK-PAGE-BREAK THRU 0930-EXIT.
007440     WRITE REPORT-RECORD FROM IQ-HISTORY-LINE.
007450     ADD 1 TO IQ-LINE-COUNT.
007460     ADD 1 TO IQ-SECTION-COUNT.
007470 0320-NEXT.
007480     PERFORM 0310-READ-HISTORY THRU 0310-EXIT.
007490 0320-EXIT.
007500     EXIT.
007510
007520*===========================================================
007530*0400-SHOW-PENDING
007540*Prints the account's open PENDMAST item, if one is open and
007550*its record date falls in the range.
007560*===========================================================
007570 0400-SHOW-PENDING.
007580     MOVE 'OPEN PENDING ITEM (PENDMAST)' TO IQ-SH-TEXT.
007590     PERFORM 0940-PRINT-SECTION-HEADING THRU 0940-EXIT.
007600     MOVE ZERO TO IQ-SECTION-COUNT.
007610     OPEN INPUT PENDING-MASTER.
007620     IF NOT IQ-PEND-OPEN-OK
007630         MOVE 'PENDMAST WOULD NOT OPEN - STATUS ' TO IQ-ML-TEXT
007640         MOVE IQ-PEND-STATUS TO IQ-ML-STATUS
007650         PERFORM 0920-PRINT-MESSAGE THRU 0920-EXIT
007660         MOVE 8 TO IQ-RETURN-CODE
007670         GO TO 0400-EXIT
007680     END-IF.
007690     MOVE IQ-INQUIRY-KEY TO PM-KEY.
007700     READ PENDING-MASTER
007710         INVALID KEY
007720             GO TO 0400-COUNT
007730     END-READ.
007740     MOVE PM-DATE TO IQ-TEST-DATE.
007750     PERFORM 0150-CHECK-RANGE THRU 0150-EXIT.
007760     IF NOT IQ-IN-RANGE
007770         GO TO 0400-COUNT
007780     END-IF.
007790     MOVE 'STATUS AMOUNT      FIRST SEEN' TO IQ-IC-TEXT.
007800     PERFORM 0930-CHECK-PAGE-BREAK THRU 0930-EXIT.
007810     WRITE REPORT-RECORD FROM IQ-ITEM-COLUMNS.
007820     ADD 1 TO IQ-LINE-COUNT.
007830     MOVE PM-DATE TO IQ-PL-DATE.
007840     MOVE PM-STATUS-FLAG TO IQ-PL-STATUS.
007850     MOVE PM-AMOUNT TO IQ-PL-AMOUNT.
007860     MOVE PM-FIRST-SEEN-DATE TO IQ-PL-FIRST-SEEN.
007870     PERFORM 0930-CHECK-PAGE-BREAK THRU 0930-EXIT.
007880     WRITE REPORT-RECORD FROM IQ-PENDING-LINE.
007890     ADD 1 TO IQ-LINE-COUNT.
007900     ADD 1 TO IQ-SECTION-COUNT.
007910 0400-COUNT.
007920     CLOSE PENDING-MASTER.
007930     PERFORM 0970-PRINT-COUNT THRU 0970-EXIT.
007940 0400-EXIT.
007950     EXIT.
007960
007970*===========================================================
007980*0450-SHOW-WAREHOUSE
007990*Prints the account's future-dated items waiting on VALWHSE.
008000*The warehouse key leads with the value date, so the range
008010*positions the START and ends the read; within it every
008020*item is tested for the key.
008030*===========================================================
008040 0450-SHOW-WAREHOUSE.
008050     MOVE 'FUTURE-DATED ITEMS (VALWHSE)' TO IQ-SH-TEXT.
008060     PERFORM 0940-PRINT-SECTION-HEADING THRU 0940-EXIT.
008070     MOVE ZERO TO IQ-SECTION-COUNT.
008080     OPEN INPUT VALUE-WAREHOUSE.
008090     IF NOT IQ-WHSE-OPEN-OK
008100         MOVE 'VALWHSE WOULD NOT OPEN - STATUS ' TO IQ-ML-TEXT
008110         MOVE IQ-WHSE-STATUS TO IQ-ML-STATUS
008120         PERFORM 0920-PRINT-MESSAGE THRU 0920-EXIT
008130         MOVE 8 TO IQ-RETURN-CODE
008140         GO TO 0450-EXIT
008150     END-IF.
008160     MOVE 'SEQ SRC T      AMOUNT  STORED' TO IQ-IC-TEXT.
008170     PERFORM 0930-CHECK-PAGE-BREAK THRU 0930-EXIT.
008180     WRITE REPORT-RECORD FROM IQ-ITEM-COLUMNS.
008190     ADD 1 TO IQ-LINE-COUNT.
008200     MOVE 'N' TO IQ-EOF-SWITCH.
008210     MOVE LOW-VALUES TO WH-WHSE-KEY.
008220     MOVE IQ-FROM-DATE TO WH-VALUE-DATE.
008230     START VALUE-WAREHOUSE KEY NOT < WH-WHSE-KEY
008240         INVALID KEY
008250             SET IQ-EOF TO TRUE
008260     END-START.
008270     IF NOT IQ-EOF
008280         PERFORM 0460-READ-WAREHOUSE THRU 0460-EXIT
008290     END-IF.
008300     PERFORM 0470-LIST-WAREHOUSE THRU 0470-EXIT
008310         UNTIL IQ-EOF.
008320     CLOSE VALUE-WAREHOUSE.
008330     PERFORM 0970-PRINT-COUNT THRU 0970-EXIT.
008340 0450-EXIT.
008350     EXIT.
008360
008370*===========================================================
008380 0460-READ-WAREHOUSE.
008390     READ VALUE-WAREHOUSE NEXT RECORD
008400         AT END
008410             SET IQ-EOF TO TRUE
008420     END-READ.
008430     IF NOT IQ-EOF
008440        AND WH-VALUE-DATE > IQ-TO-DATE
008450         SET IQ-EOF TO TRUE
008460     END-IF.
008470 0460-EXIT.
008480     EXIT.
008490
008500*===========================================================
008510 0470-LIST-WAREHOUSE.
008520     IF WH-KEY NOT = IQ-INQUIRY-KEY
008530         GO TO 0470-NEXT
008540     END-IF.
008550     MOVE WH-ORIGINAL-RECORD TO MY-RECORD.
008560     MOVE WH-VALUE-DATE TO IQ-WL-VALUE-DATE.
008570     MOVE WH-SEQ TO IQ-WL-SEQ.
008580     MOVE WH-SOURCE-ID TO IQ-WL-SOURCE-ID.
008590     MOVE MY-TRAN-TYPE TO IQ-WL-TRAN-TYPE.
008600     IF MY-AMOUNT NUMERIC
008610         MOVE MY-AMOUNT TO IQ-WL-AMOUNT
008620     ELSE
008630         MOVE ZERO TO IQ-WL-AMOUNT
008640     END-IF.
008650     MOVE WH-STORED-DATE TO IQ-WL-STORED-DATE.
008660     PERFORM 0930-CHECK-PAGE-BREAK THRU 0930-EXIT.
008670     WRITE REPORT-RECORD FROM IQ-WAREHOUSE-LINE.
008680     ADD 1 TO IQ-LINE-COUNT.
008690     ADD 1 TO IQ-SECTION-COUNT.
008700 0470-NEXT.
008710     PERFORM 0460-READ-WAREHOUSE THRU 0460-EXIT.
008720 0470-EXIT.
008730     EXIT.
008740
008750*===========================================================
008760*0500-SHOW-RETRY
008770*Prints the account's items queued on RTRYMAST for another
008780*CALL, with the attempts so far and the last return code.
008790*The retry key leads with the account key.
008800*===========================================================
008810 0500-SHOW-RETRY.
008820     MOVE 'RETRY QUEUE (RTRYMAST)' TO IQ-SH-TEXT.
008830     PERFORM 0940-PRINT-SECTION-HEADING THRU 0940-EXIT.
008840     MOVE ZERO TO IQ-SECTION-COUNT.
008850     OPEN INPUT RETRY-MASTER.
008860     IF NOT IQ-RETRY-OPEN-OK
008870         MOVE 'RTRYMAST WOULD NOT OPEN - STATUS ' TO IQ-ML-TEXT
008880         MOVE IQ-RETRY-STATUS TO IQ-ML-STATUS
008890         PERFORM 0920-PRINT-MESSAGE THRU 0920-EXIT
008900         MOVE 8 TO IQ-RETURN-CODE
008910         GO TO 0500-EXIT
008920     END-IF.
008930     MOVE 'SRC T      AMOUNT  TRIES  LAST RC' TO IQ-IC-TEXT.
008940     PERFORM 0930-CHECK-PAGE-BREAK THRU 0930-EXIT.
008950     WRITE REPORT-RECORD FROM IQ-ITEM-COLUMNS.
008960     ADD 1 TO IQ-LINE-COUNT.
008970     MOVE 'N' TO IQ-EOF-SWITCH.
008980     MOVE LOW-VALUES TO RT-RETRY-KEY.
008990     MOVE IQ-INQUIRY-KEY TO RT-KEY.
009000     START RETRY-MASTER KEY NOT < RT-RETRY-KEY
009010         INVALID KEY
009020             SET IQ-EOF TO TRUE
009030     END-START.
009040     IF NOT IQ-EOF
009050         PERFORM 0510-READ-RETRY THRU 0510-EXIT
009060     END-IF.
009070     PERFORM 0520-LIST-RETRY THRU 0520-EXIT
009080         UNTIL IQ-EOF.
009090     CLOSE RETRY-MASTER.
009100     PERFORM 0970-PRINT-COUNT THRU 0970-EXIT.
009110 0500-EXIT.
009120     EXIT.
009130
009140*===========================================================
009150 0510-READ-RETRY.
009160     READ RETRY-MASTER NEXT RECORD
009170         AT END
009180             SET IQ-EOF TO TRUE
009190     END-READ.
009200     IF NOT IQ-EOF
009210        AND RT-KEY NOT = IQ-INQUIRY-KEY
009220         SET IQ-EOF TO TRUE
009230     END-IF.
009240 0510-EXIT.
009250     EXIT.
009260
009270*===========================================================
009280 0520-LIST-RETRY.
009290     MOVE RT-FIRST-CYCLE-DATE TO IQ-TEST-DATE.
009300     PERFORM 0150-CHECK-RANGE THRU 0150-EXIT.
009310     IF NOT IQ-IN-RANGE
009320         GO TO 0520-NEXT
009330     END-IF.
009340     MOVE RT-FIRST-CYCLE-DATE TO IQ-TL-FIRST-CYCLE.
009350     MOVE RT-SOURCE-ID TO IQ-TL-SOURCE-ID.
009360     MOVE RT-TRAN-TYPE TO IQ-TL-TRAN-TYPE.
009370     MOVE RT-EFFECTIVE-AMOUNT TO IQ-AMOUNT-WORK.
009380     IF IQ-AMOUNT-NUM NOT NUMERIC
009390         MOVE RT-AMOUNT TO IQ-AMOUNT-WORK
009400     END-IF.
009410     IF IQ-AMOUNT-NUM NOT NUMERIC
009420         MOVE ZERO TO IQ-AMOUNT-NUM
009430     END-IF.
009440     MOVE IQ-AMOUNT-NUM TO IQ-TL-AMOUNT.
009450     MOVE RT-RETRY-COUNT TO IQ-TL-ATTEMPTS.
009460     MOVE RT-LAST-RC TO IQ-TL-LAST-RC.
009470     PERFORM 0930-CHECK-PAGE-BREAK THRU 0930-EXIT.
009480     WRITE REPORT-RECORD FROM IQ-RETRY-LINE.
009490     ADD 1 TO IQ-LINE-COUNT.
009500     ADD 1 TO IQ-SECTION-COUNT.
009510 0520-NEXT.
009520     PERFORM 0510-READ-RETRY THRU 0510-EXIT.
009530 0520-EXIT.
009540     EXIT.
009550
009560*===========================================================
009570*0550-SHOW-HOLDS
009580*Prints the account's items held in suspense - the items
009590*SUS-COBOL has carried forward on SUSHOLD-DAT awaiting an
009600*operator decision - with the S00x reason each was held for.
009610*===========================================================
009620 0550-SHOW-HOLDS.
009630     MOVE 'SUSPENSE HOLDS (SUSHOLD-DAT)' TO IQ-SH-TEXT.
009640     PERFORM 0940-PRINT-SECTION-HEADING THRU 0940-EXIT.
009650     MOVE ZERO TO IQ-SECTION-COUNT.
009660     OPEN INPUT HOLD-FILE.
009670     IF NOT IQ-HOLD-OPEN-OK
009680         MOVE 'SUSHOLD-DAT WOULD NOT OPEN - STATUS ' TO IQ-ML-TEXT
009690         MOVE IQ-HOLD-STATUS TO IQ-ML-STATUS
009700         PERFORM 0920-PRINT-MESSAGE THRU 0920-EXIT
009710         MOVE 8 TO IQ-RETURN-CODE
009720         GO TO 0550-EXIT
009730     END-IF.
009740     MOVE 'SRC      AMOUNT  REASON' TO IQ-IC-TEXT.
009750     PERFORM 0930-CHECK-PAGE-BREAK THRU 0930-EXIT.
009760     WRITE REPORT-RECORD FROM IQ-ITEM-COLUMNS.
009770     ADD 1 TO IQ-LINE-COUNT.
009780     MOVE 'N' TO IQ-EOF-SWITCH.
009790     PERFORM 0560-READ-HOLD THRU 0560-EXIT.
009800     PERFORM 0570-LIST-HOLD THRU 0570-EXIT
009810         UNTIL IQ-EOF.
009820     CLOSE HOLD-FILE.
009830     PERFORM 0970-PRINT-COUNT THRU 0970-EXIT.
009840 0550-EXIT.
009850     EXIT.
009860
009870*===========================================================
009880 0560-READ-HOLD.
009890     READ HOLD-FILE INTO IQ-HOLD-ITEM
009900         AT END
009910             SET IQ-EOF TO TRUE
009920     END-READ.
009930 0560-EXIT.
009940     EXIT.
009950
009960*===========================================================
009970*0570-LIST-HOLD
009980*A hold whose cycle date is not a number is shown whatever
009990*the range, rather than hidden.
010000*===========================================================
010010 0570-LIST-HOLD.
010020     IF IQ-HI-KEY NOT = IQ-INQUIRY-KEY
010030         GO TO 0570-NEXT
010040     END-IF.
010050     IF IQ-HI-CYCLE-DATE-9 NUMERIC
010060         MOVE IQ-HI-CYCLE-DATE-9 TO IQ-TEST-DATE
010070         PERFORM 0150-CHECK-RANGE THRU 0150-EXIT
010080         IF NOT IQ-IN-RANGE
010090             GO TO 0570-NEXT
010100         END-IF
010110     END-IF.
010120     MOVE IQ-HI-ORIGINAL-RECORD TO MY-RECORD.
010130     MOVE IQ-HI-CYCLE-DATE TO IQ-OL-CYCLE-DATE.
010140     MOVE IQ-HI-SOURCE-ID TO IQ-OL-SOURCE-ID.
010150     IF MY-AMOUNT NUMERIC
010160         MOVE MY-AMOUNT TO IQ-OL-AMOUNT
010170     ELSE
010180         MOVE ZERO TO IQ-OL-AMOUNT
010190     END-IF.
010200     MOVE IQ-HI-REASON-CODE TO IQ-OL-REASON-CODE.
010210     MOVE IQ-HI-REASON-TEXT TO IQ-OL-REASON-TEXT.
010220     PERFORM 0930-CHECK-PAGE-BREAK THRU 0930-EXIT.
010230     WRITE REPORT-RECORD FROM IQ-HOLD-LINE.
010240     ADD 1 TO IQ-LINE-COUNT.
010250     ADD 1 TO IQ-SECTION-COUNT.
010260 0570-NEXT.
010270     PERFORM 0560-READ-HOLD THRU 0560-EXIT.
010280 0570-EXIT.
010290     EXIT.
010300
010310*===========================================================
010320*0600-SHOW-REJECTS
010330*Prints the account's rejects still outstanding on REJLIFE -
010340*never corrected, or corrected and failed again - with the
010350*R00x reason. Rejects already resubmitted are history, not
010360*outstanding, and are left to the archive section. The
010370*lifecycle key leads with the account key.
010380*===========================================================
010390 0600-SHOW-REJECTS.
010400     MOVE 'OUTSTANDING REJECTS (REJLIFE)' TO IQ-SH-TEXT.
010410     PERFORM 0940-PRINT-SECTION-HEADING THRU 0940-EXIT.
010420     MOVE ZERO TO IQ-SECTION-COUNT.
010430     OPEN INPUT REJECT-LIFECYCLE.
010440     IF NOT IQ-LIFE-OPEN-OK
010450         MOVE 'REJLIFE WOULD NOT OPEN - STATUS ' TO IQ-ML-TEXT
010460         MOVE IQ-LIFE-STATUS TO IQ-ML-STATUS
010470         PERFORM 0920-PRINT-MESSAGE THRU 0920-EXIT
010480         MOVE 8 TO IQ-RETURN-CODE
010490         GO TO 0600-EXIT
010500     END-IF.
010510     MOVE 'SRC SEQ  REASN STATE              OPERATOR'
010520         TO IQ-IC-TEXT.
010530     PERFORM 0930-CHECK-PAGE-BREAK THRU 0930-EXIT.
010540     WRITE REPORT-RECORD FROM IQ-ITEM-COLUMNS.
010550     ADD 1 TO IQ-LINE-COUNT.
010560     MOVE 'N' TO IQ-EOF-SWITCH.
010570     MOVE LOW-VALUES TO LF-LIFE-KEY.
010580     MOVE IQ-INQUIRY-KEY TO LF-KEY.
010590     START REJECT-LIFECYCLE KEY NOT < LF-LIFE-KEY
010600         INVALID KEY
010610             SET IQ-EOF TO TRUE
010620     END-START.
010630     IF NOT IQ-EOF
010640         PERFORM 0610-READ-LIFE THRU 0610-EXIT
010650     END-IF.
010660     PERFORM 0620-LIST-LIFE THRU 0620-EXIT
010670         UNTIL IQ-EOF.
010680     CLOSE REJECT-LIFECYCLE.
010690     PERFORM 0970-PRINT-COUNT THRU 0970-EXIT.
010700 0600-EXIT.
010710     EXIT.
010720
010730*===========================================================
010740 0610-READ-LIFE.
010750     READ REJECT-LIFECYCLE NEXT RECORD
010760         AT END
010770             SET IQ-EOF TO TRUE
010780     END-READ.
010790     IF NOT IQ-EOF
010800        AND LF-KEY NOT = IQ-INQUIRY-KEY
010810         SET IQ-EOF TO TRUE
010820     END-IF.
010830 0610-EXIT.
010840     EXIT.
010850
010860*===========================================================
010870 0620-LIST-LIFE.
010880     IF LF-RESUBMITTED
010890         GO TO 0620-NEXT
010900     END-IF.
010910     MOVE LF-CYCLE-DATE TO IQ-TEST-DATE.
010920     PERFORM 0150-CHECK-RANGE THRU 0150-EXIT.
010930     IF NOT IQ-IN-RANGE
010940         GO TO 0620-NEXT
010950     END-IF.
010960     MOVE LF-CYCLE-DATE TO IQ-JL-CYCLE-DATE.
010970     MOVE LF-SOURCE-ID TO IQ-JL-SOURCE-ID.
010980     MOVE LF-SEQ TO IQ-JL-SEQ.
010990     MOVE LF-REASON-CODE TO IQ-JL-REASON-CODE.
011000     IF LF-CORRECTION-FAILED
011010         MOVE 'CORRECTION FAILED' TO IQ-JL-STATE
011020     ELSE
011030         MOVE 'AWAITING CORRECTN' TO IQ-JL-STATE
011040     END-IF.
011050     MOVE LF-OPERATOR-ID TO IQ-JL-OPERATOR-ID.
011060     PERFORM 0930-CHECK-PAGE-BREAK THRU 0930-EXIT.
011070     WRITE REPORT-RECORD FROM IQ-REJECT-LINE.
011080     ADD 1 TO IQ-LINE-COUNT.
011090     ADD 1 TO IQ-SECTION-COUNT.
011100 0620-NEXT.
011110     PERFORM 0610-READ-LIFE THRU 0610-EXIT.
011120 0620-EXIT.
011130     EXIT.
011140
011150*===========================================================
011160*0700-SHOW-ARCHIVE
011170*Prints the archived OUT, AUDIT, REJECT and DISCREPANCY
011180*images for the key from the cycles in the range. The
011190*archive key leads with the cycle date, so the range
011200*positions the START and ends the read, the same walk
011210*MCN-COBOL makes over its month. Header, trailer and catalog
011220*records carry no account and are passed over.
011230*===========================================================
011240 0700-SHOW-ARCHIVE.
011250     MOVE 'CYCLE ARCHIVE (ARCHMAST)' TO IQ-SH-TEXT.
011260     PERFORM 0940-PRINT-SECTION-HEADING THRU 0940-EXIT.
011270     MOVE ZERO TO IQ-SECTION-COUNT.
011280     OPEN INPUT CYCLE-ARCHIVE.
011290     IF NOT IQ-ARCH-OPEN-OK
011300         MOVE 'ARCHMAST WOULD NOT OPEN - STATUS ' TO IQ-ML-TEXT
011310         MOVE IQ-ARCH-STATUS TO IQ-ML-STATUS
011320         PERFORM 0920-PRINT-MESSAGE THRU 0920-EXIT
011330         MOVE 8 TO IQ-RETURN-CODE
011340         GO TO 0700-EXIT
011350     END-IF.
011360     MOVE 'BAT FILE DETAIL' TO IQ-IC-TEXT.
011370     PERFORM 0930-CHECK-PAGE-BREAK THRU 0930-EXIT.
011380     WRITE REPORT-RECORD FROM IQ-ITEM-COLUMNS.
011390     ADD 1 TO IQ-LINE-COUNT.
011400     MOVE 'N' TO IQ-EOF-SWITCH.
011410     MOVE LOW-VALUES TO AR-ARCH-KEY.
011420     MOVE IQ-FROM-DATE TO AR-CYCLE-DATE.
011430     MOVE ZERO TO AR-BATCH-SEQ.
011440     START CYCLE-ARCHIVE KEY NOT < AR-ARCH-KEY
011450         INVALID KEY
011460             SET IQ-EOF TO TRUE
011470     END-START.
011480     IF NOT IQ-EOF
011490         PERFORM 0710-READ-ARCHIVE THRU 0710-EXIT
011500     END-IF.
011510     PERFORM 0720-LIST-ARCHIVE THRU 0720-EXIT
011520         UNTIL IQ-EOF.
011530     CLOSE CYCLE-ARCHIVE.
011540     PERFORM 0970-PRINT-COUNT THRU 0970-EXIT.
011550 0700-EXIT.
011560     EXIT.
011570
011580*===========================================================
011590 0710-READ-ARCHIVE.
011600     READ CYCLE-ARCHIVE NEXT RECORD
011610         AT END
011620             SET IQ-EOF TO TRUE
011630     END-READ.
011640     IF NOT IQ-EOF
011650        AND AR-CYCLE-DATE > IQ-TO-DATE
011660         SET IQ-EOF TO TRUE
011670     END-IF.
011680 0710-EXIT.
011690     EXIT.
011700
011710*===========================================================
011720*0720-LIST-ARCHIVE
011730*Picks the key out of each archived image by its file id -
011740*after the record-type byte on an OUT image, at the front of
011750*the others - and builds the detail for that file.
011760*===========================================================
011770 0720-LIST-ARCHIVE.
011780     MOVE SPACES TO IQ-XL-DETAIL.
011790     IF AR-FILE-ID = 'OUT'
011800         MOVE AR-IMAGE (1:80) TO OUT-RECORD
011810         IF NOT OUT-REC-IS-DETAIL
011820          OR OD-KEY NOT = IQ-INQUIRY-KEY
011830             GO TO 0720-NEXT
011840         END-IF
011850         MOVE OD-TRAN-TYPE TO IQ-XO-TRAN-TYPE
011860         MOVE OD-STATUS-FLAG TO IQ-XO-STATUS-FLAG
011870         MOVE OD-SOURCE-ID TO IQ-XO-SOURCE-ID
011880         MOVE OD-AMOUNT TO IQ-XO-AMOUNT
011890         MOVE IQ-ARCH-OUT-DETAIL TO IQ-XL-DETAIL
011900         GO TO 0720-PRINT
011910     END-IF.
011920     MOVE AR-IMAGE TO IQ-AUDIT-IMAGE.
011930     IF IQ-AI-KEY NOT = IQ-INQUIRY-KEY
011940         GO TO 0720-NEXT
011950     END-IF.
011960     IF AR-FILE-ID = 'AUD'
011970         MOVE IQ-AI-RETURN-CODE TO IQ-XA-RETURN-CODE
011980         MOVE IQ-AI-CALL-DATE TO IQ-XA-CALL-DATE
011990         MOVE IQ-AI-CALL-TIME TO IQ-XA-CALL-TIME
012000         MOVE IQ-ARCH-AUDIT-DETAIL TO IQ-XL-DETAIL
012010         GO TO 0720-PRINT
012020     END-IF.
012030     IF AR-FILE-ID = 'REJ'
012040         MOVE IQ-RI-REASON-CODE TO IQ-XR-REASON-CODE
012050         MOVE IQ-RI-REASON-TEXT TO IQ-XR-REASON-TEXT
012060         MOVE IQ-ARCH-REJECT-DETAIL TO IQ-XL-DETAIL
012070         GO TO 0720-PRINT
012080     END-IF.
012090     IF AR-FILE-ID = 'DSC'
012100         MOVE IQ-DI-TYPE TO IQ-XD-TYPE
012110         MOVE IQ-ARCH-DSC-DETAIL TO IQ-XL-DETAIL
012120         GO TO 0720-PRINT
012130     END-IF.
012140     GO TO 0720-NEXT.
012150 0720-PRINT.
012160     MOVE AR-CYCLE-DATE TO IQ-XL-CYCLE-DATE.
012170     MOVE AR-BATCH-SEQ TO IQ-XL-BATCH-SEQ.
012180     MOVE AR-FILE-ID TO IQ-XL-FILE-ID.
012190     PERFORM 0930-CHECK-PAGE-BREAK THRU 0930-EXIT.
012200     WRITE REPORT-RECORD FROM IQ-ARCHIVE-LINE.
012210     ADD 1 TO IQ-LINE-COUNT.
012220     ADD 1 TO IQ-SECTION-COUNT.
012230 0720-NEXT.
012240     PERFORM 0710-READ-ARCHIVE THRU 0710-EXIT.
012250 0720-EXIT.
012260     EXIT.
012270
012280*===========================================================
012290*0910-PRINT-PAGE-HEADING
012300*Advances to a new page: bumps the page number, resets the
012310*line count, and writes the two heading lines.
012320*===========================================================
012330 0910-PRINT-PAGE-HEADING.
012340     ADD 1 TO IQ-PAGE-NUMBER.
012350     MOVE ZERO TO IQ-LINE-COUNT.
012360     MOVE IQ-RUN-DATE TO IQ-H1-DATE.
012370     MOVE IQ-RUN-TIME TO IQ-H1-TIME.
012380     MOVE IQ-PAGE-NUMBER TO IQ-H1-PAGE.
012390     MOVE SPACES TO REPORT-RECORD.
012400     WRITE REPORT-RECORD FROM IQ-PAGE-HEADING-1
012410         AFTER ADVANCING PAGE.
012420     WRITE REPORT-RECORD FROM IQ-PAGE-HEADING-2.
012430     WRITE REPORT-RECORD FROM IQ-BLANK-LINE.
012440 0910-EXIT.
012450     EXIT.
012460
012470*===========================================================
012480 0920-PRINT-MESSAGE.
012490     PERFORM 0930-CHECK-PAGE-BREAK THRU 0930-EXIT.
012500     WRITE REPORT-RECORD FROM IQ-MESSAGE-LINE.
012510     ADD 1 TO IQ-LINE-COUNT.
012520     MOVE SPACES TO IQ-ML-STATUS.
012530 0920-EXIT.
012540     EXIT.
012550
012560*===========================================================
012570 0930-CHECK-PAGE-BREAK.
012580     IF IQ-LINE-COUNT NOT < IQ-LINES-PER-PAGE
012590         PERFORM 0910-PRINT-PAGE-HEADING THRU 0910-EXIT
012600     END-IF.
012610 0930-EXIT.
012620     EXIT.
012630
012640*===========================================================
012650 0940-PRINT-SECTION-HEADING.
012660     PERFORM 0930-CHECK-PAGE-BREAK THRU 0930-EXIT.
012670     WRITE REPORT-RECORD FROM IQ-BLANK-LINE.
012680     WRITE REPORT-RECORD FROM IQ-SECTION-HEADING.
012690     ADD 2 TO IQ-LINE-COUNT.
012700 0940-EXIT.
012710     EXIT.
012720
012730*===========================================================
012740 0950-PRINT-FIELD.
012750     PERFORM 0930-CHECK-PAGE-BREAK THRU 0930-EXIT.
012760     WRITE REPORT-RECORD FROM IQ-FIELD-LINE.
012770     ADD 1 TO IQ-LINE-COUNT.
012780     MOVE SPACES TO IQ-FL-VALUE.
012790 0950-EXIT.
012800     EXIT.
012810
012820*===========================================================
012830 0960-PRINT-AMOUNT.
012840     PERFORM 0930-CHECK-PAGE-BREAK THRU 0930-EXIT.
012850     WRITE REPORT-RECORD FROM IQ-AMOUNT-LINE.
012860     ADD 1 TO IQ-LINE-COUNT.
012870 0960-EXIT.
012880     EXIT.
012890
012900*===========================================================
012910*0970-PRINT-COUNT
012920*Closes a section with its item count, or NONE when the key
012930*has nothing there in the range.
012940*===========================================================
012950 0970-PRINT-COUNT.
012960     IF IQ-SECTION-COUNT = ZERO
012970         MOVE '  NONE' TO IQ-ML-TEXT
012980         PERFORM 0920-PRINT-MESSAGE THRU 0920-EXIT
012990         GO TO 0970-EXIT
013000     END-IF.
013010     MOVE 'ITEMS LISTED:' TO IQ-CL-TEXT.
013020     MOVE IQ-SECTION-COUNT TO IQ-CL-COUNT.
013030     PERFORM 0930-CHECK-PAGE-BREAK THRU 0930-EXIT.
013040     WRITE REPORT-RECORD FROM IQ-COUNT-LINE.
013050     ADD 1 TO IQ-LINE-COUNT.
013060 0970-EXIT.
013070     EXIT.
