000040*Summary report program. Reads the OUT-FILE produced by
000050*TEST-COBOL and prints a page-headed summary: a count and
000060*amount total for each OD-STATUS-FLAG value seen, and a count
000070*and amount total for each OD-DATE value seen, and for each
000071*currency a count with its original-currency and base-currency
000072*totals. Runs after TEST-COBOL as a separate step in the batch
000073*stream.
000090*
000100*  Author.......: D. HARTLEY, BATCH SYSTEMS GROUP
000110*  Installation.: BATCH SYSTEMS GROUP
000260*                    widened RP-SD-TOTAL/RP-DD-TOTAL/RP-GT-TOTAL
000270*                    to carry the full 11 integer digits of
000280*                    their S9(11)V99 source fields.
000281*  2026-10-15  DH    CURRENCY TOTALS section added: one line
000282*                    per OD-CURRENCY-CODE with its count, its
000283*                    total in that currency and its total in
000284*                    base. Base-currency items (blank code)
000285*                    print as BASE; a detail from before the
000286*                    currency fields counts as base too.
000290*-----------------------------------------------------------------
000300 IDENTIFICATION DIVISION.
000310 PROGRAM-ID.  RPT-COBOL.
001000 77  RP-DATE-TABLE-FULL-SWITCH      PIC X(01) VALUE 'N'.
001010     88  RP-DATE-TABLE-FULL               VALUE 'Y'.
001020 
001021*-----------------------------------------------------------------
001022*CURRENCY TOTALS TABLE. A blank currency is held as 'BASE' so
001023*it can never match an unused entry.
001024*-----------------------------------------------------------------
001025 77  RP-CCY-TABLE-SIZE              PIC 9(04)      VALUE 0050.
001026 01  RP-CCY-TABLE.
001027     05  RP-CCY-ENTRY                OCCURS 50 TIMES
001028                                     INDEXED BY RP-CCY-IDX.
001029         10  RP-CCY-CODE                 PIC X(04).
001030         10  RP-CCY-COUNT                PIC 9(09).
001031         10  RP-CCY-ORIG-TOTAL           PIC S9(11)V99.
001032         10  RP-CCY-BASE-TOTAL           PIC S9(11)V99.
001033 77  RP-CCY-ENTRY-COUNT             PIC 9(04)      VALUE ZERO.
001034 77  RP-CCY-FOUND-SWITCH            PIC X(01) VALUE 'N'.
001035     88  RP-CCY-FOUND                    VALUE 'Y'.
001036 77  RP-CCY-TABLE-FULL-SWITCH       PIC X(01) VALUE 'N'.
001037     88  RP-CCY-TABLE-FULL                VALUE 'Y'.
001038 77  RP-CCY-WORK-CODE               PIC X(04) VALUE SPACES.
001039 77  RP-CCY-WORK-ORIG               PIC S9(07)V99 VALUE ZERO.
001040 
001041*-----------------------------------------------------------------
001042*GRAND TOTALS
001050*-----------------------------------------------------------------
001060 77  RP-GRAND-COUNT                 PIC 9(09)      VALUE ZERO.
001070 77  RP-GRAND-TOTAL                 PIC S9(11)V99 VALUE ZERO.
001560     05  RP-DD-TOTAL                 PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
001570     05  FILLER                      PIC X(19) VALUE SPACES.
001580 
001581 01  RP-CCY-DETAIL-LINE.
001582     05  FILLER                      PIC X(08) VALUE
001583                         '  CCY:  '.
001584     05  RP-CD-CURRENCY              PIC X(04).
001585     05  FILLER                      PIC X(08) VALUE
001586                         '  CNT: '.
001587     05  RP-CD-COUNT                 PIC ZZZ,ZZZ,ZZ9.
001588     05  FILLER                      PIC X(06) VALUE
001589                         ' ORIG:'.
001590     05  RP-CD-ORIG                  PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
001591     05  FILLER                      PIC X(06) VALUE
001592                         ' BASE:'.
001593     05  RP-CD-BASE                  PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
001594     05  FILLER                      PIC X(01) VALUE SPACES.
001595 
001596 01  RP-GRAND-TOTAL-LINE.
001600     05  FILLER                      PIC X(16) VALUE
001610                         'GRAND TOTAL:  '.
001620     05  FILLER                      PIC X(08) VALUE
001720*===========================================================
001730*0000-MAIN-LOGIC
001740*Mainline: read every record on OUT-FILE, accumulate the
001750*status-flag, date and currency tables from the details, then
001760*print the page-headed summary report.
001770*===========================================================
001780 0000-MAIN-LOGIC.
002050*0200-BUILD-TOTALS
002060*Classifies the current OUT-RECORD by its record-type flag.
002070*Header and trailer records are skipped for totalling purposes;
002080*only detail records feed the status-flag, date and currency
002081*tables.
002090*===========================================================
002100 0200-BUILD-TOTALS.
002110     IF OUT-REC-IS-DETAIL
002120         PERFORM 0210-ACCUM-STATUS THRU 0210-EXIT
002130         PERFORM 0220-ACCUM-DATE THRU 0220-EXIT
002131         PERFORM 0230-ACCUM-CURRENCY THRU 0230-EXIT
002140         ADD 1 TO RP-GRAND-COUNT
002150         ADD OD-AMOUNT TO RP-GRAND-TOTAL
002160     END-IF.
002930     END-IF.
002940 0220-EXIT.
002950     EXIT.
002951 
002952*===========================================================
002953*0230-ACCUM-CURRENCY
002954*Finds the currency table entry for OD-CURRENCY-CODE ('BASE'
002955*for a blank code), adding a new entry when the currency has
002956*not been seen before, and adds this record's count, its
002957*original-currency amount and its base amount into that
002958*entry. A detail without a numeric OD-ORIG-AMOUNT was written
002959*before the currency fields and counts as base at OD-AMOUNT.
002960*A currency that cannot be added because the table is already
002961*at RP-CCY-TABLE-SIZE is dropped and flagged, as for the other
002962*tables.
002963*===========================================================
002964 0230-ACCUM-CURRENCY.
002965     IF OD-ORIG-AMOUNT NUMERIC
002966         MOVE OD-ORIG-AMOUNT TO RP-CCY-WORK-ORIG
002967         MOVE OD-CURRENCY-CODE TO RP-CCY-WORK-CODE
002968     ELSE
002969         MOVE OD-AMOUNT TO RP-CCY-WORK-ORIG
002970         MOVE SPACES TO RP-CCY-WORK-CODE
002971     END-IF.
002972     IF RP-CCY-WORK-CODE = SPACES
002973         MOVE 'BASE' TO RP-CCY-WORK-CODE
002974     END-IF.
002975     MOVE 'N' TO RP-CCY-FOUND-SWITCH.
002976     SET RP-CCY-IDX TO 1.
002977     SEARCH RP-CCY-ENTRY
002978         AT END
002979             CONTINUE
002980         WHEN RP-CCY-CODE (RP-CCY-IDX) = RP-CCY-WORK-CODE
002981             SET RP-CCY-FOUND TO TRUE
002982     END-SEARCH.
002983     IF NOT RP-CCY-FOUND
002984         IF RP-CCY-ENTRY-COUNT < RP-CCY-TABLE-SIZE
002985             ADD 1 TO RP-CCY-ENTRY-COUNT
002986             SET RP-CCY-IDX TO RP-CCY-ENTRY-COUNT
002987             MOVE RP-CCY-WORK-CODE TO RP-CCY-CODE (RP-CCY-IDX)
002988             MOVE ZERO TO RP-CCY-COUNT (RP-CCY-IDX)
002989             MOVE ZERO TO RP-CCY-ORIG-TOTAL (RP-CCY-IDX)
002990             MOVE ZERO TO RP-CCY-BASE-TOTAL (RP-CCY-IDX)
002991             SET RP-CCY-FOUND TO TRUE
002992         ELSE
002993             MOVE 'Y' TO RP-CCY-TABLE-FULL-SWITCH
002994         END-IF
002995     END-IF.
002996     IF RP-CCY-FOUND
002997         ADD 1 TO RP-CCY-COUNT (RP-CCY-IDX)
002998         ADD RP-CCY-WORK-ORIG TO RP-CCY-ORIG-TOTAL (RP-CCY-IDX)
002999         ADD OD-AMOUNT TO RP-CCY-BASE-TOTAL (RP-CCY-IDX)
003000     END-IF.
003001 0230-EXIT.
003002     EXIT.
003003 
003004*===========================================================
003005*0300-PRINT-REPORT
003006*Prints the page heading, the status-flag section, the date
003007*section, the currency section, and the grand total line.
003010*===========================================================
003020 0300-PRINT-REPORT.
003030     PERFORM 0310-PRINT-PAGE-HEADING THRU 0310-EXIT.
003250         UNTIL RP-DATE-IDX > RP-DATE-ENTRY-COUNT.
003260     MOVE SPACES TO REPORT-RECORD.
003270     WRITE REPORT-RECORD FROM RP-BLANK-LINE.
003271     MOVE 'CURRENCY TOTALS' TO RP-SH-TEXT.
003272     PERFORM 0320-PRINT-LINE THRU 0320-EXIT.
003273     IF RP-CCY-TABLE-FULL
003274         MOVE 'CURRENCY TABLE FULL - GAP' TO RP-SH-TEXT
003275         PERFORM 0320-PRINT-LINE THRU 0320-EXIT
003276     END-IF.
003277     SET RP-CCY-IDX TO 1.
003278     PERFORM 0350-PRINT-CURRENCY-ENTRY THRU 0350-EXIT
003279         VARYING RP-CCY-IDX FROM 1 BY 1
003280         UNTIL RP-CCY-IDX > RP-CCY-ENTRY-COUNT.
003281     MOVE SPACES TO REPORT-RECORD.
003282     WRITE REPORT-RECORD FROM RP-BLANK-LINE.
003283     MOVE RP-GRAND-COUNT TO RP-GT-COUNT.
003290     MOVE RP-GRAND-TOTAL TO RP-GT-TOTAL.
003300     WRITE REPORT-RECORD FROM RP-GRAND-TOTAL-LINE.
003310 0300-EXIT.
003990     ADD 1 TO RP-LINE-COUNT.
004000 0340-EXIT.
004010     EXIT.
004011 
004012*===========================================================
004013*0350-PRINT-CURRENCY-ENTRY
004014*Prints one currency detail line, checking the page break
004015*first.
004016*===========================================================
004017 0350-PRINT-CURRENCY-ENTRY.
004018     IF RP-LINE-COUNT NOT < RP-LINES-PER-PAGE
004019         PERFORM 0310-PRINT-PAGE-HEADING THRU 0310-EXIT
004020     END-IF.
004021     MOVE RP-CCY-CODE (RP-CCY-IDX) TO RP-CD-CURRENCY.
004022     MOVE RP-CCY-COUNT (RP-CCY-IDX) TO RP-CD-COUNT.
004023     MOVE RP-CCY-ORIG-TOTAL (RP-CCY-IDX) TO RP-CD-ORIG.
004024     MOVE RP-CCY-BASE-TOTAL (RP-CCY-IDX) TO RP-CD-BASE.
004025     MOVE SPACES TO REPORT-RECORD.
004026     WRITE REPORT-RECORD FROM RP-CCY-DETAIL-LINE.
004027     ADD 1 TO RP-LINE-COUNT.
004028 0350-EXIT.
004029     EXIT.
