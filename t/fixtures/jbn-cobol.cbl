000020*JBN-COBOL
000030*
000040*Jobnet step driver. Owns the nightly sequence - ACM-COBOL,
000050*FXL-COBOL, SIG-COBOL, TEST-COBOL's four partitions and its
000051*merge step, RCT-COBOL's gate, then the
000060*reporting and housekeeping steps through KHP-COBOL - and
000070*keeps the step-level status board in JOBCTL-DAT: one line per
000071*step with its status, start and end stamps and RETURN-CODE.
000080*Every step program in this suite ends with STOP RUN, so the
000090*driver does not CALL the steps; the scheduler's wrapper
000100*invokes the step program between two invocations of this
000110*driver:
000120*
000130*    JOBNET_STEP=TEST-MERGE JOBNET_PHASE=BEGIN   (before)
000140*    JOBNET_STEP=TEST-MERGE JOBNET_PHASE=END
000150*                JOBNET_STEP_RC=nnnn             (after)
000160*
000170*BEGIN answers with the driver's own RETURN-CODE: 0 the step is
000270*complete, or when JOBNET_RESET=Y is set by the shift; a night
000280*that died partway therefore resumes, never restarts. A
000290*one-page board report (JBNRPT-DAT) is cut at every END.
000291*
000292*TEST-COBOL runs as four steps side by side, TEST-PART1 to
000293*TEST-PART4 (TEST_PARTITION=1 to 4: one per source office,
000294*the fourth for the resubmission and standing sources), then
000295*TEST-MERGE (TEST_PARTITION=M), which joins them. The four
000296*share a step group: each waits only for the steps above the
000297*group, not for the others in it, and TEST-MERGE waits for
000298*all four. The wrapper gives each partition its own RUNLOG,
000299*RESTART, OUT, ACTIVE, OTHER, AUDIT, REJECT, SUSPENSE, KHWORK
000300*and DAYWORK files and points its PARTn-DAT at the merge
000301*step's PARTn-DAT; the merge step writes the usual files.
000302*The wrapper must still invoke this driver one call at a
000303*time, since every call rewrites the board whole. A board
000304*saved before the partition steps came in is one of the
000305*wrong length and starts a fresh sequence.
000306*
000310*  Author.......: D. HARTLEY, BATCH SYSTEMS GROUP
000320*  Installation.: BATCH SYSTEMS GROUP
000330*  Date-Written.: 2026-09-02
000386*                    sequence ahead of KHP-COBOL; MCN-COBOL
000387*                    stays outside the nightly net, run on
000388*                    demand at month end like BKO-COBOL.
000389*  2026-10-15  DH    BAL-COBOL (end-of-day balance position)
000390*                    added to the sequence after STM-COBOL.
000391*  2026-10-15  DH    STR-COBOL (structuring case list) added
000392*                    to the sequence after BAL-COBOL.
000393*  2026-10-15  DH    FXL-COBOL (exchange-rate load) added to
000394*                    the sequence after ACM-COBOL, ahead of
000395*                    TEST-COBOL; the gate step moves down to
000396*                    fourth place with it.
000397*  2026-10-15  DH    SIG-COBOL (standing-instruction
000398*                    generation) added to the sequence after
000399*                    FXL-COBOL, ahead of TEST-COBOL; the gate
000400*                    step moves down to fifth place.
000401*  2026-10-15  DH    TEST-COBOL split into TEST-PART1 to
000402*                    TEST-PART4, run side by side as one step
000403*                    group, and TEST-MERGE; the gate step
000404*                    moves down to ninth place.
000405*  2026-10-15  DH    ADV-COBOL (customer advice extract)
000406*                    added to the sequence after SUS-COBOL.
000407*-----------------------------------------------------------------
000408 IDENTIFICATION DIVISION.
000409 PROGRAM-ID.  JBN-COBOL.
000410 AUTHOR.  D. HARTLEY, BATCH SYSTEMS GROUP.
000420 INSTALLATION.  BATCH SYSTEMS GROUP.
000430 DATE-WRITTEN.  2026-09-02.
000820*when every step above it has completed. The gate step's
000830*stop verdict holds everything below it.
000840*-----------------------------------------------------------------
000850 77  JB-STEP-COUNT                  PIC 9(02)      VALUE 25.
000860 77  JB-GATE-STEP-SUB               PIC 9(02)      VALUE 09.
000870 01  JB-STEP-LIST.
000880     05  FILLER                      PIC X(10) VALUE
000890                         'ACM-COBOL'.
000891     05  FILLER                      PIC X(10) VALUE
000892                         'FXL-COBOL'.
000893     05  FILLER                      PIC X(10) VALUE
000894                         'SIG-COBOL'.
000900     05  FILLER                      PIC X(10) VALUE
000910                         'TEST-PART1'.
000911     05  FILLER                      PIC X(10) VALUE
000912                         'TEST-PART2'.
000913     05  FILLER                      PIC X(10) VALUE
000914                         'TEST-PART3'.
000915     05  FILLER                      PIC X(10) VALUE
000916                         'TEST-PART4'.
000917     05  FILLER                      PIC X(10) VALUE
000918                         'TEST-MERGE'.
000920     05  FILLER                      PIC X(10) VALUE
000930                         'RCT-COBOL'.
000940     05  FILLER                      PIC X(10) VALUE
000950                         'RPT-COBOL'.
000952     05  FILLER                      PIC X(10) VALUE
000954                         'STM-COBOL'.
000955     05  FILLER                      PIC X(10) VALUE
000956                         'BAL-COBOL'.
000957     05  FILLER                      PIC X(10) VALUE
000958                         'STR-COBOL'.
000960     05  FILLER                      PIC X(10) VALUE
000970                         'CMP-COBOL'.
000980     05  FILLER                      PIC X(10) VALUE
001058                         'RTR-COBOL'.
001060     05  FILLER                      PIC X(10) VALUE
001070                         'SUS-COBOL'.
001071     05  FILLER                      PIC X(10) VALUE
001072                         'ADV-COBOL'.
001080     05  FILLER                      PIC X(10) VALUE
001090                         'RRC-COBOL'.
001092     05  FILLER                      PIC X(10) VALUE
001100     05  FILLER                      PIC X(10) VALUE
001110                         'KHP-COBOL'.
001120 01  JB-STEP-NAME-TABLE REDEFINES JB-STEP-LIST.
001130     05  JB-STEP-NAME                OCCURS 25 TIMES
001140                                     PIC X(10).
001141
001142*-----------------------------------------------------------------
001143*STEP GROUPS, one digit per step in sequence order. Steps
001144*sharing a nonzero group run side by side and do not wait
001145*for one another; zero is an ordinary step.
001146*-----------------------------------------------------------------
001147 01  JB-STEP-GROUP-LIST.
001148     05  FILLER                      PIC X(12) VALUE
001149                         '000111100000'.
001150     05  FILLER                      PIC X(13) VALUE
001151                         '0000000000000'.
001152 01  JB-STEP-GROUP-TABLE REDEFINES JB-STEP-GROUP-LIST.
001153     05  JB-STEP-GROUP               OCCURS 25 TIMES
001154                                     PIC 9(01).
001155
001160*-----------------------------------------------------------------
001170*THE BOARD, loaded from JOBCTL-DAT and rewritten whole.
001180*-----------------------------------------------------------------
001190 01  JB-BOARD-TABLE.
001200     05  JB-BOARD-ENTRY              OCCURS 25 TIMES
001210                                     INDEXED BY JB-BOARD-IDX.
001220         10  JB-BD-CYCLE-DATE            PIC 9(08).
001230         10  JB-BD-STATUS                PIC X(01).
004180
004190*===========================================================
004200*0350-CHECK-PREDECESSORS
004210*Every step above the invoked one must be complete, except
004211*one in the invoked step's own step group.
004220*===========================================================
004230 0350-CHECK-PREDECESSORS.
004240     MOVE 'Y' TO JB-PRED-OK-SWITCH.
004330
004340*===========================================================
004350 0360-TEST-PREDECESSOR.
004351     IF JB-STEP-GROUP (JB-WORK-SUB) NOT = ZERO
004352        AND JB-STEP-GROUP (JB-WORK-SUB)
004353            = JB-STEP-GROUP (JB-STEP-SUB)
004354         GO TO 0360-EXIT
004355     END-IF.
004360     SET JB-BOARD-IDX TO JB-WORK-SUB.
004370     IF NOT JB-BD-COMPLETE (JB-BOARD-IDX)
004380         MOVE 'N' TO JB-PRED-OK-SWITCH
