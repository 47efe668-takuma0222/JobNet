000030*
000040*Per-office activity statements. Reads the cycle's OUT-FILE,
000050*REJECT-FILE and SUSPENSE-FILE and cuts one statement file per
000060*source id - STMS01-DAT through STMS05-DAT - so each regional
000070*office finally sees what became of its submission without
000080*phoning the desk: the office's processed details broken by
000090*branch with a count and amount subtotal per branch, the
000120*count and net amount so the office can balance the statement
000130*against the file it sent. S04 is the resubmission channel
000140*(corrected rejects and released suspense items), stated the
000150*same way so that traffic is accountable too, and S05 the
000151*standing-instruction items SIG-COBOL generates. A one-page
000160*control report (STMRPT-DAT) carries the per-office counts for
000170*the desk. RPT-COBOL's summary stays the batch-wide view; this
000180*is its office-facing counterpart. Runs after TEST-COBOL
000250*  Modification History
000260*  ----------  ----  ---------------------------------------
000270*  2026-09-02  DH    Original per-office statements.
000271*  2026-10-15  DH    Added the S05 standing-instruction
000272*                    statement, STMS05-DAT.
000280*-----------------------------------------------------------------
000290 IDENTIFICATION DIVISION.
000300 PROGRAM-ID.  STM-COBOL.
000540         ORGANIZATION IS LINE SEQUENTIAL.
000550     SELECT STMT-4-FILE ASSIGN TO STMS04-DAT
000560         ORGANIZATION IS LINE SEQUENTIAL.
000561     SELECT STMT-5-FILE ASSIGN TO STMS05-DAT
000562         ORGANIZATION IS LINE SEQUENTIAL.
000570     SELECT REPORT-FILE ASSIGN TO STMRPT-DAT
000580         ORGANIZATION IS LINE SEQUENTIAL.
000590
000960
000970 FD  STMT-4-FILE.
000980 01  ST-STMT-4-RECORD               PIC X(80).
000981
000982 FD  STMT-5-FILE.
000983 01  ST-STMT-5-RECORD               PIC X(80).
000990
001000 FD  REPORT-FILE.
001010 01  REPORT-RECORD                  PIC X(80).
001150
001160*-----------------------------------------------------------------
001170*SOURCE CONTROL: the id table matches TEST-COBOL's stamping
001180*order, S04 being the resubmission channel and S05 the
001181*standing-instruction source.
001190*-----------------------------------------------------------------
001200 77  ST-SOURCE-COUNT-MAX            PIC 9(01) VALUE 5.
001210 77  ST-SRC-SUB                     PIC 9(01) VALUE 1.
001220 77  ST-LINE-SRC-SUB                PIC 9(01) VALUE 1.
001230 01  ST-SOURCE-ID-TABLE             VALUE 'S01S02S03S04S05'.
001240     05  ST-SOURCE-ID                OCCURS 5 TIMES
001250                                     PIC X(03).
001260
001270*-----------------------------------------------------------------
001290*-----------------------------------------------------------------
001300 77  ST-BRANCH-TABLE-SIZE           PIC 9(02) VALUE 20.
001310 01  ST-OFFICE-TABLE.
001320     05  ST-OFFICE-ENTRY             OCCURS 5 TIMES.
001330         10  ST-OF-DETAIL-COUNT          PIC 9(09).
001340         10  ST-OF-NET-AMOUNT            PIC S9(11)V99.
001350         10  ST-OF-REJECT-COUNT          PIC 9(09).
002900     OPEN OUTPUT STMT-2-FILE.
002910     OPEN OUTPUT STMT-3-FILE.
002920     OPEN OUTPUT STMT-4-FILE.
002921     OPEN OUTPUT STMT-5-FILE.
002930     OPEN OUTPUT REPORT-FILE.
002940     ACCEPT ST-RUN-DATE FROM DATE YYYYMMDD.
002950     ACCEPT ST-RUN-TIME FROM TIME.
003340     CLOSE STMT-2-FILE.
003350     CLOSE STMT-3-FILE.
003360     CLOSE STMT-4-FILE.
003361     CLOSE STMT-5-FILE.
003370     CLOSE REPORT-FILE.
003380     STOP RUN.
003390
006220             IF ST-LINE-SRC-SUB = 3
006230                 WRITE ST-STMT-3-RECORD FROM ST-STMT-LINE
006240             ELSE
006241                 IF ST-LINE-SRC-SUB = 4
006250                     WRITE ST-STMT-4-RECORD FROM ST-STMT-LINE
006251                 ELSE
006252                     WRITE ST-STMT-5-RECORD FROM ST-STMT-LINE
006253                 END-IF
006260             END-IF
006270         END-IF
006280     END-IF.
