000240*  Modification History
000250*  ----------  ----  ---------------------------------------
000260*  2026-09-02  DH    Original run-statistics trend report.
000261*  2026-10-15  DH    Added the S05 standing-instruction source
000262*                    trend; runs recorded before it carry no
000263*                    S05 counts and show as zero.
000270*-----------------------------------------------------------------
000280 IDENTIFICATION DIVISION.
000290 PROGRAM-ID.  RSR-COBOL.
000930         10  RS-RT-OUT-COUNT             PIC 9(09).
000940         10  RS-RT-REJECT-COUNT          PIC 9(09).
000950         10  RS-RT-DURATION-MINS         PIC 9(05).
000960         10  RS-RT-SOURCE-ENTRY          OCCURS 5 TIMES.
000970             15  RS-RT-SRC-READ          PIC 9(09).
000980             15  RS-RT-SRC-REJ           PIC 9(09).
000990 77  RS-RUN-TABLE-FULL-SWITCH       PIC X(01) VALUE 'N'.
003570     PERFORM 0180-COMPUTE-DURATION THRU 0180-EXIT.
003580     PERFORM 0190-STORE-SOURCE-ENTRY THRU 0190-EXIT
003590         VARYING RS-SRC-SUB FROM 1 BY 1
003600         UNTIL RS-SRC-SUB > 5.
003610     PERFORM 0160-READ-STAT-RECORD THRU 0160-EXIT.
003620 0170-EXIT.
003630     EXIT.
003970
003980*===========================================================
003990 0190-STORE-SOURCE-ENTRY.
003991     IF SR-SRC-READ-COUNT (RS-SRC-SUB) NOT NUMERIC
003992      OR SR-SRC-REJECT-COUNT (RS-SRC-SUB) NOT NUMERIC
003993         MOVE ZERO TO RS-RT-SRC-READ (RS-RUN-IDX, RS-SRC-SUB)
003994         MOVE ZERO TO RS-RT-SRC-REJ (RS-RUN-IDX, RS-SRC-SUB)
003995         GO TO 0190-EXIT
003996     END-IF.
004000     MOVE SR-SRC-READ-COUNT (RS-SRC-SUB)
004010         TO RS-RT-SRC-READ (RS-RUN-IDX, RS-SRC-SUB).
004020     MOVE SR-SRC-REJECT-COUNT (RS-SRC-SUB)
004900 0400-PRINT-SOURCE-TRENDS.
004910     PERFORM 0410-PRINT-ONE-SOURCE THRU 0410-EXIT
004920         VARYING RS-SRC-SUB FROM 1 BY 1
004930         UNTIL RS-SRC-SUB > 5.
004940 0400-EXIT.
004950     EXIT.
004960
