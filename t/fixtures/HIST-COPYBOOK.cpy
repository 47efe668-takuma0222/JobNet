000186*                    batch wrote. Images from before the field
000187*                    carry spaces there and simply never read
000188*                    as replays.
000189*  2026-10-15  DH    KH-CURRENCY-CODE and KH-ORIG-AMOUNT
000190*                    claimed from FILLER: the item's currency
000191*                    and its signed effective amount in it,
000192*                    so a reversal backs out the original-
000193*                    currency figure too. KH-AMOUNT in the key
000194*                    is the amount as keyed (the original
000195*                    amount for a foreign item), so a re-send
000196*                    is caught whatever the day's rate.
000197*                    KH-EFFECTIVE-AMOUNT stays base currency.
000198*  2026-10-15  DH    KH-PARTITION and KH-CLAIM-PARTITION
000199*                    claimed from FILLER: the TEST-COBOL
000200*                    partition that wrote the image and the
000201*                    one whose reversal claimed it (space for
000202*                    a single-stream run), so the merge step
000203*                    can apply a partition's images exactly
000204*                    once and report the same record or the
000205*                    same back-out target taken by two
000206*                    partitions of one batch.
000207*-----------------------------------------------------------------
000208 01  HIST-RECORD.
000209     05  KH-HIST-KEY.
000210         10  KH-KEY                  PIC X(10).
000211         10  KH-AMOUNT               PIC X(09).
000220         10  KH-DATE                 PIC X(08).
000222         10  KH-TRAN-TYPE            PIC X(01).
000224             88  KH-TRAN-DETAIL           VALUE 'D'.
000234     05  KH-EFFECTIVE-AMOUNT         PIC X(09).
000236     05  KH-CALL-RC                  PIC X(04).
000238     05  KH-BATCH-SEQ                PIC X(03).
000239     05  KH-CURRENCY-CODE            PIC X(03).
000240     05  KH-ORIG-AMOUNT              PIC X(09).
000241     05  KH-PARTITION                PIC X(01).
000242     05  KH-CLAIM-PARTITION          PIC X(01).
000243     05  FILLER                      PIC X(13).
