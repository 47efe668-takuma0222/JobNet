000080*feed). The status byte says whether the account is still open
000090*for processing; closed accounts stay on the master so a late
000100*record against one can be rejected by name instead of as an
000110*unknown key. A dormant account - one DRM-COBOL found with no
000111*processed activity for the dormancy window - stays on the
000112*master too, so its records can be held for review instead of
000113*posted; AM-STATUS-DATE is the date the status last changed.
000114*AM-CORRESP-FLAG 'Y' marks an account the customer (or the
000115*branch) has asked to receive no correspondence; ADV-COBOL
000116*cuts no advice for it and counts it instead.
000120*
000130*  Author.......: D. HARTLEY, BATCH SYSTEMS GROUP
000140*  Modification History
000168*                    cycle. Zero means no limit, so existing
000169*                    masters behave as before until the feed
000170*                    supplies real caps.
000171*  2026-10-15  DH    Dormant status ('D') added, and eight
000172*                    FILLER bytes claimed for AM-STATUS-DATE,
000173*                    the date the account last changed status
000174*                    (opened, closed, marked dormant or
000175*                    reactivated). A master written before the
000176*                    field existed carries spaces there.
000177*  2026-10-15  DH    One FILLER byte claimed for
000178*                    AM-CORRESP-FLAG, the no-correspondence
000179*                    marker; spaces on an older master mean
000180*                    the customer is advised as normal.
000181*-----------------------------------------------------------------
000182 01  ACCT-RECORD.
000190     05  AM-ACCT-KEY                 PIC X(10).
000200     05  AM-ACCT-NAME                PIC X(20).
000210     05  AM-BRANCH-CODE              PIC X(04).
000220     05  AM-ACCT-STATUS              PIC X(01).
000230         88  AM-ACCT-OPEN                 VALUE 'O'.
000240         88  AM-ACCT-CLOSED               VALUE 'C'.
000241         88  AM-ACCT-DORMANT              VALUE 'D'.
000250         88  AM-ACCT-STATUS-VALID         VALUE 'O' 'C' 'D'.
000260     05  AM-LAST-MAINT-DATE          PIC 9(08).
000262     05  AM-TRAN-LIMIT               PIC 9(09)V99.
000264     05  AM-DAILY-LIMIT              PIC 9(09)V99.
000265     05  AM-STATUS-DATE              PIC 9(08).
000266     05  AM-CORRESP-FLAG             PIC X(01).
000267         88  AM-NO-CORRESPONDENCE         VALUE 'Y'.
000270     05  FILLER                      PIC X(06).
