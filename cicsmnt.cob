      * the batch EXCPRPT so online and batch activity reconcile on
      * one report. Updates and deletes are limited to operators the
      * external security manager lets at the TMNT update resource.
      * While the nightly batch window is open (BATCHWIN record on the
      * TMNTCTL control file) the cluster is about to be replaced by
      * STEP030's rebuild, so PF5/PF6 do not touch it: the change is
      * written to the TBLHELD store as an INFEED-format transaction
      * and HELDBCH turns the held changes into their own HDR/TRL
      * batch, which the next night's TBLLOAD applies like any other
      * sender's. The operator is told the change was queued.
      * An amount change over the approval threshold, or to one of a
      * region's largest accounts (limits on TMNTCTL, recomputed each
      * night by LRGACCT), is not applied by the operator who keys it:
      * PF5 writes it to the TBLPEND pending-approval store instead,
      * and a different authorized operator approves (PF10) or
      * declines (PF11) it from the approval screen (PF9). Only an
      * approval applies the change - or holds it, if the batch
      * window is open by then - and the audit trail names both users.

       ENVIRONMENT DIVISION.

       WORKING-STORAGE SECTION.
           COPY WSEXCMSG.
           COPY WSAUDREC.
           COPY WSTMNCTL.
           COPY WSHELDTR.
           COPY WSPNDAPR.

      * Record as it stood when the READ UPDATE fetched it, held so
      * the structured audit record can carry the true before image
      * next to the rewritten one.
       01  WS-BEFORE-IMAGE           PIC X(80) VALUE SPACES.

      * Field view of a master image held as a flat 80 bytes - the
      * before image, or either image of a pending approval.
       01  WS-IMAGE-WORK             PIC X(80) VALUE SPACES.
       01  WS-IMAGE-FIELDS REDEFINES WS-IMAGE-WORK.
           05  WS-IMG-KEY             PIC X(10).
           05  WS-IMG-DESC            PIC X(50).
           05  WS-IMG-AMOUNT          PIC 9(7)V99.
           05  WS-IMG-DEL-FLAG        PIC X(01).
           05  FILLER                 PIC X(10).

      * FORMATTIME returns HHMMSS; the audit record's stamp is eight
      * digits to match the batch side's ACCEPT FROM TIME.
       01  WS-AUD-TIME-BUILD.
           05  WS-MST-LOAD-DATE       PIC 9(8).
           05  FILLER                 PIC X(01).

      * CA-SCREEN says which map the terminal is showing. On the
      * approval map CA-APPR-KEY is the TBLPEND key of the item shown
      * in the detail (the first listed) and CA-NEXT-APPR-KEY the one
      * listed after it, where PF8 moves to - LOW-VALUES when none.
       01  WS-COMMAREA.
           05  CA-LAST-KEY            PIC X(10).
           05  CA-SCREEN              PIC X(01).
               88  CA-APPROVAL-SCREEN VALUE 'A'.
           05  CA-APPR-KEY            PIC X(26).
           05  CA-NEXT-APPR-KEY       PIC X(26).

       01  WS-RESP                   PIC S9(8) COMP.


       01  WS-USERID                 PIC X(08).

      * Who the audit records name. For an ordinary change all three
      * are the signed-on operator (approver spaces); for an approved
      * change the maker is the operator who submitted it and the
      * approver the one signed on now, and each audit record carries
      * WS-AUD-USER as its source.
       01  WS-MAKER-ID               PIC X(08) VALUE SPACES.
       01  WS-APPROVER-ID            PIC X(08) VALUE SPACES.
       01  WS-AUD-USER               PIC X(08) VALUE SPACES.

       01  WS-ABSTIME                PIC S9(15) COMP-3.

       01  WS-CURRENT-DATE           PIC X(8).
       01  WS-UPDATE-ALLOWED-SWITCH  PIC X(01) VALUE 'N'.
           88  WS-UPDATE-ALLOWED     VALUE 'Y'.

       01  WS-BATCH-WINDOW-SWITCH    PIC X(01) VALUE 'N'.
           88  WS-BATCH-WINDOW-OPEN  VALUE 'Y'.

      * Tran code the held change carries in column 71 - 'U' for a
      * PF5 update, 'D' for a PF6 delete.
       01  WS-HELD-CODE              PIC X(01) VALUE SPACE.

       01  WS-APPROVAL-SWITCH        PIC X(01) VALUE 'N'.
           88  WS-APPROVAL-NEEDED    VALUE 'Y'.

      * 'T' over threshold, 'L' one of the region's largest accounts -
      * carried onto the pending record as PA-REASON.
       01  WS-APPR-REASON            PIC X(01) VALUE SPACE.

      * Both in the region's own currency, from its APPRxxx record.
      * A region with no record - before LRGACCT first runs, or one
      * added to REGREF since - keeps a zero threshold, so every
      * amount change in it needs approval.
       01  WS-APPR-THRESHOLD         PIC 9(7)V99 VALUE ZEROS.
       01  WS-APPR-FLOOR             PIC 9(7)V99 VALUE ZEROS.

       01  WS-BROWSE-SWITCH          PIC X(01) VALUE 'N'.
           88  WS-BROWSE-END         VALUE 'Y'.

       01  WS-PENDING-FOUND-SWITCH   PIC X(01) VALUE 'N'.
           88  WS-PENDING-FOUND      VALUE 'Y'.

       01  WS-BROWSE-KEY.
           05  WS-BROWSE-MST-KEY      PIC X(10).
           05  FILLER                 PIC X(16).

      * Pending items listed on the approval map (at most six), and
      * the first of them, which the detail area shows.
       01  WS-LIST-COUNT             PIC 9(1) VALUE ZERO.
       01  WS-CUR-PEND-REC           PIC X(240) VALUE SPACES.

       01  WS-APPR-LIST-LINE.
           05  WS-AL-KEY              PIC X(10).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WS-AL-MAKER            PIC X(08).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WS-AL-SUB-DATE         PIC 9(8).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WS-AL-BEFORE-AMT       PIC Z,ZZZ,ZZ9.99.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WS-AL-AFTER-AMT        PIC Z,ZZZ,ZZ9.99.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WS-AL-REASON           PIC X(19).

       01  WS-AMT-EDIT               PIC Z,ZZZ,ZZ9.99.

           COPY TBLMNTM.
           COPY DFHAID.
           COPY DFHBMSCA.
       LINKAGE SECTION.
       01  DFHCOMMAREA.
           05  LK-LAST-KEY            PIC X(10).
           05  LK-SCREEN              PIC X(01).
           05  LK-APPR-KEY            PIC X(26).
           05  LK-NEXT-APPR-KEY       PIC X(26).

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
               PERFORM 1000-FIRST-TIME
           ELSE
               MOVE LK-LAST-KEY TO CA-LAST-KEY
               MOVE LK-SCREEN TO CA-SCREEN
               MOVE LK-APPR-KEY TO CA-APPR-KEY
               MOVE LK-NEXT-APPR-KEY TO CA-NEXT-APPR-KEY
               IF CA-APPROVAL-SCREEN
                   PERFORM 4600-APPROVAL-FUNCTION
               END-IF
               EVALUATE EIBAID
                   WHEN DFHPF3
                       PERFORM 9000-EXIT-TRANSACTION
                       PERFORM 3000-APPLY-UPDATE
                   WHEN DFHPF6
                       PERFORM 4000-APPLY-DELETE
                   WHEN DFHPF9
                       MOVE LOW-VALUES TO CA-APPR-KEY
                       PERFORM 4700-SHOW-APPROVALS
                   WHEN OTHER
                       MOVE "INVALID FUNCTION KEY" TO WS-MSG-TEXT
                       PERFORM 8000-RESEND-MAP
           MOVE LOW-VALUES TO TBLMNT1O
           PERFORM 8100-FORMAT-DATE
           MOVE SPACES TO CA-LAST-KEY
           MOVE 'M' TO CA-SCREEN
           MOVE LOW-VALUES TO CA-APPR-KEY
           MOVE LOW-VALUES TO CA-NEXT-APPR-KEY
           EXEC CICS SEND MAP('TBLMNT1') MAPSET('TBLMNTM')
               ERASE FREEKB
           END-EXEC.
               PERFORM 8000-RESEND-MAP
           END-IF
           MOVE CA-LAST-KEY TO WS-MST-KEY
           PERFORM 6100-CHECK-BATCH-WINDOW
           IF WS-BATCH-WINDOW-OPEN
               PERFORM 3500-HOLD-UPDATE
           END-IF
           PERFORM 5000-READ-FOR-UPDATE
           MOVE WS-MST-RECORD TO WS-BEFORE-IMAGE
           PERFORM 3100-TAKE-OVERTYPES
           PERFORM 3200-CHECK-APPROVAL
           IF WS-APPROVAL-NEEDED
               PERFORM 3300-SUBMIT-FOR-APPROVAL
           END-IF
           PERFORM 8100-FORMAT-DATE
           MOVE WS-CURRENT-DATE TO WS-MST-LOAD-DATE
           EXEC CICS REWRITE FILE('TBLMSTR')
               FROM(WS-MST-RECORD)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE "MASTER FILE REWRITE ERROR" TO WS-MSG-TEXT
               PERFORM 8000-RESEND-MAP
           END-IF
           PERFORM 8300-AUDIT-UPDATE
           PERFORM 8200-BUILD-DETAIL
           MOVE "UPDATE APPLIED" TO WS-MSG-TEXT
           PERFORM 8000-RESEND-MAP.

      * FSET on MDESC and MAMT keeps both fields transmitting, but a
      * field the terminal did not return still comes back LOW-VALUES
      * - keep the value already on the re-read record for that
      * field, so overtyping just one of them is enough.
       3100-TAKE-OVERTYPES.
           IF MDESCI NOT = LOW-VALUES
               IF MDESCI = SPACES
                   MOVE "DESCRIPTION REQUIRED" TO WS-MSG-TEXT
                   PERFORM 8000-RESEND-MAP
               END-IF
               MOVE WS-AMT-WORK TO WS-MST-AMOUNT
           END-IF.

      * Only an amount change can need a second user. It does when
      * the amount before or after is over the approval threshold
      * (so always, when the threshold is zero - see 6200), or
      * when the account is (or becomes) one of the region's largest
      * - at or above the floor LRGACCT worked out for the region.
       3200-CHECK-APPROVAL.
           MOVE 'N' TO WS-APPROVAL-SWITCH
           MOVE WS-BEFORE-IMAGE TO WS-IMAGE-WORK
           IF WS-MST-AMOUNT NOT = WS-IMG-AMOUNT
               PERFORM 6200-READ-APPROVAL-LIMITS
               EVALUATE TRUE
                   WHEN WS-MST-AMOUNT > WS-APPR-THRESHOLD
                   WHEN WS-IMG-AMOUNT > WS-APPR-THRESHOLD
                       MOVE 'Y' TO WS-APPROVAL-SWITCH
                       MOVE 'T' TO WS-APPR-REASON
                   WHEN WS-APPR-FLOOR > ZEROS
                           AND (WS-IMG-AMOUNT NOT < WS-APPR-FLOOR
                             OR WS-MST-AMOUNT NOT < WS-APPR-FLOOR)
                       MOVE 'Y' TO WS-APPROVAL-SWITCH
                       MOVE 'L' TO WS-APPR-REASON
               END-EVALUATE
           END-IF.

      * The change goes to the pending store with both images instead
      * of the master; the operator sees the record as it still is.
      * One item at a time per key, so a second change cannot be
      * approved against a before image the first one has replaced.
      * Like 8000-RESEND-MAP, this paragraph does not fall through.
       3300-SUBMIT-FOR-APPROVAL.
           PERFORM 6300-CHECK-ALREADY-PENDING
           PERFORM 8500-AUDIT-STAMP
           EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
               TIME(WS-AUD-TIME-HMS)
           END-EXEC
           MOVE SPACES TO WS-PEND-APPR-REC
           MOVE WS-MST-KEY TO PA-MST-KEY
           MOVE WS-CURRENT-DATE TO PA-SUB-DATE
           MOVE WS-AUD-TIME-BUILD TO PA-SUB-TIME
           SET PA-PENDING TO TRUE
           MOVE WS-APPR-REASON TO PA-REASON
           MOVE WS-USERID TO PA-MAKER-ID
           MOVE ZEROS TO PA-DEC-DATE
           MOVE ZEROS TO PA-DEC-TIME
           MOVE WS-BEFORE-IMAGE TO PA-BEFORE
           MOVE WS-MST-RECORD TO PA-AFTER
           EXEC CICS WRITE FILE('TBLPEND')
               FROM(WS-PEND-APPR-REC)
               RIDFLD(PA-KEY)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(DUPREC)
               MOVE "CHANGE NOT SUBMITTED - PRESS PF5 AGAIN"
                   TO WS-MSG-TEXT
               PERFORM 8000-RESEND-MAP
           END-IF
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE "APPROVAL FILE WRITE ERROR - NOTHING CHANGED"
                   TO WS-MSG-TEXT
               PERFORM 8000-RESEND-MAP
           END-IF
           STRING "ONLINE UPDATE SENT FOR APPROVAL - KEY="
                  WS-MST-KEY
                  " USER="
                  WS-USERID
                  DELIMITED BY SIZE
                  INTO WS-EXC-TEXT
           PERFORM 8600-WRITE-AUDIT
           MOVE WS-BEFORE-IMAGE TO WS-MST-RECORD
           PERFORM 8200-BUILD-DETAIL
           IF PA-LARGE-ACCOUNT
               MOVE "LARGE ACCOUNT - AWAITING SECOND-USER APPROVAL"
                   TO WS-MSG-TEXT
           ELSE
               MOVE "OVER LIMIT - AWAITING SECOND-USER APPROVAL"
                   TO WS-MSG-TEXT
           END-IF
           PERFORM 8000-RESEND-MAP.

      * Batch window open: STEP005 has unloaded (or is about to
      * unload) the cluster and STEP030 will replace it, so a REWRITE
      * now would vanish with the rebuild. Read the record without an
      * update lock for the before image, take the overtypes as
      * usual, and hold the change for the next nightly run instead.
      * Like 8000-RESEND-MAP, this paragraph does not fall through.
       3500-HOLD-UPDATE.
           PERFORM 5100-READ-CURRENT
           MOVE WS-MST-RECORD TO WS-BEFORE-IMAGE
           PERFORM 3100-TAKE-OVERTYPES
           PERFORM 3200-CHECK-APPROVAL
           IF WS-APPROVAL-NEEDED
               PERFORM 3300-SUBMIT-FOR-APPROVAL
           END-IF
           MOVE "U" TO WS-HELD-CODE
           PERFORM 8500-AUDIT-STAMP
           PERFORM 8700-WRITE-HELD
           PERFORM 8800-AUDIT-HELD
           PERFORM 8200-BUILD-DETAIL
           MOVE "BATCH WINDOW - UPDATE QUEUED FOR NEXT RUN, NOT APPLIED"
               TO WS-MSG-TEXT
           PERFORM 8000-RESEND-MAP.

       4000-APPLY-DELETE.
               PERFORM 8000-RESEND-MAP
           END-IF
           MOVE CA-LAST-KEY TO WS-MST-KEY
           PERFORM 6100-CHECK-BATCH-WINDOW
           IF WS-BATCH-WINDOW-OPEN
               PERFORM 4500-HOLD-DELETE
           END-IF
           PERFORM 5000-READ-FOR-UPDATE
           MOVE WS-MST-RECORD TO WS-BEFORE-IMAGE
           SET WS-MST-DELETED TO TRUE
           MOVE "RECORD FLAGGED DELETED" TO WS-MSG-TEXT
           PERFORM 8000-RESEND-MAP.

      * The held form of a PF6 is a feed 'D' transaction - the next
      * TBLLOAD removes the record outright rather than flagging it.
      * The audit after image is the flagged record, the same as an
      * applied online delete shows. Does not fall through.
       4500-HOLD-DELETE.
           PERFORM 5100-READ-CURRENT
           MOVE WS-MST-RECORD TO WS-BEFORE-IMAGE
           SET WS-MST-DELETED TO TRUE
           MOVE "D" TO WS-HELD-CODE
           PERFORM 8500-AUDIT-STAMP
           PERFORM 8700-WRITE-HELD
           PERFORM 8800-AUDIT-HELD
           PERFORM 8200-BUILD-DETAIL
           MOVE "BATCH WINDOW - DELETE QUEUED FOR NEXT RUN, NOT APPLIED"
               TO WS-MSG-TEXT
           PERFORM 8000-RESEND-MAP.

      * Attention keys while the approval map is showing. Every
      * branch sends a map and returns to CICS, so nothing falls back
      * into the maintenance-map EVALUATE in 0000-MAIN-CONTROL.
       4600-APPROVAL-FUNCTION.
           EVALUATE EIBAID
               WHEN DFHPF3
                   PERFORM 4950-RETURN-TO-MAINTENANCE
               WHEN DFHENTER
                   PERFORM 4700-SHOW-APPROVALS
               WHEN DFHPF7
                   MOVE LOW-VALUES TO CA-APPR-KEY
                   PERFORM 4700-SHOW-APPROVALS
               WHEN DFHPF8
                   IF CA-NEXT-APPR-KEY = LOW-VALUES
                       MOVE "NO MORE ITEMS - PF7 FOR THE TOP"
                           TO WS-MSG-TEXT
                   ELSE
                       MOVE CA-NEXT-APPR-KEY TO CA-APPR-KEY
                   END-IF
                   PERFORM 4700-SHOW-APPROVALS
               WHEN DFHPF10
                   PERFORM 4800-APPROVE-CHANGE
               WHEN DFHPF11
                   PERFORM 4900-DECLINE-CHANGE
               WHEN OTHER
                   MOVE "INVALID FUNCTION KEY" TO WS-MSG-TEXT
                   PERFORM 8050-SEND-APPROVAL-MAP
           END-EVALUATE.

      * Lists pending items from CA-APPR-KEY on - LOW-VALUES for the
      * top of the store. Does not fall through.
       4700-SHOW-APPROVALS.
           MOVE 'A' TO CA-SCREEN
           PERFORM 8050-SEND-APPROVAL-MAP.

      * Browse TBLPEND from CA-APPR-KEY, listing up to six items still
      * pending (decided ones stay on the store until APPRRPT drops
      * them overnight). The first listed becomes the current item,
      * the second is where PF8 goes next.
       4710-BROWSE-APPROVALS.
           MOVE ZERO TO WS-LIST-COUNT
           MOVE LOW-VALUES TO CA-NEXT-APPR-KEY
           MOVE 'N' TO WS-BROWSE-SWITCH
           MOVE CA-APPR-KEY TO WS-BROWSE-KEY
           EXEC CICS STARTBR FILE('TBLPEND')
               RIDFLD(WS-BROWSE-KEY)
               GTEQ
               RESP(WS-RESP)
           END-EXEC
           EVALUATE TRUE
               WHEN WS-RESP = DFHRESP(NORMAL)
                   CONTINUE
               WHEN WS-RESP = DFHRESP(NOTFND)
                   SET WS-BROWSE-END TO TRUE
               WHEN OTHER
                   MOVE "APPROVAL FILE UNAVAILABLE" TO WS-MSG-TEXT
                   SET WS-BROWSE-END TO TRUE
           END-EVALUATE
           IF NOT WS-BROWSE-END
               PERFORM UNTIL WS-BROWSE-END
                   EXEC CICS READNEXT FILE('TBLPEND')
                       INTO(WS-PEND-APPR-REC)
                       RIDFLD(WS-BROWSE-KEY)
                       RESP(WS-RESP)
                   END-EXEC
                   IF WS-RESP NOT = DFHRESP(NORMAL)
                       SET WS-BROWSE-END TO TRUE
                   ELSE
                       IF PA-PENDING
                           PERFORM 4720-LIST-PENDING-ITEM
                       END-IF
                   END-IF
               END-PERFORM
               EXEC CICS ENDBR FILE('TBLPEND') END-EXEC
           END-IF.

       4720-LIST-PENDING-ITEM.
           ADD 1 TO WS-LIST-COUNT
           IF WS-LIST-COUNT = 1
               MOVE PA-KEY TO CA-APPR-KEY
               MOVE WS-PEND-APPR-REC TO WS-CUR-PEND-REC
           END-IF
           IF WS-LIST-COUNT = 2
               MOVE PA-KEY TO CA-NEXT-APPR-KEY
           END-IF
           MOVE PA-MST-KEY TO WS-AL-KEY
           MOVE PA-MAKER-ID TO WS-AL-MAKER
           MOVE PA-SUB-DATE TO WS-AL-SUB-DATE
           MOVE PA-BEFORE TO WS-IMAGE-WORK
           MOVE WS-IMG-AMOUNT TO WS-AL-BEFORE-AMT
           MOVE PA-AFTER TO WS-IMAGE-WORK
           MOVE WS-IMG-AMOUNT TO WS-AL-AFTER-AMT
           IF PA-LARGE-ACCOUNT
               MOVE "LARGEST ACCOUNTS" TO WS-AL-REASON
           ELSE
               MOVE "OVER THRESHOLD" TO WS-AL-REASON
           END-IF
           EVALUATE WS-LIST-COUNT
               WHEN 1
                   MOVE WS-APPR-LIST-LINE TO ALST1O
               WHEN 2
                   MOVE WS-APPR-LIST-LINE TO ALST2O
               WHEN 3
                   MOVE WS-APPR-LIST-LINE TO ALST3O
               WHEN 4
                   MOVE WS-APPR-LIST-LINE TO ALST4O
               WHEN 5
                   MOVE WS-APPR-LIST-LINE TO ALST5O
               WHEN OTHER
                   MOVE WS-APPR-LIST-LINE TO ALST6O
                   SET WS-BROWSE-END TO TRUE
           END-EVALUATE.

      * Approval by a second authorized operator. The master must
      * still be exactly as it was when the change was submitted -
      * anything else (a batch update, another online change) means
      * the after image is stale, and the item has to be declined and
      * keyed again. Window closed: the after image is rewritten to
      * the master. Window open: it is held for the next run, exactly
      * as an ordinary PF5 would be. Both file changes are made before
      * anything goes to the (non-recoverable) audit queues, so a
      * failure backed out part-way leaves no trail of a change that
      * never happened. Does not fall through.
       4800-APPROVE-CHANGE.
           PERFORM 6000-CHECK-AUTHORITY
           IF NOT WS-UPDATE-ALLOWED
               MOVE "NOT AUTHORIZED TO APPROVE" TO WS-MSG-TEXT
               PERFORM 8050-SEND-APPROVAL-MAP
           END-IF
           PERFORM 6400-READ-PENDING-FOR-UPDATE
           PERFORM 8500-AUDIT-STAMP
           IF WS-USERID = PA-MAKER-ID
               MOVE "YOU SUBMITTED THIS - A SECOND USER MUST APPROVE"
                   TO WS-MSG-TEXT
               PERFORM 8050-SEND-APPROVAL-MAP
           END-IF
           MOVE PA-MST-KEY TO WS-MST-KEY
           PERFORM 6100-CHECK-BATCH-WINDOW
           IF WS-BATCH-WINDOW-OPEN
               PERFORM 5100-READ-CURRENT
           ELSE
               PERFORM 5000-READ-FOR-UPDATE
           END-IF
           MOVE PA-BEFORE TO WS-IMAGE-WORK
           IF WS-MST-DESC NOT = WS-IMG-DESC
                   OR WS-MST-AMOUNT NOT = WS-IMG-AMOUNT
                   OR WS-MST-DEL-FLAG NOT = WS-IMG-DEL-FLAG
               MOVE "RECORD CHANGED SINCE SUBMITTED - DECLINE IT"
                   TO WS-MSG-TEXT
               PERFORM 8050-SEND-APPROVAL-MAP
           END-IF
           MOVE WS-MST-RECORD TO WS-BEFORE-IMAGE
           MOVE PA-AFTER TO WS-MST-RECORD
           MOVE PA-MAKER-ID TO WS-MAKER-ID
           MOVE WS-USERID TO WS-APPROVER-ID
           MOVE WS-MAKER-ID TO WS-AUD-USER
           IF WS-BATCH-WINDOW-OPEN
               MOVE "U" TO WS-HELD-CODE
               PERFORM 8700-WRITE-HELD
           ELSE
               PERFORM 4820-APPLY-APPROVED
           END-IF
           SET PA-APPROVED TO TRUE
           PERFORM 4890-REWRITE-PENDING
           PERFORM 4810-AUDIT-APPROVED-CHANGE
           PERFORM 4830-AUDIT-APPROVAL
           IF WS-BATCH-WINDOW-OPEN
               MOVE "APPROVED - BATCH WINDOW, QUEUED FOR NEXT RUN"
                   TO WS-MSG-TEXT
           ELSE
               MOVE "APPROVED - UPDATE APPLIED" TO WS-MSG-TEXT
           END-IF
           PERFORM 8050-SEND-APPROVAL-MAP.

      * The change record itself - HELD or UPDATE, as the window
      * decided - with the maker as its source.
       4810-AUDIT-APPROVED-CHANGE.
           IF WS-BATCH-WINDOW-OPEN
               STRING "APPROVED UPDATE HELD FOR BATCH WINDOW - KEY="
                      WS-MST-KEY
                      DELIMITED BY SIZE
                      INTO WS-EXC-TEXT
               PERFORM 8600-WRITE-AUDIT
               MOVE "HELD" TO AUD-ACTION
           ELSE
               STRING "APPROVED UPDATE APPLIED - KEY="
                      WS-MST-KEY
                      DELIMITED BY SIZE
                      INTO WS-EXC-TEXT
               PERFORM 8600-WRITE-AUDIT
               MOVE "UPDATE" TO AUD-ACTION
           END-IF
           PERFORM 8650-WRITE-AUDIT-REC.

       4820-APPLY-APPROVED.
           MOVE WS-CURRENT-DATE TO WS-MST-LOAD-DATE
           EXEC CICS REWRITE FILE('TBLMSTR')
               FROM(WS-MST-RECORD)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE "MASTER FILE REWRITE ERROR" TO WS-MSG-TEXT
               PERFORM 8050-SEND-APPROVAL-MAP
           END-IF.

      * The change record above carries the maker as its source; this
      * second record, action APPRVD and the same two images, carries
      * the approver - so the trail names both users without widening
      * the 200-byte WSAUDREC every reader of AUDIT depends on.
       4830-AUDIT-APPROVAL.
           MOVE WS-CURRENT-DATE TO WS-EXC-DATE
           MOVE SPACES TO WS-EXC-TEXT
           STRING "APPROVAL - KEY="
                  WS-MST-KEY
                  " MAKER="
                  WS-MAKER-ID
                  " APPROVER="
                  WS-APPROVER-ID
                  DELIMITED BY SIZE
                  INTO WS-EXC-TEXT
           PERFORM 8600-WRITE-AUDIT
           MOVE WS-APPROVER-ID TO WS-AUD-USER
           MOVE "APPRVD" TO AUD-ACTION
           PERFORM 8650-WRITE-AUDIT-REC.

      * Marks the decision on the pending record. If that fails after
      * the master or held store has been changed, back the unit of
      * work out so the item stays pending and nothing is applied.
       4890-REWRITE-PENDING.
           EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
               TIME(WS-AUD-TIME-HMS)
           END-EXEC
           MOVE WS-USERID TO PA-CHECKER-ID
           MOVE WS-CURRENT-DATE TO PA-DEC-DATE
           MOVE WS-AUD-TIME-BUILD TO PA-DEC-TIME
           EXEC CICS REWRITE FILE('TBLPEND')
               FROM(WS-PEND-APPR-REC)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               EXEC CICS SYNCPOINT ROLLBACK END-EXEC
               MOVE "APPROVAL FILE REWRITE ERROR - NOTHING CHANGED"
                   TO WS-MSG-TEXT
               PERFORM 8050-SEND-APPROVAL-MAP
           END-IF.

      * Declining needs the same authority as approving; the maker
      * may decline (withdraw) their own item. Nothing is applied.
      * Does not fall through.
       4900-DECLINE-CHANGE.
           PERFORM 6000-CHECK-AUTHORITY
           IF NOT WS-UPDATE-ALLOWED
               MOVE "NOT AUTHORIZED TO DECLINE" TO WS-MSG-TEXT
               PERFORM 8050-SEND-APPROVAL-MAP
           END-IF
           PERFORM 6400-READ-PENDING-FOR-UPDATE
           PERFORM 8500-AUDIT-STAMP
           SET PA-DECLINED TO TRUE
           PERFORM 4890-REWRITE-PENDING
           STRING "APPROVAL DECLINED - KEY="
                  PA-MST-KEY
                  " MAKER="
                  PA-MAKER-ID
                  " BY="
                  WS-USERID
                  DELIMITED BY SIZE
                  INTO WS-EXC-TEXT
           PERFORM 8600-WRITE-AUDIT
           MOVE "DECLINED - CHANGE NOT APPLIED" TO WS-MSG-TEXT
           PERFORM 8050-SEND-APPROVAL-MAP.

       4950-RETURN-TO-MAINTENANCE.
           MOVE 'M' TO CA-SCREEN
           MOVE SPACES TO CA-LAST-KEY
           MOVE LOW-VALUES TO TBLMNT1O
           PERFORM 8100-FORMAT-DATE
           EXEC CICS SEND MAP('TBLMNT1') MAPSET('TBLMNTM')
               ERASE FREEKB
           END-EXEC
           PERFORM 8900-RETURN-TRANSID.

       5000-READ-FOR-UPDATE.
           EXEC CICS READ FILE('TBLMSTR')
               INTO(WS-MST-RECORD)
               PERFORM 8000-RESEND-MAP
           END-IF.

      * Plain read for the held paths - nothing will be rewritten, so
      * no update lock is taken on a cluster the batch is unloading.
       5100-READ-CURRENT.
           EXEC CICS READ FILE('TBLMSTR')
               INTO(WS-MST-RECORD)
               RIDFLD(WS-MST-KEY)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NOTFND)
               MOVE "RECORD NO LONGER ON MASTER" TO WS-MSG-TEXT
               PERFORM 8000-RESEND-MAP
           END-IF
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE "MASTER FILE READ ERROR" TO WS-MSG-TEXT
               PERFORM 8000-RESEND-MAP
           END-IF.

      * Authority to change the master is an external-security
      * decision, not a program one - ask the ESM whether this
      * operator holds update access on the master file resource.
               MOVE 'Y' TO WS-UPDATE-ALLOWED-SWITCH
           END-IF.

      * The nightly stream sets BATCHWIN to 'O' before it unloads the
      * cluster and back to 'C' once STEP030's rebuild is in place. No
      * record at all is the state before the control file was first
      * loaded - changes apply directly, as they always have. A
      * control file that cannot be read at all refuses the change
      * outright rather than guessing which side of the window we
      * are on.
       6100-CHECK-BATCH-WINDOW.
           MOVE 'N' TO WS-BATCH-WINDOW-SWITCH
           MOVE "BATCHWIN" TO CTL-KEY
           EXEC CICS READ FILE('TMNTCTL')
               INTO(WS-TMNT-CTL-REC)
               RIDFLD(CTL-KEY)
               RESP(WS-RESP)
           END-EXEC
           EVALUATE TRUE
               WHEN WS-RESP = DFHRESP(NORMAL)
                   IF CTL-WIN-OPEN
                       MOVE 'Y' TO WS-BATCH-WINDOW-SWITCH
                   END-IF
               WHEN WS-RESP = DFHRESP(NOTFND)
                   CONTINUE
               WHEN OTHER
                   MOVE "WINDOW STATUS UNREADABLE - NOTHING CHANGED"
                       TO WS-MSG-TEXT
                   PERFORM 8000-RESEND-MAP
           END-EVALUATE.

      * The region's own APPRxxx record only - LRGACCT writes its
      * threshold in the region's currency, the currency the master
      * amounts are in. The default APPR record holds the base-
      * currency card figure and is not applied to any region. No
      * region record, or an unusable threshold on it, leaves the
      * threshold zero: every amount change needs approval. An
      * unreadable control file refuses the change rather than
      * letting it through unchecked.
       6200-READ-APPROVAL-LIMITS.
           MOVE ZEROS TO WS-APPR-THRESHOLD
           MOVE ZEROS TO WS-APPR-FLOOR
           MOVE SPACES TO CTL-KEY
           MOVE "APPR" TO CTL-KEY(1:4)
           MOVE WS-MST-KEY(1:3) TO CTL-KEY(5:3)
           EXEC CICS READ FILE('TMNTCTL')
               INTO(WS-TMNT-CTL-REC)
               RIDFLD(CTL-KEY)
               RESP(WS-RESP)
           END-EXEC
           EVALUATE TRUE
               WHEN WS-RESP = DFHRESP(NORMAL)
                   IF CTL-APPR-THRESHOLD IS NUMERIC
                       MOVE CTL-APPR-THRESHOLD TO WS-APPR-THRESHOLD
                   END-IF
                   IF CTL-APPR-FLOOR IS NUMERIC
                       MOVE CTL-APPR-FLOOR TO WS-APPR-FLOOR
                   END-IF
               WHEN WS-RESP = DFHRESP(NOTFND)
                   CONTINUE
               WHEN OTHER
                   MOVE "APPROVAL LIMITS UNREADABLE - NOTHING CHANGED"
                       TO WS-MSG-TEXT
                   PERFORM 8000-RESEND-MAP
           END-EVALUATE.

      * Browse the pending store from the master key (the key is the
      * leading part of the TBLPEND key) for an item still waiting.
       6300-CHECK-ALREADY-PENDING.
           MOVE 'N' TO WS-PENDING-FOUND-SWITCH
           MOVE 'N' TO WS-BROWSE-SWITCH
           MOVE LOW-VALUES TO WS-BROWSE-KEY
           MOVE WS-MST-KEY TO WS-BROWSE-MST-KEY
           EXEC CICS STARTBR FILE('TBLPEND')
               RIDFLD(WS-BROWSE-KEY)
               GTEQ
               RESP(WS-RESP)
           END-EXEC
           EVALUATE TRUE
               WHEN WS-RESP = DFHRESP(NORMAL)
                   CONTINUE
               WHEN WS-RESP = DFHRESP(NOTFND)
                   SET WS-BROWSE-END TO TRUE
               WHEN OTHER
                   MOVE "APPROVAL FILE UNAVAILABLE - NOTHING CHANGED"
                       TO WS-MSG-TEXT
                   PERFORM 8000-RESEND-MAP
           END-EVALUATE
           IF NOT WS-BROWSE-END
               PERFORM UNTIL WS-BROWSE-END
                   EXEC CICS READNEXT FILE('TBLPEND')
                       INTO(WS-PEND-APPR-REC)
                       RIDFLD(WS-BROWSE-KEY)
                       RESP(WS-RESP)
                   END-EXEC
                   IF WS-RESP NOT = DFHRESP(NORMAL)
                           OR PA-MST-KEY NOT = WS-MST-KEY
                       SET WS-BROWSE-END TO TRUE
                   ELSE
                       IF PA-PENDING
                           SET WS-PENDING-FOUND TO TRUE
                           SET WS-BROWSE-END TO TRUE
                       END-IF
                   END-IF
               END-PERFORM
               EXEC CICS ENDBR FILE('TBLPEND') END-EXEC
           END-IF
           IF WS-PENDING-FOUND
               MOVE "A CHANGE TO THIS KEY IS ALREADY AWAITING APPROVAL"
                   TO WS-MSG-TEXT
               PERFORM 8000-RESEND-MAP
           END-IF.

      * The item the approval map is showing, read for update and
      * checked still pending - another operator may have decided it
      * since this screen was sent.
       6400-READ-PENDING-FOR-UPDATE.
           IF CA-APPR-KEY = LOW-VALUES
               MOVE "NO ITEM ON THE SCREEN TO APPROVE OR DECLINE"
                   TO WS-MSG-TEXT
               PERFORM 8050-SEND-APPROVAL-MAP
           END-IF
           MOVE CA-APPR-KEY TO WS-BROWSE-KEY
           EXEC CICS READ FILE('TBLPEND')
               INTO(WS-PEND-APPR-REC)
               RIDFLD(WS-BROWSE-KEY)
               UPDATE
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NOTFND)
               MOVE "ITEM NO LONGER ON THE APPROVAL FILE" TO WS-MSG-TEXT
               PERFORM 8050-SEND-APPROVAL-MAP
           END-IF
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE "APPROVAL FILE READ ERROR" TO WS-MSG-TEXT
               PERFORM 8050-SEND-APPROVAL-MAP
           END-IF
           IF NOT PA-PENDING
               MOVE "ITEM ALREADY DECIDED BY ANOTHER USER"
                   TO WS-MSG-TEXT
               PERFORM 8050-SEND-APPROVAL-MAP
           END-IF.

       7000-RECEIVE-MAP.
           EXEC CICS RECEIVE MAP('TBLMNT1') MAPSET('TBLMNTM')
               RESP(WS-RESP)
      * on the map, the map goes out, and control returns to CICS
      * awaiting the next attention key.
       8000-RESEND-MAP.
           IF CA-APPROVAL-SCREEN
               PERFORM 8050-SEND-APPROVAL-MAP
           END-IF
           PERFORM 8100-FORMAT-DATE
           MOVE WS-MSG-TEXT TO MMSGO
           EXEC CICS SEND MAP('TBLMNT1') MAPSET('TBLMNTM')
           END-EXEC
           PERFORM 8900-RETURN-TRANSID.

      * Approval-map counterpart of 8000-RESEND-MAP, and like it
      * does not fall through. The list is rebuilt on every send from
      * the current item on; when nothing pending is left from there
      * it starts again from the top. Any record lock still held on
      * the pending store is released first, so the browse cannot
      * wait on this task's own READ UPDATE.
       8050-SEND-APPROVAL-MAP.
           EXEC CICS UNLOCK FILE('TBLPEND')
               RESP(WS-RESP)
           END-EXEC
           MOVE LOW-VALUES TO TBLMNT2O
           PERFORM 4710-BROWSE-APPROVALS
           IF WS-LIST-COUNT = ZERO AND CA-APPR-KEY NOT = LOW-VALUES
               MOVE LOW-VALUES TO CA-APPR-KEY
               PERFORM 4710-BROWSE-APPROVALS
           END-IF
           IF WS-LIST-COUNT = ZERO
               MOVE LOW-VALUES TO CA-APPR-KEY
               IF WS-MSG-TEXT = SPACES
                   MOVE "NO CHANGES AWAITING APPROVAL" TO WS-MSG-TEXT
               END-IF
           ELSE
               PERFORM 8250-BUILD-APPROVAL-DETAIL
           END-IF
           PERFORM 8100-FORMAT-DATE
           MOVE WS-CURRENT-DATE TO ADATEO
           MOVE WS-MSG-TEXT TO AMSGO
           EXEC CICS SEND MAP('TBLMNT2') MAPSET('TBLMNTM')
               ERASE FREEKB
           END-EXEC
           PERFORM 8900-RETURN-TRANSID.

       8100-FORMAT-DATE.
           EXEC CICS ASKTIME ABSTIME(WS-ABSTIME) END-EXEC
           EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
               MOVE "ACTIVE" TO MSTATO
           END-IF.

       8250-BUILD-APPROVAL-DETAIL.
           MOVE WS-CUR-PEND-REC TO WS-PEND-APPR-REC
           MOVE PA-MST-KEY TO AKEYO
           MOVE PA-MAKER-ID TO AMAKERO
           MOVE PA-SUB-DATE TO ASUBDTO
           MOVE PA-SUB-TIME(1:6) TO ASUBTMO
           MOVE PA-BEFORE TO WS-IMAGE-WORK
           MOVE WS-IMG-DESC TO ABDESCO
           MOVE WS-IMG-AMOUNT TO WS-AMT-EDIT
           MOVE WS-AMT-EDIT TO ABAMTO
           MOVE PA-AFTER TO WS-IMAGE-WORK
           MOVE WS-IMG-DESC TO AADESCO
           MOVE WS-IMG-AMOUNT TO WS-AMT-EDIT
           MOVE WS-AMT-EDIT TO AAAMTO
           IF PA-LARGE-ACCOUNT
               MOVE "AMOUNT CHANGE TO A LARGEST ACCOUNT" TO AREASO
           ELSE
               MOVE "AMOUNT OVER THE APPROVAL THRESHOLD" TO AREASO
           END-IF.

       8300-AUDIT-UPDATE.
           PERFORM 8500-AUDIT-STAMP
           STRING "ONLINE UPDATE APPLIED - KEY="

       8500-AUDIT-STAMP.
           EXEC CICS ASSIGN USERID(WS-USERID) END-EXEC
           MOVE WS-USERID TO WS-MAKER-ID
           MOVE WS-USERID TO WS-AUD-USER
           MOVE SPACES TO WS-APPROVER-ID
           EXEC CICS ASKTIME ABSTIME(WS-ABSTIME) END-EXEC
           EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
               YYYYMMDD(WS-CURRENT-DATE)

      * Structured companion to the EXCP line in the shared WSAUDREC
      * layout - full before and after images, stamp, and the CICS
      * user ID as the source (WS-AUD-USER - the maker or approver of
      * an approved change, see 4830-AUDIT-APPROVAL). The AUDT TD
      * queue is extrapartition to a 200-byte dataset ops concatenates
      * onto the cumulative AUDIT trail the batch side appends to, so
      * AUDHIST reads one history.
      * An online flag-delete's after image is the flagged record -
      * the record still exists until the archive cycle removes it.
       8650-WRITE-AUDIT-REC.
               TIME(WS-AUD-TIME-HMS)
           END-EXEC
           MOVE WS-AUD-TIME-BUILD TO AUD-TIME
           MOVE WS-AUD-USER TO AUD-SOURCE
           MOVE WS-MST-KEY TO AUD-KEY
           MOVE WS-BEFORE-IMAGE TO AUD-BEFORE
           MOVE WS-MST-RECORD TO AUD-AFTER
               LENGTH(LENGTH OF WS-AUDIT-REC)
           END-EXEC.

      * One held change per PF5/PF6 in the batch window, keyed on the
      * capture stamp (date, time, terminal) so HELDBCH batches them
      * in the order they were made. The stamp comes from the same
      * ASKTIME 8500-AUDIT-STAMP took for the audit records.
       8700-WRITE-HELD.
           MOVE SPACES TO WS-HELD-REC
           MOVE WS-CURRENT-DATE TO HLD-DATE
           EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
               TIME(WS-AUD-TIME-HMS)
           END-EXEC
           MOVE WS-AUD-TIME-BUILD TO HLD-TIME
           MOVE EIBTRMID TO HLD-TERMID
           MOVE WS-MAKER-ID TO HLD-USERID
           MOVE WS-APPROVER-ID TO HLD-APPROVER
           MOVE WS-MST-KEY TO HLD-KEY
           MOVE WS-MST-DESC TO HLD-DESC
           MOVE WS-MST-AMOUNT TO HLD-AMOUNT
           MOVE WS-HELD-CODE TO HLD-TRAN-CODE
           EXEC CICS WRITE FILE('TBLHELD')
               FROM(WS-HELD-REC)
               RIDFLD(HLD-STAMP)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(DUPREC)
               MOVE "CHANGE NOT QUEUED - PRESS THE KEY AGAIN"
                   TO WS-MSG-TEXT
               PERFORM 8000-RESEND-MAP
           END-IF
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE "HELD CHANGE FILE WRITE ERROR - NOTHING CHANGED"
                   TO WS-MSG-TEXT
               PERFORM 8000-RESEND-MAP
           END-IF.

      * A held change is not an applied one - the AUDT record says
      * HELD, so the trail never claims a change the rebuild threw
      * away. The applied record follows when the next TBLLOAD run
      * takes the held batch (source TMNTHELD).
       8800-AUDIT-HELD.
           IF WS-HELD-CODE = "D"
               STRING "ONLINE DELETE HELD FOR BATCH WINDOW - KEY="
                      WS-MST-KEY
                      " USER="
                      WS-USERID
                      DELIMITED BY SIZE
                      INTO WS-EXC-TEXT
           ELSE
               STRING "ONLINE UPDATE HELD FOR BATCH WINDOW - KEY="
                      WS-MST-KEY
                      " USER="
                      WS-USERID
                      DELIMITED BY SIZE
                      INTO WS-EXC-TEXT
           END-IF
           PERFORM 8600-WRITE-AUDIT
           MOVE "HELD" TO AUD-ACTION
           PERFORM 8650-WRITE-AUDIT-REC.

       8900-RETURN-TRANSID.
           EXEC CICS RETURN TRANSID('TMNT')
               COMMAREA(WS-COMMAREA)
