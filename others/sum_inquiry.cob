        RECORD KEY IS audit-key
        FILE STATUS IS ws-audit-file-status.

    SELECT OPTIONAL chain-file ASSIGN TO "AUDCHAIN"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS chain-date
        FILE STATUS IS ws-chain-file-status.

    SELECT suspense-file ASSIGN TO "SUSPENSE"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-suspense-file-status.
        RECORD KEY IS pend-key
        FILE STATUS IS ws-pending-file-status.

    SELECT OPTIONAL password-parameter-file ASSIGN TO "PWDPARM"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-pwdparm-file-status.

    SELECT OPTIONAL security-log-file ASSIGN TO "SECLOG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-seclog-file-status.
FD audit-file.
COPY AUDITREC.

FD chain-file.
COPY CHAINREC.

FD suspense-file.
COPY SUSPREC.

FD pending-file.
COPY PENDREC.

FD password-parameter-file.
COPY PWDPARM.

FD security-log-file.
COPY SECEVREC.

WORKING-STORAGE SECTION.
COPY TWONUMWS.
COPY CHAINWS.
01 ws-audit-file-status PIC X(2).
01 ws-chain-file-status PIC X(2).
01 ws-chain-found-flag PIC X.
      *> The audit record as it went to the master, and the
      *> chain fields the anchor is moved on from. The record area
      *> is not relied on once a WRITE has landed, so the anchor
      *> and any relink work from these.
01 ws-audit-image PIC X(187).
01 ws-written-audit-key PIC X(29).
01 ws-written-chain-date PIC 9(8).
01 ws-written-chain-sequence PIC 9(7).
01 ws-written-chain-value PIC 9(9).
01 ws-chain-linked-key PIC X(29).
01 ws-chain-now-flag PIC X.
01 ws-chain-settled-flag PIC X.
01 ws-chain-retry-count PIC 9(4).
01 ws-operator-file-status PIC X(2).
01 ws-suspense-file-status PIC X(2).
01 ws-pending-file-status PIC X(2).
01 ws-rekey-choice PIC X VALUE 'N'.
01 ws-rekeyed-count PIC 9(8) VALUE ZERO.
01 ws-seclog-file-status PIC X(2).
01 ws-pwdparm-file-status PIC X(2).
01 ws-sec-event-type PIC X(4).
01 ws-sec-detail PIC X(40).
01 ws-end-of-file-flag PIC X VALUE 'N'.
01 ws-search-date PIC 9(8) VALUE ZERO.
01 ws-search-operator PIC X(8) VALUE SPACE.
01 ws-resubmit-choice PIC X VALUE 'N'.
01 ws-reverse-choice PIC X VALUE 'N'.
01 ws-reversal-queued PIC X.
01 ws-reversal-requested-count PIC 9(8) VALUE ZERO.

      *> The record under review is copied out of the file buffer
      *> before the screen shows it, so a correction WRITE through
    05 cm-second PIC S9(7)V99.
    05 cm-result PIC S9(7)V99.
    05 cm-source PIC X(8).
    05 cm-dept PIC X(4).
    05 cm-key PIC X(29).
    05 cm-reversal-text PIC X(14).
    05 cm-linked-key PIC X(29).
    05 cm-reversible PIC X.
    05 cm-trace-reference PIC X(17).

01 current-suspense.
    05 cs-date PIC 9(8).
    05 cs-reason PIC X(4).
    05 cs-dept PIC X(4).
    05 cs-trace-reference PIC X(17).

01 current-rejected.
    05 cr-date PIC 9(8).
    05 cr-reviewer PIC X(8).
    05 cr-reason PIC X(20).

COPY PWDWS.

SCREEN SECTION.
01 search-screen.
    05 BLANK SCREEN.
    05 LINE 2 COLUMN 44 PIC -ZZZZZZ9.99 USING cm-second.
    05 LINE 2 COLUMN 56 PIC -ZZZZZZ9.99 USING cm-result.
    05 LINE 2 COLUMN 68 PIC X(8) USING cm-source.
    05 LINE 3 COLUMN 1 VALUE 'Dept:'.
    05 LINE 3 COLUMN 7 PIC X(4) FROM cm-dept.
    05 LINE 3 COLUMN 13 VALUE 'Reversal:'.
    05 LINE 3 COLUMN 23 PIC X(14) FROM cm-reversal-text.
    05 LINE 3 COLUMN 39 PIC X(29) FROM cm-linked-key.

01 reversal-screen.
    05 BLANK SCREEN.
    05 LINE 1 COLUMN 1 VALUE 'HELLOINQ - REQUEST REVERSAL OF A POSTED PAIR'.
    05 LINE 2 COLUMN 1 VALUE 'Audit key:'.
    05 LINE 2 COLUMN 12 PIC X(29) FROM cm-key.
    05 LINE 3 COLUMN 1 VALUE 'Dept:'.
    05 LINE 3 COLUMN 7 PIC X(4) FROM cm-dept.
    05 LINE 3 COLUMN 13 VALUE 'Result:'.
    05 LINE 3 COLUMN 21 PIC -ZZZZZZ9.99 FROM cm-result.
    05 LINE 5 COLUMN 1 VALUE 'Request reversal of this pair - Y/N:'.
    05 LINE 5 COLUMN 38 PIC X USING ws-reverse-choice.

01 suspense-screen.
    05 BLANK SCREEN.
    05 LINE 6 COLUMN 1 VALUE 'Corrected second number (+/-):'.
    05 LINE 6 COLUMN 32 PIC S9(7)V99 USING second_number.

COPY PWDSCRN.

PROCEDURE DIVISION.
main-control.
    ACCEPT ws-run-date FROM DATE YYYYMMDD.
        ELSE
            DISPLAY 'MATCHING AUDIT RECORDS SHOWN: ' ws-found-count
        END-IF
        IF ws-reversal-requested-count > ZERO
            DISPLAY 'REVERSALS QUEUED FOR APPROVAL: '
                ws-reversal-requested-count
        END-IF
    END-IF.

    STOP RUN.
        DISPLAY 'OPERMST NOT AVAILABLE - SIGN-ON REFUSED'
        STOP RUN
    END-IF.
    PERFORM load-password-parameters.
    MOVE ws-operator-id TO oper-id.
    READ operator-file
        INVALID KEY
        CLOSE operator-file
        STOP RUN
    END-IF.
    PERFORM check-password.
    PERFORM check-password-age.
    MOVE ZERO TO oper-fail-count.
    REWRITE operator-record.
    MOVE oper-auth-level TO ws-auth-level.
    END-READ.
    CLOSE operator-file.

      *> The password rules ride on a one-record parameter file;
      *> either setting left zero or blank keeps its default.
load-password-parameters.
    OPEN INPUT password-parameter-file.
    IF ws-pwdparm-file-status = '00'
        READ password-parameter-file
            AT END
                CONTINUE
            NOT AT END
                IF pwdp-expiry-days IS NUMERIC
                    AND pwdp-expiry-days NOT = ZERO
                    MOVE pwdp-expiry-days TO pwd-expiry-days
                END-IF
                IF pwdp-minimum-length IS NUMERIC
                    AND pwdp-minimum-length NOT = ZERO
                    MOVE pwdp-minimum-length TO pwd-minimum-length
                END-IF
        END-READ
        CLOSE password-parameter-file
    END-IF.
    IF pwd-minimum-length > 16
        MOVE 16 TO pwd-minimum-length
    END-IF.

      *> The password keyed is folded with the id and held up to
      *> the fold on file - the password itself is never kept. An
      *> id that has never had one takes its own id, once. A wrong
      *> password is a refusal like any other and counts toward
      *> the lockout.
check-password.
    MOVE ws-operator-id TO pwd-operator-id.
    MOVE SPACES TO pwd-entry.
    DISPLAY password-screen.
    ACCEPT password-screen.
    MOVE 'N' TO pwd-match-flag.
    IF oper-password-unset
        IF pwd-entry = oper-id
            MOVE 'Y' TO pwd-match-flag
        END-IF
    ELSE
        MOVE pwd-entry TO pwd-fold-password
        PERFORM fold-password
        IF pwd-fold-value = oper-password-hash
            MOVE 'Y' TO pwd-match-flag
        END-IF
    END-IF.
    MOVE SPACES TO pwd-entry.
    IF pwd-match-flag = 'N'
        DISPLAY 'PASSWORD INCORRECT - SIGN-ON REFUSED'
        MOVE 'REFU' TO ws-sec-event-type
        MOVE 'WRONG PASSWORD' TO ws-sec-detail
        PERFORM write-security-event
        PERFORM count-failed-attempt
        CLOSE operator-file
        STOP RUN
    END-IF.

      *> A temporary password - a reset, a new id, or the id
      *> itself on an id that never had one - must be changed
      *> before going on, and so must one past the PWDPARM
      *> expiry. A change that is refused ends the session
      *> without counting toward the lockout: the operator did
      *> know the password.
check-password-age.
    IF oper-password-unset OR oper-password-must-change
        DISPLAY 'A NEW PASSWORD IS NEEDED BEFORE GOING ON'
        PERFORM change-own-password
        EXIT PARAGRAPH
    END-IF.
    COMPUTE pwd-age-days =
        FUNCTION INTEGER-OF-DATE (ws-run-date)
        - FUNCTION INTEGER-OF-DATE (oper-password-date).
    IF pwd-age-days NOT < pwd-expiry-days
        DISPLAY 'PASSWORD EXPIRED - A NEW ONE IS NEEDED'
        MOVE 'EXPR' TO ws-sec-event-type
        MOVE 'PASSWORD EXPIRED' TO ws-sec-detail
        PERFORM write-security-event
        PERFORM change-own-password
    END-IF.

change-own-password.
    MOVE SPACES TO pwd-new-entry.
    MOVE SPACES TO pwd-confirm-entry.
    DISPLAY password-change-screen.
    ACCEPT password-change-screen.
    PERFORM judge-new-password.
    IF pwd-refusal-reason NOT = SPACES
        DISPLAY 'PASSWORD NOT CHANGED - ' pwd-refusal-reason
        MOVE 'REFU' TO ws-sec-event-type
        MOVE pwd-refusal-reason TO ws-sec-detail
        PERFORM write-security-event
        CLOSE operator-file
        STOP RUN
    END-IF.
      *> Only a password the operator chose goes into the history;
      *> a temporary one was never theirs to reuse.
    IF oper-password-chosen
        MOVE oper-password-history (2) TO oper-password-history (3)
        MOVE oper-password-history (1) TO oper-password-history (2)
        MOVE oper-password-hash TO oper-password-history (1)
    END-IF.
    MOVE pwd-fold-value TO oper-password-hash.
    MOVE ws-run-date TO oper-password-date.
    MOVE 'S' TO oper-password-status.
    MOVE SPACES TO pwd-new-entry.
    MOVE SPACES TO pwd-confirm-entry.
    DISPLAY 'PASSWORD CHANGED'.
    MOVE 'PCHG' TO ws-sec-event-type.
    MOVE 'PASSWORD CHANGED' TO ws-sec-detail.
    PERFORM write-security-event.

      *> Leaves the new password's fold in pwd-fold-value, and
      *> the reason in pwd-refusal-reason if it will not do.
judge-new-password.
    PERFORM judge-password-form.
    IF pwd-refusal-reason NOT = SPACES
        EXIT PARAGRAPH
    END-IF.
    MOVE pwd-new-entry TO pwd-fold-password.
    PERFORM fold-password.
    IF NOT oper-password-unset
        AND pwd-fold-value = oper-password-hash
        MOVE 'PASSWORD CHANGE - USED TOO RECENTLY'
            TO pwd-refusal-reason
        EXIT PARAGRAPH
    END-IF.
    PERFORM VARYING pwd-history-index FROM 1 BY 1
        UNTIL pwd-history-index > 3
        IF oper-password-history (pwd-history-index) NOT = ZERO
            AND pwd-fold-value
                = oper-password-history (pwd-history-index)
            MOVE 'PASSWORD CHANGE - USED TOO RECENTLY'
                TO pwd-refusal-reason
        END-IF
    END-PERFORM.

      *> The new password's form alone: both entries alike, long
      *> enough, no embedded space, and not the id itself.
judge-password-form.
    MOVE SPACES TO pwd-refusal-reason.
    IF pwd-new-entry NOT = pwd-confirm-entry
        MOVE 'PASSWORD CHANGE - ENTRIES DIFFER'
            TO pwd-refusal-reason
        EXIT PARAGRAPH
    END-IF.
    MOVE ZERO TO pwd-length.
    INSPECT pwd-new-entry TALLYING pwd-length
        FOR CHARACTERS BEFORE INITIAL SPACE.
    IF pwd-length < pwd-minimum-length
        MOVE 'PASSWORD CHANGE - TOO SHORT'
            TO pwd-refusal-reason
        EXIT PARAGRAPH
    END-IF.
    IF pwd-length < 16
        IF pwd-new-entry (pwd-length + 1:) NOT = SPACES
            MOVE 'PASSWORD CHANGE - NO SPACES ALLOWED'
                TO pwd-refusal-reason
            EXIT PARAGRAPH
        END-IF
    END-IF.
    IF pwd-new-entry = oper-id
        MOVE 'PASSWORD CHANGE - SAME AS OPERATOR ID'
            TO pwd-refusal-reason
    END-IF.

      *> Expects pwd-fold-password set; folds it with the id on
      *> the operator record into pwd-fold-value.
fold-password.
    MOVE oper-id TO pwd-fold-id.
    MOVE ZERO TO pwd-fold-value.
    PERFORM VARYING pwd-fold-index FROM 1 BY 1
        UNTIL pwd-fold-index > 24
        COMPUTE pwd-fold-value = FUNCTION MOD (
            pwd-fold-value * 31
            + FUNCTION ORD (pwd-fold-image (pwd-fold-index:1)),
            999999937)
    END-PERFORM.
    MOVE SPACES TO pwd-fold-password.

      *> The log is opened and closed around each event so the
      *> record is on disk the moment it happened - a refused
      *> session has no orderly shutdown to flush it later.
    MOVE susp-run-date TO cs-date.
    MOVE susp-reject-reason TO cs-reason.
    MOVE susp-dept-id TO cs-dept.
    MOVE susp-trace-reference TO cs-trace-reference.
    MOVE susp-operation TO operation_code.
    MOVE susp-first-number TO first_number.
    MOVE susp-second-number TO second_number.
    MOVE ws-run-time TO pend-origin-time.
    MOVE ws-operator-id TO pend-origin-operator.
    MOVE ZERO TO pend-sequence.
    MOVE 'C' TO pend-type.
    MOVE cs-dept TO pend-dept-id.
    MOVE cs-trace-reference TO pend-trace-reference.
    MOVE operation_code TO pend-operation.
    MOVE first_number TO pend-first-number.
    MOVE second_number TO pend-second-number.
        DISPLAY 'REJECTED PAIR KEYED BY ' pend-origin-operator
            ' - ONLY THE ORIGINATOR MAY RE-KEY IT'
        EXIT PARAGRAPH
    END-IF.
      *> A rejected reversal has nothing to re-key - the pair it
      *> names is fixed. The originator sees the reason here and,
      *> if the reversal is still wanted, requests it afresh from
      *> the audit inquiry.
    IF pend-reversal
        DISPLAY 'REVERSAL OF ' pend-original-key ' REJECTED BY '
            pend-review-operator ' - ' pend-reject-reason
        EXIT PARAGRAPH
    END-IF.
    MOVE pend-origin-date TO cr-date.
    MOVE pend-dept-id TO cr-dept.
      *> the beginning; a non-zero one also stops the scan as soon
      *> as the keys pass the requested date. There is no ceiling on
      *> how many matches can be reviewed - each one is paged to the
      *> screen as the scan reaches it. A supervisor may queue a
      *> reversal from here, so the pending-approval master is
      *> opened alongside for them.
scan-audit-master.
    OPEN I-O audit-file.
    IF ws-audit-file-status NOT = '00'
        DISPLAY 'AUDITMST NOT AVAILABLE FOR INQUIRY'
    ELSE
        IF ws-auth-level NOT < 2
            OPEN I-O pending-file
            IF ws-pending-file-status = '35'
                OPEN OUTPUT pending-file
                CLOSE pending-file
                OPEN I-O pending-file
            END-IF
        END-IF
        MOVE ws-search-date TO audit-run-date
        MOVE ZERO TO audit-run-time
        MOVE LOW-VALUES TO audit-operator-id
            END-READ
        END-PERFORM
        CLOSE audit-file
        IF ws-auth-level NOT < 2
            CLOSE pending-file
        END-IF
    END-IF.

evaluate-one-record.
        MOVE audit-second-number TO cm-second
        MOVE audit-result TO cm-result
        MOVE audit-source TO cm-source
        PERFORM describe-reversal-status
        DISPLAY result-screen
        ACCEPT result-screen
      *> Only supervisor-level operators may push a corrected
      *> pair back into the stream or ask for a posted one to be
      *> reversed - everyone else gets the inquiry display and
      *> nothing more.
        IF ws-auth-level NOT < 2
            IF cm-reversible = 'Y'
                PERFORM maybe-request-reversal
            END-IF
            PERFORM maybe-resubmit-pair
        END-IF
    END-IF.

      *> A reversal entry shows the key of the pair it backed out;
      *> a reversed pair shows the key of the reversal that backed
      *> it out. Only a pair the nightly run posted, and that is
      *> neither, can be reversed.
describe-reversal-status.
    MOVE audit-key TO cm-key.
    MOVE audit-dept-id TO cm-dept.
    MOVE audit-trace-reference TO cm-trace-reference.
    MOVE 'N' TO cm-reversible.
    EVALUATE TRUE
        WHEN audit-reversal-entry
            MOVE 'REVERSAL OF' TO cm-reversal-text
            MOVE audit-reversal-of-key TO cm-linked-key
        WHEN audit-reversed
            MOVE 'REVERSED BY' TO cm-reversal-text
            MOVE audit-reversed-by-key TO cm-linked-key
        WHEN OTHER
            MOVE 'NOT REVERSED' TO cm-reversal-text
            MOVE SPACES TO cm-linked-key
            IF audit-source = 'HELLOBAT'
                MOVE 'Y' TO cm-reversible
            END-IF
    END-EVALUATE.

      *> A reversal moves money back out of the grand total, a
      *> department's balance and the ledger, so it goes on the
      *> approval queue like a correction does - a second,
      *> different supervisor releases it on HELLOAPP. One request
      *> per pair may wait there at a time.
maybe-request-reversal.
    MOVE 'N' TO ws-reverse-choice.
    DISPLAY reversal-screen.
    ACCEPT reversal-screen.
    IF ws-reverse-choice NOT = 'Y' AND ws-reverse-choice NOT = 'y'
        EXIT PARAGRAPH
    END-IF.
    PERFORM check-pending-reversal.
    IF ws-reversal-queued = 'Y'
        DISPLAY 'A REVERSAL OF THIS PAIR IS ALREADY AWAITING '
            'APPROVAL'
        EXIT PARAGRAPH
    END-IF.
    PERFORM write-reversal-request.
    IF ws-pending-write-ok = 'Y'
        ADD 1 TO ws-reversal-requested-count
        DISPLAY 'REVERSAL QUEUED FOR SECOND-SUPERVISOR APPROVAL'
        MOVE 'SUPV' TO ws-sec-event-type
        MOVE 'REVERSAL QUEUED FOR APPROVAL' TO ws-sec-detail
        PERFORM write-security-event
    END-IF.

check-pending-reversal.
    MOVE 'N' TO ws-reversal-queued.
    MOVE 'N' TO ws-pending-eof-flag.
    MOVE LOW-VALUES TO pend-key.
    START pending-file KEY IS NOT LESS THAN pend-key
        INVALID KEY
            MOVE 'Y' TO ws-pending-eof-flag
    END-START.
    PERFORM UNTIL ws-pending-eof-flag = 'Y'
            OR ws-reversal-queued = 'Y'
        READ pending-file NEXT RECORD
            AT END
                MOVE 'Y' TO ws-pending-eof-flag
            NOT AT END
                IF pend-reversal
                    AND pend-pending
                    AND pend-original-key = cm-key
                    MOVE 'Y' TO ws-reversal-queued
                END-IF
        END-READ
    END-PERFORM.

      *> The pair's own operation and numbers ride along for the
      *> reviewer to see; the batch works from the audit key.
write-reversal-request.
    MOVE SPACES TO pending-record.
    MOVE ws-run-date TO pend-origin-date.
    MOVE ws-run-time TO pend-origin-time.
    MOVE ws-operator-id TO pend-origin-operator.
    MOVE ZERO TO pend-sequence.
    MOVE 'R' TO pend-type.
    MOVE cm-key TO pend-original-key.
    MOVE cm-dept TO pend-dept-id.
    MOVE cm-trace-reference TO pend-trace-reference.
    MOVE cm-operation TO pend-operation.
    MOVE cm-first TO pend-first-number.
    MOVE cm-second TO pend-second-number.
    MOVE 'P' TO pend-status.
    MOVE ZERO TO pend-review-date.
    MOVE SPACES TO pend-review-operator.
    MOVE SPACES TO pend-reject-reason.
    WRITE pending-record.
    PERFORM UNTIL ws-pending-file-status NOT = '22'
            OR pend-sequence = 999
        ADD 1 TO pend-sequence
        WRITE pending-record
    END-PERFORM.
    IF ws-pending-file-status = '00'
        MOVE 'Y' TO ws-pending-write-ok
    ELSE
        MOVE 'N' TO ws-pending-write-ok
        DISPLAY 'PENDING QUEUE WRITE FAILED - STATUS '
            ws-pending-file-status ' - REVERSAL NOT QUEUED'
    END-IF.

maybe-resubmit-pair.
    MOVE 'N' TO ws-resubmit-choice.
    MOVE cm-operation TO operation_code.
      *> The key's sequence byte is bumped until the WRITE stops
      *> coming back '22', the same as every other audit writer.
write-correction-record.
    OPEN I-O chain-file.
    IF ws-chain-file-status = '35'
        OPEN OUTPUT chain-file
        CLOSE chain-file
        OPEN I-O chain-file
    END-IF.
    MOVE ws-run-date TO audit-run-date.
    MOVE ws-run-time TO audit-run-time.
    MOVE ws-operator-id TO audit-operator-id.
    MOVE second_number TO audit-second-number.
    MOVE result TO audit-result.
    MOVE 'HELLOINQ' TO audit-source.
    MOVE SPACES TO audit-dept-id.
    MOVE SPACES TO audit-reversal-fields.
    MOVE ZERO TO audit-business-date.
    MOVE SPACES TO audit-trace-reference.
    PERFORM link-audit-chain.
    PERFORM keep-audit-image.
    WRITE audit-record FROM ws-audit-image.
    PERFORM UNTIL ws-audit-file-status NOT = '22'
            OR audit-sequence = 9999999
        MOVE ws-audit-image TO audit-record
        ADD 1 TO audit-sequence
        PERFORM seal-audit-record
        PERFORM keep-audit-image
        WRITE audit-record FROM ws-audit-image
    END-PERFORM.
    IF ws-audit-file-status NOT = '00'
        DISPLAY 'AUDIT WRITE FAILED - STATUS ' ws-audit-file-status
    ELSE
        PERFORM advance-audit-chain
    END-IF.

    CLOSE chain-file.

      *> Every audit record is sealed into the chain of its date -
      *> the business date for a posting, the run date otherwise -
      *> behind the last record AUDCHAIN holds for that date: the
      *> next chain sequence, the last record's check value as its
      *> previous, and its own check value taken over both.
link-audit-chain.
    IF audit-business-date NOT = ZERO
        MOVE audit-business-date TO audit-chain-date
    ELSE
        MOVE audit-run-date TO audit-chain-date
    END-IF.
    MOVE audit-chain-date TO chain-date.
    READ chain-file
        INVALID KEY
            MOVE 'N' TO ws-chain-found-flag
            MOVE ZERO TO chain-last-sequence
            MOVE ZERO TO chain-last-value
            MOVE SPACES TO ws-chain-linked-key
        NOT INVALID KEY
            MOVE 'Y' TO ws-chain-found-flag
            MOVE chain-last-key TO ws-chain-linked-key
    END-READ.
    ADD 1 TO chain-last-sequence GIVING audit-chain-sequence.
    MOVE chain-last-value TO audit-chain-previous.
    PERFORM seal-audit-record.

      *> The check value folds the seal image in one byte at a
      *> time, the way a slice's details are hashed. It is taken
      *> again after every sequence bump, because the key is part
      *> of what it covers.
seal-audit-record.
    MOVE audit-key TO seal-key.
    MOVE audit-operation TO seal-operation.
    MOVE audit-first-number TO seal-first-number.
    MOVE audit-second-number TO seal-second-number.
    MOVE audit-result TO seal-result.
    MOVE audit-source TO seal-source.
    MOVE audit-dept-id TO seal-dept-id.
    MOVE audit-entry-type TO seal-entry-type.
    MOVE audit-reversal-of-key TO seal-reversal-of-key.
    MOVE audit-business-date TO seal-business-date.
    MOVE audit-chain-date TO seal-chain-date.
    MOVE audit-chain-sequence TO seal-chain-sequence.
    MOVE audit-chain-previous TO seal-chain-previous.
    MOVE ZERO TO seal-value.
    PERFORM VARYING seal-index FROM 1 BY 1
        UNTIL seal-index > 131
        COMPUTE seal-value = FUNCTION MOD (
            seal-value * 31
            + FUNCTION ORD (seal-image (seal-index:1)),
            999999937)
    END-PERFORM.
    MOVE seal-value TO audit-chain-value.

      *> Taken just ahead of every WRITE or REWRITE of an audit
      *> record, which goes out FROM the image kept here.
keep-audit-image.
    MOVE audit-record TO ws-audit-image.
    MOVE audit-key TO ws-written-audit-key.
    MOVE audit-chain-date TO ws-written-chain-date.
    MOVE audit-chain-sequence TO ws-written-chain-sequence.
    MOVE audit-chain-value TO ws-written-chain-value.

      *> The anchor only moves on once the record's WRITE has
      *> landed - a failed WRITE leaves the chain ending where it
      *> did, so the next record links to the last real one.
      *> Another session, or the nightly run, may have chained a
      *> record onto the same date since this one was linked, so
      *> the anchor is read again first. If it no longer ends at
      *> the record this one was linked behind, this record is
      *> linked again behind the new end, resealed and rewritten,
      *> and the anchor read once more; the anchor is only moved
      *> on when it still ends where this record says it does.
      *> Otherwise two records would share a sequence and a
      *> previous value, and HELLOVFY would call a genuine chain
      *> broken.
advance-audit-chain.
    MOVE ZERO TO ws-chain-retry-count.
    MOVE 'N' TO ws-chain-settled-flag.
    PERFORM UNTIL ws-chain-settled-flag = 'Y'
        PERFORM settle-audit-chain
    END-PERFORM.

      *> A '51' is the other writer holding the anchor between its
      *> own READ and REWRITE, and a '22' on the WRITE of a new
      *> anchor is the other writer creating it first - either
      *> way the anchor is read again.
settle-audit-chain.
    ADD 1 TO ws-chain-retry-count.
    IF ws-chain-retry-count > 999
        DISPLAY 'AUDCHAIN UPDATE FAILED - ANCHOR NEVER SETTLED'
        MOVE 'Y' TO ws-chain-settled-flag
        EXIT PARAGRAPH
    END-IF.
    MOVE ws-written-chain-date TO chain-date.
    READ chain-file
        INVALID KEY
            CONTINUE
    END-READ.
    EVALUATE ws-chain-file-status
        WHEN '00'
            MOVE 'Y' TO ws-chain-now-flag
        WHEN '23'
            MOVE 'N' TO ws-chain-now-flag
        WHEN '51'
            EXIT PARAGRAPH
        WHEN OTHER
            DISPLAY 'AUDCHAIN READ FAILED - STATUS '
                ws-chain-file-status
            MOVE 'Y' TO ws-chain-settled-flag
            EXIT PARAGRAPH
    END-EVALUATE.
    IF ws-chain-now-flag = 'Y'
        IF ws-chain-found-flag = 'N'
            OR chain-last-key NOT = ws-chain-linked-key
            PERFORM relink-audit-record
            EXIT PARAGRAPH
        END-IF
    END-IF.
    MOVE ws-written-chain-date TO chain-date.
    MOVE ws-written-chain-sequence TO chain-last-sequence.
    MOVE ws-written-chain-value TO chain-last-value.
    MOVE ws-written-audit-key TO chain-last-key.
    IF ws-chain-now-flag = 'Y'
        REWRITE chain-anchor-record
    ELSE
        WRITE chain-anchor-record
    END-IF.
    IF ws-chain-file-status = '22'
        OR ws-chain-file-status = '51'
        EXIT PARAGRAPH
    END-IF.
    IF ws-chain-file-status NOT = '00'
        DISPLAY 'AUDCHAIN UPDATE FAILED - STATUS ' ws-chain-file-status
    END-IF.
    MOVE 'Y' TO ws-chain-settled-flag.

      *> Expects the anchor as it now stands in the record area.
      *> The record is already on the master under its own key,
      *> so it is rebuilt from the image kept at its WRITE and
      *> rewritten in place behind the anchor's new end; only its
      *> chain fields change, and the image is kept again so the
      *> anchor is moved on to the record as now rewritten.
relink-audit-record.
    MOVE 'Y' TO ws-chain-found-flag.
    MOVE chain-last-key TO ws-chain-linked-key.
    MOVE ws-audit-image TO audit-record.
    ADD 1 TO chain-last-sequence GIVING audit-chain-sequence.
    MOVE chain-last-value TO audit-chain-previous.
    PERFORM seal-audit-record.
    PERFORM keep-audit-image.
    REWRITE audit-record FROM ws-audit-image.
    IF ws-audit-file-status NOT = '00'
        DISPLAY 'AUDIT RELINK FAILED - STATUS ' ws-audit-file-status
        MOVE 'Y' TO ws-chain-settled-flag
    END-IF.
