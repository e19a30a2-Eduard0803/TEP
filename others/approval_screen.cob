        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-resubmit-file-status.

    SELECT OPTIONAL password-parameter-file ASSIGN TO "PWDPARM"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-pwdparm-file-status.

    SELECT OPTIONAL security-log-file ASSIGN TO "SECLOG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-seclog-file-status.
FD resubmit-file.
COPY TRANREC.

FD password-parameter-file.
COPY PWDPARM.

FD security-log-file.
COPY SECEVREC.

01 ws-pending-file-status PIC X(2).
01 ws-resubmit-file-status PIC X(2).
01 ws-seclog-file-status PIC X(2).
01 ws-pwdparm-file-status PIC X(2).
01 ws-sec-event-type PIC X(4).
01 ws-sec-detail PIC X(40).
01 ws-end-of-file-flag PIC X VALUE 'N'.
    05 cp-origin-date PIC 9(8).
    05 cp-origin-operator PIC X(8).
    05 cp-dept PIC X(4).
    05 cp-type-text PIC X(14).
    05 cp-original-key PIC X(29).

COPY PWDWS.

SCREEN SECTION.
01 approval-screen.
    05 BLANK SCREEN.
    05 LINE 1 COLUMN 1
        VALUE 'HELLOAPP - CORRECTED PAIR / REVERSAL APPROVAL'.
    05 LINE 2 COLUMN 1 VALUE 'Keyed on:'.
    05 LINE 2 COLUMN 12 PIC 9(8) FROM cp-origin-date.
    05 LINE 2 COLUMN 22 VALUE 'By:'.
    05 LINE 3 COLUMN 22 PIC -ZZZZZZ9.99 FROM first_number.
    05 LINE 3 COLUMN 35 VALUE 'Second:'.
    05 LINE 3 COLUMN 43 PIC -ZZZZZZ9.99 FROM second_number.
    05 LINE 4 COLUMN 1 VALUE 'Request:'.
    05 LINE 4 COLUMN 12 PIC X(14) FROM cp-type-text.
    05 LINE 4 COLUMN 27 PIC X(29) FROM cp-original-key.
    05 LINE 5 COLUMN 1 VALUE 'Decision - A approve, R reject, S skip:'.
    05 LINE 5 COLUMN 42 PIC X USING ws-review-choice.
    05 LINE 6 COLUMN 1 VALUE 'Reason if rejecting:'.
    05 LINE 6 COLUMN 42 PIC X(20) USING ws-reject-reason.

COPY PWDSCRN.

PROCEDURE DIVISION.
main-control.
    ACCEPT ws-run-date FROM DATE YYYYMMDD.
        DISPLAY 'OPERMST NOT AVAILABLE - SIGN-ON REFUSED'
        STOP RUN
    END-IF.
    PERFORM load-password-parameters.
    MOVE ws-signon-id TO oper-id.
    READ operator-file
        INVALID KEY
        CLOSE operator-file
        STOP RUN
    END-IF.
    PERFORM check-password.
    IF NOT oper-supervisor
        DISPLAY 'APPROVAL NEEDS SUPERVISOR AUTHORITY'
        MOVE 'REFU' TO ws-sec-event-type
        CLOSE operator-file
        STOP RUN
    END-IF.
    PERFORM check-password-age.
    MOVE ZERO TO oper-fail-count.
    REWRITE operator-record.
    MOVE 'SIGN' TO ws-sec-event-type.
    MOVE pend-origin-date TO cp-origin-date.
    MOVE pend-origin-operator TO cp-origin-operator.
    MOVE pend-dept-id TO cp-dept.
    IF pend-reversal
        MOVE 'REVERSAL OF' TO cp-type-text
        MOVE pend-original-key TO cp-original-key
    ELSE
        MOVE 'CORRECTION' TO cp-type-text
        MOVE SPACES TO cp-original-key
    END-IF.
    MOVE pend-operation TO operation_code.
    MOVE pend-first-number TO first_number.
    MOVE pend-second-number TO second_number.
      *> pair goes to RESUBTRN, and the release is gated on that
      *> REWRITE coming back clean - a pair that cannot be marked
      *> must stay held, never ride the feed while still showing
      *> pending for the next session to release again. A reversal
      *> backs out a result that already posted, so it has nothing
      *> to prove by recomputing - it goes out as a type R record
      *> naming the original's audit key, for HELLOEDIT to check
      *> and HELLOBATCH to post. A correction goes out carrying
      *> the trace stamp of the slice the pair first came in on,
      *> so its repost is traced back to it.
approve-pending-pair.
    IF pend-reversal
        PERFORM approve-pending-reversal
        EXIT PARAGRAPH
    END-IF.
    PERFORM compute-one-result.
    IF ws-zero-divide-flag = 'Y'
        DISPLAY 'PAIR CANNOT COMPUTE - divide by zero - '
    MOVE operation_code TO tran-operation.
    MOVE first_number TO tran-first-number.
    MOVE second_number TO tran-second-number.
    MOVE pend-trace-reference TO tran-trace-reference.
    WRITE transaction-record.
    ADD 1 TO ws-approved-count.
    DISPLAY 'PAIR APPROVED AND RELEASED TO RESUBTRN'.
        DELIMITED BY SIZE INTO ws-sec-detail.
    PERFORM write-security-event.

approve-pending-reversal.
    MOVE 'A' TO pend-status.
    MOVE ws-run-date TO pend-review-date.
    MOVE ws-signon-id TO pend-review-operator.
    REWRITE pending-record.
    IF ws-pending-file-status NOT = '00'
        DISPLAY 'PENDING REWRITE FAILED - STATUS '
            ws-pending-file-status ' - REVERSAL NOT RELEASED'
        EXIT PARAGRAPH
    END-IF.
    MOVE SPACES TO transaction-record.
    MOVE 'R' TO tran-record-type.
    MOVE pend-original-key TO tran-rev-audit-key.
    WRITE transaction-record.
    ADD 1 TO ws-approved-count.
    DISPLAY 'REVERSAL APPROVED AND RELEASED TO RESUBTRN'.
    MOVE 'SUPV' TO ws-sec-event-type.
    MOVE SPACES TO ws-sec-detail.
    STRING 'REVERSAL APPROVED - KEYED BY ' cp-origin-operator
        DELIMITED BY SIZE INTO ws-sec-detail.
    PERFORM write-security-event.

reject-pending-pair.
    IF ws-reject-reason = SPACES
        DISPLAY 'A REJECT NEEDS A REASON - PAIR LEFT PENDING'
            END-IF
    END-EVALUATE.

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
    MOVE ws-signon-id TO pwd-operator-id.
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
