        RECORD KEY IS audit-key
        FILE STATUS IS ws-audit-file-status.

    SELECT OPTIONAL chain-file ASSIGN TO "AUDCHAIN"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS chain-date
        FILE STATUS IS ws-chain-file-status.

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
01 ws-seclog-file-status PIC X(2).
01 ws-pwdparm-file-status PIC X(2).
01 ws-sec-event-type PIC X(4).
01 ws-sec-detail PIC X(40).
01 ws-size-error-flag PIC X VALUE 'N'.
01 ws-operator-id PIC X(8).
01 ws-expected-total PIC S9(7)V99 SIGN IS LEADING SEPARATE.

COPY PWDWS.

SCREEN SECTION.
COPY PWDSCRN.

PROCEDURE DIVISION.
    ACCEPT ws-run-date FROM DATE YYYYMMDD.
      *> ACCEPT FROM TIME yields an 8-digit HHMMSSss value; a direct
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
    MOVE 'SIGN' TO ws-sec-event-type.
    END-IF.
    REWRITE operator-record.

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
    IF ws-audit-file-status = '35'
        OPEN OUTPUT audit-file
    END-IF.
    OPEN I-O chain-file.
    IF ws-chain-file-status = '35'
        OPEN OUTPUT chain-file
        CLOSE chain-file
        OPEN I-O chain-file
    END-IF.

    MOVE ws-run-date TO audit-run-date.
    MOVE ws-run-time TO audit-run-time.
    MOVE second_number TO audit-second-number.
    MOVE result TO audit-result.
    MOVE 'HELLOINT' TO audit-source.
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

    CLOSE audit-file.
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
