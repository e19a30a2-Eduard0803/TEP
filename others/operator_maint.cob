        RECORD KEY IS oper-id
        FILE STATUS IS ws-operator-file-status.

    SELECT OPTIONAL password-parameter-file ASSIGN TO "PWDPARM"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-pwdparm-file-status.

    SELECT OPTIONAL security-log-file ASSIGN TO "SECLOG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-seclog-file-status.
FD operator-file.
COPY OPERREC.

FD password-parameter-file.
COPY PWDPARM.

FD security-log-file.
COPY SECEVREC.

WORKING-STORAGE SECTION.
01 ws-operator-file-status PIC X(2).
01 ws-seclog-file-status PIC X(2).
01 ws-pwdparm-file-status PIC X(2).
01 ws-sec-event-type PIC X(4).
01 ws-sec-detail PIC X(40).
01 ws-run-date PIC 9(8).
01 ws-work-auth-level PIC 9 VALUE 1.
01 ws-work-active-flag PIC X VALUE 'A'.

COPY PWDWS.

SCREEN SECTION.
01 action-screen.
    05 BLANK SCREEN.
    05 LINE 1 COLUMN 1 VALUE 'HELLOOPM - OPERATOR MASTER MAINTENANCE'.
    05 LINE 3 COLUMN 1 VALUE 'Action - A add, C change, D deactivate,'.
    05 LINE 4 COLUMN 1 VALUE '         R reset password, X exit:'.
    05 LINE 4 COLUMN 50 PIC X USING ws-action-choice.
    05 LINE 5 COLUMN 1 VALUE 'Operator id:'.
    05 LINE 5 COLUMN 50 PIC X(8) USING ws-work-id.

01 detail-screen.
    05 BLANK SCREEN.
    05 LINE 5 COLUMN 1 VALUE 'Active - A active, I inactive:'.
    05 LINE 5 COLUMN 35 PIC X USING ws-work-active-flag.

      *> A new id's first password and a reset's both go in here;
      *> the operator has to change it at the next sign-on.
01 temporary-password-screen.
    05 BLANK SCREEN.
    05 LINE 1 COLUMN 1 VALUE 'HELLOOPM - TEMPORARY PASSWORD'.
    05 LINE 3 COLUMN 1 VALUE 'Operator id:'.
    05 LINE 3 COLUMN 20 PIC X(8) FROM pwd-operator-id.
    05 LINE 4 COLUMN 1 VALUE 'Temporary password:'.
    05 LINE 4 COLUMN 20 PIC X(16) USING pwd-new-entry SECURE.
    05 LINE 5 COLUMN 1 VALUE 'Key it again:'.
    05 LINE 5 COLUMN 20 PIC X(16) USING pwd-confirm-entry SECURE.

COPY PWDSCRN.

PROCEDURE DIVISION.
main-control.
    ACCEPT ws-run-date FROM DATE YYYYMMDD.
            WHEN 'D'
            WHEN 'd'
                PERFORM deactivate-operator
            WHEN 'R'
            WHEN 'r'
                PERFORM reset-operator-password
            WHEN OTHER
                MOVE 'Y' TO ws-done-flag
        END-EVALUATE
      *> hold anyone to sign on as, so the very first session is
      *> let through to key the first supervisor.
validate-sign-on.
    PERFORM load-password-parameters.
    MOVE LOW-VALUES TO oper-id.
    START operator-file KEY IS NOT LESS THAN oper-id
        INVALID KEY
            CLOSE operator-file
            STOP RUN
        END-IF
        PERFORM check-password
        IF NOT oper-supervisor
            DISPLAY 'MAINTENANCE NEEDS SUPERVISOR AUTHORITY'
            MOVE 'REFU' TO ws-sec-event-type
            CLOSE operator-file
            STOP RUN
        END-IF
        PERFORM check-password-age
        MOVE ZERO TO oper-fail-count
        REWRITE operator-record
        MOVE oper-auth-level TO ws-signon-auth-level
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
    MOVE 'A' TO ws-work-active-flag.
    DISPLAY detail-screen.
    ACCEPT detail-screen.
    MOVE ws-work-id TO oper-id.
    PERFORM take-temporary-password.
    IF pwd-refusal-reason NOT = SPACES
        DISPLAY 'ADD REFUSED - ' pwd-refusal-reason
        EXIT PARAGRAPH
    END-IF.
      *> The first operator keyed into a brand-new master is made
      *> a supervisor no matter what was entered - otherwise the
      *> master could be left with nobody authorized to ever run
    MOVE ws-work-auth-level TO oper-auth-level.
    MOVE ws-work-active-flag TO oper-active-flag.
    MOVE ZERO TO oper-fail-count.
    MOVE pwd-fold-value TO oper-password-hash.
    MOVE ws-run-date TO oper-password-date.
    MOVE 'M' TO oper-password-status.
    MOVE ZERO TO oper-password-history (1).
    MOVE ZERO TO oper-password-history (2).
    MOVE ZERO TO oper-password-history (3).
    WRITE operator-record
        INVALID KEY
            DISPLAY 'ADD FAILED - STATUS ' ws-operator-file-status
                DELIMITED BY SIZE INTO ws-sec-detail
            PERFORM write-security-event
    END-REWRITE.

      *> A reset files a temporary password the operator must
      *> change at the next sign-on - the way back in for an
      *> operator who has forgotten theirs, or whose id was locked
      *> on wrong passwords (reinstate it on the change screen as
      *> well). The password being replaced goes into the history
      *> if the operator chose it, so it cannot simply come back.
      *> A supervisor cannot reset their own: that would be a way
      *> round the history and the expiry both.
reset-operator-password.
    MOVE ws-work-id TO oper-id.
    READ operator-file
        INVALID KEY
            DISPLAY 'OPERATOR ' ws-work-id ' NOT ON FILE'
            EXIT PARAGRAPH
    END-READ.
    IF ws-work-id = ws-signon-id
        DISPLAY 'AN OPERATOR CANNOT RESET THEIR OWN PASSWORD'
        EXIT PARAGRAPH
    END-IF.
    PERFORM take-temporary-password.
    IF pwd-refusal-reason NOT = SPACES
        DISPLAY 'RESET REFUSED - ' pwd-refusal-reason
        EXIT PARAGRAPH
    END-IF.
    IF oper-password-chosen
        MOVE oper-password-history (2) TO oper-password-history (3)
        MOVE oper-password-history (1) TO oper-password-history (2)
        MOVE oper-password-hash TO oper-password-history (1)
    END-IF.
    MOVE pwd-fold-value TO oper-password-hash.
    MOVE ws-run-date TO oper-password-date.
    MOVE 'M' TO oper-password-status.
    MOVE ZERO TO oper-fail-count.
    REWRITE operator-record
        INVALID KEY
            DISPLAY 'RESET FAILED - STATUS ' ws-operator-file-status
        NOT INVALID KEY
            DISPLAY 'PASSWORD FOR ' ws-work-id ' RESET'
            MOVE 'PRST' TO ws-sec-event-type
            MOVE SPACES TO ws-sec-detail
            STRING 'PASSWORD RESET: ' ws-work-id
                DELIMITED BY SIZE INTO ws-sec-detail
            PERFORM write-security-event
    END-REWRITE.

      *> Expects oper-id set to the id the password is for; leaves
      *> its fold in pwd-fold-value, or the reason it will not do
      *> in pwd-refusal-reason. Only the form is judged - whether a
      *> temporary password matches one the operator used before
      *> is no business of the supervisor keying it.
take-temporary-password.
    MOVE ws-work-id TO pwd-operator-id.
    MOVE SPACES TO pwd-new-entry.
    MOVE SPACES TO pwd-confirm-entry.
    DISPLAY temporary-password-screen.
    ACCEPT temporary-password-screen.
    PERFORM judge-password-form.
    IF pwd-refusal-reason = SPACES
        MOVE pwd-new-entry TO pwd-fold-password
        PERFORM fold-password
    END-IF.
    MOVE SPACES TO pwd-new-entry.
    MOVE SPACES TO pwd-confirm-entry.
