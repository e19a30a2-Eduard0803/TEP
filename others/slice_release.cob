IDENTIFICATION DIVISION.
PROGRAM-ID. 'HELLOSLR'.
AUTHOR. "@eduard0803".

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT operator-file ASSIGN TO "OPERMST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS oper-id
        FILE STATUS IS ws-operator-file-status.

      *> The slice register HELLOBATCH keeps. Slices it held as
      *> duplicates of a posted slice sit here at status D; this
      *> screen is the only way one of them becomes postable.
    SELECT slice-file ASSIGN TO "SLICEREG"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS slice-key
        FILE STATUS IS ws-slice-file-status.

    SELECT OPTIONAL password-parameter-file ASSIGN TO "PWDPARM"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-pwdparm-file-status.

    SELECT OPTIONAL security-log-file ASSIGN TO "SECLOG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-seclog-file-status.

DATA DIVISION.
FILE SECTION.
FD operator-file.
COPY OPERREC.

FD slice-file.
COPY SLICEREC.

FD password-parameter-file.
COPY PWDPARM.

FD security-log-file.
COPY SECEVREC.

WORKING-STORAGE SECTION.
01 ws-operator-file-status PIC X(2).
01 ws-slice-file-status PIC X(2).
01 ws-seclog-file-status PIC X(2).
01 ws-pwdparm-file-status PIC X(2).
01 ws-sec-event-type PIC X(4).
01 ws-sec-detail PIC X(40).
01 ws-end-of-file-flag PIC X VALUE 'N'.
01 ws-run-date PIC 9(8).
01 ws-run-time-8 PIC 9(8).
01 ws-run-time PIC 9(6).
01 ws-signon-id PIC X(8).
01 ws-review-choice PIC X VALUE 'S'.
01 ws-held-count PIC 9(8) VALUE ZERO.
01 ws-released-count PIC 9(8) VALUE ZERO.

      *> The entry under review is copied out of the file buffer
      *> before the screen shows it, the same as HELLOAPP does,
      *> so the REWRITE through the buffer cannot disturb what
      *> the supervisor is looking at.
01 current-slice.
    05 cs-dept PIC X(4).
    05 cs-business-date PIC 9(8).
    05 cs-sequence PIC 9(3).
    05 cs-run-date PIC 9(8).
    05 cs-count PIC 9(5).
    05 cs-total PIC S9(9)V99.
    05 cs-hash PIC 9(9).

COPY PWDWS.

SCREEN SECTION.
01 release-screen.
    05 BLANK SCREEN.
    05 LINE 1 COLUMN 1 VALUE 'HELLOSLR - DUPLICATE SLICE RELEASE'.
    05 LINE 2 COLUMN 1 VALUE 'Dept:'.
    05 LINE 2 COLUMN 7 PIC X(4) FROM cs-dept.
    05 LINE 2 COLUMN 13 VALUE 'Business date:'.
    05 LINE 2 COLUMN 28 PIC 9(8) FROM cs-business-date.
    05 LINE 2 COLUMN 38 VALUE 'Held by run of:'.
    05 LINE 2 COLUMN 54 PIC 9(8) FROM cs-run-date.
    05 LINE 3 COLUMN 1 VALUE 'Trailer count:'.
    05 LINE 3 COLUMN 16 PIC ZZZZ9 FROM cs-count.
    05 LINE 3 COLUMN 23 VALUE 'Trailer total:'.
    05 LINE 3 COLUMN 38 PIC -ZZZZZZZZ9.99 FROM cs-total.
    05 LINE 4 COLUMN 1 VALUE 'Detail hash:'.
    05 LINE 4 COLUMN 16 PIC 9(9) FROM cs-hash.
    05 LINE 6 COLUMN 1
        VALUE 'Release as a genuine second batch - R release, S skip:'.
    05 LINE 6 COLUMN 58 PIC X USING ws-review-choice.

COPY PWDSCRN.

PROCEDURE DIVISION.
main-control.
    ACCEPT ws-run-date FROM DATE YYYYMMDD.
      *> ACCEPT FROM TIME yields an 8-digit HHMMSSss value; a direct
      *> ACCEPT into a 6-digit field truncates the high-order digits
      *> (the hour), not the low-order hundredths, so the hour has to
      *> be pulled off an 8-digit intermediate instead.
    ACCEPT ws-run-time-8 FROM TIME.
    MOVE ws-run-time-8(1:6) TO ws-run-time.

    DISPLAY 'Enter with the operator id: ' NO ADVANCING.
    ACCEPT ws-signon-id.
    PERFORM validate-sign-on.

    OPEN I-O slice-file.
    IF ws-slice-file-status NOT = '00'
        DISPLAY 'SLICEREG NOT AVAILABLE - NOTHING TO RELEASE'
        STOP RUN
    END-IF.

      *> Keyed on department and business date, so the walk comes
      *> up department by department, oldest held slice first.
    MOVE LOW-VALUES TO slice-key.
    START slice-file KEY IS NOT LESS THAN slice-key
        INVALID KEY
            MOVE 'Y' TO ws-end-of-file-flag
    END-START.
    PERFORM UNTIL ws-end-of-file-flag = 'Y'
        READ slice-file NEXT RECORD
            AT END
                MOVE 'Y' TO ws-end-of-file-flag
            NOT AT END
                IF slice-held
                    PERFORM review-one-held-slice
                END-IF
        END-READ
    END-PERFORM.

    CLOSE slice-file.

    DISPLAY 'HELLOSLR - SLICES HELD      ' ws-held-count.
    DISPLAY 'HELLOSLR - SLICES RELEASED  ' ws-released-count.

    STOP RUN.

      *> A release lets a slice with the very figures of one that
      *> already posted into the grand total and the ledger feed
      *> post again, so the screen is supervisor-only. Every
      *> sign-on outcome lands on the security event log, and
      *> refusals of an on-file id count toward the lockout.
validate-sign-on.
    OPEN I-O operator-file.
    IF ws-operator-file-status NOT = '00'
        DISPLAY 'OPERMST NOT AVAILABLE - SIGN-ON REFUSED'
        STOP RUN
    END-IF.
    PERFORM load-password-parameters.
    MOVE ws-signon-id TO oper-id.
    READ operator-file
        INVALID KEY
            DISPLAY 'OPERATOR ID NOT ON FILE - SIGN-ON REFUSED'
            MOVE 'REFU' TO ws-sec-event-type
            MOVE 'ID NOT ON FILE' TO ws-sec-detail
            PERFORM write-security-event
            CLOSE operator-file
            STOP RUN
    END-READ.
    IF oper-inactive
        DISPLAY 'OPERATOR ID INACTIVE - SIGN-ON REFUSED'
        MOVE 'REFU' TO ws-sec-event-type
        MOVE 'ID INACTIVE' TO ws-sec-detail
        PERFORM write-security-event
        PERFORM count-failed-attempt
        CLOSE operator-file
        STOP RUN
    END-IF.
    PERFORM check-password.
    IF NOT oper-supervisor
        DISPLAY 'SLICE RELEASE NEEDS SUPERVISOR AUTHORITY'
        MOVE 'REFU' TO ws-sec-event-type
        MOVE 'SLICE RELEASE REFUSED - NOT SUPERVISOR'
            TO ws-sec-detail
        PERFORM write-security-event
        PERFORM count-failed-attempt
        CLOSE operator-file
        STOP RUN
    END-IF.
    PERFORM check-password-age.
    MOVE ZERO TO oper-fail-count.
    REWRITE operator-record.
    MOVE 'SIGN' TO ws-sec-event-type.
    MOVE 'SIGN-ON ACCEPTED' TO ws-sec-detail.
    PERFORM write-security-event.
    CLOSE operator-file.

      *> A refusal of an id that is on the master bumps its fail
      *> counter; the third in a row deactivates the id on the
      *> spot, and only a supervisor reinstating it on HELLOOPM
      *> (which zeroes the counter) brings it back. A clean
      *> sign-on zeroes the counter too.
count-failed-attempt.
    ADD 1 TO oper-fail-count.
    IF oper-fail-count NOT < 3
        AND oper-active
        MOVE 'I' TO oper-active-flag
        DISPLAY 'OPERATOR ID LOCKED AFTER REPEATED REFUSALS'
        MOVE 'LOCK' TO ws-sec-event-type
        MOVE 'ID DEACTIVATED AFTER REPEATED REFUSALS'
            TO ws-sec-detail
        PERFORM write-security-event
    END-IF.
    REWRITE operator-record.

review-one-held-slice.
    ADD 1 TO ws-held-count.
    MOVE slice-dept-id TO cs-dept.
    MOVE slice-business-date TO cs-business-date.
    MOVE slice-sequence TO cs-sequence.
    MOVE slice-run-date TO cs-run-date.
    MOVE slice-trailer-count TO cs-count.
    MOVE slice-trailer-total TO cs-total.
    MOVE slice-detail-hash TO cs-hash.
    MOVE 'S' TO ws-review-choice.

    DISPLAY release-screen.
    ACCEPT release-screen.

    IF ws-review-choice = 'R' OR ws-review-choice = 'r'
        PERFORM release-held-slice
    END-IF.

      *> Releasing does not post anything by itself - the held
      *> slice was never kept, only measured. The department (or
      *> operations) refiles it, and the next run that meets a
      *> slice with these figures posts it and marks the release
      *> used, so one release lets exactly one copy through.
release-held-slice.
    MOVE 'R' TO slice-status.
    MOVE ws-run-date TO slice-release-date.
    MOVE ws-signon-id TO slice-release-operator.
    REWRITE slice-register-record.
    IF ws-slice-file-status NOT = '00'
        DISPLAY 'SLICE REWRITE FAILED - STATUS '
            ws-slice-file-status ' - SLICE LEFT HELD'
        EXIT PARAGRAPH
    END-IF.
    ADD 1 TO ws-released-count.
    DISPLAY 'SLICE RELEASED - REFILE IT TO POST IT'.
    MOVE 'SUPV' TO ws-sec-event-type.
    MOVE SPACES TO ws-sec-detail.
    STRING 'SLICE RELEASED: ' cs-dept ' ' cs-business-date '/'
        cs-sequence
        DELIMITED BY SIZE INTO ws-sec-detail.
    PERFORM write-security-event.

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
write-security-event.
    MOVE ws-run-date TO sec-event-date.
    MOVE ws-run-time TO sec-event-time.
    MOVE 'HELLOSLR' TO sec-program.
    MOVE ws-signon-id TO sec-operator-id.
    MOVE ws-sec-event-type TO sec-event-type.
    MOVE ws-sec-detail TO sec-detail.
    OPEN EXTEND security-log-file.
    IF ws-seclog-file-status = '35'
        OPEN OUTPUT security-log-file
    END-IF.
    WRITE security-event-record.
    IF ws-seclog-file-status NOT = '00'
        DISPLAY 'SECURITY LOG WRITE FAILED - STATUS '
            ws-seclog-file-status
    END-IF.
    CLOSE security-log-file.
