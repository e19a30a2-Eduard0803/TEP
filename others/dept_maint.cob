IDENTIFICATION DIVISION.
PROGRAM-ID. 'HELLODPM'.
AUTHOR. "@eduard0803".

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT operator-file ASSIGN TO "OPERMST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS oper-id
        FILE STATUS IS ws-operator-file-status.

    SELECT OPTIONAL department-file ASSIGN TO "DEPTMST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS dept-id
        FILE STATUS IS ws-department-file-status.

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

FD department-file.
COPY DEPTREC.

FD password-parameter-file.
COPY PWDPARM.

FD security-log-file.
COPY SECEVREC.

WORKING-STORAGE SECTION.
01 ws-operator-file-status PIC X(2).
01 ws-department-file-status PIC X(2).
01 ws-seclog-file-status PIC X(2).
01 ws-pwdparm-file-status PIC X(2).
01 ws-sec-event-type PIC X(4).
01 ws-sec-detail PIC X(40).
01 ws-run-date PIC 9(8).
01 ws-run-time-8 PIC 9(8).
01 ws-run-time PIC 9(6).
01 ws-signon-id PIC X(8).
01 ws-done-flag PIC X VALUE 'N'.
01 ws-action-choice PIC X VALUE 'X'.
01 ws-work-dept PIC X(4) VALUE SPACES.
01 ws-work-name PIC X(20) VALUE SPACES.
01 ws-work-status PIC X VALUE 'O'.
01 ws-work-allow-add PIC X VALUE 'Y'.
01 ws-work-allow-subtract PIC X VALUE 'Y'.
01 ws-work-allow-multiply PIC X VALUE 'Y'.
01 ws-work-allow-divide PIC X VALUE 'Y'.
01 ws-work-max-amount PIC 9(7)V99 VALUE ZERO.

COPY PWDWS.

SCREEN SECTION.
01 action-screen.
    05 BLANK SCREEN.
    05 LINE 1 COLUMN 1 VALUE 'HELLODPM - DEPARTMENT MASTER MAINTENANCE'.
    05 LINE 3 COLUMN 1 VALUE 'Action - A add, C change, D close, X exit:'.
    05 LINE 3 COLUMN 50 PIC X USING ws-action-choice.
    05 LINE 4 COLUMN 1 VALUE 'Department id:'.
    05 LINE 4 COLUMN 50 PIC X(4) USING ws-work-dept.

01 detail-screen.
    05 BLANK SCREEN.
    05 LINE 1 COLUMN 1 VALUE 'HELLODPM - DEPARTMENT DETAIL'.
    05 LINE 2 COLUMN 1 VALUE 'Department id:'.
    05 LINE 2 COLUMN 45 PIC X(4) FROM ws-work-dept.
    05 LINE 3 COLUMN 1 VALUE 'Department name:'.
    05 LINE 3 COLUMN 45 PIC X(20) USING ws-work-name.
    05 LINE 4 COLUMN 1 VALUE 'Status - O open, C closed:'.
    05 LINE 4 COLUMN 45 PIC X USING ws-work-status.
    05 LINE 5 COLUMN 1 VALUE 'Add allowed (Y/N):'.
    05 LINE 5 COLUMN 45 PIC X USING ws-work-allow-add.
    05 LINE 6 COLUMN 1 VALUE 'Subtract allowed (Y/N):'.
    05 LINE 6 COLUMN 45 PIC X USING ws-work-allow-subtract.
    05 LINE 7 COLUMN 1 VALUE 'Multiply allowed (Y/N):'.
    05 LINE 7 COLUMN 45 PIC X USING ws-work-allow-multiply.
    05 LINE 8 COLUMN 1 VALUE 'Divide allowed (Y/N):'.
    05 LINE 8 COLUMN 45 PIC X USING ws-work-allow-divide.
    05 LINE 9 COLUMN 1 VALUE 'Max single amount (0 = none):'.
    05 LINE 9 COLUMN 45 PIC 9(7)V99 USING ws-work-max-amount.

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

    OPEN I-O department-file.
    IF ws-department-file-status NOT = '00'
        AND ws-department-file-status NOT = '05'
        DISPLAY 'DEPTMST NOT AVAILABLE - ABENDING MAINTENANCE'
        STOP RUN
    END-IF.

    PERFORM UNTIL ws-done-flag = 'Y'
        MOVE 'X' TO ws-action-choice
        MOVE SPACES TO ws-work-dept
        DISPLAY action-screen
        ACCEPT action-screen
        EVALUATE ws-action-choice
            WHEN 'A'
            WHEN 'a'
                PERFORM add-department
            WHEN 'C'
            WHEN 'c'
                PERFORM change-department
            WHEN 'D'
            WHEN 'd'
                PERFORM close-department
            WHEN OTHER
                MOVE 'Y' TO ws-done-flag
        END-EVALUATE
    END-PERFORM.

    CLOSE department-file.
    STOP RUN.

      *> Which departments may post, what they may send and how
      *> large a single pair may be all decide what reaches the
      *> grand total and the ledger feed, so keeping this master
      *> is supervisor-only work like the recurring-pair master
      *> is. Every outcome lands on the security event log, and
      *> refusals of an on-file id count toward the lockout; the
      *> master is opened I-O for those updates.
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
        DISPLAY 'DEPARTMENT MAINTENANCE NEEDS SUPERVISOR AUTHORITY'
        MOVE 'REFU' TO ws-sec-event-type
        MOVE 'DEPARTMENT MAINT REFUSED - NOT SUPERVISOR'
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
    MOVE 'HELLODPM' TO sec-program.
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

      *> A department the edit would refuse every operation to, or
      *> with no name to print on the statements, is a keying slip,
      *> not a setting anyone means - refuse it here.
edit-work-fields.
    IF ws-work-name = SPACES
        DISPLAY 'DEPARTMENT NAME IS NEEDED'
        MOVE SPACES TO ws-work-dept
        EXIT PARAGRAPH
    END-IF.
    IF ws-work-status NOT = 'O' AND ws-work-status NOT = 'C'
        DISPLAY 'INVALID STATUS - must be O or C'
        MOVE SPACES TO ws-work-dept
        EXIT PARAGRAPH
    END-IF.
    IF (ws-work-allow-add NOT = 'Y' AND ws-work-allow-add NOT = 'N')
        OR (ws-work-allow-subtract NOT = 'Y'
            AND ws-work-allow-subtract NOT = 'N')
        OR (ws-work-allow-multiply NOT = 'Y'
            AND ws-work-allow-multiply NOT = 'N')
        OR (ws-work-allow-divide NOT = 'Y'
            AND ws-work-allow-divide NOT = 'N')
        DISPLAY 'OPERATION ALLOW FLAGS MUST BE Y OR N'
        MOVE SPACES TO ws-work-dept
        EXIT PARAGRAPH
    END-IF.
    IF ws-work-allow-add = 'N' AND ws-work-allow-subtract = 'N'
        AND ws-work-allow-multiply = 'N'
        AND ws-work-allow-divide = 'N'
        DISPLAY 'AT LEAST ONE OPERATION MUST BE ALLOWED'
        MOVE SPACES TO ws-work-dept
        EXIT PARAGRAPH
    END-IF.

move-work-to-record.
    MOVE ws-work-dept TO dept-id.
    MOVE ws-work-name TO dept-name.
    MOVE ws-work-status TO dept-status.
    MOVE ws-work-allow-add TO dept-allow-add.
    MOVE ws-work-allow-subtract TO dept-allow-subtract.
    MOVE ws-work-allow-multiply TO dept-allow-multiply.
    MOVE ws-work-allow-divide TO dept-allow-divide.
    MOVE ws-work-max-amount TO dept-max-amount.

add-department.
    IF ws-work-dept = SPACES
        DISPLAY 'DEPARTMENT ID IS NEEDED FOR ADD'
        EXIT PARAGRAPH
    END-IF.
    MOVE ws-work-dept TO dept-id.
    READ department-file
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            DISPLAY 'DEPARTMENT ' ws-work-dept ' ALREADY ON FILE'
            EXIT PARAGRAPH
    END-READ.
    MOVE SPACES TO ws-work-name.
    MOVE 'O' TO ws-work-status.
    MOVE 'Y' TO ws-work-allow-add.
    MOVE 'Y' TO ws-work-allow-subtract.
    MOVE 'Y' TO ws-work-allow-multiply.
    MOVE 'Y' TO ws-work-allow-divide.
    MOVE ZERO TO ws-work-max-amount.
    DISPLAY detail-screen.
    ACCEPT detail-screen.
    PERFORM edit-work-fields.
    IF ws-work-dept = SPACES
        EXIT PARAGRAPH
    END-IF.
    PERFORM move-work-to-record.
    WRITE department-record
        INVALID KEY
            DISPLAY 'ADD FAILED - STATUS ' ws-department-file-status
        NOT INVALID KEY
            DISPLAY 'DEPARTMENT ' ws-work-dept ' ADDED'
            MOVE 'SUPV' TO ws-sec-event-type
            MOVE SPACES TO ws-sec-detail
            STRING 'DEPARTMENT ADDED: ' ws-work-dept
                DELIMITED BY SIZE INTO ws-sec-detail
            PERFORM write-security-event
    END-WRITE.

change-department.
    MOVE ws-work-dept TO dept-id.
    READ department-file
        INVALID KEY
            DISPLAY 'DEPARTMENT ' ws-work-dept ' NOT ON FILE'
            EXIT PARAGRAPH
    END-READ.
    MOVE dept-name TO ws-work-name.
    MOVE dept-status TO ws-work-status.
    MOVE dept-allow-add TO ws-work-allow-add.
    MOVE dept-allow-subtract TO ws-work-allow-subtract.
    MOVE dept-allow-multiply TO ws-work-allow-multiply.
    MOVE dept-allow-divide TO ws-work-allow-divide.
    MOVE dept-max-amount TO ws-work-max-amount.
    DISPLAY detail-screen.
    ACCEPT detail-screen.
    PERFORM edit-work-fields.
    IF ws-work-dept = SPACES
        EXIT PARAGRAPH
    END-IF.
    PERFORM move-work-to-record.
    REWRITE department-record
        INVALID KEY
            DISPLAY 'CHANGE FAILED - STATUS '
                ws-department-file-status
        NOT INVALID KEY
            DISPLAY 'DEPARTMENT ' ws-work-dept ' CHANGED'
            MOVE 'SUPV' TO ws-sec-event-type
            MOVE SPACES TO ws-sec-detail
            STRING 'DEPARTMENT CHANGED: ' ws-work-dept
                DELIMITED BY SIZE INTO ws-sec-detail
            PERFORM write-security-event
    END-REWRITE.

      *> Closing rather than deleting: DEPTBAL and the statements
      *> still carry the department's figures, and a closed record
      *> keeps its name on them while the edit turns its slices
      *> away. Reopening is a change back to status O.
close-department.
    MOVE ws-work-dept TO dept-id.
    READ department-file
        INVALID KEY
            DISPLAY 'DEPARTMENT ' ws-work-dept ' NOT ON FILE'
            EXIT PARAGRAPH
    END-READ.
    IF dept-closed
        DISPLAY 'DEPARTMENT ' ws-work-dept ' ALREADY CLOSED'
        EXIT PARAGRAPH
    END-IF.
    MOVE 'C' TO dept-status.
    REWRITE department-record
        INVALID KEY
            DISPLAY 'CLOSE FAILED - STATUS '
                ws-department-file-status
        NOT INVALID KEY
            DISPLAY 'DEPARTMENT ' ws-work-dept ' CLOSED'
            MOVE 'SUPV' TO ws-sec-event-type
            MOVE SPACES TO ws-sec-detail
            STRING 'DEPARTMENT CLOSED: ' ws-work-dept
                DELIMITED BY SIZE INTO ws-sec-detail
            PERFORM write-security-event
    END-REWRITE.
