IDENTIFICATION DIVISION.
PROGRAM-ID. 'HELLOGLM'.
AUTHOR. "@eduard0803".

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT operator-file ASSIGN TO "OPERMST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS oper-id
        FILE STATUS IS ws-operator-file-status.

    SELECT OPTIONAL gl-map-file ASSIGN TO "GLMAP"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS glmap-key
        FILE STATUS IS ws-gl-map-file-status.

      *> A mapping is only taken for a department the edit would
      *> let post - one on the department master.
    SELECT department-file ASSIGN TO "DEPTMST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
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

FD gl-map-file.
COPY GLMAPREC.

FD department-file.
COPY DEPTREC.

FD password-parameter-file.
COPY PWDPARM.

FD security-log-file.
COPY SECEVREC.

WORKING-STORAGE SECTION.
01 ws-operator-file-status PIC X(2).
01 ws-gl-map-file-status PIC X(2).
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
01 ws-work-operation PIC X VALUE SPACE.
01 ws-work-account PIC X(10) VALUE SPACES.
01 ws-work-description PIC X(30) VALUE SPACES.
01 ws-work-ok PIC X.

COPY PWDWS.

SCREEN SECTION.
01 action-screen.
    05 BLANK SCREEN.
    05 LINE 1 COLUMN 1 VALUE 'HELLOGLM - GL ACCOUNT MAPPING MAINTENANCE'.
    05 LINE 3 COLUMN 1
        VALUE 'Action - A add, C change, D delete, X exit:'.
    05 LINE 3 COLUMN 50 PIC X USING ws-action-choice.
    05 LINE 4 COLUMN 1 VALUE 'Department id:'.
    05 LINE 4 COLUMN 50 PIC X(4) USING ws-work-dept.
    05 LINE 5 COLUMN 1 VALUE 'Operation (A/S/M/D):'.
    05 LINE 5 COLUMN 50 PIC X USING ws-work-operation.

01 detail-screen.
    05 BLANK SCREEN.
    05 LINE 1 COLUMN 1 VALUE 'HELLOGLM - GL ACCOUNT MAPPING DETAIL'.
    05 LINE 2 COLUMN 1 VALUE 'Department id:'.
    05 LINE 2 COLUMN 45 PIC X(4) FROM ws-work-dept.
    05 LINE 3 COLUMN 1 VALUE 'Operation:'.
    05 LINE 3 COLUMN 45 PIC X FROM ws-work-operation.
    05 LINE 4 COLUMN 1 VALUE 'Ledger account:'.
    05 LINE 4 COLUMN 45 PIC X(10) USING ws-work-account.
    05 LINE 5 COLUMN 1 VALUE 'Description:'.
    05 LINE 5 COLUMN 45 PIC X(30) USING ws-work-description.

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

    OPEN I-O gl-map-file.
    IF ws-gl-map-file-status NOT = '00'
        AND ws-gl-map-file-status NOT = '05'
        DISPLAY 'GLMAP NOT AVAILABLE - ABENDING MAINTENANCE'
        STOP RUN
    END-IF.

    OPEN INPUT department-file.
    IF ws-department-file-status NOT = '00'
        DISPLAY 'DEPTMST NOT AVAILABLE - ABENDING MAINTENANCE'
        STOP RUN
    END-IF.

    PERFORM UNTIL ws-done-flag = 'Y'
        MOVE 'X' TO ws-action-choice
        MOVE SPACES TO ws-work-dept
        MOVE SPACE TO ws-work-operation
        DISPLAY action-screen
        ACCEPT action-screen
        EVALUATE ws-action-choice
            WHEN 'A'
            WHEN 'a'
                PERFORM add-mapping
            WHEN 'C'
            WHEN 'c'
                PERFORM change-mapping
            WHEN 'D'
            WHEN 'd'
                PERFORM delete-mapping
            WHEN OTHER
                MOVE 'Y' TO ws-done-flag
        END-EVALUATE
    END-PERFORM.

    CLOSE gl-map-file.
    CLOSE department-file.
    STOP RUN.

      *> Which ledger account a department's money lands in is a
      *> posting decision, so keeping this master is supervisor-
      *> only work like the department master is. Every outcome
      *> lands on the security event log, and refusals of an
      *> on-file id count toward the lockout; the master is opened
      *> I-O for those updates.
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
        DISPLAY 'GL MAPPING MAINTENANCE NEEDS SUPERVISOR AUTHORITY'
        MOVE 'REFU' TO ws-sec-event-type
        MOVE 'GL MAPPING MAINT REFUSED - NOT SUPERVISOR'
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
    MOVE 'HELLOGLM' TO sec-program.
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

      *> The key is proved before anything is read or shown: the
      *> operation must be one the batch computes, and the
      *> department must be on the department master. Upper and
      *> lower case operation codes are both taken, as the action
      *> codes are.
edit-mapping-key.
    MOVE 'N' TO ws-work-ok.
    IF ws-work-dept = SPACES
        DISPLAY 'DEPARTMENT ID IS NEEDED'
        EXIT PARAGRAPH
    END-IF.
    INSPECT ws-work-operation CONVERTING 'asmd' TO 'ASMD'.
    IF ws-work-operation NOT = 'A' AND ws-work-operation NOT = 'S'
        AND ws-work-operation NOT = 'M'
        AND ws-work-operation NOT = 'D'
        DISPLAY 'INVALID OPERATION CODE - must be A, S, M or D'
        EXIT PARAGRAPH
    END-IF.
    MOVE ws-work-dept TO dept-id.
    READ department-file
        INVALID KEY
            DISPLAY 'DEPARTMENT ' ws-work-dept
                ' NOT ON THE DEPARTMENT MASTER'
            EXIT PARAGRAPH
    END-READ.
    MOVE 'Y' TO ws-work-ok.

      *> An account of spaces would post the department's money to
      *> nowhere the ledger can name - refuse it here.
edit-work-fields.
    IF ws-work-account = SPACES
        DISPLAY 'LEDGER ACCOUNT IS NEEDED'
        MOVE 'N' TO ws-work-ok
    END-IF.

move-work-to-record.
    MOVE ws-work-dept TO glmap-dept-id.
    MOVE ws-work-operation TO glmap-operation.
    MOVE ws-work-account TO glmap-account.
    MOVE ws-work-description TO glmap-description.

add-mapping.
    PERFORM edit-mapping-key.
    IF ws-work-ok = 'N'
        EXIT PARAGRAPH
    END-IF.
    MOVE ws-work-dept TO glmap-dept-id.
    MOVE ws-work-operation TO glmap-operation.
    READ gl-map-file
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            DISPLAY 'MAPPING ' ws-work-dept '/' ws-work-operation
                ' ALREADY ON FILE'
            EXIT PARAGRAPH
    END-READ.
    MOVE SPACES TO ws-work-account.
    MOVE SPACES TO ws-work-description.
    DISPLAY detail-screen.
    ACCEPT detail-screen.
    PERFORM edit-work-fields.
    IF ws-work-ok = 'N'
        EXIT PARAGRAPH
    END-IF.
    PERFORM move-work-to-record.
    WRITE gl-map-record
        INVALID KEY
            DISPLAY 'ADD FAILED - STATUS ' ws-gl-map-file-status
        NOT INVALID KEY
            DISPLAY 'MAPPING ' ws-work-dept '/' ws-work-operation
                ' ADDED'
            MOVE 'SUPV' TO ws-sec-event-type
            MOVE SPACES TO ws-sec-detail
            STRING 'GL MAPPING ADDED: ' ws-work-dept '/'
                ws-work-operation ' ' ws-work-account
                DELIMITED BY SIZE INTO ws-sec-detail
            PERFORM write-security-event
    END-WRITE.

change-mapping.
    PERFORM edit-mapping-key.
    IF ws-work-ok = 'N'
        EXIT PARAGRAPH
    END-IF.
    MOVE ws-work-dept TO glmap-dept-id.
    MOVE ws-work-operation TO glmap-operation.
    READ gl-map-file
        INVALID KEY
            DISPLAY 'MAPPING ' ws-work-dept '/' ws-work-operation
                ' NOT ON FILE'
            EXIT PARAGRAPH
    END-READ.
    MOVE glmap-account TO ws-work-account.
    MOVE glmap-description TO ws-work-description.
    DISPLAY detail-screen.
    ACCEPT detail-screen.
    PERFORM edit-work-fields.
    IF ws-work-ok = 'N'
        EXIT PARAGRAPH
    END-IF.
    PERFORM move-work-to-record.
    REWRITE gl-map-record
        INVALID KEY
            DISPLAY 'CHANGE FAILED - STATUS ' ws-gl-map-file-status
        NOT INVALID KEY
            DISPLAY 'MAPPING ' ws-work-dept '/' ws-work-operation
                ' CHANGED'
            MOVE 'SUPV' TO ws-sec-event-type
            MOVE SPACES TO ws-sec-detail
            STRING 'GL MAPPING CHANGED: ' ws-work-dept '/'
                ws-work-operation ' ' ws-work-account
                DELIMITED BY SIZE INTO ws-sec-detail
            PERFORM write-security-event
    END-REWRITE.

      *> A mapping can go outright: nothing else keys on it, and a
      *> pair whose mapping is gone posts to suspense and comes up
      *> on the exception report rather than vanishing. The
      *> department itself does not have to be open - a closed
      *> department's mapping may still need clearing away.
delete-mapping.
    IF ws-work-dept = SPACES
        DISPLAY 'DEPARTMENT ID IS NEEDED'
        EXIT PARAGRAPH
    END-IF.
    INSPECT ws-work-operation CONVERTING 'asmd' TO 'ASMD'.
    MOVE ws-work-dept TO glmap-dept-id.
    MOVE ws-work-operation TO glmap-operation.
    READ gl-map-file
        INVALID KEY
            DISPLAY 'MAPPING ' ws-work-dept '/' ws-work-operation
                ' NOT ON FILE'
            EXIT PARAGRAPH
    END-READ.
    DELETE gl-map-file
        INVALID KEY
            DISPLAY 'DELETE FAILED - STATUS ' ws-gl-map-file-status
        NOT INVALID KEY
            DISPLAY 'MAPPING ' ws-work-dept '/' ws-work-operation
                ' DELETED'
            MOVE 'SUPV' TO ws-sec-event-type
            MOVE SPACES TO ws-sec-detail
            STRING 'GL MAPPING DELETED: ' ws-work-dept '/'
                ws-work-operation
                DELIMITED BY SIZE INTO ws-sec-detail
            PERFORM write-security-event
    END-DELETE.
