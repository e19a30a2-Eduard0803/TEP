IDENTIFICATION DIVISION.
PROGRAM-ID. 'HELLOTRC'.
AUTHOR. "@eduard0803".

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT operator-file ASSIGN TO "OPERMST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS oper-id
        FILE STATUS IS ws-operator-file-status.

      *> REJECTS is rewritten by every nightly edit and CYCREJ by
      *> every intraday cycle's, so between them they only answer
      *> for the pairs the last edit of each kind refused - an
      *> older reject went back to its department on HELLORTN's
      *> return file. Both are read into the one REJREC layout.
    SELECT OPTIONAL reject-file ASSIGN TO "REJECTS"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-reject-file-status.

    SELECT OPTIONAL cycle-reject-file ASSIGN TO "CYCREJ"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-cycle-reject-file-status.

    SELECT audit-file ASSIGN TO "AUDITMST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS audit-key
        FILE STATUS IS ws-audit-file-status.

    SELECT OPTIONAL suspense-file ASSIGN TO "SUSPENSE"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-suspense-file-status.

    SELECT OPTIONAL pending-file ASSIGN TO "PENDAPPR"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS pend-key
        FILE STATUS IS ws-pending-file-status.

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

FD reject-file.
01 reject-file-record PIC X(111).

FD cycle-reject-file.
01 cycle-reject-file-record PIC X(111).

FD audit-file.
COPY AUDITREC.

FD suspense-file.
COPY SUSPREC.

FD pending-file.
COPY PENDREC.

FD password-parameter-file.
COPY PWDPARM.

FD security-log-file.
COPY SECEVREC.

WORKING-STORAGE SECTION.
01 ws-operator-file-status PIC X(2).
01 ws-reject-file-status PIC X(2).
01 ws-cycle-reject-file-status PIC X(2).
01 ws-audit-file-status PIC X(2).
01 ws-suspense-file-status PIC X(2).
01 ws-pending-file-status PIC X(2).
01 ws-seclog-file-status PIC X(2).
01 ws-pwdparm-file-status PIC X(2).
01 ws-sec-event-type PIC X(4).
01 ws-sec-detail PIC X(40).
01 ws-end-of-file-flag PIC X VALUE 'N'.
01 ws-run-date PIC 9(8).
01 ws-run-time-8 PIC 9(8).
01 ws-run-time PIC 9(6).
01 ws-operator-id PIC X(8).
01 ws-date-integer PIC 9(8).
01 ws-scan-start-date PIC 9(8).
01 ws-page-reply PIC X.
01 ws-page-lines PIC 9(2) VALUE ZERO.

COPY REJREC.

      *> A rejected detail's image, laid over the way TRANREC lays
      *> out a detail, so its numbers can be shown when they are
      *> numbers at all - a reject may be one because they are not.
01 ws-reject-detail.
    05 FILLER PIC X.
    05 rjd-operation PIC X.
    05 rjd-first-number PIC S9(7)V99 SIGN IS LEADING SEPARATE.
    05 rjd-second-number PIC S9(7)V99 SIGN IS LEADING SEPARATE.
    05 FILLER PIC X(58).

      *> The slice asked about, laid out the way every trace stamp
      *> leads with it, so a record is matched on the one compare.
01 ws-trace-slice.
    05 ws-trace-dept-id PIC X(4) VALUE SPACES.
    05 ws-trace-date PIC 9(8) VALUE ZERO.

      *> One entry per pair found. The stamp is the department,
      *> date and position, and a department may send more than
      *> one slice for a date - a second batch released on
      *> HELLOSLR, or a slice in an intraday cycle and another at
      *> night - so one position can belong to two pairs. Every
      *> record that starts a pair's life - a reject inside the
      *> bracket, a suspense item or a posting carrying the
      *> department - is a pair of its own and takes an entry of
      *> its own. Everything after that - the correction, its
      *> review, the resubmission and its repost - follows the
      *> pair out of suspense and carries no department, so it is
      *> laid on the suspense entry at its position, or on the
      *> latest one opened by then where two slices both left a
      *> pair there. Each record is an event, stamped with the
      *> date it happened and its rank in the pair's life; the
      *> latest stamp stands as the entry's current state, with
      *> the rank breaking a tie on the same date - an approval
      *> and the repost it led to can fall on one day, and the
      *> repost is the later. Pairs past the table's size are
      *> counted and not listed.
01 trace-table.
    05 trace-entry OCCURS 1999 TIMES.
        10 trc-position PIC 9(5).
        10 trc-kind PIC X.
            88 trc-from-suspense VALUE 'S'.
        10 trc-origin-date PIC 9(8).
        10 trc-audit-key PIC X(29).
        10 trc-stamp PIC 9(9).
        10 trc-rank PIC 9.
        10 trc-state PIC X(26).
        10 trc-operation PIC X.
        10 trc-first PIC S9(7)V99.
        10 trc-second PIC S9(7)V99.
        10 trc-note PIC X(20).
        10 trc-note-rank PIC 9.
01 ws-entry-count PIC 9(4) VALUE ZERO.
01 ws-entry PIC 9(4).
01 ws-found-entry PIC 9(4).
01 ws-position PIC 9(5).
01 ws-position-lines PIC 9(4).
01 ws-high-position PIC 9(5) VALUE ZERO.
01 ws-beyond-count PIC 9(5) VALUE ZERO.
01 ws-event-kind PIC X.
01 ws-event-audit-key PIC X(29).
01 ws-event-stamp PIC 9(9).
01 ws-event-rank PIC 9.
01 ws-event-date PIC 9(8).
01 ws-event-state PIC X(26).
01 ws-event-operation PIC X.
01 ws-event-first PIC S9(7)V99.
01 ws-event-second PIC S9(7)V99.
01 ws-event-note PIC X(20).
01 ws-event-note-rank PIC 9.

      *> Event ranks, in the order a pair moves through its life.
      *> A rejected correction ranks below a pending one, so a
      *> pair its originator re-keys the day it was rejected shows
      *> as pending again.
01 rank-edit-reject PIC 9 VALUE 1.
01 rank-suspense-open PIC 9 VALUE 2.
01 rank-suspense-corrected PIC 9 VALUE 3.
01 rank-correction-rejected PIC 9 VALUE 4.
01 rank-pending PIC 9 VALUE 5.
01 rank-approved PIC 9 VALUE 6.
01 rank-resubmit-reject PIC 9 VALUE 7.
01 rank-posted PIC 9 VALUE 8.
01 rank-reposted PIC 9 VALUE 9.

01 ws-listed-count PIC 9(5) VALUE ZERO.
01 ws-rejected-count PIC 9(5) VALUE ZERO.
01 ws-suspense-count PIC 9(5) VALUE ZERO.
01 ws-pending-count PIC 9(5) VALUE ZERO.
01 ws-correction-rejected-count PIC 9(5) VALUE ZERO.
01 ws-approved-count PIC 9(5) VALUE ZERO.
01 ws-posted-count PIC 9(5) VALUE ZERO.
01 ws-reposted-count PIC 9(5) VALUE ZERO.
01 ws-missing-count PIC 9(5) VALUE ZERO.
01 ws-shared-count PIC 9(5) VALUE ZERO.

01 trace-column-line.
    05 FILLER PIC X(80) VALUE
        '  POS OP       FIRST      SECOND  STATE                     &
        & NOTE'.

01 trace-detail-line.
    05 tdl-position PIC ZZZZ9.
    05 tdl-shared-mark PIC X.
    05 tdl-operation PIC X.
    05 FILLER PIC X(1) VALUE SPACE.
    05 tdl-first PIC -ZZZZZZ9.99.
    05 FILLER PIC X(1) VALUE SPACE.
    05 tdl-second PIC -ZZZZZZ9.99.
    05 FILLER PIC X(2) VALUE SPACES.
    05 tdl-state PIC X(26).
    05 FILLER PIC X(1) VALUE SPACE.
    05 tdl-note PIC X(20).

COPY PWDWS.

SCREEN SECTION.
01 trace-screen.
    05 BLANK SCREEN.
    05 LINE 1 COLUMN 1 VALUE 'HELLOTRC - PAIR LIFECYCLE TRACE'.
    05 LINE 3 COLUMN 1 VALUE 'Department id:'.
    05 LINE 3 COLUMN 30 PIC X(4) USING ws-trace-dept-id.
    05 LINE 4 COLUMN 1 VALUE 'Business date (YYYYMMDD):'.
    05 LINE 4 COLUMN 30 PIC 9(8) USING ws-trace-date.

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
    ACCEPT ws-operator-id.
    PERFORM validate-sign-on.

    DISPLAY trace-screen.
    ACCEPT trace-screen.
    IF ws-trace-dept-id = SPACES
        DISPLAY 'A DEPARTMENT ID IS NEEDED - NOTHING TRACED'
        STOP RUN
    END-IF.
    COMPUTE ws-date-integer =
        FUNCTION INTEGER-OF-DATE (ws-trace-date).
    IF ws-date-integer = ZERO
        DISPLAY 'BUSINESS DATE ' ws-trace-date
            ' IS NOT A DATE - NOTHING TRACED'
        STOP RUN
    END-IF.

      *> Suspense goes first, so the entries the later passes lay
      *> their events on are there, and the audit master before
      *> the queue, so a reversal request finds the posting it
      *> names.
    PERFORM trace-suspense.
    PERFORM trace-rejects.
    PERFORM trace-audit-master.
    PERFORM trace-pending.

    IF ws-high-position = ZERO
        DISPLAY 'NO PAIRS FOUND FOR DEPARTMENT ' ws-trace-dept-id
            ' BUSINESS DATE ' ws-trace-date
    ELSE
        PERFORM list-trace-table
    END-IF.
    IF ws-beyond-count > ZERO
        DISPLAY 'RECORDS NOT LISTED - TABLE FULL: '
            ws-beyond-count
    END-IF.

    STOP RUN.

      *> Sign-on is checked against the operator master before any
      *> work is taken, the same as on HELLOINQ: any active
      *> operator may trace, since the screen only reads. Every
      *> outcome lands on the security event log, and refusals of
      *> an on-file id count toward the lockout; the master is
      *> opened I-O for those updates.
validate-sign-on.
    OPEN I-O operator-file.
    IF ws-operator-file-status NOT = '00'
        DISPLAY 'OPERMST NOT AVAILABLE - SIGN-ON REFUSED'
        STOP RUN
    END-IF.
    PERFORM load-password-parameters.
    MOVE ws-operator-id TO oper-id.
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
write-security-event.
    MOVE ws-run-date TO sec-event-date.
    MOVE ws-run-time TO sec-event-time.
    MOVE 'HELLOTRC' TO sec-program.
    MOVE ws-operator-id TO sec-operator-id.
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

      *> A reject inside the department's bracket is where the
      *> pair's life ended that night - it went back to the
      *> department to refile. A reject outside any bracket is an
      *> approved correction the edit refused on its way back in,
      *> which is the latest thing that happened to it; it is
      *> dated today, since the file only holds the last edit.
trace-rejects.
    OPEN INPUT reject-file.
    IF ws-reject-file-status = '00'
        MOVE 'N' TO ws-end-of-file-flag
        PERFORM UNTIL ws-end-of-file-flag = 'Y'
            READ reject-file INTO reject-record
                AT END
                    MOVE 'Y' TO ws-end-of-file-flag
                NOT AT END
                    IF reject-trace-slice = ws-trace-slice
                        PERFORM take-one-reject
                    END-IF
            END-READ
        END-PERFORM
        CLOSE reject-file
    END-IF.
    OPEN INPUT cycle-reject-file.
    IF ws-cycle-reject-file-status = '00'
        MOVE 'N' TO ws-end-of-file-flag
        PERFORM UNTIL ws-end-of-file-flag = 'Y'
            READ cycle-reject-file INTO reject-record
                AT END
                    MOVE 'Y' TO ws-end-of-file-flag
                NOT AT END
                    IF reject-trace-slice = ws-trace-slice
                        PERFORM take-one-reject
                    END-IF
            END-READ
        END-PERFORM
        CLOSE cycle-reject-file
    END-IF.

take-one-reject.
    MOVE reject-trace-position TO ws-position.
    MOVE reject-image TO ws-reject-detail.
    MOVE rjd-operation TO ws-event-operation.
    IF rjd-first-number IS NUMERIC
        AND rjd-second-number IS NUMERIC
        MOVE rjd-first-number TO ws-event-first
        MOVE rjd-second-number TO ws-event-second
    ELSE
        MOVE ZERO TO ws-event-first
        MOVE ZERO TO ws-event-second
    END-IF.
    MOVE SPACES TO ws-event-state.
    MOVE SPACES TO ws-event-audit-key.
    MOVE SPACES TO ws-event-note.
    MOVE ZERO TO ws-event-note-rank.
    IF reject-dept-id = 'NONE'
        MOVE ws-run-date TO ws-event-date
        MOVE rank-resubmit-reject TO ws-event-rank
        STRING 'RESUBMISSION REJECTED ' reject-reason-code
            DELIMITED BY SIZE INTO ws-event-state
        PERFORM record-follow-on-event
    ELSE
        MOVE ws-trace-date TO ws-event-date
        MOVE rank-edit-reject TO ws-event-rank
        STRING 'REJECTED AT EDIT - ' reject-reason-code
            DELIMITED BY SIZE INTO ws-event-state
        MOVE 'R' TO ws-event-kind
        PERFORM record-origin-event
    END-IF.

      *> An open suspense item is waiting for a supervisor to key
      *> a correction; a corrected one has gone on to the approval
      *> queue, which the pending pass picks up from there. An
      *> item with no department is a repost suspended again, and
      *> belongs to the pair already in suspense at its position.
trace-suspense.
    OPEN INPUT suspense-file.
    IF ws-suspense-file-status NOT = '00'
        EXIT PARAGRAPH
    END-IF.
    MOVE 'N' TO ws-end-of-file-flag.
    PERFORM UNTIL ws-end-of-file-flag = 'Y'
        READ suspense-file
            AT END
                MOVE 'Y' TO ws-end-of-file-flag
            NOT AT END
                IF susp-trace-slice = ws-trace-slice
                    PERFORM take-one-suspense-item
                END-IF
        END-READ
    END-PERFORM.
    CLOSE suspense-file.

take-one-suspense-item.
    MOVE susp-trace-position TO ws-position.
    MOVE susp-run-date TO ws-event-date.
    MOVE susp-operation TO ws-event-operation.
    MOVE susp-first-number TO ws-event-first.
    MOVE susp-second-number TO ws-event-second.
    MOVE SPACES TO ws-event-state.
    MOVE SPACES TO ws-event-audit-key.
    IF susp-open
        MOVE rank-suspense-open TO ws-event-rank
        STRING 'IN SUSPENSE - ' susp-reject-reason
            DELIMITED BY SIZE INTO ws-event-state
    ELSE
        MOVE rank-suspense-corrected TO ws-event-rank
        MOVE 'SUSPENSE ITEM CORRECTED' TO ws-event-state
    END-IF.
    MOVE SPACES TO ws-event-note.
    MOVE ZERO TO ws-event-note-rank.
    IF susp-dept-id = SPACES
        PERFORM record-follow-on-event
    ELSE
        MOVE 'S' TO ws-event-kind
        PERFORM record-origin-event
    END-IF.

      *> A correction is an event in the life of the pair in
      *> suspense; a reversal request is only a note against the
      *> posting it names, and an approved one stops showing once
      *> that posting is flagged reversed on the audit master.
trace-pending.
    OPEN INPUT pending-file.
    IF ws-pending-file-status NOT = '00'
        EXIT PARAGRAPH
    END-IF.
    MOVE 'N' TO ws-end-of-file-flag.
    MOVE LOW-VALUES TO pend-key.
    START pending-file KEY IS NOT LESS THAN pend-key
        INVALID KEY
            MOVE 'Y' TO ws-end-of-file-flag
    END-START.
    PERFORM UNTIL ws-end-of-file-flag = 'Y'
        READ pending-file NEXT RECORD
            AT END
                MOVE 'Y' TO ws-end-of-file-flag
            NOT AT END
                IF pend-trace-slice = ws-trace-slice
                    PERFORM take-one-pending-record
                END-IF
        END-READ
    END-PERFORM.
    CLOSE pending-file.

take-one-pending-record.
    MOVE pend-trace-position TO ws-position.
    IF pend-reversal
        PERFORM take-one-reversal-request
        EXIT PARAGRAPH
    END-IF.
    MOVE pend-operation TO ws-event-operation.
    MOVE pend-first-number TO ws-event-first.
    MOVE pend-second-number TO ws-event-second.
    MOVE SPACES TO ws-event-audit-key.
    MOVE SPACES TO ws-event-note.
    MOVE ZERO TO ws-event-note-rank.
    EVALUATE TRUE
        WHEN pend-approved
            MOVE pend-review-date TO ws-event-date
            MOVE rank-approved TO ws-event-rank
            MOVE 'APPROVED FOR RESUBMISSION' TO ws-event-state
        WHEN pend-rejected
            MOVE pend-review-date TO ws-event-date
            MOVE rank-correction-rejected TO ws-event-rank
            MOVE 'CORRECTION REJECTED' TO ws-event-state
            MOVE pend-reject-reason TO ws-event-note
            MOVE 1 TO ws-event-note-rank
        WHEN OTHER
            MOVE pend-origin-date TO ws-event-date
            MOVE rank-pending TO ws-event-rank
            MOVE 'PENDING APPROVAL' TO ws-event-state
    END-EVALUATE.
    PERFORM record-follow-on-event.

take-one-reversal-request.
    IF NOT pend-pending
        EXIT PARAGRAPH
    END-IF.
    PERFORM VARYING ws-entry FROM 1 BY 1
        UNTIL ws-entry > ws-entry-count
        IF trc-audit-key (ws-entry) = pend-original-key
            AND trc-note-rank (ws-entry) < 2
            MOVE 'REVERSAL PENDING' TO trc-note (ws-entry)
            MOVE 2 TO trc-note-rank (ws-entry)
        END-IF
    END-PERFORM.

      *> A nightly run is on the clock on or after the business
      *> date it posts - a few days' slack covers a run pushed
      *> through ahead of the calendar - and a repost can come any
      *> time later, so the walk STARTs a week ahead of the date
      *> and runs to the end of the master. Only the nightly run's
      *> pairs carry a stamp. A posting with a department is a
      *> pair of the slice; one without is a corrected pair
      *> reposted from RESUBTRN outside any bracket, under the
      *> business date it went back in on. A reversal entry is
      *> left to the flag it sets on the pair it backs out.
trace-audit-master.
    OPEN INPUT audit-file.
    IF ws-audit-file-status NOT = '00'
        DISPLAY 'AUDITMST NOT AVAILABLE - POSTINGS NOT TRACED'
        EXIT PARAGRAPH
    END-IF.
    COMPUTE ws-date-integer =
        FUNCTION INTEGER-OF-DATE (ws-trace-date) - 7.
    COMPUTE ws-scan-start-date =
        FUNCTION DATE-OF-INTEGER (ws-date-integer).
    MOVE 'N' TO ws-end-of-file-flag.
    MOVE ws-scan-start-date TO audit-run-date.
    MOVE ZERO TO audit-run-time.
    MOVE LOW-VALUES TO audit-operator-id.
    MOVE ZERO TO audit-sequence.
    START audit-file KEY IS NOT LESS THAN audit-key
        INVALID KEY
            MOVE 'Y' TO ws-end-of-file-flag
    END-START.
    PERFORM UNTIL ws-end-of-file-flag = 'Y'
        READ audit-file NEXT RECORD
            AT END
                MOVE 'Y' TO ws-end-of-file-flag
            NOT AT END
                IF audit-trace-slice = ws-trace-slice
                    AND NOT audit-reversal-entry
                    PERFORM take-one-audit-record
                END-IF
        END-READ
    END-PERFORM.
    CLOSE audit-file.

take-one-audit-record.
    MOVE audit-trace-position TO ws-position.
    MOVE audit-run-date TO ws-event-date.
    MOVE audit-operation TO ws-event-operation.
    MOVE audit-first-number TO ws-event-first.
    MOVE audit-second-number TO ws-event-second.
    MOVE audit-key TO ws-event-audit-key.
    MOVE SPACES TO ws-event-state.
    IF audit-reversed
        MOVE 'REVERSED' TO ws-event-note
        MOVE 3 TO ws-event-note-rank
    ELSE
        MOVE SPACES TO ws-event-note
        MOVE ZERO TO ws-event-note-rank
    END-IF.
    IF audit-dept-id = SPACES
        MOVE rank-reposted TO ws-event-rank
        STRING 'REPOSTED ON ' audit-business-date
            DELIMITED BY SIZE INTO ws-event-state
        PERFORM record-follow-on-event
    ELSE
        MOVE rank-posted TO ws-event-rank
        MOVE 'POSTED' TO ws-event-state
        MOVE 'P' TO ws-event-kind
        PERFORM record-origin-event
    END-IF.

      *> Expects ws-position, ws-event-kind and the other event
      *> fields set. Opens a new entry for a pair, whatever else
      *> already sits at its position.
record-origin-event.
    IF ws-position = ZERO OR ws-entry-count = 1999
        ADD 1 TO ws-beyond-count
        EXIT PARAGRAPH
    END-IF.
    PERFORM note-high-position.
    ADD 1 TO ws-entry-count.
    MOVE ws-entry-count TO ws-entry.
    MOVE ws-position TO trc-position (ws-entry).
    MOVE ws-event-kind TO trc-kind (ws-entry).
    MOVE ws-event-date TO trc-origin-date (ws-entry).
    MOVE SPACES TO trc-audit-key (ws-entry).
    MOVE ZERO TO trc-stamp (ws-entry).
    MOVE ZERO TO trc-rank (ws-entry).
    MOVE SPACES TO trc-note (ws-entry).
    MOVE ZERO TO trc-note-rank (ws-entry).
    PERFORM apply-trace-event.

      *> Expects the same fields, less the kind. Lays the event
      *> on the suspense entry at its position - the latest one
      *> opened on or before the event's date - or, if the item
      *> it followed is no longer on SUSPENSE, opens one for it,
      *> dated back to the slice so the pair's other events find
      *> the same entry.
record-follow-on-event.
    IF ws-position = ZERO
        ADD 1 TO ws-beyond-count
        EXIT PARAGRAPH
    END-IF.
    MOVE ZERO TO ws-found-entry.
    PERFORM VARYING ws-entry FROM 1 BY 1
        UNTIL ws-entry > ws-entry-count
        IF trc-position (ws-entry) = ws-position
            AND trc-from-suspense (ws-entry)
            AND trc-origin-date (ws-entry) NOT > ws-event-date
            MOVE ws-entry TO ws-found-entry
        END-IF
    END-PERFORM.
    IF ws-found-entry = ZERO
        MOVE 'S' TO ws-event-kind
        PERFORM record-origin-event
        IF ws-entry NOT > ws-entry-count
            MOVE ws-trace-date TO trc-origin-date (ws-entry)
        END-IF
        EXIT PARAGRAPH
    END-IF.
    MOVE ws-found-entry TO ws-entry.
    PERFORM apply-trace-event.

      *> Expects ws-entry set. The event replaces what the entry
      *> holds only if it is later; a note stands if it outranks
      *> the one already there, so a pair shown reversed is never
      *> shown merely pending one. The audit key follows the
      *> latest posting, the one a reversal request would name.
apply-trace-event.
    COMPUTE ws-event-stamp = ws-event-date * 10 + ws-event-rank.
    IF ws-event-note-rank > trc-note-rank (ws-entry)
        MOVE ws-event-note TO trc-note (ws-entry)
        MOVE ws-event-note-rank TO trc-note-rank (ws-entry)
    END-IF.
    IF ws-event-stamp NOT > trc-stamp (ws-entry)
        EXIT PARAGRAPH
    END-IF.
    MOVE ws-event-stamp TO trc-stamp (ws-entry).
    MOVE ws-event-rank TO trc-rank (ws-entry).
    MOVE ws-event-state TO trc-state (ws-entry).
    MOVE ws-event-operation TO trc-operation (ws-entry).
    MOVE ws-event-first TO trc-first (ws-entry).
    MOVE ws-event-second TO trc-second (ws-entry).
    IF ws-event-audit-key NOT = SPACES
        MOVE ws-event-audit-key TO trc-audit-key (ws-entry)
    END-IF.

note-high-position.
    IF ws-position > ws-high-position
        MOVE ws-position TO ws-high-position
    END-IF.

      *> Every position up to the highest one found is listed, so
      *> a pair that left no record anywhere - one in a slice the
      *> nightly run skipped whole, say - shows as a gap instead
      *> of simply not being there. A position more than one pair
      *> holds lists each of them, marked with an asterisk. The
      *> list pauses every fifteen lines.
list-trace-table.
    DISPLAY 'DEPARTMENT ' ws-trace-dept-id
        '  BUSINESS DATE ' ws-trace-date.
    DISPLAY trace-column-line.
    PERFORM VARYING ws-position FROM 1 BY 1
        UNTIL ws-position > ws-high-position
        PERFORM list-one-position
    END-PERFORM.
    DISPLAY 'HELLOTRC - PAIRS LISTED        ' ws-listed-count.
    DISPLAY 'HELLOTRC - REJECTED AT EDIT    ' ws-rejected-count.
    DISPLAY 'HELLOTRC - IN SUSPENSE         ' ws-suspense-count.
    DISPLAY 'HELLOTRC - CORRECTION REJECTED '
        ws-correction-rejected-count.
    DISPLAY 'HELLOTRC - AWAITING APPROVAL   ' ws-pending-count.
    DISPLAY 'HELLOTRC - APPROVED TO RESUBMIT' ws-approved-count.
    DISPLAY 'HELLOTRC - POSTED              ' ws-posted-count.
    DISPLAY 'HELLOTRC - REPOSTED LATER      ' ws-reposted-count.
    DISPLAY 'HELLOTRC - NO RECORD FOUND     ' ws-missing-count.
    IF ws-shared-count > ZERO
        DISPLAY 'HELLOTRC - POSITIONS SHARED    ' ws-shared-count
        DISPLAY '* - MORE THAN ONE SLICE OF THE DATE HAD A PAIR AT'
            ' THIS POSITION'
    END-IF.

list-one-position.
    MOVE ZERO TO ws-position-lines.
    PERFORM VARYING ws-entry FROM 1 BY 1
        UNTIL ws-entry > ws-entry-count
        IF trc-position (ws-entry) = ws-position
            ADD 1 TO ws-position-lines
        END-IF
    END-PERFORM.
    MOVE ws-position TO tdl-position.
    MOVE SPACE TO tdl-shared-mark.
    IF ws-position-lines = ZERO
        ADD 1 TO ws-listed-count
        ADD 1 TO ws-missing-count
        MOVE SPACE TO tdl-operation
        MOVE ZERO TO tdl-first
        MOVE ZERO TO tdl-second
        MOVE 'NO RECORD FOUND' TO tdl-state
        MOVE 'SEE SUMRPT' TO tdl-note
        PERFORM display-trace-line
        EXIT PARAGRAPH
    END-IF.
    IF ws-position-lines > 1
        ADD 1 TO ws-shared-count
        MOVE '*' TO tdl-shared-mark
    END-IF.
    PERFORM VARYING ws-entry FROM 1 BY 1
        UNTIL ws-entry > ws-entry-count
        IF trc-position (ws-entry) = ws-position
            PERFORM list-one-entry
        END-IF
    END-PERFORM.

list-one-entry.
    ADD 1 TO ws-listed-count.
    EVALUATE trc-rank (ws-entry)
        WHEN rank-edit-reject
        WHEN rank-resubmit-reject
            ADD 1 TO ws-rejected-count
        WHEN rank-suspense-open
        WHEN rank-suspense-corrected
            ADD 1 TO ws-suspense-count
        WHEN rank-correction-rejected
            ADD 1 TO ws-correction-rejected-count
        WHEN rank-pending
            ADD 1 TO ws-pending-count
        WHEN rank-approved
            ADD 1 TO ws-approved-count
        WHEN rank-posted
            ADD 1 TO ws-posted-count
        WHEN OTHER
            ADD 1 TO ws-reposted-count
    END-EVALUATE.
    MOVE trc-operation (ws-entry) TO tdl-operation.
    MOVE trc-first (ws-entry) TO tdl-first.
    MOVE trc-second (ws-entry) TO tdl-second.
    MOVE trc-state (ws-entry) TO tdl-state.
    MOVE trc-note (ws-entry) TO tdl-note.
    PERFORM display-trace-line.

display-trace-line.
    DISPLAY trace-detail-line.
    ADD 1 TO ws-page-lines.
    IF ws-page-lines = 15
        AND ws-position < ws-high-position
        DISPLAY 'Press Enter for more: ' NO ADVANCING
        ACCEPT ws-page-reply
        MOVE ZERO TO ws-page-lines
    END-IF.
