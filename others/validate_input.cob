        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-reject-file-status.

    SELECT department-file ASSIGN TO "DEPTMST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS dept-id
        FILE STATUS IS ws-department-file-status.

      *> A reversal names the audit master key of the pair it backs
      *> out, so the edit reads the master to prove the pair is
      *> there, was posted by the nightly run, and is not already
      *> reversed - a bad reversal goes back as a reject, not as a
      *> silent skip in the middle of the night's posting.
    SELECT audit-file ASSIGN TO "AUDITMST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS audit-key
        FILE STATUS IS ws-audit-file-status.

DATA DIVISION.
FILE SECTION.
      *> The input is read as a plain character image rather than
FD reject-file.
COPY REJREC.

FD department-file.
COPY DEPTREC.

FD audit-file.
COPY AUDITREC.

WORKING-STORAGE SECTION.
01 ws-input-file-status PIC X(2).
01 ws-valid-file-status PIC X(2).
01 ws-reject-file-status PIC X(2).
01 ws-department-file-status PIC X(2).
01 ws-audit-file-status PIC X(2).
01 ws-end-of-file-flag PIC X VALUE 'N'.
01 ws-record-good-flag PIC X VALUE 'Y'.
01 ws-reason-code PIC X(4).
01 ws-reject-count PIC 9(8) VALUE ZERO.
01 ws-current-dept PIC X(4) VALUE 'NONE'.

      *> The trace stamp for the detail in hand: the open
      *> bracket's department and header business date (zero when
      *> the header's date is not numeric) and the detail's place
      *> among the bracket's details.
01 ws-slice-date PIC 9(8) VALUE ZERO.
01 ws-slice-position PIC 9(5) VALUE ZERO.
01 ws-trace-reference.
    05 ws-trace-dept-id PIC X(4).
    05 ws-trace-date PIC 9(8).
    05 ws-trace-position PIC 9(5).

      *> What the department master said about the department
      *> whose bracket is open: V on file and open, U not on the
      *> master, C closed, N no bracket (or a blank header id).
      *> The header's lookup is kept here because a trailer's own
      *> lookup reuses the master's record area before the
      *> bracket is done with it.
01 ws-lookup-state PIC X.
01 ws-bracket-dept-state PIC X VALUE 'N'.
01 ws-bracket-allowed-operations.
    05 ws-bracket-allow-add PIC X.
    05 ws-bracket-allow-subtract PIC X.
    05 ws-bracket-allow-multiply PIC X.
    05 ws-bracket-allow-divide PIC X.
01 ws-bracket-max-amount PIC 9(7)V99 VALUE ZERO.
01 ws-operation-allowed PIC X.
01 ws-edit-amount-image PIC X(9).
01 ws-edit-amount REDEFINES ws-edit-amount-image PIC 9(7)V99.

      *> Every audit key a reversal in this file has already been
      *> accepted for, so a second reversal of the same pair in one
      *> night is refused here - the master only shows the pair
      *> reversed after the batch has posted the first one.
01 reversal-key-table.
    05 rvk-audit-key PIC X(29) OCCURS 200 TIMES.
01 ws-reversal-used PIC 9(3) VALUE ZERO.
01 ws-reversal-index PIC 9(3).
01 ws-reversal-found PIC X.

      *> Reason codes handed back to the feeder system:
      *>   BLNK - record entirely blank
      *>   RTYP - record type is not H, T, D or R
      *>   LGTH - record shorter or longer than its type's layout
      *>          (a detail carrying a trace stamp counts as long
      *>          unless it is outside any bracket)
      *>   OPCD - operation code is not A, S, M or D
      *>   SIGN - a leading sign byte is not '+' or '-'
      *>   NUM1 - first number contains a non-numeric character
      *>   DATE - header business date is not numeric
      *>   CNTR - trailer record count is not numeric
      *>   TOTL - trailer expected total is not numeric
      *>   DUNK - department is not on the department master
      *>   DCLS - department is closed on the department master
      *>   OPNA - operation code not allowed for the department
      *>   LIMT - a number is over the department's single-pair
      *>          maximum
      *>   RKEY - reversal key is not numeric or not on AUDITMST
      *>   RSRC - reversal names a pair the nightly run did not
      *>          post, or names another reversal
      *>   RREV - reversal names a pair already reversed, or one
      *>          another reversal in this file already names
      *>   RBRK - reversal inside a department bracket (reversals
      *>          only come from the approval queue, unbracketed)
      *> DUNK and DCLS fall on the header, the trailer and every
      *> detail inside the bracket, so the whole slice goes back
      *> to the department together rather than its details
      *> posting without a bracket behind the refused header.
01 edit-detail-length PIC 9(2) VALUE 22.
01 edit-header-length PIC 9(2) VALUE 13.
01 edit-trailer-length PIC 9(2) VALUE 22.
01 edit-reversal-length PIC 9(2) VALUE 30.
01 edit-traced-detail-length PIC 9(2) VALUE 47.

PROCEDURE DIVISION.
main-control.
        STOP RUN
    END-IF.

    OPEN INPUT department-file.
    IF ws-department-file-status NOT = '00'
        DISPLAY 'DEPTMST NOT AVAILABLE - ABENDING EDIT'
        STOP RUN
    END-IF.

    OPEN INPUT audit-file.
    IF ws-audit-file-status NOT = '00'
        DISPLAY 'AUDITMST NOT AVAILABLE - ABENDING EDIT'
        STOP RUN
    END-IF.

    OPEN OUTPUT valid-file.
    OPEN OUTPUT reject-file.

    CLOSE input-file.
    CLOSE valid-file.
    CLOSE reject-file.
    CLOSE department-file.
    CLOSE audit-file.

    DISPLAY 'HELLOEDIT - RECORDS READ     ' ws-read-count.
    DISPLAY 'HELLOEDIT - RECORDS ACCEPTED ' ws-valid-count.
      *> everything behind it up to the trailer.
    IF ws-record-length NOT = ZERO
        AND input-image (1:1) = 'H'
        MOVE ZERO TO ws-slice-position
        IF input-image (6:8) IS NUMERIC
            MOVE input-image (6:8) TO ws-slice-date
        ELSE
            MOVE ZERO TO ws-slice-date
        END-IF
        IF input-image (2:4) NOT = SPACES
            MOVE input-image (2:4) TO ws-current-dept
            PERFORM look-up-department
            MOVE ws-lookup-state TO ws-bracket-dept-state
            IF ws-lookup-state = 'V'
                MOVE dept-allowed-operations
                    TO ws-bracket-allowed-operations
                MOVE dept-max-amount TO ws-bracket-max-amount
            END-IF
        ELSE
            MOVE 'NONE' TO ws-current-dept
            MOVE 'N' TO ws-bracket-dept-state
        END-IF
    END-IF.

    PERFORM stamp-trace-reference.

    IF ws-record-length = ZERO
        MOVE 'N' TO ws-record-good-flag
        MOVE 'BLNK' TO ws-reason-code
                PERFORM edit-header-record
            WHEN 'T'
                PERFORM edit-trailer-record
            WHEN 'R'
                PERFORM edit-reversal-record
            WHEN OTHER
                MOVE 'N' TO ws-record-good-flag
                MOVE 'RTYP' TO ws-reason-code

    IF ws-record-good-flag = 'Y'
        ADD 1 TO ws-valid-count
        MOVE input-image TO valid-image
        IF ws-trace-reference NOT = SPACES
            MOVE ws-trace-reference TO valid-image (31:17)
        END-IF
        WRITE valid-image
    ELSE
        ADD 1 TO ws-reject-count
        MOVE SPACES TO reject-record
        MOVE ws-reason-code TO reject-reason-code
        MOVE ws-current-dept TO reject-dept-id
        MOVE input-image TO reject-image
        MOVE ws-trace-reference TO reject-trace-reference
        WRITE reject-record
    END-IF.

    IF ws-record-length NOT = ZERO
        AND input-image (1:1) = 'T'
        MOVE 'NONE' TO ws-current-dept
        MOVE 'N' TO ws-bracket-dept-state
    END-IF.

      *> Every detail inside a bracket is numbered in the order
      *> the department sent it, whether it passes the edit or
      *> not, so the number is the one the department can find
      *> in its own file. A detail outside any bracket keeps the
      *> stamp it arrived with in columns 31-47 - an approved
      *> correction off RESUBTRN carries the stamp of the slice
      *> it first came in on - or goes without one.
stamp-trace-reference.
    MOVE SPACES TO ws-trace-reference.
    IF ws-record-length = ZERO
        OR input-image (1:1) NOT = 'D'
        EXIT PARAGRAPH
    END-IF.
    IF ws-current-dept NOT = 'NONE'
        ADD 1 TO ws-slice-position
        MOVE ws-current-dept TO ws-trace-dept-id
        MOVE ws-slice-date TO ws-trace-date
        MOVE ws-slice-position TO ws-trace-position
    ELSE
        IF input-image (31:4) NOT = SPACES
            AND input-image (35:13) IS NUMERIC
            MOVE input-image (31:17) TO ws-trace-reference
        END-IF
    END-IF.

      *> Sets ws-lookup-state for the department id in columns 2-5
      *> of the current image - the same place on a header and a
      *> trailer.
look-up-department.
    MOVE input-image (2:4) TO dept-id.
    READ department-file
        INVALID KEY
            MOVE 'U' TO ws-lookup-state
        NOT INVALID KEY
            IF dept-open
                MOVE 'V' TO ws-lookup-state
            ELSE
                MOVE 'C' TO ws-lookup-state
            END-IF
    END-READ.

      *> LINE SEQUENTIAL pads every record out to the full 80-byte
      *> image with spaces, so the feeder's actual record length has
      *> to be recovered by scanning back past the padding.
        END-IF
    END-PERFORM.

      *> A detail is 22 bytes as a feeder sends it. Only a detail
      *> outside any bracket may be 47, and only when columns
      *> 31-47 hold a well-formed trace stamp behind blank
      *> columns 23-30 - the shape HELLOAPP writes an approved
      *> correction in.
edit-detail-record.
    IF ws-record-length NOT = edit-detail-length
        AND (ws-record-length NOT = edit-traced-detail-length
            OR ws-current-dept NOT = 'NONE'
            OR ws-trace-reference = SPACES
            OR input-image (23:8) NOT = SPACES)
        MOVE 'N' TO ws-record-good-flag
        MOVE 'LGTH' TO ws-reason-code
    END-IF.
        MOVE 'NUM2' TO ws-reason-code
    END-IF.

    IF ws-record-good-flag = 'Y'
        AND ws-bracket-dept-state = 'U'
        MOVE 'N' TO ws-record-good-flag
        MOVE 'DUNK' TO ws-reason-code
    END-IF.

    IF ws-record-good-flag = 'Y'
        AND ws-bracket-dept-state = 'C'
        MOVE 'N' TO ws-record-good-flag
        MOVE 'DCLS' TO ws-reason-code
    END-IF.

    IF ws-record-good-flag = 'Y'
        AND ws-bracket-dept-state = 'V'
        PERFORM edit-department-limits
    END-IF.

      *> Only a detail inside an open department's bracket has a
      *> department to hold it to; a detail outside any bracket
      *> (an approved resubmission) was held to its department
      *> when it first came in.
edit-department-limits.
    EVALUATE input-image (2:1)
        WHEN 'A'
            MOVE ws-bracket-allow-add TO ws-operation-allowed
        WHEN 'S'
            MOVE ws-bracket-allow-subtract TO ws-operation-allowed
        WHEN 'M'
            MOVE ws-bracket-allow-multiply TO ws-operation-allowed
        WHEN OTHER
            MOVE ws-bracket-allow-divide TO ws-operation-allowed
    END-EVALUATE.
    IF ws-operation-allowed NOT = 'Y'
        MOVE 'N' TO ws-record-good-flag
        MOVE 'OPNA' TO ws-reason-code
        EXIT PARAGRAPH
    END-IF.

    IF ws-bracket-max-amount = ZERO
        EXIT PARAGRAPH
    END-IF.
    MOVE input-image (4:9) TO ws-edit-amount-image.
    IF ws-edit-amount > ws-bracket-max-amount
        MOVE 'N' TO ws-record-good-flag
        MOVE 'LIMT' TO ws-reason-code
        EXIT PARAGRAPH
    END-IF.
    MOVE input-image (14:9) TO ws-edit-amount-image.
    IF ws-edit-amount > ws-bracket-max-amount
        MOVE 'N' TO ws-record-good-flag
        MOVE 'LIMT' TO ws-reason-code
    END-IF.

      *> A feeder's header is 13 bytes; the recurring generator's
      *> carries its origin byte R in column 14 as well. Any other
      *> fourteenth byte is a malformed header like any other.
edit-header-record.
    IF ws-record-length NOT = edit-header-length
        AND (ws-record-length NOT = edit-header-length + 1
            OR input-image (14:1) NOT = 'R')
        MOVE 'N' TO ws-record-good-flag
        MOVE 'LGTH' TO ws-reason-code
    END-IF.
        MOVE 'DATE' TO ws-reason-code
    END-IF.

    IF ws-record-good-flag = 'Y'
        AND ws-bracket-dept-state = 'U'
        MOVE 'N' TO ws-record-good-flag
        MOVE 'DUNK' TO ws-reason-code
    END-IF.

    IF ws-record-good-flag = 'Y'
        AND ws-bracket-dept-state = 'C'
        MOVE 'N' TO ws-record-good-flag
        MOVE 'DCLS' TO ws-reason-code
    END-IF.

edit-trailer-record.
    IF ws-record-length NOT = edit-trailer-length
        MOVE 'N' TO ws-record-good-flag
        MOVE 'N' TO ws-record-good-flag
        MOVE 'TOTL' TO ws-reason-code
    END-IF.

    IF ws-record-good-flag = 'Y'
        PERFORM look-up-department
        IF ws-lookup-state = 'U'
            MOVE 'N' TO ws-record-good-flag
            MOVE 'DUNK' TO ws-reason-code
        END-IF
        IF ws-lookup-state = 'C'
            MOVE 'N' TO ws-record-good-flag
            MOVE 'DCLS' TO ws-reason-code
        END-IF
    END-IF.

      *> The key's numeric parts are proved before it is used to
      *> read the master. Only a pair the nightly run posted
      *> (source HELLOBAT) went into the grand total, a department
      *> balance and the ledger feed, so only such a pair has
      *> anything to back out; the interactive programs' audit
      *> records never posted anywhere.
edit-reversal-record.
    IF ws-record-length NOT = edit-reversal-length
        MOVE 'N' TO ws-record-good-flag
        MOVE 'LGTH' TO ws-reason-code
    END-IF.

    IF ws-record-good-flag = 'Y'
        AND ws-current-dept NOT = 'NONE'
        MOVE 'N' TO ws-record-good-flag
        MOVE 'RBRK' TO ws-reason-code
    END-IF.

    IF ws-record-good-flag = 'Y'
        AND (input-image (2:8) IS NOT NUMERIC
            OR input-image (10:6) IS NOT NUMERIC
            OR input-image (24:7) IS NOT NUMERIC)
        MOVE 'N' TO ws-record-good-flag
        MOVE 'RKEY' TO ws-reason-code
    END-IF.

    IF ws-record-good-flag = 'Y'
        MOVE input-image (2:29) TO audit-key
        READ audit-file
            INVALID KEY
                MOVE 'N' TO ws-record-good-flag
                MOVE 'RKEY' TO ws-reason-code
        END-READ
    END-IF.

    IF ws-record-good-flag = 'Y'
        AND (audit-source NOT = 'HELLOBAT'
            OR audit-reversal-entry)
        MOVE 'N' TO ws-record-good-flag
        MOVE 'RSRC' TO ws-reason-code
    END-IF.

    IF ws-record-good-flag = 'Y'
        AND audit-reversed
        MOVE 'N' TO ws-record-good-flag
        MOVE 'RREV' TO ws-reason-code
    END-IF.

    IF ws-record-good-flag = 'Y'
        PERFORM note-reversal-key
    END-IF.

      *> A key past the table's capacity is let through unchecked
      *> here; the batch still refuses it once the first reversal
      *> of the pair has flagged the original.
note-reversal-key.
    MOVE 'N' TO ws-reversal-found.
    PERFORM VARYING ws-reversal-index FROM 1 BY 1
        UNTIL ws-reversal-index > ws-reversal-used
            OR ws-reversal-found = 'Y'
        IF rvk-audit-key (ws-reversal-index) = input-image (2:29)
            MOVE 'Y' TO ws-reversal-found
        END-IF
    END-PERFORM.
    IF ws-reversal-found = 'Y'
        MOVE 'N' TO ws-record-good-flag
        MOVE 'RREV' TO ws-reason-code
    ELSE
        IF ws-reversal-used < 200
            ADD 1 TO ws-reversal-used
            MOVE input-image (2:29)
                TO rvk-audit-key (ws-reversal-used)
        END-IF
    END-IF.
