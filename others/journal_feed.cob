IDENTIFICATION DIVISION.
PROGRAM-ID. 'HELLOJE'.
AUTHOR. "@eduard0803".

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT extract-file ASSIGN TO "GLEXTR"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-extract-file-status.

    SELECT gl-map-file ASSIGN TO "GLMAP"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS glmap-key
        FILE STATUS IS ws-gl-map-file-status.

    SELECT parameter-file ASSIGN TO "JEPARM"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-parameter-file-status.

    SELECT journal-file ASSIGN TO "JEFEED"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-journal-file-status.

    SELECT report-file ASSIGN TO "JEXRPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-report-file-status.

DATA DIVISION.
FILE SECTION.
      *> The GLEXTR feed exactly as HELLOBATCH writes it - header,
      *> one detail per posted pair, trailer. The three views are
      *> kept in step with HELLOBATCH's extract lines by hand; the
      *> first byte says which one a record is.
FD extract-file.
01 extract-record PIC X(54).
01 extract-header-record.
    05 xh-record-type PIC X.
    05 xh-file-id PIC X(8).
    05 xh-run-date PIC 9(8).
    05 xh-generation PIC 9(4).
    05 xh-business-date PIC 9(8).
01 extract-detail-record.
    05 xd-record-type PIC X.
    05 xd-dept-id PIC X(4).
    05 xd-operation PIC X.
    05 xd-first-number PIC S9(7)V99 SIGN IS LEADING SEPARATE.
    05 xd-second-number PIC S9(7)V99 SIGN IS LEADING SEPARATE.
    05 xd-result PIC S9(7)V99 SIGN IS LEADING SEPARATE.
    05 xd-entry-type PIC X.
    05 xd-trace-reference PIC X(17).
01 extract-trailer-record.
    05 xt-record-type PIC X.
    05 xt-detail-count PIC 9(8).
    05 xt-hash-total PIC S9(9)V99 SIGN IS LEADING SEPARATE.

FD gl-map-file.
COPY GLMAPREC.

      *> The two ledger accounts the feed needs that no mapping
      *> names: the clearing account every mapped posting is
      *> offset against, so each night's entry balances to zero,
      *> and the suspense account unmapped pairs are posted to.
FD parameter-file.
01 parameter-record.
    05 parm-clearing-account PIC X(10).
    05 parm-suspense-account PIC X(10).

FD journal-file.
01 journal-record PIC X(60).

FD report-file.
01 report-line PIC X(80).

WORKING-STORAGE SECTION.
01 ws-extract-file-status PIC X(2).
01 ws-gl-map-file-status PIC X(2).
01 ws-parameter-file-status PIC X(2).
01 ws-journal-file-status PIC X(2).
01 ws-report-file-status PIC X(2).
01 ws-end-of-file-flag PIC X VALUE 'N'.
01 ws-run-date PIC 9(8).
01 ws-run-time-8 PIC 9(8).
01 ws-run-time PIC 9(6).
01 ws-clearing-account PIC X(10).
01 ws-suspense-account PIC X(10).
01 ws-have-header PIC X VALUE 'N'.
01 ws-have-trailer PIC X VALUE 'N'.
01 ws-generation PIC 9(4) VALUE ZERO.
01 ws-business-date PIC 9(8) VALUE ZERO.
01 ws-detail-count PIC 9(8) VALUE ZERO.
01 ws-hash-total PIC S9(9)V99 VALUE ZERO.
01 ws-trailer-count PIC 9(8) VALUE ZERO.
01 ws-trailer-total PIC S9(9)V99 VALUE ZERO.
01 ws-unmapped-count PIC 9(8) VALUE ZERO.
01 ws-unmapped-total PIC S9(9)V99 VALUE ZERO.
01 ws-posting-account PIC X(10).
01 ws-posting-amount PIC S9(9)V99.
01 ws-line-count PIC 9(8) VALUE ZERO.
01 ws-debit-total PIC S9(11)V99 VALUE ZERO.
01 ws-credit-total PIC S9(11)V99 VALUE ZERO.
01 ws-net-total PIC S9(11)V99 VALUE ZERO.

      *> One slot per ledger account the night touches, holding the
      *> account's net for the business date - debits positive,
      *> credits negative. Kept in account order as slots are
      *> added, so the feed comes out sorted. Five hundred is far
      *> more accounts than departments times operations plus the
      *> clearing and suspense accounts can come to; a full table
      *> stops the run rather than leave money off the entry.
01 account-table.
    05 account-entry OCCURS 500 TIMES.
        10 act-account PIC X(10).
        10 act-net PIC S9(11)V99.
01 ws-account-used PIC 9(3) VALUE ZERO.
01 ws-account-index PIC 9(3).
01 ws-account-found PIC X.
01 ws-shift-index PIC 9(3).

      *> The journal-entry feed. Like GLEXTR, the ledger checks the
      *> trailer against the lines before it takes the file, and
      *> the header carries GLEXTR's generation number so the two
      *> feeds for a night can be told apart from every other
      *> night's and matched to each other.
01 journal-header-line.
    05 FILLER PIC X VALUE 'H'.
    05 jh-file-id PIC X(8) VALUE 'HELLOJE '.
    05 jh-run-date PIC 9(8).
    05 jh-generation PIC 9(4).
    05 jh-business-date PIC 9(8).

01 journal-detail-line.
    05 FILLER PIC X VALUE 'D'.
    05 jd-business-date PIC 9(8).
    05 jd-account PIC X(10).
    05 jd-debit-credit PIC X.
    05 jd-amount PIC 9(11)V99.

01 journal-trailer-line.
    05 FILLER PIC X VALUE 'T'.
    05 jt-generation PIC 9(4).
    05 jt-line-count PIC 9(8).
    05 jt-debit-total PIC 9(11)V99.
    05 jt-credit-total PIC 9(11)V99.

01 report-header-line.
    05 FILLER PIC X(31)
        VALUE 'HELLOJE UNMAPPED PAIR EXCEPTION'.
    05 FILLER PIC X(7) VALUE ' DATE:'.
    05 rh-date PIC 9(8).
    05 FILLER PIC X(7) VALUE '  TIME:'.
    05 rh-time PIC 9(6).

01 report-feed-line.
    05 FILLER PIC X(11) VALUE 'GENERATION '.
    05 rf-generation PIC 9(4).
    05 FILLER PIC X(17) VALUE '  BUSINESS DATE '.
    05 rf-business-date PIC 9(8).
    05 FILLER PIC X(12) VALUE '  SUSPENSE '.
    05 rf-suspense-account PIC X(10).

01 report-exception-line.
    05 FILLER PIC X(5) VALUE 'DEPT '.
    05 rx-dept-id PIC X(4).
    05 FILLER PIC X(5) VALUE '  OP '.
    05 rx-operation PIC X.
    05 FILLER PIC X(9) VALUE '  RESULT '.
    05 rx-result PIC -ZZZZZZ9.99.
    05 FILLER PIC X(2) VALUE SPACES.
    05 rx-entry-type PIC X(8).
    05 FILLER PIC X(32) VALUE ' NO GL MAPPING - TO SUSPENSE'.

01 report-total-line.
    05 FILLER PIC X(16) VALUE 'UNMAPPED PAIRS  '.
    05 rt-unmapped-count PIC ZZZZZZZ9.
    05 FILLER PIC X(18) VALUE '  SUSPENSE TOTAL '.
    05 rt-unmapped-total PIC -ZZZZZZZZ9.99.

PROCEDURE DIVISION.
main-control.
    ACCEPT ws-run-date FROM DATE YYYYMMDD.
      *> ACCEPT FROM TIME yields an 8-digit HHMMSSss value; a direct
      *> ACCEPT into a 6-digit field truncates the high-order digits
      *> (the hour), not the low-order hundredths, so the hour has to
      *> be pulled off an 8-digit intermediate instead.
    ACCEPT ws-run-time-8 FROM TIME.
    MOVE ws-run-time-8(1:6) TO ws-run-time.

    PERFORM load-parameters.

    OPEN INPUT extract-file.
    IF ws-extract-file-status NOT = '00'
        DISPLAY 'GLEXTR NOT AVAILABLE - ABENDING JOURNAL FEED'
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.

    OPEN INPUT gl-map-file.
    IF ws-gl-map-file-status NOT = '00'
        DISPLAY 'GLMAP NOT AVAILABLE - ABENDING JOURNAL FEED'
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.

    OPEN OUTPUT report-file.
    MOVE ws-run-date TO rh-date.
    MOVE ws-run-time TO rh-time.
    WRITE report-line FROM report-header-line.

      *> The whole extract is summarized before a byte of the
      *> journal feed is written, so a GLEXTR that fails its own
      *> trailer check leaves no half-built entry behind for the
      *> transmission step to pick up.
    PERFORM UNTIL ws-end-of-file-flag = 'Y'
        READ extract-file
            AT END
                MOVE 'Y' TO ws-end-of-file-flag
            NOT AT END
                EVALUATE extract-record (1:1)
                    WHEN 'H'
                        PERFORM take-extract-header
                    WHEN 'D'
                        PERFORM post-one-detail
                    WHEN 'T'
                        PERFORM take-extract-trailer
                END-EVALUATE
        END-READ
    END-PERFORM.

    CLOSE extract-file.
    CLOSE gl-map-file.

    PERFORM verify-extract-totals.

    MOVE ws-generation TO rf-generation.
    MOVE ws-business-date TO rf-business-date.
    MOVE ws-suspense-account TO rf-suspense-account.
    WRITE report-line FROM report-feed-line.
    MOVE ws-unmapped-count TO rt-unmapped-count.
    MOVE ws-unmapped-total TO rt-unmapped-total.
    WRITE report-line FROM report-total-line.
    CLOSE report-file.

    PERFORM write-journal-feed.

    DISPLAY 'HELLOJE - GLEXTR DETAILS     ' ws-detail-count.
    DISPLAY 'HELLOJE - UNMAPPED PAIRS     ' ws-unmapped-count.
    DISPLAY 'HELLOJE - JOURNAL LINES      ' ws-line-count.

    STOP RUN.

      *> Both accounts are needed on every run - an entry with no
      *> offset cannot balance, and an unmapped pair with nowhere
      *> to go would have to be dropped - so a missing or blank
      *> parameter stops the run before anything is read.
load-parameters.
    OPEN INPUT parameter-file.
    IF ws-parameter-file-status NOT = '00'
        DISPLAY 'JEPARM NOT AVAILABLE - ABENDING JOURNAL FEED'
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.
    READ parameter-file
        AT END
            DISPLAY 'JEPARM EMPTY - ABENDING JOURNAL FEED'
            MOVE 8 TO RETURN-CODE
            STOP RUN
        NOT AT END
            MOVE parm-clearing-account TO ws-clearing-account
            MOVE parm-suspense-account TO ws-suspense-account
    END-READ.
    CLOSE parameter-file.
    IF ws-clearing-account = SPACES
        OR ws-suspense-account = SPACES
        DISPLAY 'JEPARM CLEARING AND SUSPENSE ACCOUNTS ARE BOTH '
            'NEEDED - ABENDING JOURNAL FEED'
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.

take-extract-header.
    MOVE 'Y' TO ws-have-header.
    MOVE xh-generation TO ws-generation.
    MOVE xh-business-date TO ws-business-date.

take-extract-trailer.
    MOVE 'Y' TO ws-have-trailer.
    MOVE xt-detail-count TO ws-trailer-count.
    MOVE xt-hash-total TO ws-trailer-total.

      *> Each pair debits the account its department and operation
      *> map to by its result and credits the clearing account by
      *> the same, so the entry stays balanced however the pairs
      *> fall. A reversal carries its result already negated, so
      *> it backs the original out of the same accounts with no
      *> special handling. A pair with no mapping - including one
      *> posted outside any department bracket - is debited to the
      *> suspense account instead and listed for the ledger team.
post-one-detail.
    ADD 1 TO ws-detail-count.
    ADD xd-result TO ws-hash-total.
    MOVE xd-dept-id TO glmap-dept-id.
    MOVE xd-operation TO glmap-operation.
    READ gl-map-file
        INVALID KEY
            MOVE ws-suspense-account TO ws-posting-account
            PERFORM list-unmapped-pair
        NOT INVALID KEY
            MOVE glmap-account TO ws-posting-account
    END-READ.
    MOVE xd-result TO ws-posting-amount.
    PERFORM add-to-account.
    MOVE ws-clearing-account TO ws-posting-account.
    COMPUTE ws-posting-amount = 0 - xd-result.
    PERFORM add-to-account.

list-unmapped-pair.
    ADD 1 TO ws-unmapped-count.
    ADD xd-result TO ws-unmapped-total.
    MOVE xd-dept-id TO rx-dept-id.
    MOVE xd-operation TO rx-operation.
    MOVE xd-result TO rx-result.
    IF xd-entry-type = 'R'
        MOVE 'REVERSAL' TO rx-entry-type
    ELSE
        MOVE SPACES TO rx-entry-type
    END-IF.
    WRITE report-line FROM report-exception-line.

      *> Finds the account's slot, or opens one at its place in
      *> account order by shifting the higher slots up one.
add-to-account.
    MOVE 'N' TO ws-account-found.
    PERFORM VARYING ws-account-index FROM 1 BY 1
        UNTIL ws-account-index > ws-account-used
        OR ws-account-found = 'Y'
        OR act-account (ws-account-index) > ws-posting-account
        IF act-account (ws-account-index) = ws-posting-account
            MOVE 'Y' TO ws-account-found
            ADD ws-posting-amount TO act-net (ws-account-index)
        END-IF
    END-PERFORM.
    IF ws-account-found = 'Y'
        EXIT PARAGRAPH
    END-IF.
    IF ws-account-used NOT < 500
        DISPLAY 'ACCOUNT TABLE FULL AT ' ws-posting-account
            ' - ABENDING JOURNAL FEED'
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.
    PERFORM VARYING ws-shift-index FROM ws-account-used BY -1
        UNTIL ws-shift-index < ws-account-index
        MOVE account-entry (ws-shift-index)
            TO account-entry (ws-shift-index + 1)
    END-PERFORM.
    MOVE ws-posting-account TO act-account (ws-account-index).
    MOVE ws-posting-amount TO act-net (ws-account-index).
    ADD 1 TO ws-account-used.

      *> The journal entry is only as good as the feed it was
      *> built from: GLEXTR must be complete - header and trailer
      *> both present - and its trailer must agree with the
      *> details actually read, or nothing is sent.
verify-extract-totals.
    IF ws-have-header = 'N' OR ws-have-trailer = 'N'
        DISPLAY 'GLEXTR INCOMPLETE - HEADER OR TRAILER MISSING - '
            'NO JOURNAL FEED BUILT'
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.
    IF ws-trailer-count NOT = ws-detail-count
        OR ws-trailer-total NOT = ws-hash-total
        DISPLAY 'GLEXTR TRAILER OUT OF BALANCE - COUNT '
            ws-trailer-count ' READ ' ws-detail-count
        DISPLAY '    TOTAL ' ws-trailer-total ' READ ' ws-hash-total
        DISPLAY 'NO JOURNAL FEED BUILT'
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.

      *> One line per account for the business date, debit or
      *> credit by the sign of its net; an account whose postings
      *> cancelled out to nothing gets no line. The trailer
      *> carries the debit and credit totals, which must agree -
      *> if they ever do not, the feed is not released.
write-journal-feed.
    OPEN OUTPUT journal-file.
    IF ws-journal-file-status NOT = '00'
        DISPLAY 'JEFEED NOT AVAILABLE - STATUS '
            ws-journal-file-status ' - ABENDING JOURNAL FEED'
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.
    MOVE ws-run-date TO jh-run-date.
    MOVE ws-generation TO jh-generation.
    MOVE ws-business-date TO jh-business-date.
    WRITE journal-record FROM journal-header-line.

    PERFORM VARYING ws-account-index FROM 1 BY 1
        UNTIL ws-account-index > ws-account-used
        IF act-net (ws-account-index) NOT = ZERO
            PERFORM write-journal-line
        END-IF
    END-PERFORM.

    MOVE ws-generation TO jt-generation.
    MOVE ws-line-count TO jt-line-count.
    MOVE ws-debit-total TO jt-debit-total.
    MOVE ws-credit-total TO jt-credit-total.
    WRITE journal-record FROM journal-trailer-line.
    CLOSE journal-file.

    COMPUTE ws-net-total = ws-debit-total - ws-credit-total.
    IF ws-net-total NOT = ZERO
        DISPLAY 'JOURNAL ENTRY OUT OF BALANCE BY ' ws-net-total
            ' - FEED MUST NOT BE SENT'
        MOVE 8 TO RETURN-CODE
    END-IF.

write-journal-line.
    ADD 1 TO ws-line-count.
    MOVE ws-business-date TO jd-business-date.
    MOVE act-account (ws-account-index) TO jd-account.
    IF act-net (ws-account-index) > ZERO
        MOVE 'D' TO jd-debit-credit
        MOVE act-net (ws-account-index) TO jd-amount
        ADD act-net (ws-account-index) TO ws-debit-total
    ELSE
        MOVE 'C' TO jd-debit-credit
        COMPUTE jd-amount = 0 - act-net (ws-account-index)
        SUBTRACT act-net (ws-account-index) FROM ws-credit-total
    END-IF.
    WRITE journal-record FROM journal-detail-line.
