IDENTIFICATION DIVISION.
PROGRAM-ID. 'HELLOVFY'.
AUTHOR. "@eduard0803".

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
      *> A missing or blank parameter file verifies the live master
      *> alone; HST asks for the archive to be proved with it.
    SELECT OPTIONAL parameter-file ASSIGN TO "VFYPARM"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-parameter-file-status.

    SELECT audit-file ASSIGN TO "AUDITMST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS audit-key
        FILE STATUS IS ws-audit-file-status.

    SELECT OPTIONAL archive-file ASSIGN TO "AUDITHST"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-archive-file-status.

    SELECT OPTIONAL chain-file ASSIGN TO "AUDCHAIN"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS chain-date
        FILE STATUS IS ws-chain-file-status.

    SELECT sort-file ASSIGN TO "VFYSORT".

    SELECT report-file ASSIGN TO "VFYRPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-report-file-status.

DATA DIVISION.
FILE SECTION.
FD parameter-file.
01 parameter-record.
    05 parm-scope PIC X(3).

FD audit-file.
COPY AUDITREC.

      *> The archive is the raw master record image, exactly as
      *> HELLOPRG wrote it. Records archived before the audit
      *> record widened are shorter and read back space-padded -
      *> their chain fields are spaces, which is unchained.
FD archive-file.
01 archive-record PIC X(187).

FD chain-file.
COPY CHAINREC.

      *> The master is keyed on when a record was keyed, not on
      *> when it was written into its chain - an interactive
      *> operator's record carries the time of sign-on - so every
      *> chained record is sorted into chain order before the
      *> chains are walked.
SD sort-file.
01 sort-record.
    05 sort-chain-date PIC 9(8).
    05 sort-chain-sequence PIC 9(7).
    05 sort-origin PIC X(3).
    05 sort-image PIC X(187).

FD report-file.
01 report-line PIC X(100).

WORKING-STORAGE SECTION.
COPY CHAINWS.
01 ws-parameter-file-status PIC X(2).
01 ws-audit-file-status PIC X(2).
01 ws-archive-file-status PIC X(2).
01 ws-chain-file-status PIC X(2).
01 ws-report-file-status PIC X(2).
01 ws-end-of-file-flag PIC X VALUE 'N'.
01 ws-sort-eof-flag PIC X VALUE 'N'.
01 ws-anchor-eof-flag PIC X VALUE 'N'.
01 ws-run-date PIC 9(8).
01 ws-run-time-8 PIC 9(8).
01 ws-run-time PIC 9(6).
01 ws-include-archive PIC X VALUE 'N'.
01 ws-seal-state PIC X.
    88 seal-genuine VALUE 'G'.
    88 seal-altered VALUE 'A'.
    88 seal-unchained VALUE 'U'.

      *> Where the chain being walked has got to. ws-chain-open is
      *> N until the first record of the first chain is returned.
01 ws-chain-open PIC X VALUE 'N'.
01 ws-current-chain-date PIC 9(8) VALUE ZERO.
01 ws-last-sequence PIC 9(7) VALUE ZERO.
01 ws-last-value PIC 9(9) VALUE ZERO.
01 ws-duplicate-flag PIC X.
01 ws-chain-records PIC 9(8) VALUE ZERO.
01 ws-chain-breaks PIC 9(8) VALUE ZERO.
01 ws-missing-from PIC 9(7).
01 ws-missing-to PIC 9(7).

01 verify-figures.
    05 vf-master-read PIC 9(8) VALUE ZERO.
    05 vf-archive-read PIC 9(8) VALUE ZERO.
    05 vf-unchained PIC 9(8) VALUE ZERO.
    05 vf-chained PIC 9(8) VALUE ZERO.
    05 vf-chains PIC 9(8) VALUE ZERO.
    05 vf-altered PIC 9(8) VALUE ZERO.
    05 vf-broken-links PIC 9(8) VALUE ZERO.
    05 vf-missing PIC 9(8) VALUE ZERO.
    05 vf-anchor-breaks PIC 9(8) VALUE ZERO.
    05 vf-duplicates PIC 9(8) VALUE ZERO.
    05 vf-notes PIC 9(8) VALUE ZERO.
    05 vf-break-count PIC 9(8) VALUE ZERO.

01 report-header-line.
    05 FILLER PIC X(28) VALUE 'HELLOVFY AUDIT CHAIN VERIFY '.
    05 FILLER PIC X(7) VALUE ' DATE:'.
    05 rh-date PIC 9(8).
    05 FILLER PIC X(7) VALUE '  TIME:'.
    05 rh-time PIC 9(6).

01 report-scope-line.
    05 FILLER PIC X(7) VALUE 'SCOPE: '.
    05 rsc-scope PIC X(40).

01 report-column-line.
    05 FILLER PIC X(100) VALUE
        'CHAIN DATE SEQUENCE FILE RUN DATE   TIME OPERATOR  FINDING'.

      *> One line per finding against a record, or against a chain
      *> as a whole (sequence and key blank).
01 report-finding-line.
    05 rf-chain-date PIC 9(8).
    05 FILLER PIC X(2) VALUE SPACES.
    05 rf-sequence PIC ZZZZZZZ9.
    05 FILLER PIC X(1) VALUE SPACE.
    05 rf-origin PIC X(4).
    05 FILLER PIC X(1) VALUE SPACE.
    05 rf-run-date PIC X(8).
    05 FILLER PIC X(1) VALUE SPACE.
    05 rf-run-time PIC X(6).
    05 FILLER PIC X(1) VALUE SPACE.
    05 rf-operator PIC X(8).
    05 FILLER PIC X(2) VALUE SPACES.
    05 rf-finding PIC X(48).

      *> Every chain walked closes with a line of its own, so the
      *> report shows each date proved, not only the ones that
      *> broke.
01 report-chain-line.
    05 rcl-chain-date PIC 9(8).
    05 FILLER PIC X(9) VALUE ' RECORDS '.
    05 rcl-records PIC ZZZZZZZ9.
    05 FILLER PIC X(10) VALUE '  LAST SEQ'.
    05 FILLER PIC X(1) VALUE SPACE.
    05 rcl-last-sequence PIC ZZZZZZ9.
    05 FILLER PIC X(2) VALUE SPACES.
    05 rcl-status PIC X(8).

01 report-total-line.
    05 rt-label PIC X(30).
    05 FILLER PIC X(1) VALUE SPACE.
    05 rt-count PIC ZZZZZZZ9.

01 report-result-line.
    05 FILLER PIC X(8) VALUE 'VERIFY: '.
    05 rs-result PIC X(16).
    05 FILLER PIC X(2) VALUE SPACES.
    05 rs-break-count PIC ZZZZZZZ9.
    05 FILLER PIC X(9) VALUE ' BREAK(S)'.

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

    OPEN INPUT chain-file.
    IF ws-chain-file-status NOT = '00'
        AND ws-chain-file-status NOT = '05'
        DISPLAY 'AUDCHAIN NOT AVAILABLE - ABENDING VERIFY'
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.
    MOVE ZERO TO chain-date.
    START chain-file KEY IS NOT LESS THAN chain-date
        INVALID KEY
            MOVE 'Y' TO ws-anchor-eof-flag
    END-START.
    PERFORM read-next-anchor.

    OPEN OUTPUT report-file.
    MOVE ws-run-date TO rh-date.
    MOVE ws-run-time TO rh-time.
    WRITE report-line FROM report-header-line.
    IF ws-include-archive = 'Y'
        MOVE 'AUDITHST ARCHIVE AND AUDITMST MASTER' TO rsc-scope
    ELSE
        MOVE 'AUDITMST MASTER ONLY' TO rsc-scope
    END-IF.
    WRITE report-line FROM report-scope-line.
    MOVE SPACES TO report-line.
    WRITE report-line.
    WRITE report-line FROM report-column-line.

    SORT sort-file
        ON ASCENDING KEY sort-chain-date sort-chain-sequence
        INPUT PROCEDURE IS release-chained-records
        OUTPUT PROCEDURE IS walk-sorted-chains.

      *> Anchors past the last chain walked have no records at all.
    PERFORM UNTIL ws-anchor-eof-flag = 'Y'
        PERFORM report-anchor-without-records
        PERFORM read-next-anchor
    END-PERFORM.
    CLOSE chain-file.

    PERFORM print-totals.
    CLOSE report-file.

    DISPLAY 'HELLOVFY - RECORDS PROVED   ' vf-chained.
    DISPLAY 'HELLOVFY - CHAINS PROVED    ' vf-chains.
    DISPLAY 'HELLOVFY - BREAKS           ' vf-break-count.

      *> A broken chain ends the step non-zero, so whoever runs
      *> it for the auditors cannot miss it in the job output.
    IF vf-break-count > ZERO
        DISPLAY 'HELLOVFY - AUDIT CHAIN IS BROKEN - SEE VFYRPT'
        MOVE 8 TO RETURN-CODE
    END-IF.

    STOP RUN.

load-parameters.
    OPEN INPUT parameter-file.
    IF ws-parameter-file-status = '00'
        READ parameter-file
            AT END
                CONTINUE
            NOT AT END
                IF parm-scope = 'HST' OR parm-scope = 'hst'
                    MOVE 'Y' TO ws-include-archive
                END-IF
        END-READ
        CLOSE parameter-file
    END-IF.

      *> Archive first, then the master: a chain split by a purge
      *> has its older end on AUDITHST. Sorting puts them in chain
      *> order either way.
release-chained-records.
    IF ws-include-archive = 'Y'
        OPEN INPUT archive-file
        IF ws-archive-file-status NOT = '00'
            AND ws-archive-file-status NOT = '05'
            DISPLAY 'AUDITHST NOT AVAILABLE - ABENDING VERIFY'
            MOVE 8 TO RETURN-CODE
            STOP RUN
        END-IF
        MOVE 'N' TO ws-end-of-file-flag
        PERFORM UNTIL ws-end-of-file-flag = 'Y'
            READ archive-file
                AT END
                    MOVE 'Y' TO ws-end-of-file-flag
                NOT AT END
                    ADD 1 TO vf-archive-read
                    MOVE archive-record TO audit-record
                    MOVE 'HST' TO sort-origin
                    PERFORM release-one-record
            END-READ
        END-PERFORM
        CLOSE archive-file
    END-IF.

    OPEN INPUT audit-file.
    IF ws-audit-file-status NOT = '00'
        DISPLAY 'AUDITMST NOT AVAILABLE - ABENDING VERIFY'
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.
    MOVE LOW-VALUES TO audit-key.
    MOVE 'N' TO ws-end-of-file-flag.
    START audit-file KEY IS NOT LESS THAN audit-key
        INVALID KEY
            MOVE 'Y' TO ws-end-of-file-flag
    END-START.
    PERFORM UNTIL ws-end-of-file-flag = 'Y'
        READ audit-file NEXT RECORD
            AT END
                MOVE 'Y' TO ws-end-of-file-flag
            NOT AT END
                ADD 1 TO vf-master-read
                MOVE 'MST' TO sort-origin
                PERFORM release-one-record
        END-READ
    END-PERFORM.
    CLOSE audit-file.

      *> Records from before the chain began are only counted;
      *> there is no seal or link on them to prove.
release-one-record.
    IF audit-chain-fields NOT NUMERIC
        OR audit-chain-date = ZERO
        ADD 1 TO vf-unchained
        EXIT PARAGRAPH
    END-IF.
    ADD 1 TO vf-chained.
    MOVE audit-chain-date TO sort-chain-date.
    MOVE audit-chain-sequence TO sort-chain-sequence.
    MOVE audit-record TO sort-image.
    RELEASE sort-record.

walk-sorted-chains.
    PERFORM UNTIL ws-sort-eof-flag = 'Y'
        RETURN sort-file
            AT END
                MOVE 'Y' TO ws-sort-eof-flag
            NOT AT END
                PERFORM prove-one-record
        END-RETURN
    END-PERFORM.
    IF ws-chain-open = 'Y'
        PERFORM close-one-chain
    END-IF.

      *> Each record is proved on its own - its seal against its
      *> contents - and then as a link: the next sequence of its
      *> chain, carrying the check value of the record before it.
prove-one-record.
    MOVE sort-image TO audit-record.
    IF ws-chain-open = 'N'
        OR audit-chain-date NOT = ws-current-chain-date
        IF ws-chain-open = 'Y'
            PERFORM close-one-chain
        END-IF
        PERFORM open-one-chain
    END-IF.

    MOVE 'N' TO ws-duplicate-flag.
    PERFORM check-record-seal.
    IF seal-altered
        ADD 1 TO vf-altered
        MOVE 'ALTERED SINCE IT WAS WRITTEN' TO rf-finding
        PERFORM write-record-break
    END-IF.

    EVALUATE TRUE
        WHEN ws-chain-records = ZERO
            PERFORM prove-chain-start
        WHEN audit-chain-sequence = ws-last-sequence
            PERFORM prove-repeated-sequence
        WHEN audit-chain-sequence > ws-last-sequence + 1
            ADD 1 ws-last-sequence GIVING ws-missing-from
            SUBTRACT 1 FROM audit-chain-sequence
                GIVING ws-missing-to
            ADD 1 TO vf-missing
            MOVE SPACES TO rf-finding
            STRING 'SEQUENCE ' ws-missing-from ' THRU '
                ws-missing-to ' MISSING'
                DELIMITED BY SIZE INTO rf-finding
            END-STRING
            PERFORM write-record-break
        WHEN audit-chain-previous NOT = ws-last-value
            ADD 1 TO vf-broken-links
            MOVE 'BROKEN LINK - PREVIOUS VALUE DOES NOT MATCH'
                TO rf-finding
            PERFORM write-record-break
    END-EVALUATE.

    IF ws-duplicate-flag = 'N'
        ADD 1 TO ws-chain-records
    END-IF.
    MOVE audit-chain-sequence TO ws-last-sequence.
    MOVE audit-chain-value TO ws-last-value.

      *> A chain proved from the master alone may begin past its
      *> first sequence - the older records were purged to the
      *> archive, and only a run with HST can prove that link.
      *> With the archive included, every chain must begin at one.
prove-chain-start.
    IF audit-chain-sequence = 1
        IF audit-chain-previous NOT = ZERO
            ADD 1 TO vf-broken-links
            MOVE 'BROKEN LINK - FIRST RECORD HAS A PREVIOUS'
                TO rf-finding
            PERFORM write-record-break
        END-IF
        EXIT PARAGRAPH
    END-IF.
    IF ws-include-archive = 'Y'
        MOVE 1 TO ws-missing-from
        SUBTRACT 1 FROM audit-chain-sequence GIVING ws-missing-to
        ADD 1 TO vf-missing
        MOVE SPACES TO rf-finding
        STRING 'SEQUENCE ' ws-missing-from ' THRU '
            ws-missing-to ' MISSING'
            DELIMITED BY SIZE INTO rf-finding
        END-STRING
        PERFORM write-record-break
    ELSE
        ADD 1 TO vf-notes
        MOVE 'NOTE - EARLIER RECORDS ON AUDITHST' TO rf-finding
        PERFORM write-record-line
    END-IF.

      *> HELLOPRG can leave a record on the archive twice, or on
      *> both the archive and the master, after an abend - the
      *> same sealed record again is that, and not a break, even
      *> if a reversal has flagged one copy since. Anything else
      *> under a sequence already used was slipped into the chain.
prove-repeated-sequence.
    IF audit-chain-value = ws-last-value
        AND NOT seal-altered
        ADD 1 TO vf-duplicates
        MOVE 'Y' TO ws-duplicate-flag
    ELSE
        ADD 1 TO vf-broken-links
        MOVE 'SEQUENCE USED TWICE' TO rf-finding
        PERFORM write-record-break
    END-IF.

      *> The anchor file and the sorted records are both in chain
      *> date order, so they are walked together: any anchor for
      *> an earlier date than this chain has no records at all.
open-one-chain.
    PERFORM UNTIL ws-anchor-eof-flag = 'Y'
            OR chain-date NOT < audit-chain-date
        PERFORM report-anchor-without-records
        PERFORM read-next-anchor
    END-PERFORM.
    MOVE 'Y' TO ws-chain-open.
    MOVE audit-chain-date TO ws-current-chain-date.
    MOVE ZERO TO ws-last-sequence.
    MOVE ZERO TO ws-last-value.
    MOVE ZERO TO ws-chain-records.
    MOVE ZERO TO ws-chain-breaks.
    ADD 1 TO vf-chains.

      *> The chain must end exactly where its anchor says: records
      *> cut off the end leave the anchor ahead of the last record
      *> found, and a last record whose value is not the anchor's
      *> was replaced.
close-one-chain.
    IF ws-anchor-eof-flag = 'Y'
        OR chain-date NOT = ws-current-chain-date
        ADD 1 TO vf-anchor-breaks
        MOVE 'NO AUDCHAIN ANCHOR FOR THIS CHAIN' TO rf-finding
        PERFORM write-chain-break
    ELSE
        IF chain-last-sequence > ws-last-sequence
            ADD 1 ws-last-sequence GIVING ws-missing-from
            MOVE chain-last-sequence TO ws-missing-to
            ADD 1 TO vf-missing
            MOVE SPACES TO rf-finding
            STRING 'SEQUENCE ' ws-missing-from ' THRU '
                ws-missing-to ' MISSING FROM END'
                DELIMITED BY SIZE INTO rf-finding
            END-STRING
            PERFORM write-chain-break
        ELSE
            IF chain-last-sequence < ws-last-sequence
                OR chain-last-value NOT = ws-last-value
                ADD 1 TO vf-anchor-breaks
                MOVE 'LAST RECORD DOES NOT MATCH ANCHOR'
                    TO rf-finding
                PERFORM write-chain-break
            END-IF
        END-IF
        PERFORM read-next-anchor
    END-IF.
    MOVE ws-current-chain-date TO rcl-chain-date.
    MOVE ws-chain-records TO rcl-records.
    MOVE ws-last-sequence TO rcl-last-sequence.
    IF ws-chain-breaks = ZERO
        MOVE 'INTACT' TO rcl-status
    ELSE
        MOVE 'BROKEN' TO rcl-status
    END-IF.
    WRITE report-line FROM report-chain-line.
    MOVE 'N' TO ws-chain-open.

      *> With the archive included, an anchor with no records means
      *> its whole chain is gone. From the master alone it usually
      *> means the date has been purged, so it is only noted.
report-anchor-without-records.
    MOVE chain-date TO rf-chain-date.
    MOVE ZERO TO rf-sequence.
    MOVE SPACES TO rf-origin.
    MOVE SPACES TO rf-run-date.
    MOVE SPACES TO rf-run-time.
    MOVE SPACES TO rf-operator.
    IF ws-include-archive = 'Y'
        ADD 1 TO vf-anchor-breaks
        ADD 1 TO vf-break-count
        MOVE 'NO RECORDS FOUND FOR ANCHORED CHAIN' TO rf-finding
    ELSE
        ADD 1 TO vf-notes
        MOVE 'NOTE - NO RECORDS ON AUDITMST, SEE AUDITHST'
            TO rf-finding
    END-IF.
    WRITE report-line FROM report-finding-line.

read-next-anchor.
    IF ws-anchor-eof-flag = 'Y'
        EXIT PARAGRAPH
    END-IF.
    READ chain-file NEXT RECORD
        AT END
            MOVE 'Y' TO ws-anchor-eof-flag
    END-READ.

write-record-break.
    ADD 1 TO ws-chain-breaks.
    ADD 1 TO vf-break-count.
    PERFORM write-record-line.

write-record-line.
    MOVE audit-chain-date TO rf-chain-date.
    MOVE audit-chain-sequence TO rf-sequence.
    MOVE sort-origin TO rf-origin.
    MOVE audit-run-date TO rf-run-date.
    MOVE audit-run-time TO rf-run-time.
    MOVE audit-operator-id TO rf-operator.
    WRITE report-line FROM report-finding-line.

write-chain-break.
    ADD 1 TO ws-chain-breaks.
    ADD 1 TO vf-break-count.
    MOVE ws-current-chain-date TO rf-chain-date.
    MOVE ZERO TO rf-sequence.
    MOVE SPACES TO rf-origin.
    MOVE SPACES TO rf-run-date.
    MOVE SPACES TO rf-run-time.
    MOVE SPACES TO rf-operator.
    WRITE report-line FROM report-finding-line.

print-totals.
    MOVE SPACES TO report-line.
    WRITE report-line.
    MOVE 'AUDITMST RECORDS READ' TO rt-label.
    MOVE vf-master-read TO rt-count.
    WRITE report-line FROM report-total-line.
    IF ws-include-archive = 'Y'
        MOVE 'AUDITHST RECORDS READ' TO rt-label
        MOVE vf-archive-read TO rt-count
        WRITE report-line FROM report-total-line
    END-IF.
    MOVE 'UNCHAINED (BEFORE THE CHAIN)' TO rt-label.
    MOVE vf-unchained TO rt-count.
    WRITE report-line FROM report-total-line.
    MOVE 'CHAINED RECORDS PROVED' TO rt-label.
    MOVE vf-chained TO rt-count.
    WRITE report-line FROM report-total-line.
    MOVE 'CHAINS PROVED' TO rt-label.
    MOVE vf-chains TO rt-count.
    WRITE report-line FROM report-total-line.
    MOVE 'ALTERED RECORDS' TO rt-label.
    MOVE vf-altered TO rt-count.
    WRITE report-line FROM report-total-line.
    MOVE 'BROKEN LINKS' TO rt-label.
    MOVE vf-broken-links TO rt-count.
    WRITE report-line FROM report-total-line.
    MOVE 'MISSING SEQUENCE RANGES' TO rt-label.
    MOVE vf-missing TO rt-count.
    WRITE report-line FROM report-total-line.
    MOVE 'ANCHOR MISMATCHES' TO rt-label.
    MOVE vf-anchor-breaks TO rt-count.
    WRITE report-line FROM report-total-line.
    MOVE 'DUPLICATE IMAGES SKIPPED' TO rt-label.
    MOVE vf-duplicates TO rt-count.
    WRITE report-line FROM report-total-line.
    MOVE 'NOTES' TO rt-label.
    MOVE vf-notes TO rt-count.
    WRITE report-line FROM report-total-line.
    MOVE SPACES TO report-line.
    WRITE report-line.
    IF vf-break-count = ZERO
        MOVE 'CHAINS INTACT' TO rs-result
    ELSE
        MOVE 'CHAINS BROKEN' TO rs-result
    END-IF.
    MOVE vf-break-count TO rs-break-count.
    WRITE report-line FROM report-result-line.

      *> A record proves genuine when the check value folded over
      *> it now is the one it was sealed with. A record from before
      *> the chain existed - chain date zero, or the spaces a short
      *> archive image is padded with - has no seal to prove.
check-record-seal.
    IF audit-chain-fields NOT NUMERIC
        OR audit-chain-date = ZERO
        MOVE 'U' TO ws-seal-state
        EXIT PARAGRAPH
    END-IF.
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
    IF seal-value = audit-chain-value
        MOVE 'G' TO ws-seal-state
    ELSE
        MOVE 'A' TO ws-seal-state
    END-IF.
