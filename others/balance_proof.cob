IDENTIFICATION DIVISION.
PROGRAM-ID. 'HELLOPRF'.
AUTHOR. "@eduard0803".

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT processing-date-file ASSIGN TO "PROCDATE"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-procdate-file-status.

    SELECT run-control-file ASSIGN TO "RUNHIST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS run-key
        FILE STATUS IS ws-run-control-file-status.

    SELECT generation-log-file ASSIGN TO "GLGENLOG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-genlog-file-status.

    SELECT audit-file ASSIGN TO "AUDITMST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS audit-key
        FILE STATUS IS ws-audit-file-status.

      *> A night with no departments posting, or no rejects, may
      *> leave either of these empty or not yet created - that is
      *> a zero figure to prove, not a reason to stop.
    SELECT OPTIONAL balance-file ASSIGN TO "DEPTBAL"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS dept-bal-id
        FILE STATUS IS ws-balance-file-status.

    SELECT OPTIONAL suspense-file ASSIGN TO "SUSPENSE"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-suspense-file-status.

    SELECT report-file ASSIGN TO "PRFRPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-report-file-status.

DATA DIVISION.
FILE SECTION.
FD processing-date-file.
COPY PROCDATE.

FD run-control-file.
COPY RUNREC.

FD generation-log-file.
COPY GLGENREC.

FD audit-file.
COPY AUDITREC.

FD balance-file.
COPY DEPTBAL.

FD suspense-file.
COPY SUSPREC.

FD report-file.
01 report-line PIC X(100).

WORKING-STORAGE SECTION.
01 ws-procdate-file-status PIC X(2).
01 ws-run-control-file-status PIC X(2).
01 ws-genlog-file-status PIC X(2).
01 ws-audit-file-status PIC X(2).
01 ws-balance-file-status PIC X(2).
01 ws-suspense-file-status PIC X(2).
01 ws-report-file-status PIC X(2).
01 ws-end-of-file-flag PIC X VALUE 'N'.
01 ws-run-date PIC 9(8).
01 ws-run-time-8 PIC 9(8).
01 ws-run-time PIC 9(6).
01 ws-open-date PIC 9(8) VALUE ZERO.
01 ws-break-count PIC 9(3) VALUE ZERO.
01 ws-cycle-count PIC 9(2) VALUE ZERO.
01 ws-open-cycle-count PIC 9(2) VALUE ZERO.
01 ws-date-complete PIC X VALUE 'N'.
01 ws-genlog-missing PIC 9(2) VALUE ZERO.

      *> The generation each completed cycle of the date sent its
      *> feed under, with the GLGENLOG figures logged for it. A
      *> date has at most 99 cycles.
01 generation-table.
    05 generation-entry OCCURS 99 TIMES.
        10 gnt-generation PIC 9(4).
        10 gnt-found PIC X.
        10 gnt-count PIC 9(8).
        10 gnt-total PIC S9(11)V99.
01 ws-generation-used PIC 9(2) VALUE ZERO.
01 ws-generation-index PIC 9(3).

      *> The five stores' figures for the business date, each as a
      *> count and an amount. The audit and suspense figures are
      *> split by whether the pair posted inside a department
      *> slice, because only those reach DEPTBAL.
01 proof-figures.
    05 pf-run-count PIC 9(8) VALUE ZERO.
    05 pf-run-total PIC S9(11)V99 VALUE ZERO.
    05 pf-genlog-count PIC 9(8) VALUE ZERO.
    05 pf-genlog-total PIC S9(11)V99 VALUE ZERO.
    05 pf-audit-count PIC 9(8) VALUE ZERO.
    05 pf-audit-total PIC S9(11)V99 VALUE ZERO.
    05 pf-audit-slice-count PIC 9(8) VALUE ZERO.
    05 pf-audit-slice-total PIC S9(11)V99 VALUE ZERO.
    05 pf-audit-loose-count PIC 9(8) VALUE ZERO.
    05 pf-audit-loose-total PIC S9(11)V99 VALUE ZERO.
    05 pf-susp-count PIC 9(8) VALUE ZERO.
    05 pf-susp-slice-count PIC 9(8) VALUE ZERO.
    05 pf-bal-count PIC 9(8) VALUE ZERO.
    05 pf-bal-total PIC S9(11)V99 VALUE ZERO.
    05 pf-actual-count PIC 9(8) VALUE ZERO.
    05 pf-actual-total PIC S9(11)V99 VALUE ZERO.
    05 pf-expected-count PIC 9(8) VALUE ZERO.
    05 pf-expected-total PIC S9(11)V99 VALUE ZERO.
    05 pf-diff-count PIC S9(8) VALUE ZERO.
    05 pf-diff-total PIC S9(11)V99 VALUE ZERO.

01 report-header-line.
    05 FILLER PIC X(28) VALUE 'HELLOPRF DAILY BALANCE PROOF'.
    05 FILLER PIC X(7) VALUE ' DATE:'.
    05 rh-date PIC 9(8).
    05 FILLER PIC X(7) VALUE '  TIME:'.
    05 rh-time PIC 9(6).

01 report-date-line.
    05 FILLER PIC X(14) VALUE 'BUSINESS DATE '.
    05 rdt-business-date PIC 9(8).
    05 FILLER PIC X(2) VALUE SPACES.
    05 rdt-cycle-count PIC Z9.
    05 FILLER PIC X(20) VALUE ' CYCLE(S) - RUNHIST '.
    05 rdt-run-status PIC X(30).

01 report-column-line.
    05 FILLER PIC X(100) VALUE
        'FIGURE                            COUNT          AMOUNT   COU&
        &NT DIFF     AMOUNT DIFF  STATUS'.

      *> A figure shown for what it is, with no comparison.
01 report-figure-line.
    05 rfg-label PIC X(30).
    05 FILLER PIC X(1) VALUE SPACE.
    05 rfg-count PIC ZZZZZZZ9.
    05 FILLER PIC X(2) VALUE SPACES.
    05 rfg-amount PIC -ZZZZZZZZZZ9.99.

      *> A figure proved against the one it must equal, with the
      *> difference (this figure less the expected one).
01 report-compare-line.
    05 rcp-label PIC X(30).
    05 FILLER PIC X(1) VALUE SPACE.
    05 rcp-count PIC ZZZZZZZ9.
    05 FILLER PIC X(2) VALUE SPACES.
    05 rcp-amount PIC -ZZZZZZZZZZ9.99.
    05 FILLER PIC X(2) VALUE SPACES.
    05 rcp-diff-count PIC -ZZZZZZZ9.
    05 FILLER PIC X(2) VALUE SPACES.
    05 rcp-diff-amount PIC -ZZZZZZZZZZ9.99.
    05 FILLER PIC X(2) VALUE SPACES.
    05 rcp-status PIC X(7).

01 report-note-line.
    05 FILLER PIC X(2) VALUE SPACES.
    05 rn-text PIC X(78).

01 report-result-line.
    05 FILLER PIC X(7) VALUE 'PROOF: '.
    05 rs-result PIC X(16).
    05 FILLER PIC X(2) VALUE SPACES.
    05 rs-break-count PIC ZZ9.
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

    PERFORM load-open-date.

    OPEN OUTPUT report-file.
    MOVE ws-run-date TO rh-date.
    MOVE ws-run-time TO rh-time.
    WRITE report-line FROM report-header-line.

    PERFORM gather-run-control.
    PERFORM gather-generation-log.
    PERFORM gather-audit-postings.
    PERFORM gather-suspense-items.
    PERFORM gather-department-balances.

    MOVE ws-open-date TO rdt-business-date.
    MOVE ws-cycle-count TO rdt-cycle-count.
    WRITE report-line FROM report-date-line.
    MOVE SPACES TO report-line.
    WRITE report-line.
    WRITE report-line FROM report-column-line.

    PERFORM print-proof.

    CLOSE report-file.

    DISPLAY 'HELLOPRF - BUSINESS DATE    ' ws-open-date.
    DISPLAY 'HELLOPRF - BREAKS           ' ws-break-count.

      *> Anything out of balance ends the step non-zero, so the
      *> ledger feeds after it are held until someone has looked.
    IF ws-break-count > ZERO
        DISPLAY 'HELLOPRF - NIGHT IS OUT OF BALANCE - SEE PRFRPT'
        MOVE 8 TO RETURN-CODE
    END-IF.

    STOP RUN.

      *> The proof is of the date the night posted, so it reads the
      *> same open processing date HELLOBATCH did. Nothing moves
      *> the date between the two steps - only HELLOCAL does.
load-open-date.
    OPEN INPUT processing-date-file.
    IF ws-procdate-file-status NOT = '00'
        DISPLAY 'PROCDATE NOT AVAILABLE - ABENDING PROOF'
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.
    READ processing-date-file
        AT END
            DISPLAY 'PROCDATE EMPTY - ABENDING PROOF'
            MOVE 8 TO RETURN-CODE
            STOP RUN
        NOT AT END
            MOVE proc-open-date TO ws-open-date
    END-READ.
    CLOSE processing-date-file.

      *> The date may have been posted in several cycles, so the
      *> RUNHIST figure is every completed cycle's figures added
      *> together. A cycle still at started abended and was never
      *> finished - its postings cannot be proved against anything,
      *> so that is itself a break; so is a date with no cycle at
      *> all. A date not yet closed by its end-of-day cycle is
      *> proved as far as it has got.
gather-run-control.
    OPEN INPUT run-control-file.
    IF ws-run-control-file-status NOT = '00'
        DISPLAY 'RUNHIST NOT AVAILABLE - ABENDING PROOF'
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.
    MOVE ws-open-date TO run-business-date.
    MOVE ZERO TO run-cycle.
    MOVE 'N' TO ws-end-of-file-flag.
    START run-control-file KEY IS NOT LESS THAN run-key
        INVALID KEY
            MOVE 'Y' TO ws-end-of-file-flag
    END-START.
    PERFORM UNTIL ws-end-of-file-flag = 'Y'
        READ run-control-file NEXT RECORD
            AT END
                MOVE 'Y' TO ws-end-of-file-flag
            NOT AT END
                IF run-business-date NOT = ws-open-date
                    MOVE 'Y' TO ws-end-of-file-flag
                ELSE
                    PERFORM take-one-cycle
                END-IF
        END-READ
    END-PERFORM.
    CLOSE run-control-file.
    EVALUATE TRUE
        WHEN ws-cycle-count = ZERO
            MOVE 'NO RECORD FOR THE DATE' TO rdt-run-status
            ADD 1 TO ws-break-count
        WHEN ws-open-cycle-count > ZERO
            MOVE 'CYCLE NOT COMPLETED' TO rdt-run-status
            ADD 1 TO ws-break-count
        WHEN ws-date-complete = 'Y'
            MOVE 'DATE COMPLETE' TO rdt-run-status
        WHEN OTHER
            MOVE 'DATE OPEN - INTRADAY PROOF' TO rdt-run-status
    END-EVALUATE.

take-one-cycle.
    ADD 1 TO ws-cycle-count.
    IF NOT run-completed
        ADD 1 TO ws-open-cycle-count
        EXIT PARAGRAPH
    END-IF.
    IF run-final
        MOVE 'Y' TO ws-date-complete
    END-IF.
    ADD run-extract-count TO pf-run-count.
    ADD run-grand-total TO pf-run-total.
    ADD 1 TO ws-generation-used.
    MOVE run-generation TO gnt-generation (ws-generation-used).
    MOVE 'N' TO gnt-found (ws-generation-used).
    MOVE ZERO TO gnt-count (ws-generation-used).
    MOVE ZERO TO gnt-total (ws-generation-used).

      *> The log is appended to every cycle, so the last entry for
      *> each generation is the one that counts. A completed cycle
      *> whose generation never reached the log is a break.
gather-generation-log.
    IF ws-generation-used = ZERO
        EXIT PARAGRAPH
    END-IF.
    OPEN INPUT generation-log-file.
    IF ws-genlog-file-status NOT = '00'
        DISPLAY 'GLGENLOG NOT AVAILABLE - ABENDING PROOF'
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.
    MOVE 'N' TO ws-end-of-file-flag.
    PERFORM UNTIL ws-end-of-file-flag = 'Y'
        READ generation-log-file
            AT END
                MOVE 'Y' TO ws-end-of-file-flag
            NOT AT END
                PERFORM take-one-log-entry
        END-READ
    END-PERFORM.
    CLOSE generation-log-file.
    PERFORM VARYING ws-generation-index FROM 1 BY 1
        UNTIL ws-generation-index > ws-generation-used
        IF gnt-found (ws-generation-index) = 'Y'
            ADD gnt-count (ws-generation-index) TO pf-genlog-count
            ADD gnt-total (ws-generation-index) TO pf-genlog-total
        ELSE
            ADD 1 TO ws-genlog-missing
        END-IF
    END-PERFORM.

take-one-log-entry.
    PERFORM VARYING ws-generation-index FROM 1 BY 1
        UNTIL ws-generation-index > ws-generation-used
        IF gnt-generation (ws-generation-index) = glog-generation
            MOVE 'Y' TO gnt-found (ws-generation-index)
            MOVE glog-detail-count TO gnt-count (ws-generation-index)
            MOVE glog-hash-total TO gnt-total (ws-generation-index)
        END-IF
    END-PERFORM.

      *> The master is keyed on run date, and a night's run date
      *> is never before its business date, so the walk can start
      *> at the business date; the business date stamped on each
      *> entry, not the run date, decides whether it belongs.
      *> Every nightly entry counts - reversals too, which carry
      *> their result already negated, as the grand total does.
gather-audit-postings.
    OPEN INPUT audit-file.
    IF ws-audit-file-status NOT = '00'
        DISPLAY 'AUDITMST NOT AVAILABLE - ABENDING PROOF'
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.
    MOVE LOW-VALUES TO audit-key.
    MOVE ws-open-date TO audit-run-date.
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
                IF audit-source = 'HELLOBAT'
                    AND audit-business-date = ws-open-date
                    PERFORM count-one-posting
                END-IF
        END-READ
    END-PERFORM.
    CLOSE audit-file.

count-one-posting.
    ADD 1 TO pf-audit-count.
    ADD audit-result TO pf-audit-total.
    IF audit-dept-id = SPACES
        ADD 1 TO pf-audit-loose-count
        ADD audit-result TO pf-audit-loose-total
    ELSE
        ADD 1 TO pf-audit-slice-count
        ADD audit-result TO pf-audit-slice-total
    END-IF.

      *> Rejected pairs carry no result, so suspense proves by
      *> count alone: a pair rejected inside a slice still counted
      *> toward that slice's actual count, and so toward DEPTBAL.
gather-suspense-items.
    OPEN INPUT suspense-file.
    IF ws-suspense-file-status NOT = '00'
        AND ws-suspense-file-status NOT = '05'
        DISPLAY 'SUSPENSE NOT AVAILABLE - ABENDING PROOF'
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.
    MOVE 'N' TO ws-end-of-file-flag.
    PERFORM UNTIL ws-end-of-file-flag = 'Y'
        READ suspense-file
            AT END
                MOVE 'Y' TO ws-end-of-file-flag
            NOT AT END
                IF susp-business-date = ws-open-date
                    ADD 1 TO pf-susp-count
                    IF susp-dept-id NOT = SPACES
                        ADD 1 TO pf-susp-slice-count
                    END-IF
                END-IF
        END-READ
    END-PERFORM.
    CLOSE suspense-file.

      *> Only departments whose day buckets belong to this date
      *> count - a department that posted nothing tonight still
      *> shows its last day's figures.
gather-department-balances.
    OPEN INPUT balance-file.
    IF ws-balance-file-status NOT = '00'
        AND ws-balance-file-status NOT = '05'
        DISPLAY 'DEPTBAL NOT AVAILABLE - ABENDING PROOF'
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.
    MOVE LOW-VALUES TO dept-bal-id.
    MOVE 'N' TO ws-end-of-file-flag.
    START balance-file KEY IS NOT LESS THAN dept-bal-id
        INVALID KEY
            MOVE 'Y' TO ws-end-of-file-flag
    END-START.
    PERFORM UNTIL ws-end-of-file-flag = 'Y'
        READ balance-file NEXT RECORD
            AT END
                MOVE 'Y' TO ws-end-of-file-flag
            NOT AT END
                IF dept-bal-last-date = ws-open-date
                    ADD dept-bal-day-count TO pf-bal-count
                    ADD dept-bal-day-total TO pf-bal-total
                END-IF
        END-READ
    END-PERFORM.
    CLOSE balance-file.

      *> RUNHIST is the figure the others are proved against: the
      *> GLGENLOG entry and the audit master must equal it
      *> outright. DEPTBAL only ever sees the pairs posted inside
      *> a department slice, and counts that slice's rejects as
      *> well, so it is proved against the in-slice postings plus
      *> the in-slice suspense items.
print-proof.
    MOVE 'RUNHIST COMPLETED CYCLES' TO rfg-label.
    MOVE pf-run-count TO rfg-count.
    MOVE pf-run-total TO rfg-amount.
    WRITE report-line FROM report-figure-line.

    MOVE 'GLGENLOG CYCLE GENERATIONS' TO rcp-label.
    MOVE pf-genlog-count TO pf-actual-count.
    MOVE pf-genlog-total TO pf-actual-total.
    MOVE pf-run-count TO pf-expected-count.
    MOVE pf-run-total TO pf-expected-total.
    PERFORM compare-figure.
    IF ws-genlog-missing > ZERO
        MOVE 'MISSING' TO rcp-status
        IF pf-diff-count = ZERO AND pf-diff-total = ZERO
            ADD 1 TO ws-break-count
        END-IF
    END-IF.
    WRITE report-line FROM report-compare-line.

    MOVE 'AUDITMST NIGHTLY POSTINGS' TO rcp-label.
    MOVE pf-audit-count TO pf-actual-count.
    MOVE pf-audit-total TO pf-actual-total.
    MOVE pf-run-count TO pf-expected-count.
    MOVE pf-run-total TO pf-expected-total.
    PERFORM compare-figure.
    WRITE report-line FROM report-compare-line.

    MOVE '  POSTED OUTSIDE ANY SLICE' TO rfg-label.
    MOVE pf-audit-loose-count TO rfg-count.
    MOVE pf-audit-loose-total TO rfg-amount.
    WRITE report-line FROM report-figure-line.

    MOVE '  POSTED INSIDE A SLICE' TO rfg-label.
    MOVE pf-audit-slice-count TO rfg-count.
    MOVE pf-audit-slice-total TO rfg-amount.
    WRITE report-line FROM report-figure-line.

    MOVE 'SUSPENSE ITEMS PARKED' TO rfg-label.
    MOVE pf-susp-count TO rfg-count.
    MOVE ZERO TO rfg-amount.
    WRITE report-line FROM report-figure-line.

    MOVE '  PARKED INSIDE A SLICE' TO rfg-label.
    MOVE pf-susp-slice-count TO rfg-count.
    MOVE ZERO TO rfg-amount.
    WRITE report-line FROM report-figure-line.

    MOVE 'DEPTBAL DAY BUCKETS' TO rcp-label.
    MOVE pf-bal-count TO pf-actual-count.
    MOVE pf-bal-total TO pf-actual-total.
    COMPUTE pf-expected-count =
        pf-audit-slice-count + pf-susp-slice-count.
    MOVE pf-audit-slice-total TO pf-expected-total.
    PERFORM compare-figure.
    WRITE report-line FROM report-compare-line.

    MOVE SPACES TO report-line.
    WRITE report-line.
    MOVE 'DEPTBAL IS PROVED AGAINST THE IN-SLICE POSTINGS PLUS THE'
        TO rn-text.
    WRITE report-line FROM report-note-line.
    MOVE 'IN-SLICE SUSPENSE COUNT - A SLICE''S REJECTS COUNT TOWARD ITS'
        TO rn-text.
    WRITE report-line FROM report-note-line.
    MOVE 'DAY BUCKETS BUT NEVER REACH THE GRAND TOTAL.' TO rn-text.
    WRITE report-line FROM report-note-line.
    MOVE SPACES TO report-line.
    WRITE report-line.

    IF ws-break-count = ZERO
        MOVE 'IN BALANCE' TO rs-result
    ELSE
        MOVE 'OUT OF BALANCE' TO rs-result
    END-IF.
    MOVE ws-break-count TO rs-break-count.
    WRITE report-line FROM report-result-line.

      *> Expects the figure in pf-actual-count/-total and the one
      *> it must equal in pf-expected-count/-total.
compare-figure.
    MOVE pf-actual-count TO rcp-count.
    MOVE pf-actual-total TO rcp-amount.
    COMPUTE pf-diff-count = pf-actual-count - pf-expected-count.
    COMPUTE pf-diff-total = pf-actual-total - pf-expected-total.
    MOVE pf-diff-count TO rcp-diff-count.
    MOVE pf-diff-total TO rcp-diff-amount.
    IF pf-diff-count = ZERO AND pf-diff-total = ZERO
        MOVE 'OK' TO rcp-status
    ELSE
        MOVE 'BREAK' TO rcp-status
        ADD 1 TO ws-break-count
    END-IF.
