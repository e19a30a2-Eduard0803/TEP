*> trailer record carrying the record count and expected total
*> for that slice, so the nightly run can reconcile each
*> department separately instead of only at file level.
*> tran-header-origin is blank on a feeder's header and R on
*> the headers the HELLORGN recurring generator writes, so the
*> slice register can tell standing work - identical every
*> processing day by design - from a feeder resending a file.
*> A reversal record (type R) names the audit master key of a
*> pair that already posted; the nightly run backs that pair's
*> result out of the grand total, the department's balance
*> buckets and the ledger feed. Only the HELLOAPP approval
*> screen writes one, onto RESUBTRN, outside any bracket.
*> tran-trace-reference follows the 30-byte record on a detail:
*> the department, business date and position in the slice that
*> HELLOEDIT stamps on every detail inside a bracket, so the
*> pair can be followed through the reject, audit, suspense,
*> approval and ledger records to the HELLOTRC trace screen. A
*> feeder never sends it. An approved correction goes back out
*> on RESUBTRN still carrying its first stamp, so a repost is
*> traced to the slice the pair first came in on. Spaces on
*> every other record.
01 transaction-record.
    05 tran-record-type PIC X.
        88 tran-batch-header VALUE 'H'.
        88 tran-batch-trailer VALUE 'T'.
        88 tran-detail VALUE 'D'.
        88 tran-reversal VALUE 'R'.
    05 tran-record-body PIC X(29).
    05 tran-detail-fields REDEFINES tran-record-body.
        10 tran-operation PIC X.
        10 tran-first-number PIC S9(7)V99 SIGN IS LEADING SEPARATE.
    05 tran-header-fields REDEFINES tran-record-body.
        10 tran-dept-id PIC X(4).
        10 tran-business-date PIC 9(8).
        10 tran-header-origin PIC X.
            88 tran-origin-recurring VALUE 'R'.
        10 FILLER PIC X(8).
    05 tran-trailer-fields REDEFINES tran-record-body.
        10 tran-trailer-dept-id PIC X(4).
        10 tran-batch-count PIC 9(5).
        10 tran-batch-total PIC S9(9)V99 SIGN IS LEADING SEPARATE.
    05 tran-reversal-fields REDEFINES tran-record-body.
        10 tran-rev-audit-key.
            15 tran-rev-run-date PIC 9(8).
            15 tran-rev-run-time PIC 9(6).
            15 tran-rev-operator-id PIC X(8).
            15 tran-rev-sequence PIC 9(7).
    05 tran-trace-reference.
        10 tran-trace-slice.
            15 tran-trace-dept-id PIC X(4).
            15 tran-trace-date PIC 9(8).
        10 tran-trace-position PIC 9(5).
