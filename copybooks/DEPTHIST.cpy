*> DEPTHIST - department daily history record, indexed on
*> department id and business date. DEPTBAL's day buckets only
*> ever hold the last posted day; every post into them is also
*> added into the department's history record for that business
*> date, which nothing ever resets - so yesterday's figures, and
*> last year's, are still there after the next night posts.
*> Several slices, cycles and reversals on one date add into the
*> one record; dept-hist-slice-count says how many slices it
*> holds. A reversal is added into the record of the date the
*> pair it backs out was posted under, not the night it ran.
*> A date with any mismatched slice is MISMATCH for good.
*> The HELLOVAR variance report compares each department's day
*> against its recent days and prints a 13-month trend from it.
01 department-history-record.
    05 dept-hist-key.
        10 dept-hist-id PIC X(4).
        10 dept-hist-date PIC 9(8).
    05 dept-hist-count PIC 9(5).
    05 dept-hist-total PIC S9(9)V99.
    05 dept-hist-slice-count PIC 9(3).
    05 dept-hist-reversal-count PIC 9(5).
    05 dept-hist-recon-status PIC X(8).
        88 dept-hist-matched VALUE 'MATCH'.
        88 dept-hist-mismatched VALUE 'MISMATCH'.
