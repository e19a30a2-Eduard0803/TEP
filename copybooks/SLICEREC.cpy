*> SLICEREC - slice register record, indexed on department id,
*> business date and a sequence that only keeps the key unique
*> (bumped on a duplicate-key WRITE like every other keyed
*> writer). HELLOBATCH registers every department slice it
*> posts with the slice's trailer count and total and a hash
*> of its detail images, and checks each new slice against the
*> department's register entries before posting a pair of it.
*> A slice matching one already posted - the same RESUBTRN
*> bracket fed twice, or yesterday's file resent under today's
*> header - is skipped whole, flagged on SUMRPT and held here
*> at status D. The hash is taken over the detail images only,
*> never the header, so a resent file is caught whatever date
*> it carries. Recurring-generator slices (origin R) are only
*> compared within their own business date: the standing pairs
*> are meant to come out identical every processing day.
*> Statuses:
*>   P - posted
*>   D - held as a duplicate of a posted slice
*>   R - a held duplicate a supervisor released on HELLOSLR as
*>       a genuine second batch; the next slice with the same
*>       figures posts instead of being held, and the release
*>       goes to U
*>   U - release used
01 slice-register-record.
    05 slice-key.
        10 slice-dept-id PIC X(4).
        10 slice-business-date PIC 9(8).
        10 slice-sequence PIC 9(3).
    05 slice-status PIC X.
        88 slice-posted VALUE 'P'.
        88 slice-held VALUE 'D'.
        88 slice-released VALUE 'R'.
        88 slice-release-used VALUE 'U'.
    05 slice-origin PIC X.
        88 slice-from-recurring VALUE 'R'.
    05 slice-trailer-count PIC 9(5).
    05 slice-trailer-total PIC S9(9)V99 SIGN IS LEADING SEPARATE.
    05 slice-detail-hash PIC 9(9).
    05 slice-run-date PIC 9(8).
    05 slice-release-date PIC 9(8).
    05 slice-release-operator PIC X(8).
