*> reason; the HELLOINQ review pass brings R pairs back up so
*> the originator can see why and re-key them to P for another
*> review.
*> pend-type tells a correction (C - or space, on records queued
*> before reversals existed) from a reversal request (R) keyed on
*> the HELLOINQ audit inquiry. A reversal carries the audit key
*> of the pair it backs out; the operation and numbers are that
*> pair's, shown for the reviewer only. An approved reversal
*> goes to RESUBTRN as a type R record instead of a detail.
*> pend-trace-reference is the trace stamp (see TRANREC) of the
*> pair the request is about - the suspense item's for a
*> correction, which HELLOAPP sends back out on the RESUBTRN
*> detail, and the original audit record's for a reversal.
01 pending-record.
    05 pend-key.
        10 pend-origin-date PIC 9(8).
    05 pend-review-date PIC 9(8).
    05 pend-review-operator PIC X(8).
    05 pend-reject-reason PIC X(20).
    05 pend-type PIC X.
        88 pend-correction VALUE 'C' SPACE.
        88 pend-reversal VALUE 'R'.
    05 pend-original-key PIC X(29).
    05 pend-trace-reference.
        10 pend-trace-slice.
            15 pend-trace-dept-id PIC X(4).
            15 pend-trace-date PIC 9(8).
        10 pend-trace-position PIC 9(5).
