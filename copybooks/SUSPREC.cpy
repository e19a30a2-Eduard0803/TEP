    05 susp-status PIC X.
        88 susp-open VALUE 'O'.
        88 susp-corrected VALUE 'C'.
*> The open processing date the night was posting when it parked
*> the pair, so the HELLOPRF proof can count a night's rejects
*> against the department balances they were counted into.
    05 susp-business-date PIC 9(8).
*> The parked pair's trace stamp off its VALIDTRN detail (see
*> TRANREC), carried on to the pending-approval record when the
*> pair is corrected.
    05 susp-trace-reference.
        10 susp-trace-slice.
            15 susp-trace-dept-id PIC X(4).
            15 susp-trace-date PIC 9(8).
        10 susp-trace-position PIC 9(5).
