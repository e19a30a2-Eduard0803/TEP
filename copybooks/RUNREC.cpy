*> RUNREC - run-control master record, indexed on the business
*> date and cycle number, one record per cycle the batch was
*> submitted for. A business date can be posted in several
*> numbered cycles - intraday cycles for departments that close
*> at midday, then the nightly end-of-day cycle, which carries
*> the final flag. Each cycle's record is marked S when a fresh
*> run takes it and C only after the trailer, checkpoint clear
*> and ending totals are all down - so a record still sitting at
*> S is a cycle that abended. Once the final cycle is at C the
*> date is complete and must not be run again: a fresh
*> submission for it is refused unless a supervisor forces it;
*> the force is stamped on the record so the morning review can
*> see it was deliberate.
01 run-control-record.
    05 run-key.
        10 run-business-date PIC 9(8).
        10 run-cycle PIC 9(2).
    05 run-status PIC X.
        88 run-started VALUE 'S'.
        88 run-completed VALUE 'C'.
    05 run-grand-total PIC S9(9)V99.
    05 run-extract-count PIC 9(8).
    05 run-forced-flag PIC X.
*> The GLEXTR generation the cycle's feed went out under, so the
*> HELLOPRF proof can find the cycle's GLGENLOG entry; zero
*> until the cycle completes.
    05 run-generation PIC 9(4).
    05 run-final-flag PIC X.
        88 run-final VALUE 'Y'.
