*> that comes back as a duplicate bumps the sequence and tries
*> again - seven digits so even the largest night cannot use the
*> bucket up.
*> audit-dept-id is the department whose slice the pair posted
*> in (spaces for a pair posted outside any bracket, and for the
*> interactive programs), so a reversal knows whose balance to
*> take it back out of. A reversal is written as an entry of its
*> own - type R, carrying the key of the pair it backs out - and
*> the original is flagged reversed with the reversal's key, so
*> the two can be walked from either end. Keys are held as
*> plain 29-byte images of audit-key; spaces when there is none.
*> audit-business-date is the open processing date a nightly
*> run posted the pair under - the run date in the key is when
*> the run happened to be on the clock, and a night resumed
*> after an abend carries two run times - so the HELLOPRF proof
*> can gather a night's postings by the date they belong to.
*> Zero for the interactive programs, which post nothing.
*> audit-chain-fields seal every record into a chain per chain
*> date - the business date for a nightly posting, the run date
*> for everything else. Each record carries its place in the
*> chain, the check value of the record before it, and its own
*> check value folded over its key, amounts and everything else
*> that is never meant to change once written (the reversal
*> status and reversed-by key are left out - a reversal sets
*> them on the original later). AUDCHAIN holds the end of each
*> chain; HELLOVFY walks the chains and proves them. Purge and
*> retrieval copy the record image whole, so a record keeps its
*> seal on AUDITHST and AUDITWRK.
*> audit-trace-reference is the pair's trace stamp (see TRANREC):
*> the department, business date and slice position HELLOEDIT
*> gave it. A repost of a corrected pair carries the stamp of
*> the slice it first came in on, under a later business date;
*> a reversal carries the stamp of the pair it backs out. Spaces
*> for the interactive programs and for records written before
*> the stamp existed - which is why it is left out of the seal,
*> so those records still prove.
01 audit-record.
    05 audit-key.
        10 audit-run-date PIC 9(8).
    05 audit-second-number PIC S9(7)V99.
    05 audit-result PIC S9(7)V99.
    05 audit-source PIC X(8).
    05 audit-dept-id PIC X(4).
    05 audit-reversal-fields.
        10 audit-entry-type PIC X.
            88 audit-reversal-entry VALUE 'R'.
        10 audit-reversal-status PIC X.
            88 audit-reversed VALUE 'R'.
        10 audit-reversal-of-key PIC X(29).
        10 audit-reversed-by-key PIC X(29).
    05 audit-business-date PIC 9(8).
    05 audit-chain-fields.
        10 audit-chain-date PIC 9(8).
        10 audit-chain-sequence PIC 9(7).
        10 audit-chain-previous PIC 9(9).
        10 audit-chain-value PIC 9(9).
    05 audit-trace-reference.
        10 audit-trace-slice.
            15 audit-trace-dept-id PIC X(4).
            15 audit-trace-date PIC 9(8).
        10 audit-trace-position PIC 9(5).
