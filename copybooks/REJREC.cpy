*> fell outside any H/T bracket - or inside a bracket whose own
*> header never yielded a department - carries NONE and comes
*> back on the unattributed return feed.
*> reject-trace-reference is the stamp HELLOEDIT gave a detail
*> (see TRANREC) - the position is counted over every detail in
*> the bracket, rejected or not, so it is the pair's place in
*> the slice as the department sent it. Spaces on a header,
*> trailer or reversal reject and on a detail outside any
*> bracket that carried no stamp of its own.
01 reject-record.
    05 reject-reason-code PIC X(4).
    05 FILLER PIC X(2).
    05 reject-dept-id PIC X(4).
    05 FILLER PIC X(2).
    05 reject-image PIC X(80).
    05 FILLER PIC X(2).
    05 reject-trace-reference.
        10 reject-trace-slice.
            15 reject-trace-dept-id PIC X(4).
            15 reject-trace-date PIC 9(8).
        10 reject-trace-position PIC 9(5).
