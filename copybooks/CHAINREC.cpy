*> CHAINREC - audit chain anchor record, indexed on the chain
*> date. One record per chain date holds where that date's
*> chain of audit records ends: the last chain sequence used,
*> the last record's check value and its audit key. Every
*> program that writes an audit record reads the anchor for the
*> record's chain date, seals the record behind the last one,
*> and moves the anchor on once the WRITE lands. HELLOVFY
*> checks each chain it walks ends exactly where its anchor
*> says, so records cut off the end of a chain are missed too.
01 chain-anchor-record.
    05 chain-date PIC 9(8).
    05 chain-last-sequence PIC 9(7).
    05 chain-last-value PIC 9(9).
    05 chain-last-key PIC X(29).
