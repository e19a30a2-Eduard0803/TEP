*> CHAINWS - the image an audit record's check value is folded
*> over. COPY this into any program that seals or proves audit
*> records, so every one of them folds exactly the same bytes in
*> the same order. The image is every audit field that is never
*> meant to change once written, plus the record's place in its
*> chain and the check value of the record before it - so an
*> altered amount, a moved record or a record slipped into the
*> chain all change the value. The reversal status and the
*> reversed-by key are left out: a reversal sets them on the
*> original after it was sealed.
01 audit-seal-area.
    05 seal-image.
        10 seal-key PIC X(29).
        10 seal-operation PIC X.
        10 seal-first-number PIC S9(7)V99.
        10 seal-second-number PIC S9(7)V99.
        10 seal-result PIC S9(7)V99.
        10 seal-source PIC X(8).
        10 seal-dept-id PIC X(4).
        10 seal-entry-type PIC X.
        10 seal-reversal-of-key PIC X(29).
        10 seal-business-date PIC 9(8).
        10 seal-chain-date PIC 9(8).
        10 seal-chain-sequence PIC 9(7).
        10 seal-chain-previous PIC 9(9).
    05 seal-index PIC 9(3).
    05 seal-value PIC 9(9).
