      *> The archive is the raw master record image, exactly as
      *> HELLOPRG wrote it - it is read as a plain image and laid
      *> over the work master's record area to get at the fields.
      *> Records archived before the audit record widened are
      *> shorter; the read pads them with spaces, which is exactly
      *> an entry with no department that was never reversed.
FD archive-file.
01 archive-record PIC X(187).

FD report-file.
01 report-line PIC X(90).
COPY AUDITREC.

WORKING-STORAGE SECTION.
COPY CHAINWS.
01 ws-request-file-status PIC X(2).
01 ws-archive-file-status PIC X(2).
01 ws-report-file-status PIC X(2).
01 ws-request-matches PIC 9(8) VALUE ZERO.
01 ws-matched-count PIC 9(8) VALUE ZERO.
01 ws-loaded-count PIC 9(8) VALUE ZERO.
01 ws-altered-count PIC 9(8) VALUE ZERO.
01 ws-seal-state PIC X.
    88 seal-genuine VALUE 'G'.
    88 seal-altered VALUE 'A'.
    88 seal-unchained VALUE 'U'.

01 report-header-line.
    05 FILLER PIC X(33)

      *> Matches print in the same shape the HELLOINQ result
      *> screen shows a live record, so a researcher reads both
      *> the same way - with its seal proved on the end: GENUINE,
      *> ALTERED since it was written, or UNCHAINED for a record
      *> from before the audit chain.
01 report-detail-line.
    05 rd-date PIC 9(8).
    05 FILLER PIC X(1) VALUE SPACE.
    05 rd-result PIC -ZZZZZZ9.99.
    05 FILLER PIC X(1) VALUE SPACE.
    05 rd-source PIC X(8).
    05 FILLER PIC X(1) VALUE SPACE.
    05 rd-seal PIC X(9).

01 report-count-line.
    05 FILLER PIC X(18) VALUE 'MATCHES THIS REQ  '.
    DISPLAY 'HELLORTV - REQUESTS ANSWERED ' ws-request-count.
    DISPLAY 'HELLORTV - RECORDS MATCHED   ' ws-matched-count.
    DISPLAY 'HELLORTV - RECORDS LOADED    ' ws-loaded-count.
    DISPLAY 'HELLORTV - RECORDS ALTERED   ' ws-altered-count.

    STOP RUN.

    MOVE audit-second-number TO rd-second.
    MOVE audit-result TO rd-result.
    MOVE audit-source TO rd-source.
    PERFORM check-record-seal.
    EVALUATE TRUE
        WHEN seal-genuine
            MOVE 'GENUINE' TO rd-seal
        WHEN seal-altered
            MOVE 'ALTERED' TO rd-seal
            ADD 1 TO ws-altered-count
        WHEN OTHER
            MOVE 'UNCHAINED' TO rd-seal
    END-EVALUATE.
    WRITE report-line FROM report-detail-line.
    IF req-load-flag = 'Y'
        PERFORM load-one-record
                ws-work-file-status
        END-IF
    END-IF.

      *> A record proves genuine when the check value folded over
      *> it now is the one it was sealed with. A record from before
      *> the chain existed - chain date zero, or the spaces a short
      *> archive image is padded with - has no seal to prove.
check-record-seal.
    IF audit-chain-fields NOT NUMERIC
        OR audit-chain-date = ZERO
        MOVE 'U' TO ws-seal-state
        EXIT PARAGRAPH
    END-IF.
    MOVE audit-key TO seal-key.
    MOVE audit-operation TO seal-operation.
    MOVE audit-first-number TO seal-first-number.
    MOVE audit-second-number TO seal-second-number.
    MOVE audit-result TO seal-result.
    MOVE audit-source TO seal-source.
    MOVE audit-dept-id TO seal-dept-id.
    MOVE audit-entry-type TO seal-entry-type.
    MOVE audit-reversal-of-key TO seal-reversal-of-key.
    MOVE audit-business-date TO seal-business-date.
    MOVE audit-chain-date TO seal-chain-date.
    MOVE audit-chain-sequence TO seal-chain-sequence.
    MOVE audit-chain-previous TO seal-chain-previous.
    MOVE ZERO TO seal-value.
    PERFORM VARYING seal-index FROM 1 BY 1
        UNTIL seal-index > 131
        COMPUTE seal-value = FUNCTION MOD (
            seal-value * 31
            + FUNCTION ORD (seal-image (seal-index:1)),
            999999937)
    END-PERFORM.
    IF seal-value = audit-chain-value
        MOVE 'G' TO ws-seal-state
    ELSE
        MOVE 'A' TO ws-seal-state
    END-IF.
