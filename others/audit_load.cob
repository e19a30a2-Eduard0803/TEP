        RECORD KEY IS audit-key
        FILE STATUS IS ws-audit-file-status.

    SELECT OPTIONAL chain-file ASSIGN TO "AUDCHAIN"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS chain-date
        FILE STATUS IS ws-chain-file-status.

DATA DIVISION.
FILE SECTION.
      *> The layout of the sequential audit trail as the nightly
FD audit-file.
COPY AUDITREC.

FD chain-file.
COPY CHAINREC.

WORKING-STORAGE SECTION.
COPY CHAINWS.
01 ws-old-file-status PIC X(2).
01 ws-audit-file-status PIC X(2).
01 ws-chain-file-status PIC X(2).
01 ws-chain-found-flag PIC X.
      *> The audit record as it went to the master, and the
      *> chain fields the anchor is moved on from. The record area
      *> is not relied on once a WRITE has landed, so the anchor
      *> and any relink work from these.
01 ws-audit-image PIC X(187).
01 ws-written-audit-key PIC X(29).
01 ws-written-chain-date PIC 9(8).
01 ws-written-chain-sequence PIC 9(7).
01 ws-written-chain-value PIC 9(9).
01 ws-end-of-file-flag PIC X VALUE 'N'.
01 ws-read-count PIC 9(8) VALUE ZERO.
01 ws-load-count PIC 9(8) VALUE ZERO.
        STOP RUN
    END-IF.

      *> The master is loaded empty, so its chains start afresh
      *> too - any anchors left from an earlier attempt go with it.
    OPEN OUTPUT chain-file.
    CLOSE chain-file.
    OPEN I-O chain-file.
    IF ws-chain-file-status NOT = '00'
        DISPLAY 'AUDCHAIN NOT AVAILABLE - ABENDING CONVERSION'
        CLOSE old-audit-file
        CLOSE audit-file
        STOP RUN
    END-IF.

    PERFORM UNTIL ws-end-of-file-flag = 'Y'
        READ old-audit-file
            AT END

    CLOSE old-audit-file.
    CLOSE audit-file.
    CLOSE chain-file.

    DISPLAY 'HELLOALOD - RECORDS READ        ' ws-read-count.
    DISPLAY 'HELLOALOD - RECORDS LOADED      ' ws-load-count.
    MOVE old-audit-second-number TO audit-second-number.
    MOVE old-audit-result TO audit-result.
    MOVE old-audit-source TO audit-source.
    MOVE SPACES TO audit-dept-id.
    MOVE SPACES TO audit-reversal-fields.
    MOVE ZERO TO audit-business-date.
    MOVE SPACES TO audit-trace-reference.
    PERFORM link-audit-chain.
    PERFORM keep-audit-image.
    WRITE audit-record FROM ws-audit-image.
    IF ws-audit-file-status = '22'
        ADD 1 TO ws-resequenced-count
    END-IF.
    PERFORM UNTIL ws-audit-file-status NOT = '22'
            OR audit-sequence = 9999999
        MOVE ws-audit-image TO audit-record
        ADD 1 TO audit-sequence
        PERFORM seal-audit-record
        PERFORM keep-audit-image
        WRITE audit-record FROM ws-audit-image
    END-PERFORM.
    IF ws-audit-file-status = '00'
        ADD 1 TO ws-load-count
        PERFORM advance-audit-chain
    ELSE
        DISPLAY 'WRITE FAILED - STATUS ' ws-audit-file-status
            ' RECORD ' ws-read-count
    END-IF.

      *> Every audit record is sealed into the chain of its date -
      *> the business date for a posting, the run date otherwise -
      *> behind the last record AUDCHAIN holds for that date: the
      *> next chain sequence, the last record's check value as its
      *> previous, and its own check value taken over both.
link-audit-chain.
    IF audit-business-date NOT = ZERO
        MOVE audit-business-date TO audit-chain-date
    ELSE
        MOVE audit-run-date TO audit-chain-date
    END-IF.
    MOVE audit-chain-date TO chain-date.
    READ chain-file
        INVALID KEY
            MOVE 'N' TO ws-chain-found-flag
            MOVE ZERO TO chain-last-sequence
            MOVE ZERO TO chain-last-value
        NOT INVALID KEY
            MOVE 'Y' TO ws-chain-found-flag
    END-READ.
    ADD 1 TO chain-last-sequence GIVING audit-chain-sequence.
    MOVE chain-last-value TO audit-chain-previous.
    PERFORM seal-audit-record.

      *> The check value folds the seal image in one byte at a
      *> time, the way a slice's details are hashed. It is taken
      *> again after every sequence bump, because the key is part
      *> of what it covers.
seal-audit-record.
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
    MOVE seal-value TO audit-chain-value.

      *> Taken just ahead of every WRITE or REWRITE of an audit
      *> record, which goes out FROM the image kept here.
keep-audit-image.
    MOVE audit-record TO ws-audit-image.
    MOVE audit-key TO ws-written-audit-key.
    MOVE audit-chain-date TO ws-written-chain-date.
    MOVE audit-chain-sequence TO ws-written-chain-sequence.
    MOVE audit-chain-value TO ws-written-chain-value.

      *> The anchor only moves on once the record's WRITE has
      *> landed - a failed WRITE leaves the chain ending where it
      *> did, so the next record links to the last real one.
advance-audit-chain.
    MOVE ws-written-chain-date TO chain-date.
    MOVE ws-written-chain-sequence TO chain-last-sequence.
    MOVE ws-written-chain-value TO chain-last-value.
    MOVE ws-written-audit-key TO chain-last-key.
    IF ws-chain-found-flag = 'Y'
        REWRITE chain-anchor-record
    ELSE
        WRITE chain-anchor-record
    END-IF.
    IF ws-chain-file-status NOT = '00'
        DISPLAY 'AUDCHAIN UPDATE FAILED - STATUS ' ws-chain-file-status
    END-IF.
