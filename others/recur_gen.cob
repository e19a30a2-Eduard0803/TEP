    MOVE 'H' TO tran-record-type.
    MOVE ws-group-dept TO tran-dept-id.
    MOVE ws-open-date TO tran-business-date.
    MOVE 'R' TO tran-header-origin.
    WRITE transaction-record.

close-department-group.
