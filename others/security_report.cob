01 ws-refusal-count PIC 9(8) VALUE ZERO.
01 ws-lockout-count PIC 9(8) VALUE ZERO.
01 ws-supervisor-count PIC 9(8) VALUE ZERO.
01 ws-expiry-count PIC 9(8) VALUE ZERO.
01 ws-password-change-count PIC 9(8) VALUE ZERO.
01 ws-password-reset-count PIC 9(8) VALUE ZERO.

01 report-header-line.
    05 FILLER PIC X(32)
    MOVE 'SUPERVISOR ACTIONS    ' TO rcn-label.
    MOVE ws-supervisor-count TO rcn-count.
    WRITE report-line FROM report-count-line.
    MOVE 'PASSWORDS EXPIRED     ' TO rcn-label.
    MOVE ws-expiry-count TO rcn-count.
    WRITE report-line FROM report-count-line.
    MOVE 'PASSWORDS CHANGED     ' TO rcn-label.
    MOVE ws-password-change-count TO rcn-count.
    WRITE report-line FROM report-count-line.
    MOVE 'PASSWORDS RESET       ' TO rcn-label.
    MOVE ws-password-reset-count TO rcn-count.
    WRITE report-line FROM report-count-line.

    CLOSE report-file.

            ADD 1 TO ws-lockout-count
        WHEN sec-event-supervisor
            ADD 1 TO ws-supervisor-count
        WHEN sec-event-password-expired
            ADD 1 TO ws-expiry-count
        WHEN sec-event-password-change
            ADD 1 TO ws-password-change-count
        WHEN sec-event-password-reset
            ADD 1 TO ws-password-reset-count
    END-EVALUATE.
    MOVE sec-event-date TO rd-date.
    MOVE sec-event-time TO rd-time.
