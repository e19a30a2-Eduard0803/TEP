*>          only a supervisor reinstating the id on HELLOOPM
*>          clears it
*>   SUPV - supervisor-level action taken (resubmits, operator
*>          maintenance, calendar, recurring-pair and department
*>          master changes)
*>   EXPR - password found expired at sign-on
*>   PCHG - password changed by the operator at sign-on
*>   PRST - password reset by a supervisor on HELLOOPM
*> The detail field says what happened in words; for actions
*> against another record it names the target.
01 security-event-record.
        88 sec-event-refusal VALUE 'REFU'.
        88 sec-event-lockout VALUE 'LOCK'.
        88 sec-event-supervisor VALUE 'SUPV'.
        88 sec-event-password-expired VALUE 'EXPR'.
        88 sec-event-password-change VALUE 'PCHG'.
        88 sec-event-password-reset VALUE 'PRST'.
    05 sec-detail PIC X(40).
