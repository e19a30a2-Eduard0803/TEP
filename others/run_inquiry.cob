    SELECT run-control-file ASSIGN TO "RUNHIST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS run-key
        FILE STATUS IS ws-run-control-file-status.

    SELECT report-file ASSIGN TO "RUNRPT"
COPY RUNREC.

FD report-file.
01 report-line PIC X(110).

WORKING-STORAGE SECTION.
01 ws-run-control-file-status PIC X(2).
01 ws-run-time-8 PIC 9(8).
01 ws-run-time PIC 9(6).
01 ws-listed-count PIC 9(5) VALUE ZERO.
01 ws-date-count PIC 9(5) VALUE ZERO.
01 ws-previous-date PIC 9(8) VALUE ZERO.
01 ws-date-cycles PIC 9(2) VALUE ZERO.
01 ws-date-total PIC S9(11)V99 VALUE ZERO.
01 ws-date-extracts PIC 9(8) VALUE ZERO.
01 ws-date-complete PIC X VALUE 'N'.

01 report-header-line.
    05 FILLER PIC X(25) VALUE 'HELLORNQ RUN HISTORY     '.
    05 rh-time PIC 9(6).

01 report-column-line.
    05 FILLER PIC X(110) VALUE
        '  CYCLE KIND        STATUS     STARTED            ENDED   OP&
        &ERATOR   GRAND TOTAL    EXTRACTS  GEN FORCED'.

01 report-date-line.
    05 FILLER PIC X(14) VALUE 'BUSINESS DATE '.
    05 rdh-business-date PIC 9(8).

01 report-detail-line.
    05 FILLER PIC X(4) VALUE SPACES.
    05 rd-cycle PIC 99.
    05 FILLER PIC X(2) VALUE SPACES.
    05 rd-kind PIC X(10).
    05 FILLER PIC X(2) VALUE SPACES.
    05 rd-status PIC X(9).
    05 FILLER PIC X(2) VALUE SPACES.
    05 rd-grand-total PIC -ZZZZZZZZ9.99.
    05 FILLER PIC X(4) VALUE SPACES.
    05 rd-extract-count PIC ZZZZZZZ9.
    05 FILLER PIC X(2) VALUE SPACES.
    05 rd-generation PIC 9(4).
    05 FILLER PIC X(3) VALUE SPACES.
    05 rd-forced PIC X.

01 report-date-total-line.
    05 FILLER PIC X(4) VALUE SPACES.
    05 rdt-cycles PIC Z9.
    05 FILLER PIC X(10) VALUE ' CYCLE(S) '.
    05 rdt-status PIC X(14).
    05 FILLER PIC X(16) VALUE 'DATE TOTAL'.
    05 rdt-grand-total PIC -ZZZZZZZZZZ9.99.
    05 FILLER PIC X(1) VALUE SPACES.
    05 rdt-extract-count PIC ZZZZZZZ9.

PROCEDURE DIVISION.
main-control.
    ACCEPT ws-run-date FROM DATE YYYYMMDD.
    WRITE report-line FROM report-header-line.
    WRITE report-line FROM report-column-line.

      *> The master is keyed on business date and cycle, so the
      *> walk comes out in date order with each date's cycles
      *> together under it - the last lines on the report are the
      *> most recent nights, which is where "did last night run,
      *> and how did it end" gets answered.
    MOVE LOW-VALUES TO run-key.
    START run-control-file KEY IS NOT LESS THAN
            run-key
        INVALID KEY
            MOVE 'Y' TO ws-end-of-file-flag
    END-START.
        END-READ
    END-PERFORM.

    IF ws-previous-date NOT = ZERO
        PERFORM close-one-date
    END-IF.

    CLOSE run-control-file.
    CLOSE report-file.

    DISPLAY 'HELLORNQ - DATES LISTED ' ws-date-count.
    DISPLAY 'HELLORNQ - RUNS LISTED  ' ws-listed-count.

    STOP RUN.

      *> A record still at started is a cycle that abended and
      *> was never resumed to completion - it is called out as
      *> such rather than left looking merely in-flight.
list-one-run.
    IF run-business-date NOT = ws-previous-date
        IF ws-previous-date NOT = ZERO
            PERFORM close-one-date
        END-IF
        PERFORM open-one-date
    END-IF.
    ADD 1 TO ws-listed-count.
    ADD 1 TO ws-date-cycles.
    ADD run-grand-total TO ws-date-total.
    ADD run-extract-count TO ws-date-extracts.
    IF run-completed AND run-final
        MOVE 'Y' TO ws-date-complete
    END-IF.
    MOVE run-cycle TO rd-cycle.
    IF run-final
        MOVE 'END OF DAY' TO rd-kind
    ELSE
        MOVE 'INTRADAY' TO rd-kind
    END-IF.
    IF run-completed
        MOVE 'COMPLETED' TO rd-status
    ELSE
    MOVE run-operator-id TO rd-operator.
    MOVE run-grand-total TO rd-grand-total.
    MOVE run-extract-count TO rd-extract-count.
    MOVE run-generation TO rd-generation.
    MOVE run-forced-flag TO rd-forced.
    WRITE report-line FROM report-detail-line.

open-one-date.
    ADD 1 TO ws-date-count.
    MOVE run-business-date TO ws-previous-date.
    MOVE ZERO TO ws-date-cycles.
    MOVE ZERO TO ws-date-total.
    MOVE ZERO TO ws-date-extracts.
    MOVE 'N' TO ws-date-complete.
    MOVE run-business-date TO rdh-business-date.
    WRITE report-line FROM report-date-line.

      *> A date is complete only once its end-of-day cycle has
      *> completed; until then it is still taking cycles.
close-one-date.
    MOVE ws-date-cycles TO rdt-cycles.
    IF ws-date-complete = 'Y'
        MOVE 'DATE COMPLETE' TO rdt-status
    ELSE
        MOVE 'DATE OPEN' TO rdt-status
    END-IF.
    MOVE ws-date-total TO rdt-grand-total.
    MOVE ws-date-extracts TO rdt-extract-count.
    WRITE report-line FROM report-date-total-line.
