IDENTIFICATION DIVISION.
PROGRAM-ID. 'HELLOVAR'.
AUTHOR. "@eduard0803".

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
      *> Every setting has a default, so a missing or blank
      *> parameter file still produces tonight's report.
    SELECT OPTIONAL parameter-file ASSIGN TO "VARPARM"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-parameter-file-status.

    SELECT OPTIONAL processing-date-file ASSIGN TO "PROCDATE"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-procdate-file-status.

      *> The same calendar HELLOCAL's advance consults, so the
      *> prior days compared against are the days the shop really
      *> processed on - a Monday is measured against Friday, not
      *> against an empty Sunday.
    SELECT OPTIONAL calendar-file ASSIGN TO "PROCCAL"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS cal-date
        FILE STATUS IS ws-calendar-file-status.

    SELECT history-file ASSIGN TO "DEPTHIST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS dept-hist-key
        FILE STATUS IS ws-history-file-status.

      *> Read only for the name printed beside each id.
    SELECT OPTIONAL department-file ASSIGN TO "DEPTMST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS dept-id
        FILE STATUS IS ws-department-file-status.

    SELECT report-file ASSIGN TO "VARRPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-report-file-status.

DATA DIVISION.
FILE SECTION.
      *> Report date (zero = the open processing date), how many
      *> prior processing days make up the average (zero = 20),
      *> and how far either side of the average, in percent, a
      *> day may land before it is listed (zero = 50).
FD parameter-file.
01 parameter-record.
    05 parm-report-date PIC 9(8).
    05 parm-prior-days PIC 9(3).
    05 parm-band-percent PIC 9(3).

FD processing-date-file.
COPY PROCDATE.

FD calendar-file.
COPY CALREC.

FD history-file.
COPY DEPTHIST.

FD department-file.
COPY DEPTREC.

FD report-file.
01 report-line PIC X(132).

WORKING-STORAGE SECTION.
01 ws-parameter-file-status PIC X(2).
01 ws-procdate-file-status PIC X(2).
01 ws-calendar-file-status PIC X(2).
01 ws-history-file-status PIC X(2).
01 ws-department-file-status PIC X(2).
01 ws-report-file-status PIC X(2).
01 ws-calendar-open-flag PIC X VALUE 'N'.
01 ws-end-of-file-flag PIC X VALUE 'N'.
01 ws-run-date PIC 9(8).
01 ws-run-time-8 PIC 9(8).
01 ws-run-time PIC 9(6).
01 ws-report-date PIC 9(8) VALUE ZERO.
01 ws-prior-days PIC 9(3) VALUE 20.
01 ws-band-percent PIC 9(3) VALUE 50.
01 ws-date-integer PIC 9(8).
01 ws-candidate-date PIC 9(8).
01 ws-candidate-found PIC X.
01 ws-candidate-ok PIC X.
01 ws-advance-guard PIC 9(3).

      *> The prior processing days, newest first. A window longer
      *> than a year of processing days is cut to 366.
01 prior-day-table.
    05 prior-day-entry OCCURS 366 TIMES.
        10 pdt-date PIC 9(8).
01 ws-prior-used PIC 9(3) VALUE ZERO.
01 ws-prior-index PIC 9(3).
01 ws-window-start PIC 9(8) VALUE ZERO.
01 ws-in-window PIC X.

      *> One department's figures, gathered as its history is
      *> walked and judged at the department break.
01 ws-current-dept PIC X(4) VALUE SPACES.
01 ws-day-found PIC X.
01 ws-day-count PIC 9(5).
01 ws-day-total PIC S9(9)V99.
01 ws-day-status PIC X(8).
01 ws-window-days PIC 9(3).
01 ws-window-count PIC 9(9).
01 ws-window-total PIC S9(13)V99.
01 ws-average-count PIC 9(7)V99.
01 ws-average-total PIC S9(11)V99.
01 ws-average-base PIC 9(11)V99.
01 ws-count-variance PIC S9(7)V9.
01 ws-value-variance PIC S9(7)V9.
01 ws-count-outside PIC X.
01 ws-value-outside PIC X.
01 ws-band-negative PIC S9(3).
01 ws-compared-count PIC 9(5) VALUE ZERO.
01 ws-outside-count PIC 9(5) VALUE ZERO.
01 ws-trend-count PIC 9(5) VALUE ZERO.

      *> The thirteen calendar months ending with the report
      *> date's month, oldest first. Months are numbered as
      *> year * 12 + month - 1, so a record's place in the table
      *> is a subtraction.
01 trend-table.
    05 trend-entry OCCURS 13 TIMES.
        10 trd-month PIC 9(6).
        10 trd-days PIC 9(3).
        10 trd-count PIC 9(7).
        10 trd-total PIC S9(11)V99.
        10 trd-mismatch PIC 9(3).
01 ws-trend-index PIC S9(5).
01 ws-report-month-number PIC 9(6).
01 ws-first-month-number PIC 9(6).
01 ws-record-month-number PIC 9(6).
01 ws-month-year PIC 9(4).
01 ws-month-of-year PIC 9(2).
01 ws-trend-days PIC 9(5).
01 ws-trend-total-count PIC 9(9).
01 ws-trend-total-value PIC S9(13)V99.
01 ws-trend-mismatch PIC 9(5).

01 report-header-line.
    05 FILLER PIC X(34)
        VALUE 'HELLOVAR DEPARTMENT VARIANCE      '.
    05 FILLER PIC X(7) VALUE ' DATE:'.
    05 rh-date PIC 9(8).
    05 FILLER PIC X(7) VALUE '  TIME:'.
    05 rh-time PIC 9(6).

01 report-setting-line.
    05 FILLER PIC X(14) VALUE 'BUSINESS DATE '.
    05 rsl-report-date PIC 9(8).
    05 FILLER PIC X(25) VALUE '  PRIOR PROCESSING DAYS  '.
    05 rsl-prior-days PIC ZZ9.
    05 FILLER PIC X(14) VALUE '  FROM        '.
    05 rsl-window-start PIC 9(8).
    05 FILLER PIC X(13) VALUE '  BAND +/-   '.
    05 rsl-band-percent PIC ZZ9.
    05 FILLER PIC X(1) VALUE '%'.

01 report-column-line.
    05 FILLER PIC X(132) VALUE
        'DEPT  NAME                  DAY COUNT  AVG COUNT    VAR %  &
        &      DAY TOTAL       AVG TOTAL    VAR %  DAYS  RECON     RE&
        &ASON'.

      *> A department whose day lands outside the band, with what
      *> it was measured against and which side broke.
01 report-detail-line.
    05 rd-dept-id PIC X(4).
    05 FILLER PIC X(2) VALUE SPACES.
    05 rd-dept-name PIC X(20).
    05 FILLER PIC X(2) VALUE SPACES.
    05 rd-day-count PIC ZZZZZZZ9.
    05 FILLER PIC X(2) VALUE SPACES.
    05 rd-average-count PIC ZZZZZZ9.99.
    05 FILLER PIC X(1) VALUE SPACE.
    05 rd-count-variance PIC -ZZZZZZ9.9.
    05 FILLER PIC X(1) VALUE SPACE.
    05 rd-day-total PIC -ZZZZZZZZZ9.99.
    05 FILLER PIC X(1) VALUE SPACE.
    05 rd-average-total PIC -ZZZZZZZZZ9.99.
    05 FILLER PIC X(1) VALUE SPACE.
    05 rd-value-variance PIC -ZZZZZZ9.9.
    05 FILLER PIC X(2) VALUE SPACES.
    05 rd-window-days PIC ZZ9.
    05 FILLER PIC X(2) VALUE SPACES.
    05 rd-day-status PIC X(8).
    05 FILLER PIC X(2) VALUE SPACES.
    05 rd-reason PIC X(14).

01 report-count-line.
    05 FILLER PIC X(23) VALUE 'DEPARTMENTS COMPARED   '.
    05 rcn-compared PIC ZZZZ9.
    05 FILLER PIC X(23) VALUE '   OUTSIDE THE BAND    '.
    05 rcn-outside PIC ZZZZ9.

01 report-trend-header-line.
    05 FILLER PIC X(25) VALUE 'HELLOVAR 13-MONTH TREND  '.
    05 FILLER PIC X(5) VALUE 'DEPT '.
    05 rth-dept-id PIC X(4).
    05 FILLER PIC X(2) VALUE SPACES.
    05 rth-dept-name PIC X(20).
    05 FILLER PIC X(16) VALUE '  THROUGH MONTH '.
    05 rth-last-month PIC 9(6).

01 report-trend-column-line.
    05 FILLER PIC X(132) VALUE
        'MONTH    DAYS      COUNT            TOTAL  AVG COUNT/DAY   AV&
        &G TOTAL/DAY  MISMATCH DAYS'.

01 report-trend-line.
    05 rtl-month PIC 9(6).
    05 FILLER PIC X(2) VALUE SPACES.
    05 rtl-days PIC ZZZZ9.
    05 FILLER PIC X(2) VALUE SPACES.
    05 rtl-count PIC ZZZZZZZZ9.
    05 FILLER PIC X(1) VALUE SPACE.
    05 rtl-total PIC -ZZZZZZZZZZZ9.99.
    05 FILLER PIC X(2) VALUE SPACES.
    05 rtl-average-count PIC ZZZZZZZ9.99.
    05 FILLER PIC X(2) VALUE SPACES.
    05 rtl-average-total PIC -ZZZZZZZZZ9.99.
    05 FILLER PIC X(2) VALUE SPACES.
    05 rtl-mismatch PIC ZZZZ9.

PROCEDURE DIVISION.
main-control.
    ACCEPT ws-run-date FROM DATE YYYYMMDD.
      *> ACCEPT FROM TIME yields an 8-digit HHMMSSss value; a direct
      *> ACCEPT into a 6-digit field truncates the high-order digits
      *> (the hour), not the low-order hundredths, so the hour has to
      *> be pulled off an 8-digit intermediate instead.
    ACCEPT ws-run-time-8 FROM TIME.
    MOVE ws-run-time-8(1:6) TO ws-run-time.

    PERFORM load-parameters.
    IF ws-report-date = ZERO
        DISPLAY 'NO REPORT DATE ON VARPARM AND NO OPEN DATE ON '
            'PROCDATE - ABENDING VARIANCE REPORT'
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.

    OPEN INPUT calendar-file.
    IF ws-calendar-file-status = '00'
        OR ws-calendar-file-status = '05'
        MOVE 'Y' TO ws-calendar-open-flag
    END-IF.
    PERFORM build-prior-days.
    IF ws-calendar-open-flag = 'Y'
        CLOSE calendar-file
    END-IF.
    PERFORM build-trend-months.

    OPEN INPUT history-file.
    IF ws-history-file-status NOT = '00'
        DISPLAY 'DEPTHIST NOT AVAILABLE - ABENDING VARIANCE REPORT'
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.
    OPEN INPUT department-file.

    OPEN OUTPUT report-file.
    MOVE ws-run-date TO rh-date.
    MOVE ws-run-time TO rh-time.
    WRITE report-line FROM report-header-line.
    MOVE ws-report-date TO rsl-report-date.
    MOVE ws-prior-used TO rsl-prior-days.
    MOVE ws-window-start TO rsl-window-start.
    MOVE ws-band-percent TO rsl-band-percent.
    WRITE report-line FROM report-setting-line.
    MOVE SPACES TO report-line.
    WRITE report-line.
    WRITE report-line FROM report-column-line.

    PERFORM print-variance-section.

    MOVE ws-compared-count TO rcn-compared.
    MOVE ws-outside-count TO rcn-outside.
    MOVE SPACES TO report-line.
    WRITE report-line.
    WRITE report-line FROM report-count-line.

    PERFORM print-trend-pages.

    CLOSE history-file.
    CLOSE department-file.
    CLOSE report-file.

    DISPLAY 'HELLOVAR - BUSINESS DATE        ' ws-report-date.
    DISPLAY 'HELLOVAR - DEPARTMENTS COMPARED ' ws-compared-count.
    DISPLAY 'HELLOVAR - OUTSIDE THE BAND     ' ws-outside-count.
    DISPLAY 'HELLOVAR - TREND PAGES          ' ws-trend-count.

    STOP RUN.

      *> The report date defaults to the open processing date, the
      *> date tonight's run posted, so the step needs no change
      *> from one night to the next.
load-parameters.
    OPEN INPUT parameter-file.
    IF ws-parameter-file-status = '00'
        READ parameter-file
            AT END
                CONTINUE
            NOT AT END
                IF parm-report-date IS NUMERIC
                    MOVE parm-report-date TO ws-report-date
                END-IF
                IF parm-prior-days IS NUMERIC
                    AND parm-prior-days NOT = ZERO
                    MOVE parm-prior-days TO ws-prior-days
                END-IF
                IF parm-band-percent IS NUMERIC
                    AND parm-band-percent NOT = ZERO
                    MOVE parm-band-percent TO ws-band-percent
                END-IF
        END-READ
        CLOSE parameter-file
    END-IF.
    IF ws-prior-days > 366
        MOVE 366 TO ws-prior-days
    END-IF.
    IF ws-report-date = ZERO
        OPEN INPUT processing-date-file
        IF ws-procdate-file-status = '00'
            READ processing-date-file
                AT END
                    CONTINUE
                NOT AT END
                    MOVE proc-open-date TO ws-report-date
            END-READ
            CLOSE processing-date-file
        END-IF
    END-IF.

      *> Walk back from the report date one processing day at a
      *> time until the window is full. A year of closed days in
      *> a row stops the walk with whatever it found.
build-prior-days.
    MOVE ws-report-date TO ws-candidate-date.
    MOVE ZERO TO ws-prior-used.
    MOVE ZERO TO ws-advance-guard.
    PERFORM UNTIL ws-prior-used = ws-prior-days
            OR ws-advance-guard > 366
        MOVE 'N' TO ws-candidate-ok
        MOVE ZERO TO ws-advance-guard
        PERFORM find-prior-processing-day
            UNTIL ws-candidate-ok = 'Y'
                OR ws-advance-guard > 366
        IF ws-candidate-ok = 'Y'
            ADD 1 TO ws-prior-used
            MOVE ws-candidate-date TO pdt-date (ws-prior-used)
            MOVE ws-candidate-date TO ws-window-start
        END-IF
    END-PERFORM.

find-prior-processing-day.
    ADD 1 TO ws-advance-guard.
    COMPUTE ws-date-integer =
        FUNCTION INTEGER-OF-DATE (ws-candidate-date) - 1.
    COMPUTE ws-candidate-date =
        FUNCTION DATE-OF-INTEGER (ws-date-integer).
    PERFORM judge-candidate-date.

      *> The same judgment HELLOCAL's advance applies: a date
      *> with a calendar record is whatever the record says, a
      *> date without one falls back to the computed weekend
      *> rule (remainder 6 is Saturday, 0 is Sunday). With no
      *> calendar file at all, only the weekend rule decides.
judge-candidate-date.
    MOVE 'N' TO ws-candidate-found.
    IF ws-calendar-open-flag = 'Y'
        MOVE 'Y' TO ws-candidate-found
        MOVE ws-candidate-date TO cal-date
        READ calendar-file
            INVALID KEY
                MOVE 'N' TO ws-candidate-found
        END-READ
    END-IF.
    IF ws-candidate-found = 'Y'
        IF cal-day-closed
            MOVE 'N' TO ws-candidate-ok
        ELSE
            MOVE 'Y' TO ws-candidate-ok
        END-IF
    ELSE
        COMPUTE ws-date-integer =
            FUNCTION INTEGER-OF-DATE (ws-candidate-date)
        IF FUNCTION MOD (ws-date-integer, 7) = 6
            OR FUNCTION MOD (ws-date-integer, 7) = 0
            MOVE 'N' TO ws-candidate-ok
        ELSE
            MOVE 'Y' TO ws-candidate-ok
        END-IF
    END-IF.

build-trend-months.
    MOVE ws-report-date (1:4) TO ws-month-year.
    MOVE ws-report-date (5:2) TO ws-month-of-year.
    COMPUTE ws-report-month-number =
        ws-month-year * 12 + ws-month-of-year - 1.
    COMPUTE ws-first-month-number = ws-report-month-number - 12.
    PERFORM VARYING ws-trend-index FROM 1 BY 1
        UNTIL ws-trend-index > 13
        COMPUTE ws-record-month-number =
            ws-first-month-number + ws-trend-index - 1
        DIVIDE ws-record-month-number BY 12
            GIVING ws-month-year
            REMAINDER ws-month-of-year
        ADD 1 TO ws-month-of-year
        COMPUTE trd-month (ws-trend-index) =
            ws-month-year * 100 + ws-month-of-year
    END-PERFORM.

      *> The history is keyed on department then date, so one walk
      *> meets each department's days together and in order. Only
      *> the report date and the days in the window are used; a
      *> department with neither has nothing to compare.
print-variance-section.
    MOVE LOW-VALUES TO dept-hist-key.
    MOVE 'N' TO ws-end-of-file-flag.
    MOVE SPACES TO ws-current-dept.
    START history-file KEY IS NOT LESS THAN dept-hist-key
        INVALID KEY
            MOVE 'Y' TO ws-end-of-file-flag
    END-START.
    PERFORM UNTIL ws-end-of-file-flag = 'Y'
        READ history-file NEXT RECORD
            AT END
                MOVE 'Y' TO ws-end-of-file-flag
            NOT AT END
                IF dept-hist-id NOT = ws-current-dept
                    IF ws-current-dept NOT = SPACES
                        PERFORM judge-one-department
                    END-IF
                    PERFORM open-one-department
                END-IF
                PERFORM take-one-history-day
        END-READ
    END-PERFORM.
    IF ws-current-dept NOT = SPACES
        PERFORM judge-one-department
    END-IF.

open-one-department.
    MOVE dept-hist-id TO ws-current-dept.
    MOVE 'N' TO ws-day-found.
    MOVE ZERO TO ws-day-count.
    MOVE ZERO TO ws-day-total.
    MOVE SPACES TO ws-day-status.
    MOVE ZERO TO ws-window-days.
    MOVE ZERO TO ws-window-count.
    MOVE ZERO TO ws-window-total.

take-one-history-day.
    IF dept-hist-date = ws-report-date
        MOVE 'Y' TO ws-day-found
        MOVE dept-hist-count TO ws-day-count
        MOVE dept-hist-total TO ws-day-total
        MOVE dept-hist-recon-status TO ws-day-status
        EXIT PARAGRAPH
    END-IF.
    IF dept-hist-date < ws-window-start
        OR dept-hist-date > ws-report-date
        EXIT PARAGRAPH
    END-IF.
    MOVE 'N' TO ws-in-window.
    PERFORM VARYING ws-prior-index FROM 1 BY 1
        UNTIL ws-prior-index > ws-prior-used
        IF pdt-date (ws-prior-index) = dept-hist-date
            MOVE 'Y' TO ws-in-window
        END-IF
    END-PERFORM.
    IF ws-in-window = 'Y'
        ADD 1 TO ws-window-days
        ADD dept-hist-count TO ws-window-count
        ADD dept-hist-total TO ws-window-total
    END-IF.

      *> The average is over the window days the department actually
      *> posted on, so a department that only sends on Fridays is
      *> measured against its Fridays. A variance is the day less
      *> the average, as a percentage of the average's size; a day
      *> with no post at all is -100%. A department posting for the
      *> first time has nothing to be measured against and is
      *> listed as such.
judge-one-department.
    IF ws-day-found = 'N' AND ws-window-days = ZERO
        EXIT PARAGRAPH
    END-IF.
    ADD 1 TO ws-compared-count.
    MOVE 'N' TO ws-count-outside.
    MOVE 'N' TO ws-value-outside.
    MOVE ZERO TO ws-count-variance.
    MOVE ZERO TO ws-value-variance.
    MOVE ZERO TO ws-average-count.
    MOVE ZERO TO ws-average-total.
    IF ws-window-days = ZERO
        MOVE 'NO HISTORY' TO rd-reason
        PERFORM print-outside-line
        EXIT PARAGRAPH
    END-IF.

    COMPUTE ws-average-count ROUNDED =
        ws-window-count / ws-window-days.
    COMPUTE ws-average-total ROUNDED =
        ws-window-total / ws-window-days.
    COMPUTE ws-band-negative = ZERO - ws-band-percent.

    IF ws-average-count NOT = ZERO
        COMPUTE ws-count-variance ROUNDED =
            (ws-day-count - ws-average-count) * 100
                / ws-average-count
            ON SIZE ERROR
                MOVE 9999999.9 TO ws-count-variance
        END-COMPUTE
        IF ws-count-variance > ws-band-percent
            OR ws-count-variance < ws-band-negative
            MOVE 'Y' TO ws-count-outside
        END-IF
    ELSE
        IF ws-day-count NOT = ZERO
            MOVE 'Y' TO ws-count-outside
        END-IF
    END-IF.

    IF ws-average-total < ZERO
        COMPUTE ws-average-base = ZERO - ws-average-total
    ELSE
        MOVE ws-average-total TO ws-average-base
    END-IF.
    IF ws-average-base NOT = ZERO
        COMPUTE ws-value-variance ROUNDED =
            (ws-day-total - ws-average-total) * 100
                / ws-average-base
            ON SIZE ERROR
                IF ws-day-total < ws-average-total
                    MOVE -9999999.9 TO ws-value-variance
                ELSE
                    MOVE 9999999.9 TO ws-value-variance
                END-IF
        END-COMPUTE
        IF ws-value-variance > ws-band-percent
            OR ws-value-variance < ws-band-negative
            MOVE 'Y' TO ws-value-outside
        END-IF
    ELSE
        IF ws-day-total NOT = ZERO
            MOVE 'Y' TO ws-value-outside
        END-IF
    END-IF.

    EVALUATE TRUE
        WHEN ws-day-found = 'N'
            MOVE 'NO POSTING' TO rd-reason
        WHEN ws-count-outside = 'Y' AND ws-value-outside = 'Y'
            MOVE 'VOLUME+VALUE' TO rd-reason
        WHEN ws-count-outside = 'Y'
            MOVE 'VOLUME' TO rd-reason
        WHEN ws-value-outside = 'Y'
            MOVE 'VALUE' TO rd-reason
        WHEN OTHER
            EXIT PARAGRAPH
    END-EVALUATE.
    IF ws-day-found = 'N'
        AND ws-count-outside = 'N'
        AND ws-value-outside = 'N'
        EXIT PARAGRAPH
    END-IF.
    PERFORM print-outside-line.

print-outside-line.
    ADD 1 TO ws-outside-count.
    MOVE ws-current-dept TO rd-dept-id.
    MOVE ws-current-dept TO dept-id.
    READ department-file
        INVALID KEY
            MOVE '*NOT ON MASTER*' TO rd-dept-name
        NOT INVALID KEY
            MOVE dept-name TO rd-dept-name
    END-READ.
    MOVE ws-day-count TO rd-day-count.
    MOVE ws-average-count TO rd-average-count.
    MOVE ws-count-variance TO rd-count-variance.
    MOVE ws-day-total TO rd-day-total.
    MOVE ws-average-total TO rd-average-total.
    MOVE ws-value-variance TO rd-value-variance.
    MOVE ws-window-days TO rd-window-days.
    MOVE ws-day-status TO rd-day-status.
    WRITE report-line FROM report-detail-line.

      *> A second walk of the history builds each department's
      *> trend, one page per department with any day in the
      *> thirteen months. Days after the report date are left out
      *> so a rerun for an old date prints the trend as it stood.
print-trend-pages.
    MOVE LOW-VALUES TO dept-hist-key.
    MOVE 'N' TO ws-end-of-file-flag.
    MOVE SPACES TO ws-current-dept.
    START history-file KEY IS NOT LESS THAN dept-hist-key
        INVALID KEY
            MOVE 'Y' TO ws-end-of-file-flag
    END-START.
    PERFORM UNTIL ws-end-of-file-flag = 'Y'
        READ history-file NEXT RECORD
            AT END
                MOVE 'Y' TO ws-end-of-file-flag
            NOT AT END
                IF dept-hist-id NOT = ws-current-dept
                    IF ws-current-dept NOT = SPACES
                        PERFORM print-one-trend-page
                    END-IF
                    PERFORM open-one-trend
                END-IF
                PERFORM take-one-trend-day
        END-READ
    END-PERFORM.
    IF ws-current-dept NOT = SPACES
        PERFORM print-one-trend-page
    END-IF.

open-one-trend.
    MOVE dept-hist-id TO ws-current-dept.
    PERFORM VARYING ws-trend-index FROM 1 BY 1
        UNTIL ws-trend-index > 13
        MOVE ZERO TO trd-days (ws-trend-index)
        MOVE ZERO TO trd-count (ws-trend-index)
        MOVE ZERO TO trd-total (ws-trend-index)
        MOVE ZERO TO trd-mismatch (ws-trend-index)
    END-PERFORM.
    MOVE ZERO TO ws-trend-days.

take-one-trend-day.
    IF dept-hist-date > ws-report-date
        EXIT PARAGRAPH
    END-IF.
    MOVE dept-hist-date (1:4) TO ws-month-year.
    MOVE dept-hist-date (5:2) TO ws-month-of-year.
    COMPUTE ws-record-month-number =
        ws-month-year * 12 + ws-month-of-year - 1.
    COMPUTE ws-trend-index =
        ws-record-month-number - ws-first-month-number + 1.
    IF ws-trend-index < 1 OR ws-trend-index > 13
        EXIT PARAGRAPH
    END-IF.
    ADD 1 TO trd-days (ws-trend-index).
    ADD dept-hist-count TO trd-count (ws-trend-index).
    ADD dept-hist-total TO trd-total (ws-trend-index).
    IF dept-hist-mismatched
        ADD 1 TO trd-mismatch (ws-trend-index)
    END-IF.
    ADD 1 TO ws-trend-days.

print-one-trend-page.
    IF ws-trend-days = ZERO
        EXIT PARAGRAPH
    END-IF.
    ADD 1 TO ws-trend-count.
    MOVE ws-current-dept TO rth-dept-id.
    MOVE ws-current-dept TO dept-id.
    READ department-file
        INVALID KEY
            MOVE '*NOT ON MASTER*' TO rth-dept-name
        NOT INVALID KEY
            MOVE dept-name TO rth-dept-name
    END-READ.
    MOVE trd-month (13) TO rth-last-month.
    WRITE report-line FROM report-trend-header-line
        AFTER ADVANCING PAGE.
    WRITE report-line FROM report-trend-column-line.
    MOVE ZERO TO ws-trend-total-count.
    MOVE ZERO TO ws-trend-total-value.
    MOVE ZERO TO ws-trend-mismatch.
    PERFORM VARYING ws-trend-index FROM 1 BY 1
        UNTIL ws-trend-index > 13
        MOVE trd-month (ws-trend-index) TO rtl-month
        MOVE trd-days (ws-trend-index) TO rtl-days
        MOVE trd-count (ws-trend-index) TO rtl-count
        MOVE trd-total (ws-trend-index) TO rtl-total
        MOVE trd-mismatch (ws-trend-index) TO rtl-mismatch
        IF trd-days (ws-trend-index) = ZERO
            MOVE ZERO TO rtl-average-count
            MOVE ZERO TO rtl-average-total
        ELSE
            COMPUTE rtl-average-count ROUNDED =
                trd-count (ws-trend-index) / trd-days (ws-trend-index)
            COMPUTE rtl-average-total ROUNDED =
                trd-total (ws-trend-index) / trd-days (ws-trend-index)
        END-IF
        WRITE report-line FROM report-trend-line
        ADD trd-count (ws-trend-index) TO ws-trend-total-count
        ADD trd-total (ws-trend-index) TO ws-trend-total-value
        ADD trd-mismatch (ws-trend-index) TO ws-trend-mismatch
    END-PERFORM.
    MOVE ZERO TO rtl-month.
    MOVE ws-trend-days TO rtl-days.
    MOVE ws-trend-total-count TO rtl-count.
    MOVE ws-trend-total-value TO rtl-total.
    COMPUTE rtl-average-count ROUNDED =
        ws-trend-total-count / ws-trend-days.
    COMPUTE rtl-average-total ROUNDED =
        ws-trend-total-value / ws-trend-days.
    MOVE ws-trend-mismatch TO rtl-mismatch.
    MOVE SPACES TO report-line.
    WRITE report-line.
    WRITE report-line FROM report-trend-line.
