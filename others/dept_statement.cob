        RECORD KEY IS dept-bal-id
        FILE STATUS IS ws-balance-file-status.

      *> Read only for the name printed beside each id; a
      *> statement run with no department master still prints,
      *> every line just says the id is not on the master.
    SELECT OPTIONAL department-file ASSIGN TO "DEPTMST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS dept-id
        FILE STATUS IS ws-department-file-status.

    SELECT report-file ASSIGN TO "DBSRPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-report-file-status.
FD balance-file.
COPY DEPTBAL.

FD department-file.
COPY DEPTREC.

FD report-file.
01 report-line PIC X(122).

WORKING-STORAGE SECTION.
01 ws-balance-file-status PIC X(2).
01 ws-department-file-status PIC X(2).
01 ws-report-file-status PIC X(2).
01 ws-end-of-file-flag PIC X VALUE 'N'.
01 ws-run-date PIC 9(8).
    05 rh-time PIC 9(6).

01 report-column-line.
    05 FILLER PIC X(122) VALUE
        'DEPT  NAME                  LAST DATE    DAY COUNT      DA&
        &Y TOTAL  MTD COUNT      MTD TOTAL  YTD COUNT      YTD TOTAL'.

01 report-detail-line.
    05 rd-dept-id PIC X(4).
    05 FILLER PIC X(2) VALUE SPACES.
    05 rd-dept-name PIC X(20).
    05 FILLER PIC X(2) VALUE SPACES.
    05 rd-last-date PIC 9(8).
    05 FILLER PIC X(4) VALUE SPACES.
    05 rd-day-count PIC ZZZZZZ9.
        STOP RUN
    END-IF.

    OPEN INPUT department-file.

    OPEN OUTPUT report-file.

    MOVE ws-run-date TO rh-date.
    END-PERFORM.

    CLOSE balance-file.
    CLOSE department-file.

    MOVE ws-dept-count TO rt-dept-count.
    MOVE ws-total-mtd TO rt-mtd-total.
    ADD dept-bal-mtd-total TO ws-total-mtd.
    ADD dept-bal-ytd-total TO ws-total-ytd.
    MOVE dept-bal-id TO rd-dept-id.
    MOVE dept-bal-id TO dept-id.
    READ department-file
        INVALID KEY
            MOVE '*NOT ON MASTER*' TO rd-dept-name
        NOT INVALID KEY
            MOVE dept-name TO rd-dept-name
    END-READ.
    MOVE dept-bal-last-date TO rd-last-date.
    MOVE dept-bal-day-count TO rd-day-count.
    MOVE dept-bal-day-total TO rd-day-total.
