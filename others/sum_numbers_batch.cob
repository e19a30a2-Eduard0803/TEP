        RECORD KEY IS audit-key
        FILE STATUS IS ws-audit-file-status.

    SELECT OPTIONAL chain-file ASSIGN TO "AUDCHAIN"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS chain-date
        FILE STATUS IS ws-chain-file-status.

    SELECT OPTIONAL control-file ASSIGN TO "CTLTOTAL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-control-file-status.
    SELECT OPTIONAL run-control-file ASSIGN TO "RUNHIST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS run-key
        FILE STATUS IS ws-run-control-file-status.

    SELECT operator-file ASSIGN TO "OPERMST"
        RECORD KEY IS dept-bal-id
        FILE STATUS IS ws-balance-file-status.

    SELECT OPTIONAL history-file ASSIGN TO "DEPTHIST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS dept-hist-key
        FILE STATUS IS ws-history-file-status.

    SELECT OPTIONAL slice-file ASSIGN TO "SLICEREG"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS slice-key
        FILE STATUS IS ws-slice-file-status.

DATA DIVISION.
FILE SECTION.
FD transaction-file.
FD audit-file.
COPY AUDITREC.

FD chain-file.
COPY CHAINREC.

FD control-file.
COPY CTLTOTAL.

COPY SUSPREC.

FD extract-file.
01 extract-record PIC X(54).

FD generation-file.
01 generation-record.
FD balance-file.
COPY DEPTBAL.

FD history-file.
COPY DEPTHIST.

FD slice-file.
COPY SLICEREC.

WORKING-STORAGE SECTION.
COPY TWONUMWS.
COPY CHAINWS.
01 ws-transaction-file-status PIC X(2).
01 ws-report-file-status PIC X(2).
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
01 ws-chain-linked-key PIC X(29).
01 ws-chain-now-flag PIC X.
01 ws-chain-settled-flag PIC X.
01 ws-chain-retry-count PIC 9(4).
01 ws-control-file-status PIC X(2).
01 ws-restart-file-status PIC X(2).
01 ws-suspense-file-status PIC X(2).
01 ws-genlog-file-status PIC X(2).
01 ws-balance-file-status PIC X(2).
01 ws-balance-found-flag PIC X.
01 ws-history-file-status PIC X(2).
01 ws-history-found-flag PIC X.
01 ws-history-key PIC X(12).
01 ws-slice-recon-status PIC X(8).
01 ws-slice-file-status PIC X(2).
01 ws-extract-count PIC 9(8) VALUE ZERO.
01 ws-extract-file-count PIC 9(8) VALUE ZERO.
01 ws-extract-skip-count PIC 9(8) VALUE ZERO.
01 ws-command-line PIC X(40).
01 ws-parm-option-1 PIC X(8).
01 ws-parm-option-2 PIC X(8).
01 ws-parm-option-3 PIC X(8).
01 ws-force-run-flag PIC X VALUE 'N'.
01 ws-trial-run-flag PIC X VALUE 'N'.
01 ws-run-record-found PIC X.
01 ws-cycle-number PIC 9(2) VALUE ZERO.
01 ws-final-cycle-flag PIC X VALUE 'Y'.
01 ws-last-cycle PIC 9(2) VALUE ZERO.
01 ws-date-complete PIC X VALUE 'N'.
01 ws-cycle-eof-flag PIC X VALUE 'N'.
01 ws-expected-total PIC S9(9)V99 VALUE ZERO.
01 ws-have-expected-total PIC X VALUE 'N'.
01 ws-record-number PIC 9(8) VALUE ZERO.
01 ws-dept-count PIC 9(5) VALUE ZERO.
01 ws-dept-total PIC S9(9)V99 VALUE ZERO.

      *> The survey pass reads VALIDTRN once before anything posts
      *> and notes every slice's trailer figures and detail-image
      *> hash against the record number of its header, so a
      *> duplicate slice can be recognised at its header - before
      *> its first pair reaches the grand total - instead of at
      *> its trailer when the damage is done. The survey is
      *> repeated on a resumed run, so the table needs no place
      *> in the checkpoint. A slice past the table's capacity is
      *> posted unchecked and flagged.
01 slice-table.
    05 slice-table-entry OCCURS 300 TIMES.
        10 slt-header-record PIC 9(8).
        10 slt-dept-id PIC X(4).
        10 slt-origin PIC X.
        10 slt-complete PIC X.
        10 slt-count PIC 9(5).
        10 slt-total PIC S9(9)V99.
        10 slt-hash PIC 9(9).
01 ws-slice-used PIC 9(3) VALUE ZERO.
01 ws-slice-overflow-count PIC 9(5) VALUE ZERO.
01 ws-slice-index PIC 9(3).
01 ws-survey-slice PIC 9(3) VALUE ZERO.
01 ws-survey-record-number PIC 9(8) VALUE ZERO.
01 ws-hash-index PIC 9(2).
01 ws-slice-found PIC X.
01 ws-register-eof-flag PIC X.
01 ws-duplicate-flag PIC X.
01 ws-duplicate-date PIC 9(8).
01 ws-release-flag PIC X.
01 ws-release-key PIC X(15).
01 ws-held-flag PIC X.

      *> The pair a reversal record names, held while the reversal
      *> posts: the audit buffer is reused to write the reversal's
      *> own entry, so the original's key and department are kept
      *> here to flag it afterwards. ws-reversal-active steers the
      *> shared extract and audit writers onto the reversal's
      *> department and marking.
01 ws-reversal-active PIC X VALUE 'N'.
01 current-reversal.
    05 crv-original-key PIC X(29).
    05 crv-dept PIC X(4).
    05 crv-new-key PIC X(29).
    05 crv-trace-reference PIC X(17).
    05 crv-business-date PIC 9(8).

01 report-cycle-line.
    05 FILLER PIC X(14) VALUE 'BUSINESS DATE '.
    05 rc-business-date PIC 9(8).
    05 FILLER PIC X(8) VALUE '  CYCLE '.
    05 rc-cycle PIC 99.
    05 FILLER PIC X(3) VALUE ' - '.
    05 rc-cycle-kind PIC X(10).

01 report-resume-line.
    05 FILLER PIC X(32)
        VALUE 'RESUMED AFTER CHECKPOINT - SKIP'.
    05 FILLER PIC X(2) VALUE SPACES.
    05 rbe-message PIC X(44).

01 report-reversal-line.
    05 FILLER PIC X(12) VALUE 'REVERSAL OF '.
    05 rvl-audit-key PIC X(29).
    05 FILLER PIC X(6) VALUE ' DEPT '.
    05 rvl-dept-id PIC X(4).
    05 FILLER PIC X(8) VALUE '  RESULT'.
    05 rvl-result PIC -ZZZZZZ9.99.

01 report-reversal-error-line.
    05 FILLER PIC X(12) VALUE 'REVERSAL OF '.
    05 rve-audit-key PIC X(29).
    05 FILLER PIC X(11) VALUE ' REFUSED - '.
    05 rve-message PIC X(24).

01 report-total-line.
    05 FILLER PIC X(21) VALUE 'GRAND CONTROL TOTAL ='.
    05 rt-grand-total PIC -ZZZZZZZZ9.99.
    05 xh-file-id PIC X(8) VALUE 'HELLOGL '.
    05 xh-run-date PIC 9(8).
    05 xh-generation PIC 9(4).
      *> The open processing date the feed posts - HELLOJE dates
      *> its journal entries from it, not from the run date, since
      *> a night's run can finish after midnight.
    05 xh-business-date PIC 9(8).

01 extract-detail-line.
    05 FILLER PIC X VALUE 'D'.
    05 xd-first-number PIC S9(7)V99 SIGN IS LEADING SEPARATE.
    05 xd-second-number PIC S9(7)V99 SIGN IS LEADING SEPARATE.
    05 xd-result PIC S9(7)V99 SIGN IS LEADING SEPARATE.
      *> R marks a reversal - its result is the negated result of
      *> a pair an earlier feed carried; space on an ordinary pair.
    05 xd-entry-type PIC X.
      *> The pair's trace stamp off VALIDTRN (see TRANREC) - for a
      *> reversal, the stamp of the pair it backs out.
    05 xd-trace-reference PIC X(17).

01 extract-trailer-line.
    05 FILLER PIC X VALUE 'T'.
    IF ws-open-date = ZERO
        DISPLAY 'NO OPEN PROCESSING DATE ON PROCDATE - '
            'ABENDING RUN - SET IT WITH HELLOCAL'
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.

    OPEN INPUT transaction-file.
    IF ws-transaction-file-status NOT = '00'
        DISPLAY 'VALIDTRN NOT AVAILABLE - ABENDING RUN'
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.
    PERFORM survey-slices.

    OPEN I-O audit-file.
    IF ws-audit-file-status = '35'
        OPEN OUTPUT audit-file
    END-IF.

      *> A trial writes no audit records, so it leaves the chain
      *> anchors alone.
    IF ws-trial-run-flag = 'N'
        OPEN I-O chain-file
        IF ws-chain-file-status = '35'
            OPEN OUTPUT chain-file
            CLOSE chain-file
            OPEN I-O chain-file
        END-IF
        IF ws-chain-file-status NOT = '00'
            DISPLAY 'AUDCHAIN NOT AVAILABLE - ABENDING RUN'
            MOVE 8 TO RETURN-CODE
            STOP RUN
        END-IF
    END-IF.

    OPEN EXTEND suspense-file.
    IF ws-suspense-file-status = '35'
        OPEN OUTPUT suspense-file
        OPEN OUTPUT balance-file
    END-IF.

    OPEN I-O history-file.
    IF ws-history-file-status = '35'
        OPEN OUTPUT history-file
        CLOSE history-file
        OPEN I-O history-file
    END-IF.

      *> A trial reads the slice register to flag duplicates on
      *> its report but never writes it, so it opens INPUT.
    IF ws-trial-run-flag = 'Y'
        OPEN INPUT slice-file
    ELSE
        OPEN I-O slice-file
        IF ws-slice-file-status = '35'
            OPEN OUTPUT slice-file
            CLOSE slice-file
            OPEN I-O slice-file
        END-IF
    END-IF.
    IF ws-slice-file-status NOT = '00'
        AND ws-slice-file-status NOT = '05'
        DISPLAY 'SLICEREG NOT AVAILABLE - ABENDING RUN'
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.

    OPEN INPUT control-file.
    IF ws-control-file-status = '00'
        READ control-file
        PERFORM mark-run-started
    END-IF.

      *> SUMRPT holds the whole business date, one section per
      *> cycle: the date's first cycle starts it afresh and every
      *> later cycle appends its own section behind the ones
      *> already printed. A trial always prints a report of its
      *> own.
    IF ws-start-record > ZERO
        OPEN EXTEND report-file
        IF ws-report-file-status = '35'
        MOVE ws-start-record TO rs-start-record
        WRITE report-line FROM report-resume-line
    ELSE
        IF ws-trial-run-flag = 'N'
            AND ws-cycle-number > 1
            OPEN EXTEND report-file
            IF ws-report-file-status = '35'
                OPEN OUTPUT report-file
            END-IF
        ELSE
            OPEN OUTPUT report-file
        END-IF
    END-IF.

    MOVE ws-run-date TO rh-date.
        MOVE 'TRIAL RUN - PROOF ONLY - NOTHING POSTED OR SENT'
            TO report-line
        WRITE report-line
    ELSE
        MOVE ws-open-date TO rc-business-date
        MOVE ws-cycle-number TO rc-cycle
        IF ws-final-cycle-flag = 'Y'
            MOVE 'END OF DAY' TO rc-cycle-kind
        ELSE
            MOVE 'INTRADAY' TO rc-cycle-kind
        END-IF
        WRITE report-line FROM report-cycle-line
    END-IF.

      *> The extract follows the same fresh-versus-resumed split as
            OPEN OUTPUT extract-file
            MOVE ws-run-date TO xh-run-date
            MOVE ws-generation-number TO xh-generation
            MOVE ws-open-date TO xh-business-date
            WRITE extract-record FROM extract-header-line
        END-IF
    END-IF.
    CLOSE transaction-file.
    CLOSE report-file.
    CLOSE audit-file.
    IF ws-trial-run-flag = 'N'
        CLOSE chain-file
    END-IF.
    CLOSE suspense-file.
    CLOSE balance-file.
    CLOSE history-file.
    CLOSE slice-file.

    IF ws-slice-overflow-count > ZERO
        DISPLAY 'SLICE TABLE FULL - ' ws-slice-overflow-count
            ' SLICE(S) POSTED WITHOUT A DUPLICATE CHECK'
    END-IF.

    STOP RUN.

      *> First pass over VALIDTRN: nothing is posted or printed,
      *> the slices are only measured. A trailer for the wrong
      *> department leaves its slice open here the same way the
      *> posting pass ignores it; a slice that never meets its own
      *> trailer stays incomplete and is never held as a
      *> duplicate - its missing trailer is flagged anyway. The
      *> file is closed and reopened so the posting pass starts
      *> from record one.
survey-slices.
    PERFORM UNTIL ws-end-of-file-flag = 'Y'
        READ transaction-file
            AT END
                MOVE 'Y' TO ws-end-of-file-flag
            NOT AT END
                ADD 1 TO ws-survey-record-number
                PERFORM survey-one-record
        END-READ
    END-PERFORM.
    CLOSE transaction-file.
    MOVE 'N' TO ws-end-of-file-flag.
    OPEN INPUT transaction-file.
    IF ws-transaction-file-status NOT = '00'
        DISPLAY 'VALIDTRN NOT AVAILABLE - ABENDING RUN'
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.

survey-one-record.
    EVALUATE TRUE
        WHEN tran-batch-header
            IF ws-slice-used < 300
                ADD 1 TO ws-slice-used
                MOVE ws-slice-used TO ws-survey-slice
                MOVE ws-survey-record-number
                    TO slt-header-record (ws-survey-slice)
                MOVE tran-dept-id TO slt-dept-id (ws-survey-slice)
                MOVE tran-header-origin
                    TO slt-origin (ws-survey-slice)
                MOVE 'N' TO slt-complete (ws-survey-slice)
                MOVE ZERO TO slt-count (ws-survey-slice)
                MOVE ZERO TO slt-total (ws-survey-slice)
                MOVE ZERO TO slt-hash (ws-survey-slice)
            ELSE
                MOVE ZERO TO ws-survey-slice
                ADD 1 TO ws-slice-overflow-count
            END-IF
        WHEN tran-detail
            IF ws-survey-slice > ZERO
                PERFORM hash-detail-image
            END-IF
        WHEN tran-batch-trailer
            IF ws-survey-slice > ZERO
                AND tran-trailer-dept-id =
                    slt-dept-id (ws-survey-slice)
                MOVE 'Y' TO slt-complete (ws-survey-slice)
                MOVE tran-batch-count TO slt-count (ws-survey-slice)
                MOVE tran-batch-total TO slt-total (ws-survey-slice)
                MOVE ZERO TO ws-survey-slice
            END-IF
    END-EVALUATE.

      *> The 22 bytes of a detail as the feeder sent it, folded
      *> into the slice's hash one byte at a time, so two slices
      *> only hash alike if their details are the same pairs in
      *> the same order.
hash-detail-image.
    PERFORM VARYING ws-hash-index FROM 1 BY 1
        UNTIL ws-hash-index > 22
        COMPUTE slt-hash (ws-survey-slice) = FUNCTION MOD (
            slt-hash (ws-survey-slice) * 31
            + FUNCTION ORD (transaction-record (ws-hash-index:1)),
            999999937)
    END-PERFORM.

read-restart-checkpoint.
    OPEN INPUT restart-file.
    IF ws-restart-file-status = '00'
                    MOVE restart-dept-count TO ws-dept-count
                    MOVE restart-dept-total TO ws-dept-total
                    MOVE restart-extract-count TO ws-extract-count
                    MOVE restart-cycle TO ws-cycle-number
                END-IF
        END-READ
        CLOSE restart-file
    MOVE SPACES TO ws-operator-id.
    MOVE SPACES TO ws-parm-option-1.
    MOVE SPACES TO ws-parm-option-2.
    MOVE SPACES TO ws-parm-option-3.
    UNSTRING ws-command-line DELIMITED BY ALL SPACE
        INTO ws-operator-id ws-parm-option-1 ws-parm-option-2
            ws-parm-option-3.
    IF ws-operator-id = SPACE
        MOVE 'BATCH' TO ws-operator-id
    END-IF.
      *> than guess.
    IF ws-operator-id = 'TRIAL'
        OR ws-operator-id = 'FORCE'
        OR ws-operator-id = 'CYCLE'
        DISPLAY 'PARM MUST CARRY THE OPERATOR ID AHEAD OF '
            'ANY OPTION - RUN REFUSED'
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.
    IF ws-parm-option-1 = 'FORCE'
        OR ws-parm-option-2 = 'FORCE'
        OR ws-parm-option-3 = 'FORCE'
        MOVE 'Y' TO ws-force-run-flag
    END-IF.
      *> CYCLE makes this an intraday cycle: it posts what the
      *> departments have sent so far under the next cycle number
      *> for the open date, and leaves the date open for later
      *> cycles. Without it the run is the end-of-day cycle, which
      *> completes the date.
    IF ws-parm-option-1 = 'CYCLE'
        OR ws-parm-option-2 = 'CYCLE'
        OR ws-parm-option-3 = 'CYCLE'
        MOVE 'N' TO ws-final-cycle-flag
    END-IF.
      *> TRIAL computes the whole run - every reconciliation,
      *> the grand total, the full SUMRPT - but posts nothing:
      *> night by running again without the option.
    IF ws-parm-option-1 = 'TRIAL'
        OR ws-parm-option-2 = 'TRIAL'
        OR ws-parm-option-3 = 'TRIAL'
        MOVE 'Y' TO ws-trial-run-flag
    END-IF.

      *> One record per cycle of a business date. A fresh run
      *> takes the next cycle number after the date's last one; a
      *> fresh run finding the date already completed by its
      *> end-of-day cycle is the double-posting the master exists
      *> to stop - it is refused unless a supervisor forces it. A
      *> resumed run (live checkpoint) is let through whatever the
      *> records say: it is finishing the cycle its checkpoint
      *> names, the one that marked its record started. It must
      *> be the same kind of cycle, though - RESTCTL is shared by
      *> both jobs, and an intraday cycle finished by the nightly
      *> job (or the other way round) would post the wrong feed
      *> and close, or leave open, the date wrongly - so a
      *> checkpoint naming the other kind, or a cycle with no run
      *> record, is refused and left live for the right job.
check-run-control.
    OPEN I-O run-control-file.
    IF ws-run-control-file-status = '35'
    IF ws-run-control-file-status NOT = '00'
        AND ws-run-control-file-status NOT = '05'
        DISPLAY 'RUNHIST NOT AVAILABLE - ABENDING RUN'
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.
    IF ws-start-record > ZERO
        MOVE ws-open-date TO run-business-date
        MOVE ws-cycle-number TO run-cycle
        MOVE 'Y' TO ws-run-record-found
        READ run-control-file
            INVALID KEY
                MOVE 'N' TO ws-run-record-found
        END-READ
        IF ws-run-record-found = 'N'
            DISPLAY 'CHECKPOINT NAMES CYCLE ' ws-cycle-number
                ' OF ' ws-open-date ' BUT RUNHIST HAS NO RECORD'
                ' OF IT - RESUME REFUSED'
            MOVE 8 TO RETURN-CODE
            STOP RUN
        END-IF
        IF run-final-flag NOT = ws-final-cycle-flag
            IF run-final
                DISPLAY 'CYCLE ' ws-cycle-number ' OF '
                    ws-open-date ' IS AN UNFINISHED END-OF-DAY'
                    ' CYCLE - RESUME IT WITH HELLOBAT'
                    ' RESTART=HELLOSUM'
            ELSE
                DISPLAY 'CYCLE ' ws-cycle-number ' OF '
                    ws-open-date ' IS AN UNFINISHED INTRADAY'
                    ' CYCLE - RESUME IT WITH HELLOCYC'
                    ' RESTART=CYCSUM'
            END-IF
            MOVE 8 TO RETURN-CODE
            STOP RUN
        END-IF
        EXIT PARAGRAPH
    END-IF.
    PERFORM scan-date-cycles.
    IF ws-date-complete = 'Y'
        IF ws-force-run-flag = 'Y'
            PERFORM verify-force-authority
            DISPLAY 'BUSINESS DATE ' ws-open-date
            DISPLAY 'BUSINESS DATE ' ws-open-date
                ' ALREADY RAN TO COMPLETION - RUN REFUSED - '
                'A SUPERVISOR MAY RESUBMIT WITH FORCE'
            MOVE 8 TO RETURN-CODE
            STOP RUN
        END-IF
    END-IF.
    IF ws-last-cycle = 99
        DISPLAY 'BUSINESS DATE ' ws-open-date
            ' HAS RUN 99 CYCLES - RUN REFUSED'
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.
    COMPUTE ws-cycle-number = ws-last-cycle + 1.
    MOVE 'N' TO ws-run-record-found.

      *> The cycles of a date sit together in key order, so a
      *> START at cycle zero of the date and a walk forward finds
      *> the last cycle used and whether an end-of-day cycle has
      *> already completed the date.
scan-date-cycles.
    MOVE ZERO TO ws-last-cycle.
    MOVE 'N' TO ws-date-complete.
    MOVE 'N' TO ws-cycle-eof-flag.
    MOVE ws-open-date TO run-business-date.
    MOVE ZERO TO run-cycle.
    START run-control-file KEY IS NOT LESS THAN run-key
        INVALID KEY
            MOVE 'Y' TO ws-cycle-eof-flag
    END-START.
    PERFORM UNTIL ws-cycle-eof-flag = 'Y'
        READ run-control-file NEXT RECORD
            AT END
                MOVE 'Y' TO ws-cycle-eof-flag
            NOT AT END
                IF run-business-date NOT = ws-open-date
                    MOVE 'Y' TO ws-cycle-eof-flag
                ELSE
                    MOVE run-cycle TO ws-last-cycle
                    IF run-completed AND run-final
                        MOVE 'Y' TO ws-date-complete
                    END-IF
                END-IF
        END-READ
    END-PERFORM.

      *> The force gate is the one thing that can let a night
      *> post twice, so it is held to the same supervisor
    OPEN INPUT operator-file.
    IF ws-operator-file-status NOT = '00'
        DISPLAY 'OPERMST NOT AVAILABLE - FORCE REFUSED'
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.
    MOVE ws-operator-id TO oper-id.
        INVALID KEY
            DISPLAY 'FORCE OPERATOR NOT ON FILE - RUN REFUSED'
            CLOSE operator-file
            MOVE 8 TO RETURN-CODE
            STOP RUN
    END-READ.
    IF oper-inactive
        DISPLAY 'FORCE OPERATOR INACTIVE - RUN REFUSED'
        CLOSE operator-file
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.
    IF NOT oper-supervisor
        DISPLAY 'FORCE NEEDS SUPERVISOR AUTHORITY - RUN REFUSED'
        CLOSE operator-file
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.
    CLOSE operator-file.

      *> A resumed run leaves the started record the abended run
      *> wrote alone - the history should show the cycle as one
      *> run, started when it first started.
mark-run-started.
    IF ws-run-record-found = 'Y'
        EXIT PARAGRAPH
    END-IF.
    MOVE ws-open-date TO run-business-date.
    MOVE ws-cycle-number TO run-cycle.
    MOVE 'S' TO run-status.
    MOVE ws-run-date TO run-start-date.
    MOVE ws-run-time TO run-start-time.
    MOVE ZERO TO run-grand-total.
    MOVE ZERO TO run-extract-count.
    MOVE ws-force-run-flag TO run-forced-flag.
    MOVE ZERO TO run-generation.
    MOVE ws-final-cycle-flag TO run-final-flag.
    IF ws-run-record-found = 'Y'
        REWRITE run-control-record
    ELSE
      *> Completion is stamped only after the trailer is on the
      *> feed and the checkpoint is cleared - an abend anywhere
      *> earlier leaves the record at started, which is what the
      *> inquiry reads as an abended cycle. An end-of-day cycle
      *> reaching here is what completes the business date.
mark-run-completed.
    MOVE 'C' TO run-status.
    ACCEPT ws-run-time-8 FROM TIME.
    MOVE ws-run-time-8(1:6) TO run-end-time.
    MOVE ws-grand-total TO run-grand-total.
    MOVE ws-extract-count TO run-extract-count.
    MOVE ws-generation-number TO run-generation.
    REWRITE run-control-record.
    IF ws-run-control-file-status NOT = '00'
        DISPLAY 'RUN CONTROL COMPLETE FAILED - STATUS '
                END-IF
                PERFORM sum-one-pair
            END-IF
      *> Reversals only come from the approval queue, outside any
      *> bracket, so they never count toward a slice's trailer.
        WHEN tran-reversal
            PERFORM reverse-one-pair
        WHEN OTHER
            DISPLAY 'UNKNOWN RECORD TYPE ' tran-record-type
                ' - RECORD ' ws-record-number ' SKIPPED'
            ' IS NOT OPEN DATE ' ws-open-date
            ' - SLICE SKIPPED'
    END-IF.
    IF ws-dept-skip = 'N'
        PERFORM check-duplicate-slice
    END-IF.

      *> The slice about to post is measured against every
      *> register entry for its department. A match on trailer
      *> count, trailer total and detail hash with a slice already
      *> posted is skipped whole and flagged exactly as a wrong
      *> business date is - unless a supervisor has released a
      *> held duplicate with the same figures, in which case the
      *> release is used up and the slice posts. A skipped slice
      *> is held on the register (once per business date) for
      *> the supervisor to rule on.
check-duplicate-slice.
    MOVE 'N' TO ws-slice-found.
    PERFORM VARYING ws-slice-index FROM 1 BY 1
        UNTIL ws-slice-index > ws-slice-used
            OR ws-slice-found = 'Y'
        IF slt-header-record (ws-slice-index) = ws-record-number
            MOVE 'Y' TO ws-slice-found
        END-IF
    END-PERFORM.
    IF ws-slice-found = 'N'
        MOVE ws-current-dept TO rbe-dept-id
        MOVE 'DUPLICATE CHECK NOT MADE - SLICE TABLE FULL'
            TO rbe-message
        WRITE report-line FROM report-batch-error-line
        EXIT PARAGRAPH
    END-IF.
    SUBTRACT 1 FROM ws-slice-index.
    IF slt-complete (ws-slice-index) = 'N'
        EXIT PARAGRAPH
    END-IF.

    MOVE 'N' TO ws-duplicate-flag.
    MOVE 'N' TO ws-release-flag.
    MOVE 'N' TO ws-held-flag.
    MOVE 'N' TO ws-register-eof-flag.
    MOVE ws-current-dept TO slice-dept-id.
    MOVE ZERO TO slice-business-date.
    MOVE ZERO TO slice-sequence.
    START slice-file KEY IS NOT LESS THAN slice-key
        INVALID KEY
            MOVE 'Y' TO ws-register-eof-flag
    END-START.
    PERFORM UNTIL ws-register-eof-flag = 'Y'
        READ slice-file NEXT RECORD
            AT END
                MOVE 'Y' TO ws-register-eof-flag
            NOT AT END
                IF slice-dept-id NOT = ws-current-dept
                    MOVE 'Y' TO ws-register-eof-flag
                ELSE
                    PERFORM compare-register-entry
                END-IF
        END-READ
    END-PERFORM.

    IF ws-duplicate-flag = 'N'
        EXIT PARAGRAPH
    END-IF.
    IF ws-release-flag = 'Y'
        MOVE ws-current-dept TO rbe-dept-id
        MOVE 'DUPLICATE RELEASED BY SUPERVISOR - POSTED'
            TO rbe-message
        WRITE report-line FROM report-batch-error-line
        PERFORM use-slice-release
        EXIT PARAGRAPH
    END-IF.
    MOVE 'Y' TO ws-dept-skip.
    MOVE ws-current-dept TO rbe-dept-id.
    MOVE SPACES TO rbe-message.
    STRING 'DUPLICATE OF SLICE POSTED ' ws-duplicate-date
        ' - SKIPPED'
        DELIMITED BY SIZE INTO rbe-message.
    WRITE report-line FROM report-batch-error-line.
    DISPLAY 'DEPARTMENT ' ws-current-dept
        ' SLICE DUPLICATES ONE POSTED FOR ' ws-duplicate-date
        ' - SLICE SKIPPED'.
    IF ws-held-flag = 'N'
        PERFORM hold-duplicate-slice
    END-IF.

compare-register-entry.
    IF slice-trailer-count NOT = slt-count (ws-slice-index)
        OR slice-trailer-total NOT = slt-total (ws-slice-index)
        OR slice-detail-hash NOT = slt-hash (ws-slice-index)
        EXIT PARAGRAPH
    END-IF.
    EVALUATE TRUE
        WHEN slice-posted
            IF slt-origin (ws-slice-index) NOT = 'R'
                OR slice-business-date = ws-business-date
                MOVE 'Y' TO ws-duplicate-flag
                MOVE slice-business-date TO ws-duplicate-date
            END-IF
        WHEN slice-released
            IF ws-release-flag = 'N'
                MOVE 'Y' TO ws-release-flag
                MOVE slice-key TO ws-release-key
            END-IF
        WHEN slice-held
            IF slice-business-date = ws-business-date
                MOVE 'Y' TO ws-held-flag
            END-IF
    END-EVALUATE.

use-slice-release.
    IF ws-trial-run-flag = 'Y'
        EXIT PARAGRAPH
    END-IF.
    MOVE ws-release-key TO slice-key.
    READ slice-file
        INVALID KEY
            DISPLAY 'SLICE RELEASE VANISHED - ' ws-release-key
            EXIT PARAGRAPH
    END-READ.
    MOVE 'U' TO slice-status.
    REWRITE slice-register-record.
    IF ws-slice-file-status NOT = '00'
        DISPLAY 'SLICE RELEASE UPDATE FAILED - STATUS '
            ws-slice-file-status
    END-IF.

hold-duplicate-slice.
    MOVE 'D' TO slice-status.
    PERFORM write-slice-register.

      *> A slice that reached its trailer - matched or mismatched,
      *> it has posted either way - goes on the register so the
      *> next copy of it is caught. The trailer's own figures are
      *> what was surveyed, so the surveyed entry supplies the
      *> hash; the entry is the last slice whose header came
      *> before this trailer.
register-posted-slice.
    IF ws-trial-run-flag = 'Y'
        EXIT PARAGRAPH
    END-IF.
    MOVE ZERO TO ws-slice-index.
    PERFORM VARYING ws-survey-slice FROM 1 BY 1
        UNTIL ws-survey-slice > ws-slice-used
        IF slt-header-record (ws-survey-slice) < ws-record-number
            MOVE ws-survey-slice TO ws-slice-index
        END-IF
    END-PERFORM.
    IF ws-slice-index = ZERO
        OR slt-dept-id (ws-slice-index) NOT = ws-current-dept
        DISPLAY 'DEPARTMENT ' ws-current-dept
            ' SLICE NOT REGISTERED - SLICE TABLE FULL'
        EXIT PARAGRAPH
    END-IF.
    MOVE 'P' TO slice-status.
    PERFORM write-slice-register.

      *> Expects slice-status set and ws-slice-index on the
      *> slice's surveyed entry.
write-slice-register.
    IF ws-trial-run-flag = 'Y'
        EXIT PARAGRAPH
    END-IF.
    MOVE ws-current-dept TO slice-dept-id.
    MOVE ws-business-date TO slice-business-date.
    MOVE 1 TO slice-sequence.
    MOVE slt-origin (ws-slice-index) TO slice-origin.
    MOVE slt-count (ws-slice-index) TO slice-trailer-count.
    MOVE slt-total (ws-slice-index) TO slice-trailer-total.
    MOVE slt-hash (ws-slice-index) TO slice-detail-hash.
    MOVE ws-run-date TO slice-run-date.
    MOVE ZERO TO slice-release-date.
    MOVE SPACES TO slice-release-operator.
    WRITE slice-register-record.
    PERFORM UNTIL ws-slice-file-status NOT = '22'
            OR slice-sequence = 999
        ADD 1 TO slice-sequence
        WRITE slice-register-record
    END-PERFORM.
    IF ws-slice-file-status NOT = '00'
        DISPLAY 'SLICE REGISTER WRITE FAILED - STATUS '
            ws-slice-file-status
    END-IF.

reconcile-department-batch.
    IF ws-dept-active = 'N'
        IF tran-batch-count = ws-dept-count
            AND tran-batch-total = ws-dept-total
            MOVE 'MATCH' TO rbt-status
            MOVE 'MATCH' TO ws-slice-recon-status
        ELSE
            MOVE 'MISMATCH' TO rbt-status
            MOVE 'MISMATCH' TO ws-slice-recon-status
            DISPLAY 'DEPARTMENT ' ws-current-dept
                ' RECONCILIATION MISMATCH'
        END-IF
        WRITE report-line FROM report-batch-trailer-line
        PERFORM post-department-balance
        PERFORM post-department-history
        PERFORM register-posted-slice
        MOVE 'N' TO ws-dept-active
    END-IF
    END-IF.
            ws-balance-file-status
    END-IF.

      *> Every post into a department's day buckets is added into
      *> its history record for the business date as well. The
      *> history is never reset, so the day is still there after
      *> the next night posts over the day buckets. Later slices
      *> and cycles of the same date add into the same record, and
      *> one mismatched slice marks the whole day MISMATCH.
post-department-history.
    IF ws-trial-run-flag = 'Y'
        EXIT PARAGRAPH
    END-IF.
    MOVE ws-current-dept TO dept-hist-id.
    MOVE ws-business-date TO dept-hist-date.
    PERFORM read-department-history.
    ADD ws-dept-count TO dept-hist-count.
    ADD ws-dept-total TO dept-hist-total.
    ADD 1 TO dept-hist-slice-count.
    IF ws-slice-recon-status = 'MISMATCH'
        MOVE 'MISMATCH' TO dept-hist-recon-status
    END-IF.
    PERFORM write-department-history.

      *> A reversal comes out of the history for the business date
      *> the pair it backs out was posted under, so that day's
      *> figures - and its month on the trend page - come to what
      *> the department really did, and tonight's are not pulled
      *> down by a correction to another day. A pair posted before
      *> the audit record carried its business date has none to
      *> go back to; that one comes out of tonight's date.
post-reversal-history.
    IF ws-trial-run-flag = 'Y'
        OR crv-dept = SPACES
        EXIT PARAGRAPH
    END-IF.
    MOVE crv-dept TO dept-hist-id.
    IF crv-business-date IS NUMERIC
        AND crv-business-date NOT = ZERO
        MOVE crv-business-date TO dept-hist-date
    ELSE
        MOVE ws-open-date TO dept-hist-date
    END-IF.
    PERFORM read-department-history.
    ADD 1 TO dept-hist-count.
    ADD result TO dept-hist-total.
    ADD 1 TO dept-hist-reversal-count.
    PERFORM write-department-history.

read-department-history.
    MOVE dept-hist-key TO ws-history-key.
    MOVE 'Y' TO ws-history-found-flag.
    READ history-file
        INVALID KEY
            MOVE 'N' TO ws-history-found-flag
    END-READ.
    IF ws-history-found-flag = 'N'
        MOVE ws-history-key TO dept-hist-key
        MOVE ZERO TO dept-hist-count
        MOVE ZERO TO dept-hist-total
        MOVE ZERO TO dept-hist-slice-count
        MOVE ZERO TO dept-hist-reversal-count
        MOVE 'MATCH' TO dept-hist-recon-status
    END-IF.

write-department-history.
    IF ws-history-found-flag = 'Y'
        REWRITE department-history-record
    ELSE
        WRITE department-history-record
    END-IF.
    IF ws-history-file-status NOT = '00'
        DISPLAY 'HISTORY POST FAILED - STATUS '
            ws-history-file-status
    END-IF.

sum-one-pair.
    MOVE tran-operation TO operation_code.
    MOVE tran-first-number TO first_number.
        PERFORM write-audit-record
    END-IF.

      *> HELLOEDIT already proved the named pair was on the master,
      *> posted by this run's predecessors and not yet reversed -
      *> the checks are made again against the master as it stands
      *> now, since an earlier record of this same file may have
      *> reversed the pair in the meantime. The pair's result is
      *> negated and posted the way a pair is: into the grand
      *> total, the ledger feed (marked R) and the audit master,
      *> and straight into the original department's balance
      *> buckets, since no slice trailer will carry it there. The
      *> original is flagged reversed last, with the key of the
      *> reversal's own audit entry.
reverse-one-pair.
    MOVE tran-rev-audit-key TO crv-original-key.
    MOVE tran-rev-audit-key TO audit-key.
    READ audit-file
        INVALID KEY
            MOVE 'PAIR NOT ON AUDITMST' TO rve-message
            PERFORM refuse-reversal
            EXIT PARAGRAPH
    END-READ.
    IF audit-source NOT = 'HELLOBAT'
        OR audit-reversal-entry
        MOVE 'NOT A POSTED PAIR' TO rve-message
        PERFORM refuse-reversal
        EXIT PARAGRAPH
    END-IF.
    IF audit-reversed
        MOVE 'ALREADY REVERSED' TO rve-message
        PERFORM refuse-reversal
        EXIT PARAGRAPH
    END-IF.

    MOVE audit-dept-id TO crv-dept.
    MOVE audit-trace-reference TO crv-trace-reference.
    MOVE audit-business-date TO crv-business-date.
    MOVE audit-operation TO operation_code.
    MOVE audit-first-number TO first_number.
    MOVE audit-second-number TO second_number.
    COMPUTE result = ZERO - audit-result.
    DISPLAY 'REVERSAL RESULT = ' result.
    ADD result TO ws-grand-total.
    MOVE crv-original-key TO rvl-audit-key.
    MOVE crv-dept TO rvl-dept-id.
    MOVE result TO rvl-result.
    WRITE report-line FROM report-reversal-line.

    MOVE 'Y' TO ws-reversal-active.
    PERFORM write-extract-detail.
    PERFORM post-reversal-balance.
    PERFORM post-reversal-history.
    PERFORM write-audit-record.
    PERFORM flag-original-reversed.
    MOVE 'N' TO ws-reversal-active.

refuse-reversal.
    MOVE crv-original-key TO rve-audit-key.
    WRITE report-line FROM report-reversal-error-line.
    DISPLAY 'REVERSAL OF ' crv-original-key ' REFUSED - '
        rve-message.

      *> The day buckets follow the same reset rule a slice's post
      *> does, against tonight's open date. A pair posted outside
      *> any bracket never reached a department balance, so its
      *> reversal has none to come out of either.
post-reversal-balance.
    IF ws-trial-run-flag = 'Y'
        OR crv-dept = SPACES
        EXIT PARAGRAPH
    END-IF.
    MOVE crv-dept TO dept-bal-id.
    MOVE 'Y' TO ws-balance-found-flag.
    READ balance-file
        INVALID KEY
            MOVE 'N' TO ws-balance-found-flag
    END-READ.
    IF ws-balance-found-flag = 'N'
        MOVE crv-dept TO dept-bal-id
        MOVE ws-open-date TO dept-bal-last-date
        MOVE 1 TO dept-bal-day-count
        MOVE result TO dept-bal-day-total
        MOVE 1 TO dept-bal-mtd-count
        MOVE result TO dept-bal-mtd-total
        MOVE 1 TO dept-bal-ytd-count
        MOVE result TO dept-bal-ytd-total
        WRITE department-balance-record
    ELSE
        IF dept-bal-last-date NOT = ws-open-date
            MOVE ws-open-date TO dept-bal-last-date
            MOVE ZERO TO dept-bal-day-count
            MOVE ZERO TO dept-bal-day-total
        END-IF
        ADD 1 TO dept-bal-day-count
        ADD result TO dept-bal-day-total
        ADD 1 TO dept-bal-mtd-count
        ADD result TO dept-bal-mtd-total
        ADD 1 TO dept-bal-ytd-count
        ADD result TO dept-bal-ytd-total
        REWRITE department-balance-record
    END-IF.
    IF ws-balance-file-status NOT = '00'
        DISPLAY 'REVERSAL BALANCE POST FAILED - STATUS '
            ws-balance-file-status
    END-IF.

      *> Only a reversal whose own audit entry landed flags the
      *> original - an original flagged against a reversal that
      *> is on no record would point at nothing.
flag-original-reversed.
    IF ws-trial-run-flag = 'Y'
        EXIT PARAGRAPH
    END-IF.
    IF ws-audit-file-status NOT = '00'
        DISPLAY 'REVERSAL OF ' crv-original-key
            ' POSTED WITHOUT AN AUDIT ENTRY - ORIGINAL NOT FLAGGED'
        EXIT PARAGRAPH
    END-IF.
    MOVE ws-written-audit-key TO crv-new-key.
    MOVE crv-original-key TO audit-key.
    READ audit-file
        INVALID KEY
            DISPLAY 'REVERSED PAIR ' crv-original-key
                ' VANISHED - ORIGINAL NOT FLAGGED'
            EXIT PARAGRAPH
    END-READ.
    MOVE 'R' TO audit-reversal-status.
    MOVE crv-new-key TO audit-reversed-by-key.
    REWRITE audit-record.
    IF ws-audit-file-status NOT = '00'
        DISPLAY 'REVERSAL FLAG FAILED - STATUS '
            ws-audit-file-status
    END-IF.

      *> One pair computation shared by every path through the run.
      *> A divisor of zero is trapped ahead of the DIVIDE so it can
      *> carry its own reject reason instead of surfacing as the
    IF ws-extract-skip-count > ZERO
        SUBTRACT 1 FROM ws-extract-skip-count
    ELSE
        IF ws-reversal-active = 'Y'
            MOVE crv-dept TO xd-dept-id
            MOVE 'R' TO xd-entry-type
            MOVE crv-trace-reference TO xd-trace-reference
        ELSE
            IF ws-dept-active = 'Y'
                MOVE ws-current-dept TO xd-dept-id
            ELSE
                MOVE SPACES TO xd-dept-id
            END-IF
            MOVE SPACE TO xd-entry-type
            MOVE tran-trace-reference TO xd-trace-reference
        END-IF
        MOVE operation_code TO xd-operation
        MOVE first_number TO xd-first-number
    MOVE first_number TO susp-first-number.
    MOVE second_number TO susp-second-number.
    MOVE 'O' TO susp-status.
    MOVE ws-open-date TO susp-business-date.
    MOVE tran-trace-reference TO susp-trace-reference.
    WRITE suspense-record.

      *> Re-opens RESTCTL for every record rather than once per run
    MOVE ws-dept-count TO restart-dept-count.
    MOVE ws-dept-total TO restart-dept-total.
    MOVE ws-extract-count TO restart-extract-count.
    MOVE ws-cycle-number TO restart-cycle.
    OPEN OUTPUT restart-file.
    WRITE restart-control-record.
    CLOSE restart-file.
    MOVE ZERO TO restart-dept-count.
    MOVE ZERO TO restart-dept-total.
    MOVE ZERO TO restart-extract-count.
    MOVE ZERO TO restart-cycle.
    OPEN OUTPUT restart-file.
    WRITE restart-control-record.
    CLOSE restart-file.
    MOVE second_number TO audit-second-number.
    MOVE result TO audit-result.
    MOVE 'HELLOBAT' TO audit-source.
    MOVE SPACES TO audit-reversal-fields.
    MOVE ws-open-date TO audit-business-date.
    IF ws-reversal-active = 'Y'
        MOVE crv-dept TO audit-dept-id
        MOVE 'R' TO audit-entry-type
        MOVE crv-original-key TO audit-reversal-of-key
        MOVE crv-trace-reference TO audit-trace-reference
    ELSE
        IF ws-dept-active = 'Y'
            MOVE ws-current-dept TO audit-dept-id
        ELSE
            MOVE SPACES TO audit-dept-id
        END-IF
        MOVE tran-trace-reference TO audit-trace-reference
    END-IF.
    PERFORM link-audit-chain.
    PERFORM keep-audit-image.
    WRITE audit-record FROM ws-audit-image.
    PERFORM UNTIL ws-audit-file-status NOT = '22'
            OR audit-sequence = 9999999
        MOVE ws-audit-image TO audit-record
        ADD 1 TO audit-sequence
        PERFORM seal-audit-record
        PERFORM keep-audit-image
        WRITE audit-record FROM ws-audit-image
    END-PERFORM.
    IF ws-audit-file-status NOT = '00'
        DISPLAY 'AUDIT WRITE FAILED - STATUS ' ws-audit-file-status
    ELSE
        PERFORM advance-audit-chain
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
            MOVE SPACES TO ws-chain-linked-key
        NOT INVALID KEY
            MOVE 'Y' TO ws-chain-found-flag
            MOVE chain-last-key TO ws-chain-linked-key
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
      *> Another session, or the nightly run, may have chained a
      *> record onto the same date since this one was linked, so
      *> the anchor is read again first. If it no longer ends at
      *> the record this one was linked behind, this record is
      *> linked again behind the new end, resealed and rewritten,
      *> and the anchor read once more; the anchor is only moved
      *> on when it still ends where this record says it does.
      *> Otherwise two records would share a sequence and a
      *> previous value, and HELLOVFY would call a genuine chain
      *> broken.
advance-audit-chain.
    MOVE ZERO TO ws-chain-retry-count.
    MOVE 'N' TO ws-chain-settled-flag.
    PERFORM UNTIL ws-chain-settled-flag = 'Y'
        PERFORM settle-audit-chain
    END-PERFORM.

      *> A '51' is the other writer holding the anchor between its
      *> own READ and REWRITE, and a '22' on the WRITE of a new
      *> anchor is the other writer creating it first - either
      *> way the anchor is read again.
settle-audit-chain.
    ADD 1 TO ws-chain-retry-count.
    IF ws-chain-retry-count > 999
        DISPLAY 'AUDCHAIN UPDATE FAILED - ANCHOR NEVER SETTLED'
        MOVE 'Y' TO ws-chain-settled-flag
        EXIT PARAGRAPH
    END-IF.
    MOVE ws-written-chain-date TO chain-date.
    READ chain-file
        INVALID KEY
            CONTINUE
    END-READ.
    EVALUATE ws-chain-file-status
        WHEN '00'
            MOVE 'Y' TO ws-chain-now-flag
        WHEN '23'
            MOVE 'N' TO ws-chain-now-flag
        WHEN '51'
            EXIT PARAGRAPH
        WHEN OTHER
            DISPLAY 'AUDCHAIN READ FAILED - STATUS '
                ws-chain-file-status
            MOVE 'Y' TO ws-chain-settled-flag
            EXIT PARAGRAPH
    END-EVALUATE.
    IF ws-chain-now-flag = 'Y'
        IF ws-chain-found-flag = 'N'
            OR chain-last-key NOT = ws-chain-linked-key
            PERFORM relink-audit-record
            EXIT PARAGRAPH
        END-IF
    END-IF.
    MOVE ws-written-chain-date TO chain-date.
    MOVE ws-written-chain-sequence TO chain-last-sequence.
    MOVE ws-written-chain-value TO chain-last-value.
    MOVE ws-written-audit-key TO chain-last-key.
    IF ws-chain-now-flag = 'Y'
        REWRITE chain-anchor-record
    ELSE
        WRITE chain-anchor-record
    END-IF.
    IF ws-chain-file-status = '22'
        OR ws-chain-file-status = '51'
        EXIT PARAGRAPH
    END-IF.
    IF ws-chain-file-status NOT = '00'
        DISPLAY 'AUDCHAIN UPDATE FAILED - STATUS ' ws-chain-file-status
    END-IF.
    MOVE 'Y' TO ws-chain-settled-flag.

      *> Expects the anchor as it now stands in the record area.
      *> The record is already on the master under its own key,
      *> so it is rebuilt from the image kept at its WRITE and
      *> rewritten in place behind the anchor's new end; only its
      *> chain fields change, and the image is kept again so the
      *> anchor is moved on to the record as now rewritten.
relink-audit-record.
    MOVE 'Y' TO ws-chain-found-flag.
    MOVE chain-last-key TO ws-chain-linked-key.
    MOVE ws-audit-image TO audit-record.
    ADD 1 TO chain-last-sequence GIVING audit-chain-sequence.
    MOVE chain-last-value TO audit-chain-previous.
    PERFORM seal-audit-record.
    PERFORM keep-audit-image.
    REWRITE audit-record FROM ws-audit-image.
    IF ws-audit-file-status NOT = '00'
        DISPLAY 'AUDIT RELINK FAILED - STATUS ' ws-audit-file-status
        MOVE 'Y' TO ws-chain-settled-flag
    END-IF.
