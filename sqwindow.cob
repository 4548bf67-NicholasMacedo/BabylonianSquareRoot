*> Babylonian Square Root Solver - batch window driver
*> By: Nicholas Macedo
*>
*> Modification History:
*>   2026-10-15  New. SQROOTB takes exactly one INFILE transfer per
*>               submission, so a month-end night with files from
*>               five or six originating systems meant submitting
*>               and watching the job once per file. This driver
*>               reads a transfer control list (XFERLIST: one line
*>               per INFILE dataset, with a processing priority)
*>               and runs every transfer on it, lowest priority
*>               number first, through main-program one after
*>               another: each dataset is copied to the INFILE work
*>               file and main-program is CALLed with the window's
*>               PARM card plus MODE=BATCH and APPEND=Y, so the
*>               existing header/trailer, run-control and restart
*>               logic judges every transfer exactly as it judges a
*>               lone one, and the night's results accumulate into
*>               the one set of outputs. A transfer that is refused
*>               (RC 12) or fails balance (RC 16) is reported and
*>               the window carries on with the next. The
*>               consolidated window report (WINRPT) gives each
*>               transfer's originating system, run date, control
*>               totals (from its run-control record), return code
*>               and elapsed time, then the window's totals and its
*>               worst return code, which the step ends with.

identification division.
program-id. sqwindow.
environment division.
input-output section.
file-control.
    select transfer-list-file assign to "XFERLIST"
        organization line sequential
        file status is list-status.
    select transfer-file assign to transfer-dataset
        organization line sequential
        file status is transfer-status.
    select window-infile assign to "INFILE"
        organization line sequential
        file status is infile-status.
    select runctl-file assign to "RUNCTLF"
        organization indexed
        access random
        record key runctl-key
        file status is runctl-status.
    select window-report-file assign to "WINRPT"
        organization line sequential
        file status is report-status.

data division.

file section.

*> The night's transfer control list, kept by operations: a
*> processing priority in columns 1-3 (lowest runs first; equal
*> priorities run in list order) and the INFILE dataset name in
*> columns 5-48. Blank lines and lines with an asterisk in column
*> 1 are comments.
fd  transfer-list-file.
01  transfer-list-line.
    05 tl-priority pic x(03).
    05 filler pic x(01).
    05 tl-dataset pic x(44).
    05 filler pic x(32).

*> One transfer as the originating system sent it, read through
*> the REQREC views so its header and trailer can be picked out
*> on the way past.
fd  transfer-file.
copy reqrec replacing leading ==input-== by ==xfer-==.

*> The INFILE work file each transfer is copied into before
*> main-program is called to process it.
fd  window-infile.
01  window-infile-record pic x(70).

*> The run-control master main-program registers each transfer
*> on, read back here for the transfer's final control totals.
fd  runctl-file.
copy runctl.

*> The consolidated batch window report.
fd  window-report-file.
01  window-report-record pic x(132).

working-storage section.

01 list-status pic x(02).
01 transfer-status pic x(02).
01 infile-status pic x(02).
01 runctl-status pic x(02).
01 report-status pic x(02).

*> The dataset the current transfer is read from, named on the
*> transfer control list.
01 transfer-dataset pic x(44).

01 more-list pic x(01).
    88 more-list-lines value "Y".
01 more-transfer pic x(01).
    88 more-transfer-records value "Y".

*> PARM card handling, the same copy-then-unstring shape
*> determine-run-mode uses in main-program. The window's PARM is
*> passed on to main-program for every transfer behind MODE=BATCH
*> and APPEND=Y, so it carries the keywords a lone SQROOTB run
*> would (TOL=, MAXITER=, CSV=, PROFILE=, RESUME=); only RESUME=Y
*> means anything to the driver itself.
01 parm-string pic x(80).
01 parm-table.
    05 parm-entry occurs 6 times pic x(20).
01 parm-sub pic s9(4).
01 window-prefix pic x(20) value "MODE=BATCH,APPEND=Y,".
01 resume-flag pic x(01) value "N".
    88 resume-requested value "Y".

*> Built here for each transfer and passed to main-program, the
*> same length-prefixed shape SQROOT-CLI builds.
copy parmarea replacing leading ==parm-== by ==call-parm-==.

01 numval-check pic s9(4).

*> The transfer control list, loaded and validated whole before
*> anything runs, then each transfer's outcome as it is run.
01 transfer-count pic s9(4) comp value zero.
01 transfer-limit pic s9(4) comp value 50.
01 transfer-table.
    05 transfer-entry occurs 50 times.
        10 te-priority pic 9(03).
        10 te-dataset pic x(44).
        10 te-run pic x(01).
        10 te-system pic x(08).
        10 te-run-date pic x(08).
        10 te-records-read pic 9(08).
        10 te-records-processed pic 9(08).
        10 te-records-rejected pic 9(08).
        10 te-return-code pic 9(02).
        10 te-outcome pic x(12).
        10 te-elapsed pic x(08).
01 list-sub pic s9(4) comp.
01 next-sub pic s9(4) comp.
01 run-sub pic s9(4) comp.
01 list-line-number pic 9(05) value zero.
01 list-error-switch pic x(01) value "N".
    88 list-in-error value "Y".

*> What the current transfer's own header and trailer say: the
*> run-control key main-program will register it under.
01 staged-switch pic x(01).
    88 transfer-staged value "Y".
01 staged-header-date pic x(08).
01 staged-header-system pic x(08).
01 staged-stated-count pic 9(08).
01 transfer-return-code pic s9(04).
01 counted-return-code pic s9(04).
01 runctl-found pic x(01).
    88 runctl-record-found value "Y".

*> The window's tallies for the closing summary.
01 worst-return-code pic s9(04) value zero.
01 complete-count pic 9(05) value zero.
01 failed-count pic 9(05) value zero.
01 refused-count pic 9(05) value zero.
01 rejected-count pic 9(05) value zero.
01 missing-count pic 9(05) value zero.
01 earlier-count pic 9(05) value zero.
01 window-records-read pic 9(08) value zero.
01 window-records-processed pic 9(08) value zero.
01 window-records-rejected pic 9(08) value zero.

*> Wall-clock bookkeeping, built the same way main-program's
*> compute-current-seconds and build-audit-timestamp do.
01 current-timestamp pic x(21).
01 audit-timestamp pic x(19).
01 window-start-stamp pic x(19).
01 transfer-start-stamp pic x(19).
01 current-seconds pic s9(12).
01 window-start-seconds pic s9(12).
01 transfer-start-seconds pic s9(12).
01 elapsed-seconds pic s9(09).
01 work-remainder pic s9(09).
01 clock-hh pic 9(02).
01 clock-mm pic 9(02).
01 clock-ss pic 9(02).
01 clock-display pic x(08).

*> Edited fields used to lay the report out.
01 seq-edit pic ZZ9.
01 priority-edit pic 9(03).
01 count-edit pic ZZZZZZZ9.
01 count-edit-2 pic ZZZZZZZ9.
01 count-edit-3 pic ZZZZZZZ9.
01 rc-edit pic Z9.
01 summary-label pic x(40).
01 summary-edit pic ZZZ,ZZZ,ZZ9.

*> The window's own PARM card arrives the same way main-program's
*> does.
linkage section.
copy parmarea.

procedure division using parm-linkage-area.

    display "=-= Batch Window Driver =-=".
    perform compute-current-seconds.
    move current-seconds to window-start-seconds.
    perform build-audit-timestamp.
    move audit-timestamp to window-start-stamp.
    perform read-parm-card.
    perform load-transfer-list.
    open output window-report-file.
    if report-status not = "00"
        display "Unable to open WINRPT, status " report-status
        move 16 to return-code
        stop run
    end-if.
    perform write-window-heading.
    perform varying run-sub from 1 by 1 until run-sub > transfer-count
        perform run-next-transfer
    end-perform.
    if transfer-count = zero
        display "XFERLIST names no transfers; nothing was run."
        if worst-return-code < 4
            move 4 to worst-return-code
        end-if
    end-if.
    perform write-window-summary.
    close window-report-file.
    move transfer-count to seq-edit.
    move worst-return-code to rc-edit.
    display "SQWINDOW complete: " seq-edit " transfer(s),"
        " worst return code " rc-edit ".".
    move worst-return-code to return-code.
    stop run.

*> ----------------------------------------------------------------
*> Reads the PARM card the same way main-program's
*> determine-run-mode does, only to learn whether this is a
*> resubmitted window (RESUME=Y); the text itself goes on to
*> main-program untouched behind the window's own keywords, so it
*> must leave them room.
*> ----------------------------------------------------------------
read-parm-card.
    move spaces to parm-string.
    if parm-length > 0
        move parm-text(1:parm-length) to parm-string
    end-if.
    if parm-length > 60
        display "PARM text is longer than the 60 characters that"
            " can be passed on to main-program."
        move 16 to return-code
        stop run
    end-if.
    if parm-string not = spaces
        move spaces to parm-table
        unstring parm-string delimited by ","
            into parm-entry(1) parm-entry(2) parm-entry(3)
                 parm-entry(4) parm-entry(5) parm-entry(6)
        end-unstring
        perform varying parm-sub from 1 by 1 until parm-sub > 6
            perform interpret-parm-entry
        end-perform
    end-if.

interpret-parm-entry.
    if parm-entry(parm-sub)(1:7) = "RESUME="
        if parm-entry(parm-sub)(8:1) = "Y"
            move "Y" to resume-flag
        end-if
    end-if.

*> ----------------------------------------------------------------
*> Loads the transfer control list and validates every line of it
*> before a single transfer is run: a priority that is not a
*> number, a missing dataset name, or more transfers than the table
*> holds ends the step with RETURN-CODE 16 and nothing processed,
*> since running half a window off a list nobody can trust would
*> be worse than running none of it.
*> ----------------------------------------------------------------
load-transfer-list.
    open input transfer-list-file.
    if list-status not = "00"
        display "Unable to open XFERLIST, status " list-status
        move 16 to return-code
        stop run
    end-if.
    move "Y" to more-list.
    perform with test before until not more-list-lines
        read transfer-list-file
            at end move "N" to more-list
            not at end
                add 1 to list-line-number
                perform load-one-list-line
        end-read
    end-perform.
    close transfer-list-file.
    if list-in-error
        display "XFERLIST rejected; no transfer was run."
        move 16 to return-code
        stop run
    end-if.

load-one-list-line.
    if transfer-list-line not = spaces
        and transfer-list-line(1:1) not = "*"
        compute numval-check = function test-numval(tl-priority)
        if numval-check not = zero or tl-priority = spaces
            display "XFERLIST line " list-line-number
                ": priority " tl-priority " is not a number."
            move "Y" to list-error-switch
        else
        if tl-dataset = spaces
            display "XFERLIST line " list-line-number
                ": no dataset named."
            move "Y" to list-error-switch
        else
        if transfer-count >= transfer-limit
            display "XFERLIST line " list-line-number
                ": more than " transfer-limit " transfers listed."
            move "Y" to list-error-switch
        else
            add 1 to transfer-count
            initialize transfer-entry(transfer-count)
            compute te-priority(transfer-count) =
                function numval(tl-priority)
            move tl-dataset to te-dataset(transfer-count)
            move "N" to te-run(transfer-count)
        end-if
        end-if
        end-if
    end-if.

*> ----------------------------------------------------------------
*> Runs the next transfer due: copies it to the INFILE work file,
*> calls main-program to process it, and records how it came out.
*> main-program is cancelled after every call, so each transfer
*> starts from a freshly loaded program exactly as a lone SQROOTB
*> step would.
*> ----------------------------------------------------------------
run-next-transfer.
    perform pick-next-transfer.
    move "Y" to te-run(next-sub).
    move te-dataset(next-sub) to transfer-dataset.
    move run-sub to seq-edit.
    display "Transfer " seq-edit ": " function trim(transfer-dataset).
    perform compute-current-seconds.
    move current-seconds to transfer-start-seconds.
    perform build-audit-timestamp.
    move audit-timestamp to transfer-start-stamp.
    perform stage-transfer.
    move "N" to runctl-found.
    if transfer-staged
        perform build-call-parm
        move zero to return-code
        call "main-program" using call-parm-linkage-area
        move return-code to transfer-return-code
        cancel "main-program"
        perform collect-run-control
    else
        move 16 to transfer-return-code
    end-if.
    perform compute-current-seconds.
    compute elapsed-seconds = current-seconds - transfer-start-seconds.
    compute work-remainder = elapsed-seconds.
    perform format-clock-display.
    move clock-display to te-elapsed(next-sub).
    perform judge-transfer-outcome.
    perform write-transfer-line.
    if counted-return-code > worst-return-code
        move counted-return-code to worst-return-code
    end-if.
    move zero to return-code.

*> The lowest priority number not yet run; equal priorities go in
*> list order.
pick-next-transfer.
    move zero to next-sub.
    perform varying list-sub from 1 by 1 until list-sub > transfer-count
        if te-run(list-sub) = "N"
            if next-sub = zero
                move list-sub to next-sub
            else
                if te-priority(list-sub) < te-priority(next-sub)
                    move list-sub to next-sub
                end-if
            end-if
        end-if
    end-perform.

*> ----------------------------------------------------------------
*> Copies the transfer, record for record, into the INFILE work
*> file main-program reads, noting on the way past the header's
*> run date and system and the trailer's stated count - the key
*> main-program registers the transfer under on RUNCTLF. Nothing
*> is judged here: a bad header or a short file is main-program's
*> to reject, the same as in a lone run. A dataset that cannot be
*> opened is not staged at all.
*> ----------------------------------------------------------------
stage-transfer.
    move "N" to staged-switch.
    move spaces to staged-header-date.
    move spaces to staged-header-system.
    move zero to staged-stated-count.
    open input transfer-file.
    if transfer-status not = "00"
        display "Unable to open " function trim(transfer-dataset)
            ", status " transfer-status "; transfer not run."
    else
        open output window-infile
        if infile-status not = "00"
            display "Unable to open the INFILE work file, status "
                infile-status "; window abandoned."
            close transfer-file
            move 16 to return-code
            stop run
        end-if
        move "Y" to more-transfer
        read transfer-file
            at end move "N" to more-transfer
        end-read
        if more-transfer-records
            and xfer-header-tag = "*HEADER*"
            move xfer-header-date to staged-header-date
            move xfer-header-system to staged-header-system
        end-if
        perform with test before until not more-transfer-records
            perform stage-one-record
            read transfer-file
                at end move "N" to more-transfer
            end-read
        end-perform
        close transfer-file
        close window-infile
        move "Y" to staged-switch
    end-if.

stage-one-record.
    if xfer-trailer-tag = "*TRAILER"
        compute numval-check = function test-numval(xfer-trailer-count)
        if numval-check = zero and xfer-trailer-count not = spaces
            compute staged-stated-count =
                function numval(xfer-trailer-count)
        end-if
    end-if.
    write window-infile-record from xfer-range-record.

*> The window's PARM text, behind the keywords that make every
*> transfer a batch run adding to the window's outputs.
build-call-parm.
    move spaces to call-parm-text.
    string window-prefix delimited by size
        parm-string delimited by "  "
        into call-parm-text
    end-string.
    compute call-parm-length =
        function length(function trim(call-parm-text trailing)).

*> ----------------------------------------------------------------
*> Reads the transfer's run-control record back for its control
*> totals. Only a record this call registered or took over (its
*> start stamp no earlier than the call) speaks for this attempt:
*> a refused transfer's record is the earlier run's, and a
*> transfer rejected before registering has none. A master that
*> cannot be read leaves the totals at zero.
*> ----------------------------------------------------------------
collect-run-control.
    if staged-header-date not = spaces
        open input runctl-file
        if runctl-status = "00"
            move staged-header-date to rc-header-date
            move staged-header-system to rc-header-system
            move staged-stated-count to rc-stated-count
            read runctl-file
                invalid key continue
                not invalid key
                    if rc-start-stamp >= transfer-start-stamp
                        move "Y" to runctl-found
                    end-if
            end-read
            close runctl-file
        end-if
    end-if.

*> ----------------------------------------------------------------
*> Settles what the transfer's line says. A transfer refused as
*> already COMPLETE in a resubmitted window (RESUME=Y) is one the
*> first attempt finished - its results are already in the
*> window's outputs - so it is shown as DONE EARLIER and does not
*> count against the window's return code; refused in a fresh
*> window it is a genuine duplicate submission.
*> ----------------------------------------------------------------
judge-transfer-outcome.
    move staged-header-system to te-system(next-sub).
    move staged-header-date to te-run-date(next-sub).
    move transfer-return-code to te-return-code(next-sub).
    move transfer-return-code to counted-return-code.
    if runctl-record-found
        move rc-run-status to te-outcome(next-sub)
        move rc-records-read to te-records-read(next-sub)
        move rc-records-processed to te-records-processed(next-sub)
        move rc-records-rejected to te-records-rejected(next-sub)
        add rc-records-read to window-records-read
        add rc-records-processed to window-records-processed
        add rc-records-rejected to window-records-rejected
        if rc-run-status = "FAILED"
            add 1 to failed-count
        else
            add 1 to complete-count
        end-if
    else
        evaluate true
            when not transfer-staged
                move "NOT FOUND" to te-outcome(next-sub)
                add 1 to missing-count
            when transfer-return-code = 12 and resume-requested
                move "DONE EARLIER" to te-outcome(next-sub)
                move zero to counted-return-code
                add 1 to earlier-count
            when transfer-return-code = 12
                move "REFUSED" to te-outcome(next-sub)
                add 1 to refused-count
            when transfer-return-code >= 16
                move "REJECTED" to te-outcome(next-sub)
                add 1 to rejected-count
            when other
                *> Processed, but RUNCTLF could not be read back.
                move "ENDED" to te-outcome(next-sub)
                add 1 to complete-count
        end-evaluate
    end-if.

write-window-heading.
    move spaces to window-report-record.
    string "BATCH WINDOW REPORT - SQWINDOW" delimited by size
        "    STARTED " delimited by size
        window-start-stamp delimited by size
        into window-report-record
    end-string.
    write window-report-record.
    move spaces to window-report-record.
    write window-report-record.
    move spaces to window-report-record.
    move "SEQ PRI  DATASET" to window-report-record(1:16).
    move "SYSTEM" to window-report-record(56:6).
    move "RUN DATE" to window-report-record(66:8).
    move "READ" to window-report-record(80:4).
    move "PROCESSD" to window-report-record(86:8).
    move "REJECTED" to window-report-record(96:8).
    move "RC" to window-report-record(106:2).
    move "OUTCOME" to window-report-record(110:7).
    move "ELAPSED" to window-report-record(124:7).
    write window-report-record.

write-transfer-line.
    move run-sub to seq-edit.
    move te-priority(next-sub) to priority-edit.
    move te-records-read(next-sub) to count-edit.
    move te-records-processed(next-sub) to count-edit-2.
    move te-records-rejected(next-sub) to count-edit-3.
    move te-return-code(next-sub) to rc-edit.
    move spaces to window-report-record.
    string seq-edit delimited by size
        " " delimited by size
        priority-edit delimited by size
        "  " delimited by size
        te-dataset(next-sub) delimited by size
        "  " delimited by size
        te-system(next-sub) delimited by size
        "  " delimited by size
        te-run-date(next-sub) delimited by size
        "  " delimited by size
        count-edit delimited by size
        "  " delimited by size
        count-edit-2 delimited by size
        "  " delimited by size
        count-edit-3 delimited by size
        "  " delimited by size
        rc-edit delimited by size
        "  " delimited by size
        te-outcome(next-sub) delimited by size
        "  " delimited by size
        te-elapsed(next-sub) delimited by size
        into window-report-record
    end-string.
    write window-report-record.

*> ----------------------------------------------------------------
*> Closes the report with the window's totals: how the transfers
*> came out, the records they accounted for, how long the window
*> ran, and the worst return code, which the step ends with.
*> ----------------------------------------------------------------
write-window-summary.
    move spaces to window-report-record.
    write window-report-record.
    move "WINDOW TOTALS" to window-report-record.
    write window-report-record.
    move "TRANSFERS ON THE LIST" to summary-label.
    move transfer-count to summary-edit.
    perform write-one-summary-line.
    move "  COMPLETE" to summary-label.
    move complete-count to summary-edit.
    perform write-one-summary-line.
    move "  FAILED (TRAILER BALANCE)" to summary-label.
    move failed-count to summary-edit.
    perform write-one-summary-line.
    move "  REFUSED (ALREADY PROCESSED)" to summary-label.
    move refused-count to summary-edit.
    perform write-one-summary-line.
    move "  REJECTED (HEADER OR SETUP)" to summary-label.
    move rejected-count to summary-edit.
    perform write-one-summary-line.
    move "  DATASET NOT FOUND" to summary-label.
    move missing-count to summary-edit.
    perform write-one-summary-line.
    if earlier-count > zero
        move "  DONE EARLIER (RESUBMITTED WINDOW)" to summary-label
        move earlier-count to summary-edit
        perform write-one-summary-line
    end-if.
    move "RECORDS READ" to summary-label.
    move window-records-read to summary-edit.
    perform write-one-summary-line.
    move "RECORDS PROCESSED" to summary-label.
    move window-records-processed to summary-edit.
    perform write-one-summary-line.
    move "RECORDS REJECTED" to summary-label.
    move window-records-rejected to summary-edit.
    perform write-one-summary-line.
    perform compute-current-seconds.
    compute elapsed-seconds = current-seconds - window-start-seconds.
    compute work-remainder = elapsed-seconds.
    perform format-clock-display.
    move spaces to window-report-record.
    move "  WINDOW ELAPSED" to window-report-record.
    move clock-display to window-report-record(48:8).
    write window-report-record.
    move worst-return-code to rc-edit.
    move spaces to window-report-record.
    move "  WORST RETURN CODE" to window-report-record.
    move rc-edit to window-report-record(54:2).
    write window-report-record.

write-one-summary-line.
    move spaces to window-report-record.
    string "  " delimited by size
        summary-label delimited by size
        "  " delimited by size
        summary-edit delimited by size
        into window-report-record
    end-string.
    write window-report-record.

compute-current-seconds.
    move function current-date to current-timestamp.
    compute current-seconds =
        function integer-of-date(
            function numval(current-timestamp(1:8))) * 86400
        + function numval(current-timestamp(9:2)) * 3600
        + function numval(current-timestamp(11:2)) * 60
        + function numval(current-timestamp(13:2)).

*> Lays work-remainder (a span in seconds) out as hh:mm:ss in
*> clock-display.
format-clock-display.
    compute clock-hh = work-remainder / 3600.
    compute work-remainder = function mod(work-remainder, 3600).
    compute clock-mm = work-remainder / 60.
    compute clock-ss = function mod(work-remainder, 60).
    move spaces to clock-display.
    string clock-hh ":" clock-mm ":" clock-ss
        into clock-display
    end-string.

build-audit-timestamp.
    move function current-date to current-timestamp.
    move spaces to audit-timestamp.
    string current-timestamp(1:4) "-" current-timestamp(5:2) "-"
        current-timestamp(7:2) " " current-timestamp(9:2) ":"
        current-timestamp(11:2) ":" current-timestamp(13:2)
        into audit-timestamp
    end-string.

end-procedure.
