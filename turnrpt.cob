*> Babylonian Square Root Solver - turnaround and service levels
*> By: Nicholas Macedo
*>
*> Modification History:
*>   2026-10-15  New. Reads the request-status master (REQSTATF)
*>               for the run dates a PARM card selects (FROM= and
*>               TO=, see TURNRPT.jcl) and, through each request's
*>               transfer on the run-control master (RUNCTLF),
*>               measures how long every request took: turnaround
*>               from the start of its transfer's header run date
*>               to the stamp its outcome was recorded with, and
*>               the transfer's arrival lag from that same midnight
*>               to the moment the batch run picked it up. The
*>               report (TURNRPT) gives each department its
*>               volumes, average and worst turnaround and arrival
*>               lag, and how many requests missed the
*>               department's turnaround target (dept-target-hours
*>               on DEPTFILE; zero there takes the PARM's TARGET=
*>               default), then lists every request still open -
*>               one whose transfer is STARTED (in flight or
*>               abended) or FAILED, or a rejected request REJCORR
*>               sent back corrected whose resubmission has not
*>               been processed yet - and ends with a record
*>               accounting section that balances back to the
*>               records read. Any open request ends the step with
*>               RETURN-CODE 4.
*>   2026-10-15  A run closed out as ABANDON with RUNMNT leaves
*>               its requests open, the same as the STARTED run it
*>               was; a VOID run's requests were answered and are
*>               settled.

identification division.
program-id. turnrpt.
environment division.
input-output section.
file-control.
    select status-file assign to "REQSTATF"
        organization indexed
        access sequential
        record key status-key
        file status is reqstat-status.
    select runctl-file assign to "RUNCTLF"
        organization indexed
        access random
        record key runctl-key
        file status is runctl-status.
    select dept-file assign to "DEPTFILE"
        organization indexed
        access sequential
        record key dm-key
        file status is dept-status.
    select turnaround-file assign to "TURNRPT"
        organization line sequential
        file status is turnaround-status.

data division.

file section.

*> The request-status master main-program and rejcorr keep: one
*> record per request per transfer, in request ID + department +
*> run date order, so a request's later resubmissions follow its
*> earlier records directly.
fd  status-file.
copy reqstat.

*> The run-control master: how each transfer's batch run ended and
*> when it started.
fd  runctl-file.
copy runctl.

*> The department master (DEPTREC, its names prefixed dm- here to
*> keep them clear of the department table's).
fd  dept-file.
copy deptrec replacing leading ==dept-== by ==dm-==.

*> The service-level report this program writes.
fd  turnaround-file.
01  turnaround-record pic x(132).

working-storage section.

01 reqstat-status pic x(02).
01 runctl-status pic x(02).
01 dept-status pic x(02).
01 turnaround-status pic x(02).

01 more-status pic x(01).
    88 more-status-records value "Y".
01 more-depts pic x(01).
    88 more-dept-records value "Y".

*> The request-status record being measured, held back until the
*> record after it has been read: a CORRECTED record followed by
*> another record for the same request ID and department has been
*> resubmitted, and the later record is the one that counts.
copy reqstat replacing leading ==status-== by ==held-==
                       leading ==rs-== by ==hs-==.
01 held-present pic x(01) value "N".
    88 held-record-present value "Y".

*> Run-date range selected on the PARM card; the defaults take
*> every run date on the master. The dates are compared with the
*> dashes taken out, the way the header carries them.
01 from-date pic x(10) value "0000-00-00".
01 to-date pic x(10) value "9999-99-99".
01 from-run-date pic x(08).
01 to-run-date pic x(08).

*> Turnaround target, in hours, for a department whose master
*> record carries none.
01 default-target-hours pic 9(04) value 24.
01 numval-check pic s9(4).

*> PARM card handling, the same copy-then-unstring shape
*> determine-run-mode uses in main-program.
01 parm-string pic x(80).
01 parm-table.
    05 parm-entry occurs 6 times pic x(20).
01 parm-sub pic s9(4).

*> The run the held request belongs to, looked up on RUNCTLF.
01 run-found pic x(01).
    88 run-on-master value "Y".
01 run-status-shown pic x(08).

*> Records read and where each one went: outside the run-date
*> range, superseded by a later resubmission, or measured (settled
*> or still open), so the report accounts for every record.
01 records-read pic 9(08) value zero.
01 records-outside-range pic 9(08) value zero.
01 records-superseded pic 9(08) value zero.
01 records-measured pic 9(08) value zero.
01 records-settled pic 9(08) value zero.
01 records-open pic 9(08) value zero.
01 records-no-run pic 9(08) value zero.

*> One row per department: loaded from the master in code order,
*> with a row added for any code on REQSTATF the master does not
*> know.
01 dept-count pic s9(4) value zero.
01 dept-table.
    05 dept-entry occurs 200 times.
        10 dept-code pic x(04).
        10 dept-name pic x(30).
        10 dept-target-hours pic 9(04).
        10 dept-volume pic 9(08).
        10 dept-settled pic 9(08).
        10 dept-open pic 9(08).
        10 dept-missed pic 9(08).
        10 dept-turn-total pic 9(15).
        10 dept-turn-worst pic 9(09).
        10 dept-lag-count pic 9(08).
        10 dept-lag-total pic 9(15).
        10 dept-lag-worst pic 9(09).
01 dept-sub pic s9(4).
01 dept-found-sub pic s9(4).
01 dept-overflow pic 9(08) value zero.
01 detail-dept pic x(04).

*> The report's totals line.
01 total-volume pic 9(08) value zero.
01 total-settled pic 9(08) value zero.
01 total-open pic 9(08) value zero.
01 total-missed pic 9(08) value zero.
01 total-turn-total pic 9(15) value zero.
01 total-turn-worst pic 9(09) value zero.
01 total-lag-count pic 9(08) value zero.
01 total-lag-total pic 9(15) value zero.
01 total-lag-worst pic 9(09) value zero.

*> The open requests, listed after the department section.
01 open-count pic s9(4) value zero.
01 open-table.
    05 open-entry occurs 500 times.
        10 oe-request-id pic x(08).
        10 oe-dept pic x(04).
        10 oe-run-date pic x(08).
        10 oe-system pic x(08).
        10 oe-seq pic 9(04).
        10 oe-outcome pic x(12).
        10 oe-run-status pic x(08).
        10 oe-stamp pic x(19).
01 open-sub pic s9(4).
01 open-overflow pic 9(08) value zero.

*> Time arithmetic: seconds since the calendar's day one, the same
*> way sqwindow and main-program's compute-current-seconds count
*> them, so a span is one subtraction.
01 run-date-seconds pic s9(12).
01 stamp-seconds pic s9(12).
01 settle-seconds pic s9(12).
01 arrival-seconds pic s9(12).
01 turn-seconds pic s9(09).
01 lag-seconds pic s9(09).
01 stamp-to-convert pic x(19).
01 date-to-convert-x pic x(08).
01 date-to-convert redefines date-to-convert-x pic 9(08).

*> Work fields for laying out the report.
01 span-seconds pic s9(09).
01 span-hours pic 9(04).
01 span-minutes pic 9(02).
01 span-hours-edit pic ZZZ9.
01 span-edit pic x(07).
01 count-edit pic ZZZ,ZZ9.
01 target-edit pic ZZZ9.
01 seq-edit pic ZZZ9.
01 summary-edit pic ZZZ,ZZZ,ZZ9.

linkage section.
copy parmarea.

procedure division using parm-linkage-area.

    perform read-parm-card.
    perform load-dept-master.
    open input status-file.
    if reqstat-status not = "00"
        display "Unable to open REQSTATF, status " reqstat-status
        move 16 to return-code
        stop run
    end-if.
    open input runctl-file.
    if runctl-status not = "00"
        display "Unable to open RUNCTLF, status " runctl-status
        move 16 to return-code
        stop run
    end-if.
    open output turnaround-file.
    if turnaround-status not = "00"
        display "Unable to open TURNRPT, status " turnaround-status
        move 16 to return-code
        stop run
    end-if.
    perform measure-request-status.
    perform write-turnaround-report.
    close status-file.
    close runctl-file.
    close turnaround-file.
    if records-open > zero
        display "TURNRPT complete with " records-open
            " request(s) still open; see TURNRPT."
        move 4 to return-code
    else
        display "TURNRPT complete."
    end-if.
    stop run.

*> ----------------------------------------------------------------
*> Reads the PARM card the same way main-program's
*> determine-run-mode does: FROM=YYYY-MM-DD and TO=YYYY-MM-DD,
*> either one optional, select the run dates measured; TARGET=hhhh
*> is the turnaround target in hours for a department whose master
*> record carries none (24 if left off).
*> ----------------------------------------------------------------
read-parm-card.
    move spaces to parm-string.
    if parm-length > 0
        move parm-text(1:parm-length) to parm-string
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
    string from-date(1:4) from-date(6:2) from-date(9:2)
        delimited by size into from-run-date
    end-string.
    string to-date(1:4) to-date(6:2) to-date(9:2)
        delimited by size into to-run-date
    end-string.

interpret-parm-entry.
    if parm-entry(parm-sub)(1:5) = "FROM="
        move parm-entry(parm-sub)(6:10) to from-date
    end-if.
    if parm-entry(parm-sub)(1:3) = "TO="
        move parm-entry(parm-sub)(4:10) to to-date
    end-if.
    if parm-entry(parm-sub)(1:7) = "TARGET="
        compute numval-check =
            function test-numval(parm-entry(parm-sub)(8:13))
        if numval-check = zero
            and parm-entry(parm-sub)(8:13) not = spaces
            compute default-target-hours =
                function numval(parm-entry(parm-sub)(8:13))
        else
            display "TARGET= on the PARM card is not a number of"
                " hours; using " default-target-hours "."
        end-if
    end-if.

*> ----------------------------------------------------------------
*> Loads the department table from the master in code order: each
*> department's name and turnaround target, the PARM default
*> standing in where the master carries none. A department missing
*> from the master still gets a row when its work turns up.
*> ----------------------------------------------------------------
load-dept-master.
    open input dept-file.
    if dept-status not = "00"
        display "Unable to open DEPTFILE, status " dept-status
        move 16 to return-code
        stop run
    end-if.
    move "Y" to more-depts.
    read dept-file
        at end move "N" to more-depts
    end-read.
    perform with test before until not more-dept-records
        move dm-code to detail-dept
        perform add-department-row
        if dept-found-sub > zero
            move dm-name to dept-name(dept-found-sub)
            if dm-target-hours > zero
                move dm-target-hours
                    to dept-target-hours(dept-found-sub)
            end-if
        end-if
        read dept-file
            at end move "N" to more-depts
        end-read
    end-perform.
    close dept-file.

find-department-row.
    move zero to dept-found-sub.
    perform varying dept-sub from 1 by 1
        until dept-sub > dept-count or dept-found-sub > zero
        if dept-code(dept-sub) = detail-dept
            move dept-sub to dept-found-sub
        end-if
    end-perform.

*> Opens a fresh, zeroed row for a department.
add-department-row.
    move zero to dept-found-sub.
    if dept-count < 200
        add 1 to dept-count
        move detail-dept to dept-code(dept-count)
        move spaces to dept-name(dept-count)
        move default-target-hours to dept-target-hours(dept-count)
        move zero to dept-volume(dept-count)
        move zero to dept-settled(dept-count)
        move zero to dept-open(dept-count)
        move zero to dept-missed(dept-count)
        move zero to dept-turn-total(dept-count)
        move zero to dept-turn-worst(dept-count)
        move zero to dept-lag-count(dept-count)
        move zero to dept-lag-total(dept-count)
        move zero to dept-lag-worst(dept-count)
        move dept-count to dept-found-sub
    end-if.

*> ----------------------------------------------------------------
*> One pass over REQSTATF in key order. Each record is held until
*> the next one has been read, so a CORRECTED record can be seen
*> to have been resubmitted (the next record is the same request
*> ID and department) before it is counted as open.
*> ----------------------------------------------------------------
measure-request-status.
    move "Y" to more-status.
    read status-file
        at end move "N" to more-status
    end-read.
    perform with test before until not more-status-records
        add 1 to records-read
        if held-record-present
            perform classify-held-record
        end-if
        move status-record to held-record
        move "Y" to held-present
        read status-file
            at end move "N" to more-status
        end-read
    end-perform.
    if held-record-present
        perform classify-held-record
    end-if.

classify-held-record.
    if hs-run-date < from-run-date or hs-run-date > to-run-date
        add 1 to records-outside-range
    else
        if hs-outcome = "CORRECTED" and more-status-records
            and rs-request-id = hs-request-id and rs-dept = hs-dept
            add 1 to records-superseded
        else
            perform measure-held-record
        end-if
    end-if.

*> ----------------------------------------------------------------
*> Measures one request against its department's row. A request
*> is open while its transfer's run is STARTED, FAILED or
*> ABANDON, or while
*> it stands CORRECTED with no resubmission behind it; otherwise it
*> is settled and its turnaround is the span from midnight of the
*> header run date to its outcome stamp. The arrival lag comes
*> from the run's start stamp; a run RUNCTLF does not hold still
*> has its requests' turnaround measured, without a lag.
*> ----------------------------------------------------------------
measure-held-record.
    add 1 to records-measured.
    move hs-dept to detail-dept.
    if detail-dept = spaces
        move "HOUS" to detail-dept
    end-if.
    perform find-department-row.
    if dept-found-sub = zero
        perform add-department-row
        if dept-found-sub > zero
            move "(NOT ON DEPARTMENT MASTER)"
                to dept-name(dept-found-sub)
        else
            add 1 to dept-overflow
        end-if
    end-if.
    perform look-up-run.
    if dept-found-sub > zero
        add 1 to dept-volume(dept-found-sub)
    end-if.
    add 1 to total-volume.
    if hs-outcome = "CORRECTED"
        or (run-on-master and (rc-run-status = "STARTED"
                            or rc-run-status = "FAILED"
                            or rc-run-status = "ABANDON"))
        perform record-open-request
    else
        perform record-settled-request
    end-if.

look-up-run.
    move hs-run-date to rc-header-date.
    move hs-system to rc-header-system.
    move hs-stated-count to rc-stated-count.
    read runctl-file
        invalid key move "N" to run-found
        not invalid key move "Y" to run-found
    end-read.
    if run-on-master
        move rc-run-status to run-status-shown
    else
        move "NO RUN" to run-status-shown
        add 1 to records-no-run
    end-if.
    move hs-run-date to date-to-convert-x.
    compute run-date-seconds =
        function integer-of-date(date-to-convert) * 86400.

record-open-request.
    add 1 to records-open.
    add 1 to total-open.
    if dept-found-sub > zero
        add 1 to dept-open(dept-found-sub)
    end-if.
    if open-count < 500
        add 1 to open-count
        move hs-request-id to oe-request-id(open-count)
        move hs-dept to oe-dept(open-count)
        move hs-run-date to oe-run-date(open-count)
        move hs-system to oe-system(open-count)
        move hs-seq to oe-seq(open-count)
        move hs-outcome to oe-outcome(open-count)
        move run-status-shown to oe-run-status(open-count)
        move hs-stamp to oe-stamp(open-count)
    else
        add 1 to open-overflow
    end-if.

record-settled-request.
    add 1 to records-settled.
    add 1 to total-settled.
    move hs-stamp to stamp-to-convert.
    perform convert-stamp-to-seconds.
    move stamp-seconds to settle-seconds.
    compute turn-seconds = settle-seconds - run-date-seconds.
    if turn-seconds < zero
        move zero to turn-seconds
    end-if.
    add turn-seconds to total-turn-total.
    if turn-seconds > total-turn-worst
        move turn-seconds to total-turn-worst
    end-if.
    if dept-found-sub > zero
        add 1 to dept-settled(dept-found-sub)
        add turn-seconds to dept-turn-total(dept-found-sub)
        if turn-seconds > dept-turn-worst(dept-found-sub)
            move turn-seconds to dept-turn-worst(dept-found-sub)
        end-if
        if turn-seconds > dept-target-hours(dept-found-sub) * 3600
            add 1 to dept-missed(dept-found-sub)
            add 1 to total-missed
        end-if
    end-if.
    if run-on-master
        move rc-start-stamp to stamp-to-convert
        perform convert-stamp-to-seconds
        move stamp-seconds to arrival-seconds
        compute lag-seconds = arrival-seconds - run-date-seconds
        if lag-seconds < zero
            move zero to lag-seconds
        end-if
        add 1 to total-lag-count
        add lag-seconds to total-lag-total
        if lag-seconds > total-lag-worst
            move lag-seconds to total-lag-worst
        end-if
        if dept-found-sub > zero
            add 1 to dept-lag-count(dept-found-sub)
            add lag-seconds to dept-lag-total(dept-found-sub)
            if lag-seconds > dept-lag-worst(dept-found-sub)
                move lag-seconds to dept-lag-worst(dept-found-sub)
            end-if
        end-if
    end-if.

*> Converts an audit-style stamp (YYYY-MM-DD hh:mm:ss) in
*> stamp-to-convert to seconds in stamp-seconds.
convert-stamp-to-seconds.
    string stamp-to-convert(1:4) stamp-to-convert(6:2)
        stamp-to-convert(9:2) delimited by size into date-to-convert-x
    end-string.
    compute stamp-seconds =
        function integer-of-date(date-to-convert) * 86400
        + function numval(stamp-to-convert(12:2)) * 3600
        + function numval(stamp-to-convert(15:2)) * 60
        + function numval(stamp-to-convert(18:2)).

*> ----------------------------------------------------------------
*> Lays the tallies out as the service-level report.
*> ----------------------------------------------------------------
write-turnaround-report.
    move default-target-hours to target-edit.
    move spaces to turnaround-record.
    string "TURNAROUND AND SERVICE LEVELS  RUN DATES FROM "
        delimited by size
        from-date delimited by size
        " TO " delimited by size
        to-date delimited by size
        "  DEFAULT TARGET " delimited by size
        target-edit delimited by size
        " HOURS" delimited by size
        into turnaround-record
    end-string.
    write turnaround-record.
    perform write-department-section.
    perform write-open-section.
    perform write-accounting-section.

write-department-section.
    move spaces to turnaround-record.
    write turnaround-record.
    move "TURNAROUND BY DEPARTMENT (HHHH:MM FROM MIDNIGHT OF RUN DATE)"
        to turnaround-record.
    write turnaround-record.
    move spaces to turnaround-record.
    move "DEPT" to turnaround-record(3:4).
    move "NAME" to turnaround-record(9:4).
    move "VOLUME" to turnaround-record(41:6).
    move "SETTLED" to turnaround-record(48:7).
    move "OPEN" to turnaround-record(59:4).
    move "AVG-TURN" to turnaround-record(63:8).
    move "WORST-TURN" to turnaround-record(72:10).
    move "TARGET" to turnaround-record(83:6).
    move "MISSED" to turnaround-record(90:6).
    move "AVG-ARRIVE" to turnaround-record(97:10).
    move "WORST-ARRIVE" to turnaround-record(108:12).
    write turnaround-record.
    if total-volume = zero
        move "  (no requests in the selected range)"
            to turnaround-record
        write turnaround-record
    else
        perform write-one-department
            varying dept-sub from 1 by 1 until dept-sub > dept-count
        perform write-totals-line
    end-if.

write-one-department.
    if dept-volume(dept-sub) = zero
        continue
    else
        move spaces to turnaround-record
        move dept-code(dept-sub) to turnaround-record(3:4)
        move dept-name(dept-sub) to turnaround-record(9:30)
        move dept-volume(dept-sub) to count-edit
        move count-edit to turnaround-record(40:7)
        move dept-settled(dept-sub) to count-edit
        move count-edit to turnaround-record(48:7)
        move dept-open(dept-sub) to count-edit
        move count-edit to turnaround-record(56:7)
        if dept-settled(dept-sub) > zero
            compute span-seconds = dept-turn-total(dept-sub)
                / dept-settled(dept-sub)
            perform format-span
            move span-edit to turnaround-record(64:7)
            move dept-turn-worst(dept-sub) to span-seconds
            perform format-span
            move span-edit to turnaround-record(75:7)
        end-if
        move dept-target-hours(dept-sub) to target-edit
        move target-edit to turnaround-record(85:4)
        move dept-missed(dept-sub) to count-edit
        move count-edit to turnaround-record(89:7)
        if dept-lag-count(dept-sub) > zero
            compute span-seconds = dept-lag-total(dept-sub)
                / dept-lag-count(dept-sub)
            perform format-span
            move span-edit to turnaround-record(100:7)
            move dept-lag-worst(dept-sub) to span-seconds
            perform format-span
            move span-edit to turnaround-record(113:7)
        end-if
        write turnaround-record
    end-if.

write-totals-line.
    move spaces to turnaround-record.
    move "ALL DEPARTMENTS" to turnaround-record(9:15).
    move total-volume to count-edit.
    move count-edit to turnaround-record(40:7).
    move total-settled to count-edit.
    move count-edit to turnaround-record(48:7).
    move total-open to count-edit.
    move count-edit to turnaround-record(56:7).
    if total-settled > zero
        compute span-seconds = total-turn-total / total-settled
        perform format-span
        move span-edit to turnaround-record(64:7)
        move total-turn-worst to span-seconds
        perform format-span
        move span-edit to turnaround-record(75:7)
    end-if.
    move total-missed to count-edit.
    move count-edit to turnaround-record(89:7).
    if total-lag-count > zero
        compute span-seconds = total-lag-total / total-lag-count
        perform format-span
        move span-edit to turnaround-record(100:7)
        move total-lag-worst to span-seconds
        perform format-span
        move span-edit to turnaround-record(113:7)
    end-if.
    write turnaround-record.

*> Lays span-seconds out as hhhh:mm in span-edit.
format-span.
    compute span-hours = span-seconds / 3600.
    compute span-minutes =
        function mod(span-seconds, 3600) / 60.
    move span-hours to span-hours-edit.
    move spaces to span-edit.
    string span-hours-edit ":" span-minutes
        delimited by size into span-edit
    end-string.

*> ----------------------------------------------------------------
*> Every request still open, in REQSTATF key order, with the
*> state of the run that holds it.
*> ----------------------------------------------------------------
write-open-section.
    move spaces to turnaround-record.
    write turnaround-record.
    move "REQUESTS STILL OPEN" to turnaround-record.
    write turnaround-record.
    move spaces to turnaround-record.
    move "REQUEST" to turnaround-record(3:7).
    move "DEPT" to turnaround-record(13:4).
    move "RUN-DATE" to turnaround-record(19:8).
    move "SYSTEM" to turnaround-record(29:6).
    move "SEQ" to turnaround-record(40:3).
    move "OUTCOME" to turnaround-record(45:7).
    move "RUN-STATUS" to turnaround-record(59:10).
    move "STAMP" to turnaround-record(71:5).
    write turnaround-record.
    if open-count = zero
        move "  (none)" to turnaround-record
        write turnaround-record
    else
        perform write-one-open-request
            varying open-sub from 1 by 1 until open-sub > open-count
    end-if.
    if open-overflow > zero
        move open-overflow to count-edit
        move spaces to turnaround-record
        string "  ... and " delimited by size
            count-edit delimited by size
            " more beyond the list's capacity" delimited by size
            into turnaround-record
        end-string
        write turnaround-record
    end-if.

write-one-open-request.
    move oe-seq(open-sub) to seq-edit.
    move spaces to turnaround-record.
    move oe-request-id(open-sub) to turnaround-record(3:8).
    move oe-dept(open-sub) to turnaround-record(13:4).
    move oe-run-date(open-sub) to turnaround-record(19:8).
    move oe-system(open-sub) to turnaround-record(29:8).
    move seq-edit to turnaround-record(39:4).
    move oe-outcome(open-sub) to turnaround-record(45:12).
    move oe-run-status(open-sub) to turnaround-record(59:8).
    move oe-stamp(open-sub) to turnaround-record(71:19).
    write turnaround-record.

*> ----------------------------------------------------------------
*> Accounts for every record read: records read = outside range +
*> superseded + measured, and measured = settled + open.
*> ----------------------------------------------------------------
write-accounting-section.
    move spaces to turnaround-record.
    write turnaround-record.
    move "RECORD ACCOUNTING" to turnaround-record.
    write turnaround-record.
    move records-read to summary-edit.
    move "  RECORDS READ" to turnaround-record.
    perform write-one-accounting-line.
    move records-outside-range to summary-edit.
    move "  RECORDS OUTSIDE RUN-DATE RANGE" to turnaround-record.
    perform write-one-accounting-line.
    move records-superseded to summary-edit.
    move "  CORRECTED RECORDS SINCE RESUBMITTED" to turnaround-record.
    perform write-one-accounting-line.
    move records-measured to summary-edit.
    move "  REQUESTS MEASURED" to turnaround-record.
    perform write-one-accounting-line.
    move records-settled to summary-edit.
    move "    SETTLED" to turnaround-record.
    perform write-one-accounting-line.
    move records-open to summary-edit.
    move "    STILL OPEN" to turnaround-record.
    perform write-one-accounting-line.
    move records-no-run to summary-edit.
    move "  REQUESTS WHOSE RUN IS NOT ON RUNCTLF" to turnaround-record.
    perform write-one-accounting-line.
    if dept-overflow > zero
        move dept-overflow to summary-edit
        move "  REQUESTS BEYOND DEPARTMENT TABLE CAPACITY"
            to turnaround-record
        perform write-one-accounting-line
    end-if.

write-one-accounting-line.
    move summary-edit to turnaround-record(48:11).
    write turnaround-record.

end-procedure.
