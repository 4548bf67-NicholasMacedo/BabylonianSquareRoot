*>               and step as they were sent. The expanded lines
*>               of an accepted range are ordinary detail lines
*>               and were already carried.
*>   2026-10-15  A DUP-REQUEST reject goes back with the run date
*>               of the original it repeats (REJFILE columns
*>               111-118), so the submitting system can find the
*>               answer it already has.
*>   2026-10-15  Departments come from the department master
*>               (DEPTFILE): a result or reject is returned on its
*>               department's RSP file only when the master knows
*>               the code, so a mis-keyed department (rejected
*>               BAD-DEPT upstream) goes back on the HOUS house
*>               file instead of failing the step for want of an
*>               RSP DD nobody could have allocated. Each response
*>               header now also names the department it is for
*>               (code in columns 25-28, name in 30-59).
*>   2026-10-15  Reads RPTFILE's signed number columns (an odd root
*>               of a negative number is negative, and the hash
*>               sums it as such) and REJFILE's 12-character reason
*>               codes (NO-REAL-ROOT).
*>   2026-10-15  REJFILE layout names the transfer's header run
*>               date and system main-program now writes in columns
*>               95-110 of every reject line.

identification division.
program-id. rspsplit.
    select response-file assign to response-dd-name
        organization line sequential
        file status is response-status.
    select dept-file assign to "DEPTFILE"
        organization indexed
        access sequential
        record key dept-key
        file status is dept-status.

data division.

    05 rl-dept pic x(04).
    05 filler pic x(02).
    05 rl-degree pic x(02).
    05 filler pic x(01).
    05 rl-usernum pic x(26).
    05 filler pic x(01).
    05 rl-babanswer pic x(26).
    05 filler pic x(01).
    05 rl-cobanswer pic x(26).
    05 filler pic x(02).
    05 rl-iterations pic x(04).
    05 filler pic x(55).
01  reject-line.
    05 rj-record-number pic x(08).
    05 filler pic x(02).
    05 rj-reason pic x(12).
    05 filler pic x(01).
    05 rj-image.
        10 rj-request-id pic x(08).
        10 rj-dept pic x(04).
        10 rj-degree pic x(02).
        10 rj-number pic x(26).
        10 filler pic x(31).
*> The header run date and system of the transfer the record came
*> in on (one REJFILE can hold a whole batch window's transfers).
        10 rj-run-date pic x(08).
        10 rj-system pic x(08).
*> Set only on a DUP-REQUEST reject: the run date of the original.
        10 rj-original-date pic x(08).
        10 filler pic x(02).
*> A rejected range record carries the longer *RANGE** image in
*> the same columns; the tag in the request-ID position tells the
*> two apart, the same way main-program recognizes the record.
fd  response-file.
01  response-record pic x(160).

*> The department master main-program validates requests against;
*> read once, up front, for the codes that own a response file.
fd  dept-file.
copy deptrec.

working-storage section.

01 report-status pic x(02).
01 reject-status pic x(02).
01 response-status pic x(02).
01 dept-status pic x(02).

01 more-report pic x(01).
    88 more-report-records value "Y".
    88 hash-overflowed value "Y".

*> Every department seen on either input, in first-seen order;
*> records with no department code, or one the department master
*> does not know, land on the HOUS house file.
01 dept-count pic s9(4) value zero.
01 dept-table.
    05 dept-entry occurs 200 times.
        10 seen-dept-code pic x(04).
01 dept-sub pic s9(4).
01 dept-found pic x(01).
01 dept-pass-sub pic s9(4).

*> The departments on the master, in code order, and the one a
*> record's own department code routes to.
01 more-depts pic x(01).
    88 more-dept-records value "Y".
01 master-count pic s9(4) value zero.
01 master-table.
    05 master-entry occurs 200 times.
        10 master-code pic x(04).
        10 master-name pic x(30).
01 master-sub pic s9(4).
01 route-dept pic x(04).

01 numval-check pic s9(4).
copy numpic replacing ==field-name== by ==line-babanswer==.

    05 rsp-header-tag pic x(08) value "*HEADER*".
    05 rsp-header-date pic x(08).
    05 rsp-header-system pic x(08) value "SQROOT  ".
    05 rsp-header-dept pic x(04).
    05 filler pic x(01) value space.
    05 rsp-header-dept-name pic x(30).
01 response-trailer.
    05 rsp-trailer-tag pic x(08) value "*TRAILER".
    05 rsp-trailer-count pic 9(08).

    move function current-date to current-timestamp.
    move current-timestamp(1:8) to rsp-header-date.
    perform load-dept-master.
    perform collect-departments.
    perform write-department-files
        varying dept-pass-sub from 1 by 1
    end-if.
    stop run.

*> ----------------------------------------------------------------
*> Loads the department codes (and names, for the headers) from
*> the department master. Without it the split cannot tell which
*> files are owed, so a master that cannot be read, or one with
*> more departments than the table holds, ends the step before
*> any file is written.
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
        if master-count < 200
            add 1 to master-count
            move dept-code to master-code(master-count)
            move dept-name to master-name(master-count)
        else
            display "More than 200 departments on DEPTFILE;"
                " response split cannot route them all."
            move 16 to return-code
            stop run
        end-if
        read dept-file
            at end move "N" to more-depts
        end-read
    end-perform.
    close dept-file.

*> Routes a record's department code (in route-dept) to the file
*> it goes back on: its own when the master knows the code, the
*> HOUS house file when it is blank or unknown.
route-department.
    move zero to master-sub.
    perform varying dept-sub from 1 by 1
        until dept-sub > master-count or master-sub > zero
        if master-code(dept-sub) = route-dept
            move dept-sub to master-sub
        end-if
    end-perform.
    if master-sub = zero or route-dept = spaces
        move "HOUS" to route-dept
    end-if.

*> ----------------------------------------------------------------
*> First pass over both inputs: notes every department that owns
*> at least one result or reject, so the split knows which files
    close reject-file.

note-report-department.
    move rl-dept to route-dept.
    perform route-department.
    move route-dept to current-dept.
    perform note-one-department.

note-reject-department.
    if rj-request-id = "*RANGE**"
        move rj-range-dept to route-dept
    else
        move rj-dept to route-dept
    end-if.
    perform route-department.
    move route-dept to current-dept.
    perform note-one-department.

note-one-department.
    move "N" to dept-found.
    perform varying dept-sub from 1 by 1
        until dept-sub > dept-count or dept-found = "Y"
        if seen-dept-code(dept-sub) = current-dept
            move "Y" to dept-found
        end-if
    end-perform.
    if dept-found = "N"
        if dept-count < 200
            add 1 to dept-count
            move current-dept to seen-dept-code(dept-count)
        else
            display "More than 200 departments on this run;"
                " response split cannot write them all."
*> states, and closes the file behind the trailer.
*> ----------------------------------------------------------------
write-department-files.
    move seen-dept-code(dept-pass-sub) to current-dept.
    move spaces to response-dd-name.
    string "RSP" delimited by size
        current-dept delimited by size
    move zero to response-count.
    move zero to response-hash.
    move "N" to hash-overflow-switch.
    perform name-response-department.
    move response-header to response-record.
    write response-record.
    perform copy-department-details.
    close response-file.
    add 1 to files-written.

name-response-department.
    move current-dept to rsp-header-dept.
    move current-dept to route-dept.
    perform route-department.
    if master-sub > zero
        move master-name(master-sub) to rsp-header-dept-name
    else
        move "HOUSE ACCOUNT" to rsp-header-dept-name
    end-if.

copy-department-details.
    open input report-file.
    if report-status not = "00"
        if dept-pass-sub = 1
            add 1 to detail-lines-read
        end-if
        move rl-dept to route-dept
        perform route-department
        if route-dept = current-dept
            perform write-one-detail-response
        end-if
    else
            add 1 to reject-lines-read
        end-if
        if rj-request-id = "*RANGE**"
            move rj-range-dept to route-dept
            perform route-department
            if route-dept = current-dept
                perform write-one-range-reject-response
            end-if
        else
            move rj-dept to route-dept
            perform route-department
            if route-dept = current-dept
                perform write-one-reject-response
            end-if
        end-if
        rj-reason delimited by size
        into response-record
    end-string.
    perform add-original-run-date.
    write response-record.
    add 1 to response-count.
    add 1 to records-written.
        rj-reason delimited by size
        into response-record
    end-string.
    perform add-original-run-date.
    write response-record.
    add 1 to response-count.
    add 1 to records-written.

*> A repeat names the run that answered the original, after the
*> reason code where the longest (range) reject line leaves room.
add-original-run-date.
    if rj-reason = "DUP-REQUEST"
        move " ORIGINAL RUN " to response-record(99:14)
        move rj-original-date to response-record(113:8)
    end-if.

*> The trailer states what the file above it holds: every data
*> record counted, and the algebraic sum of the answers at the
*> full shared precision. A sum that outgrew the accumulator, or
