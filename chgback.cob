*>               PROFILE, BATCHHDR, BALANCE) and detail lines that
*>               do not parse are skipped and counted, the same
*>               line accounting auditanl keeps.
*>   2026-10-15  Departments come from the department master
*>               (DEPTFILE) instead of whatever codes turn up on
*>               the log: the table is loaded from the master in
*>               code order, each invoice page carries the
*>               department's name, and only departments with work
*>               in the month get a page. Work logged under a code
*>               the master does not know is not billed to it; it
*>               is counted on the grand-total page and ends the
*>               step with RETURN-CODE 4, the same as unrated work.
*>               DEPTMNT's DEPTMAST lines are control lines.
*>   2026-10-15  REJCORR's CORRECT lines are control lines too.
*>   2026-10-15  So are RUNMNT's RUNCTL lines.

identification division.
program-id. chgback.
    select invoice-file assign to "CHGRPT"
        organization line sequential
        file status is invoice-status.
    select dept-file assign to "DEPTFILE"
        organization indexed
        access sequential
        record key dm-key
        file status is dept-status.

data division.

fd  invoice-file.
01  invoice-record pic x(132).

*> The department master main-program validates requests against
*> (DEPTREC, its names prefixed dm- here to keep them clear of the
*> invoice table's).
fd  dept-file.
copy deptrec replacing leading ==dept-== by ==dm-==.

working-storage section.

01 audit-status pic x(02).
01 rate-status pic x(02).
01 invoice-status pic x(02).
01 dept-status pic x(02).

01 more-audit pic x(01).
    88 more-audit-records value "Y".
01 more-rates pic x(01).
    88 more-rate-records value "Y".
01 more-depts pic x(01).
    88 more-dept-records value "Y".

*> Month selected on the PARM card; left off, the month the job
*> runs in is billed.
01 rate-degree pic s9(4).
01 rate-lines-bad pic 9(08) value zero.

*> One row per department on the master, in code order; CONSOLE
*> work lands on the HOUS house account, which always has a row.
01 dept-count pic s9(4) value zero.
01 dept-table.
    05 dept-entry occurs 200 times.
        10 dept-code pic x(04).
        10 dept-name pic x(30).
        10 dept-calcs pic 9(08).
        10 dept-cached pic 9(08).
        10 dept-unrated pic 9(08).
01 dept-sub pic s9(4).
01 dept-found-sub pic s9(4).
01 dept-overflow pic 9(08) value zero.
01 dept-unknown pic 9(08) value zero.
01 dept-master-switch pic x(01) value "N".
    88 dept-master-truncated value "Y".
01 degree-sub pic s9(4).

*> The detail line just read, converted out of its report columns.

    perform read-parm-card.
    perform load-rate-master.
    perform load-dept-master.
    open input audit-file.
    if audit-status not = "00"
        display "Unable to open AUDITLOG, status " audit-status
    close audit-file.
    close invoice-file.
    if grand-unrated > zero or rate-lines-bad > zero
        or dept-overflow > zero or dept-unknown > zero
        display "CHGBACK complete for " billing-month
            " with unrated or unbilled work; see CHGRPT."
        move 4 to return-code
        end-if
    end-if.

*> ----------------------------------------------------------------
*> Loads the department master into the invoice table, one row
*> per department in code order, active or not (a department
*> deactivated mid-month still owes for its work). HOUS is added
*> if the master does not carry it, so console work always has a
*> page to land on. Departments beyond the table's capacity are
*> reported, and their work counted as beyond capacity.
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
        end-if
        read dept-file
            at end move "N" to more-depts
        end-read
    end-perform.
    close dept-file.
    move "HOUS" to detail-dept.
    perform find-department-row.
    if dept-found-sub = zero
        perform add-department-row
        if dept-found-sub > zero
            move "HOUSE ACCOUNT" to dept-name(dept-found-sub)
        end-if
    end-if.

*> ----------------------------------------------------------------
*> One pass over AUDITLOG: every line is recognized as a control
*> line, a detail line inside or outside the billing month, or an
        or al-request-id(1:7) = "PROFILE"
        or al-request-id(1:8) = "BATCHHDR"
        or al-request-id(1:7) = "BALANCE"
        or al-request-id(1:8) = "DEPTMAST"
        or al-request-id(1:7) = "CORRECT"
        or al-request-id(1:6) = "RUNCTL"
        add 1 to lines-control
    else
        if al-date(1:7) not = billing-month
            end-if
            perform find-department-row
            if dept-found-sub = zero
                if dept-master-truncated
                    add 1 to dept-overflow
                else
                    add 1 to dept-unknown
                end-if
            else
                perform tally-one-calculation
            end-if
        end-if
    end-if.

*> Finds the department's row in the table loaded from the master;
*> zero means the master does not know the code.
find-department-row.
    move zero to dept-found-sub.
    perform varying dept-sub from 1 by 1
            move dept-sub to dept-found-sub
        end-if
    end-perform.

*> Opens a fresh, zeroed row for a department off the master.
add-department-row.
    move zero to dept-found-sub.
    if dept-count >= 200
        if not dept-master-truncated
            move "Y" to dept-master-switch
            display "More than 200 departments on DEPTFILE; the rest"
                " are not billed."
        end-if
    else
        add 1 to dept-count
        move spaces to dept-name(dept-count)
        move detail-dept to dept-code(dept-count)
        move zero to dept-calcs(dept-count)
        move zero to dept-cached(dept-count)
        varying dept-sub from 1 by 1 until dept-sub > dept-count.
    perform write-grand-total-page.

*> A department on the master with no work in the month gets no
*> page.
write-one-invoice-page.
    if dept-calcs(dept-sub) = zero
        continue
    else
        perform write-invoice-page-body
    end-if.

write-invoice-page-body.
    move spaces to invoice-record.
    if dept-code(dept-sub) = "HOUS"
        string "DEPARTMENT CHARGEBACK INVOICE  " delimited by size
            billing-month delimited by size
            "  DEPARTMENT " delimited by size
            dept-code(dept-sub) delimited by size
            "  " delimited by size
            dept-name(dept-sub) delimited by size
            "  (HOUSE ACCOUNT - CONSOLE WORK)" delimited by size
            into invoice-record
        end-string
            billing-month delimited by size
            "  DEPARTMENT " delimited by size
            dept-code(dept-sub) delimited by size
            "  " delimited by size
            dept-name(dept-sub) delimited by size
            into invoice-record
        end-string
    end-if.
        to invoice-record.
    perform write-one-accounting-line.
    move lines-control to count-edit.
    move "  CONTROL LINES (TOTALS/SUMM/PROF/HDR/BAL/DEPT)"
        to invoice-record.
    perform write-one-accounting-line.
    move lines-outside-month to count-edit.
            to invoice-record
        perform write-one-accounting-line
    end-if.
    if dept-unknown > zero
        move dept-unknown to count-edit
        move "  CALCS FOR DEPTS NOT ON MASTER (UNBILLED)"
            to invoice-record
        perform write-one-accounting-line
    end-if.

write-one-grand-dept-line.
    if dept-calcs(dept-sub) = zero
        continue
    else
        perform write-grand-dept-line-body
    end-if.

write-grand-dept-line-body.
    move dept-calcs(dept-sub) to count-edit.
    move dept-amount(dept-sub) to amount-edit.
    move spaces to invoice-record.
