*> Babylonian Square Root Solver - department master maintenance
*> By: Nicholas Macedo
*>
*> Modification History:
*>   2026-10-15  New. Interactive maintenance for the department
*>               master (DEPTFILE) that batch-file mode validates
*>               every request's department against: list, add,
*>               update and deactivate departments from a prompt
*>               loop in the style of PROFMNT, with every typed
*>               value validated before it is trusted. A
*>               department carries its name, the root degrees it
*>               may order, its daily calculation quota and its
*>               turnaround target in hours (0 for TURNRPT's
*>               default).
*>               Departments are deactivated rather than deleted,
*>               so an old code can never silently pick up a
*>               reused record. Every change is written to
*>               AUDITLOG under DEPTMAST, alongside PROFMNT's
*>               profile changes.

identification division.
program-id. deptmnt.
environment division.
input-output section.
file-control.
    select dept-file assign to "DEPTFILE"
        organization indexed
        access dynamic
        record key dept-key
        file status is dept-status.
    select audit-file assign to "AUDITLOG"
        organization line sequential
        file status is audit-status.

data division.

file section.

*> The department master main-program validates against; one
*> record per department, shared layout in the DEPTREC copybook.
fd  dept-file.
copy deptrec.

*> The same append-only audit trail main-program writes its
*> calculation records to; department changes land alongside them.
fd  audit-file.
01  audit-record pic x(180).

working-storage section.

01 dept-status pic x(02).
01 audit-status pic x(02).

*> Raw text typed at the prompts, validated before it is trusted,
*> the same way PROFMNT treats its values.
01 raw-choice pic x(01).
01 raw-code pic x(04).
01 raw-name pic x(30).
01 raw-value pic x(26).
01 raw-degrees pic x(08).
01 numval-check pic s9(4).
copy numpic replacing ==field-name== by ==typed-value==.

01 exit-switch pic x(01) value "N".
    88 exit-requested value "Y".

01 more-depts pic x(01).
    88 more-dept-records value "Y".

01 degrees-switch pic x(01).
    88 degrees-accepted value "Y".

*> What just happened to the record, for the audit line.
01 change-action pic x(11).

*> Timestamp stamped on every audit record, built the same way
*> main-program's build-audit-timestamp does.
01 current-timestamp pic x(21).
01 audit-timestamp pic x(19).

*> The allowed degrees shown as the digits themselves ("2 3  9"
*> style), one column per degree 2 through 9, and the subscripts
*> that walk them.
01 degree-list pic x(08).
01 degree-sub pic s9(04) comp.
01 typed-sub pic s9(04) comp.
01 degree-digit pic 9(01).

*> Edited fields used to lay the listing out.
01 quota-edit pic ZZZZZZZ9.
01 used-edit pic ZZZZZZZ9.
01 target-edit pic ZZZ9.

procedure division.

    display "=-= Department Master Maintenance =-=".
    perform open-dept-master.
    perform open-audit-file.
    perform with test after until exit-requested
        display "  "
        display "> L)ist  A)dd  U)pdate  D)eactivate  X) exit"
        accept raw-choice
        evaluate raw-choice
            when "L" when "l" perform list-depts
            when "A" when "a" perform add-dept
            when "U" when "u" perform update-dept
            when "D" when "d" perform deactivate-dept
            when "X" when "x" move "Y" to exit-switch
            when other display "Invalid choice, try again."
        end-evaluate
    end-perform.
    close dept-file.
    close audit-file.
    display "Thank You.".
    stop run.

*> ----------------------------------------------------------------
*> Opens the master for reading and updating, creating it empty
*> the first time it does not yet exist, the same open-or-create
*> fallback PROFMNT uses for the profile master.
*> ----------------------------------------------------------------
open-dept-master.
    open i-o dept-file.
    if dept-status not = "00"
        open output dept-file
        if dept-status = "00"
            close dept-file
            open i-o dept-file
        end-if
    end-if.
    if dept-status not = "00"
        display "Unable to open DEPTFILE, status " dept-status
        stop run
    end-if.

open-audit-file.
    open extend audit-file.
    if audit-status not = "00"
        close audit-file
        open output audit-file
    end-if.

*> ----------------------------------------------------------------
*> Lists every department on the master, active or not, in key
*> order, with today's running count against its quota.
*> ----------------------------------------------------------------
list-depts.
    move low-values to dept-code.
    start dept-file key not < dept-key
        invalid key
            display "No departments on the master yet."
    end-start.
    if dept-status = "00"
        display "CODE  NAME                            ACT"
            "  DEGREES   DAILY-QUOTA  USED  ON  TARGET-HRS  UPDATED"
        move "Y" to more-depts
        perform with test before until not more-dept-records
            read dept-file next
                at end move "N" to more-depts
                not at end perform display-one-dept
            end-read
        end-perform
    end-if.

display-one-dept.
    perform build-degree-list.
    move dept-daily-quota to quota-edit.
    move dept-quota-used to used-edit.
    move dept-target-hours to target-edit.
    display dept-code "  " dept-name "  " dept-active "    "
        degree-list "  " quota-edit "  " used-edit " " dept-quota-date
        "  " target-edit "  " dept-updated.

build-degree-list.
    move spaces to degree-list.
    perform varying degree-sub from 2 by 1 until degree-sub > 9
        if dept-degree-allowed(degree-sub) = "Y"
            move degree-sub to degree-digit
            move degree-digit to degree-list(degree-sub - 1:1)
        end-if
    end-perform.

*> ----------------------------------------------------------------
*> Adds a new department: every field prompted for and validated,
*> then written; a code already on the master is refused (update
*> it instead, so the audit trail says which happened).
*> ----------------------------------------------------------------
add-dept.
    perform accept-dept-code.
    if raw-code = spaces
        display "Nothing added."
    else
        move raw-code to dept-code
        read dept-file
            invalid key
                perform accept-dept-values
                move "Y" to dept-active
                move zero to dept-quota-date
                move zero to dept-quota-used
                perform stamp-dept
                write dept-record
                    invalid key
                        display "Write failed, status " dept-status
                end-write
                if dept-status = "00"
                    move "ADDED" to change-action
                    perform write-dept-audit
                    display "Department " dept-code " added."
                end-if
            not invalid key
                display "Department " raw-code
                    " is already on the master; use U to update it."
        end-read
    end-if.

*> ----------------------------------------------------------------
*> Updates an existing department: each field prompted for afresh
*> (the current values are shown first), then rewritten in place.
*> The day's running count is left as it stands, and an inactive
*> department is made active again.
*> ----------------------------------------------------------------
update-dept.
    perform accept-dept-code.
    if raw-code = spaces
        display "Nothing updated."
    else
        move raw-code to dept-code
        read dept-file
            invalid key
                display "Department " raw-code " is not on the master."
            not invalid key
                display "Current values:"
                perform display-one-dept
                perform accept-dept-values
                move "Y" to dept-active
                perform stamp-dept
                rewrite dept-record
                    invalid key
                        display "Rewrite failed, status " dept-status
                end-rewrite
                if dept-status = "00"
                    move "UPDATED" to change-action
                    perform write-dept-audit
                    display "Department " dept-code " updated."
                end-if
        end-read
    end-if.

*> ----------------------------------------------------------------
*> Deactivates a department rather than deleting it: its requests
*> reject BAD-DEPT from the next run on, and the record (and its
*> history on the audit log) stays on file.
*> ----------------------------------------------------------------
deactivate-dept.
    perform accept-dept-code.
    if raw-code = spaces
        display "Nothing deactivated."
    else
        move raw-code to dept-code
        read dept-file
            invalid key
                display "Department " raw-code " is not on the master."
            not invalid key
                move "N" to dept-active
                perform stamp-dept
                rewrite dept-record
                    invalid key
                        display "Rewrite failed, status " dept-status
                end-rewrite
                if dept-status = "00"
                    move "DEACTIVATED" to change-action
                    perform write-dept-audit
                    display "Department " dept-code " deactivated."
                end-if
        end-read
    end-if.

accept-dept-code.
    display "> Department code (blank to cancel):".
    accept raw-code.
    move function upper-case(raw-code) to raw-code.

*> ----------------------------------------------------------------
*> Prompts for each of a department's values, re-prompting
*> anything that does not validate, the same trust-nothing way
*> PROFMNT reads its values.
*> ----------------------------------------------------------------
accept-dept-values.
    move spaces to raw-name.
    perform with test after until raw-name not = spaces
        display "> Department name:"
        accept raw-name
    end-perform.
    move raw-name to dept-name.
    move "N" to degrees-switch.
    perform with test after until degrees-accepted
        display "> Root degrees allowed (digits 2-9, e.g. 23 or"
            " 23579; blank for all):"
        accept raw-degrees
        perform validate-typed-degrees
    end-perform.
    perform with test after
        until numval-check = zero
            and typed-value >= 0 and typed-value <= 99999999
        display "> Daily calculation quota (0 for no limit):"
        accept raw-value
        perform validate-typed-number
    end-perform.
    move typed-value to dept-daily-quota.
    perform with test after
        until numval-check = zero
            and typed-value >= 0 and typed-value <= 9999
        display "> Turnaround target in hours (0 for the report's"
            " default):"
        accept raw-value
        perform validate-typed-number
    end-perform.
    move typed-value to dept-target-hours.

*> Every character typed must be a degree digit 2 through 9
*> (or a space); a blank entry allows them all.
validate-typed-degrees.
    move "Y" to degrees-switch.
    move all "N" to dept-degree-flags.
    if raw-degrees = spaces
        move all "Y" to dept-degree-flags
        move "N" to dept-degree-allowed(1)
    else
        perform varying typed-sub from 1 by 1 until typed-sub > 8
            if raw-degrees(typed-sub:1) not = space
                if raw-degrees(typed-sub:1) >= "2"
                    and raw-degrees(typed-sub:1) <= "9"
                    move raw-degrees(typed-sub:1) to degree-digit
                    move "Y" to dept-degree-allowed(degree-digit)
                else
                    move "N" to degrees-switch
                end-if
            end-if
        end-perform
        if not degrees-accepted
            display "Degrees must be digits 2 through 9, try again."
        end-if
    end-if.

validate-typed-number.
    compute numval-check = function test-numval(raw-value).
    if raw-value = spaces
        move 1 to numval-check
    end-if.
    if numval-check = zero
        compute typed-value = function numval(raw-value)
    else
        display "Not a number, try again."
        move zero to typed-value
    end-if.

stamp-dept.
    perform build-audit-timestamp.
    move audit-timestamp to dept-updated.

build-audit-timestamp.
    move function current-date to current-timestamp.
    move spaces to audit-timestamp.
    string current-timestamp(1:4) "-" current-timestamp(5:2) "-"
        current-timestamp(7:2) " " current-timestamp(9:2) ":"
        current-timestamp(11:2) ":" current-timestamp(13:2)
        into audit-timestamp
    end-string.

*> ----------------------------------------------------------------
*> Logs the change alongside main-program's calculation records:
*> what happened, to which department, and the values it now
*> holds.
*> ----------------------------------------------------------------
write-dept-audit.
    perform build-degree-list.
    move dept-daily-quota to quota-edit.
    move dept-target-hours to target-edit.
    move spaces to audit-record.
    string audit-timestamp delimited by size
        "  DEPTMAST  " delimited by size
        change-action delimited by size
        "  " delimited by size
        dept-code delimited by size
        "  NAME=" delimited by size
        dept-name delimited by size
        "  DEGREES=" delimited by size
        degree-list delimited by size
        "  QUOTA=" delimited by size
        quota-edit delimited by size
        "  TARGET=" delimited by size
        target-edit delimited by size
        "  ACTIVE=" delimited by size
        dept-active delimited by size
        into audit-record
    end-string.
    write audit-record.

end-procedure.
