*> Babylonian Square Root Solver - run-control inquiry and maintenance
*> By: Nicholas Macedo
*>
*> Modification History:
*>   2026-10-15  New. Inquiry against, and the only sanctioned way
*>               to change, the run-control master (RUNCTLF) that
*>               main-program registers every INFILE transfer on.
*>               A prompt loop in the style of REQINQ and PROFMNT
*>               lists runs for one header run date or for one
*>               originating system - status, start and end
*>               stamps, control totals, return code, and the last
*>               manual change - so a run an abend left STARTED is
*>               seen instead of discovered. An operator
*>               authorized for RUNCTL on the OPERAUTH list may
*>               mark a COMPLETE run VOID, with a reason that must
*>               be given, so a transfer that genuinely has to be
*>               reprocessed gets past the already-processed check
*>               without anyone editing the cluster by hand, and
*>               may close an orphaned STARTED run out as
*>               ABANDON. Every change is logged to AUDITLOG
*>               under RUNCTL with the operator, the run, its old
*>               and new status and the reason. Anyone may list;
*>               an operator not on the list for RUNCTL gets the
*>               inquiry only.

identification division.
program-id. runmnt.
environment division.
input-output section.
file-control.
    select operauth-file assign to "OPERAUTH"
        organization line sequential
        file status is operauth-status.
    select runctl-file assign to "RUNCTLF"
        organization indexed
        access dynamic
        record key runctl-key
        file status is runctl-status.
    select audit-file assign to "AUDITLOG"
        organization line sequential
        file status is audit-status.

data division.

file section.

*> Who may do what; shared layout in the OPERAUTH copybook.
fd  operauth-file.
copy operauth.

*> The run-control master main-program registers each transfer
*> on; shared layout in the RUNCTL copybook.
fd  runctl-file.
copy runctl.

*> The same append-only audit trail main-program writes its
*> calculation records to; run-control changes land alongside them.
fd  audit-file.
01  audit-record pic x(180).

working-storage section.

01 operauth-status pic x(02).
01 runctl-status pic x(02).
01 audit-status pic x(02).

01 more-operauth pic x(01).
    88 more-operauth-records value "Y".
01 more-runs pic x(01).
    88 more-run-records value "Y".

01 exit-switch pic x(01) value "N".
    88 exit-requested value "Y".
01 authorized-switch pic x(01) value "N".
    88 operator-authorized value "Y".
01 entry-switch pic x(01).
    88 entry-accepted value "Y".

*> Raw text typed at the prompts, validated before it is trusted,
*> the same way PROFMNT treats its values.
01 raw-choice pic x(01).
01 raw-operator pic x(08).
01 raw-date pic x(08).
01 raw-system pic x(08).
01 raw-value pic x(26).
01 raw-reason pic x(40).
01 numval-check pic s9(4).
copy numpic replacing ==field-name== by ==typed-value==.

*> The operator signed on, and the run being listed or changed.
01 operator-id pic x(08).
01 run-date pic x(08).
01 run-date-num pic 9(08).
01 run-system pic x(08).
01 run-count pic 9(08).
01 runs-shown pic s9(4).

*> What just happened to the record, for the audit line: the
*> change, the status it had before it, the status it now has.
01 change-action pic x(09).
01 old-status pic x(08).
01 new-status pic x(08).
01 required-status pic x(08).

*> Timestamp stamped on every audit record, built the same way
*> main-program's build-audit-timestamp does.
01 current-timestamp pic x(21).
01 audit-timestamp pic x(19).

*> Edited fields used to lay the listing out.
01 count-edit pic ZZZZZZZ9.
01 read-edit pic ZZZZZZZ9.
01 processed-edit pic ZZZZZZZ9.
01 rejected-edit pic ZZZZZZZ9.
01 rc-edit pic Z9.

procedure division.

    display "=-= Run-Control Inquiry and Maintenance =-=".
    perform sign-on-operator.
    perform open-runctl-master.
    perform with test after until exit-requested
        display "  "
        if operator-authorized
            display "> D)ate list  S)ystem list  V)oid  A)bandon"
                "  X) exit"
        else
            display "> D)ate list  S)ystem list  X) exit"
        end-if
        accept raw-choice
        evaluate raw-choice
            when "D" when "d" perform list-runs-by-date
            when "S" when "s" perform list-runs-by-system
            when "V" when "v" perform void-run
            when "A" when "a" perform abandon-started-run
            when "X" when "x" move "Y" to exit-switch
            when other display "Invalid choice, try again."
        end-evaluate
    end-perform.
    close runctl-file.
    if operator-authorized
        close audit-file
    end-if.
    display "Thank You.".
    stop run.

*> ----------------------------------------------------------------
*> Asks who is at the console and checks the OPERAUTH list for a
*> RUNCTL line under that ID. Anyone may look; only an authorized
*> operator is offered the changes, and only then is AUDITLOG
*> opened for them.
*> ----------------------------------------------------------------
sign-on-operator.
    display "> Operator ID (blank for inquiry only):".
    accept raw-operator.
    move function upper-case(raw-operator) to operator-id.
    if operator-id not = spaces
        open input operauth-file
        if operauth-status not = "00"
            display "Unable to open OPERAUTH, status " operauth-status
                "; inquiry only."
        else
            move "Y" to more-operauth
            perform with test before until not more-operauth-records
                read operauth-file
                    at end move "N" to more-operauth
                    not at end
                        if oa-operator = operator-id
                            and oa-function = "RUNCTL"
                            move "Y" to authorized-switch
                        end-if
                end-read
            end-perform
            close operauth-file
            if not operator-authorized
                display "Operator " operator-id
                    " is not authorized to change run control;"
                    " inquiry only."
            end-if
        end-if
    end-if.
    if operator-authorized
        perform open-audit-file
    end-if.

*> ----------------------------------------------------------------
*> Opened for update only when someone may change it, so an
*> inquiry never holds the master against a running batch step.
*> There is no create fallback: main-program builds the master,
*> and a screen with nothing to show has nothing to do.
*> ----------------------------------------------------------------
open-runctl-master.
    if operator-authorized
        open i-o runctl-file
    else
        open input runctl-file
    end-if.
    if runctl-status not = "00"
        display "Unable to open RUNCTLF, status " runctl-status
        stop run
    end-if.

open-audit-file.
    open extend audit-file.
    if audit-status not = "00"
        close audit-file
        open output audit-file
    end-if.

*> ----------------------------------------------------------------
*> Every run registered under one header run date: positions on
*> the first key carrying the date and reads forward until it
*> changes (the date leads the key).
*> ----------------------------------------------------------------
list-runs-by-date.
    perform accept-run-date.
    move zero to runs-shown.
    move run-date to rc-header-date.
    move low-values to rc-header-system.
    move zero to rc-stated-count.
    start runctl-file key not < runctl-key
        invalid key
            continue
    end-start.
    if runctl-status = "00"
        perform display-run-heading
        move "Y" to more-runs
        perform with test before until not more-run-records
            read runctl-file next
                at end move "N" to more-runs
                not at end
                    if rc-header-date = run-date
                        add 1 to runs-shown
                        perform display-one-run
                    else
                        move "N" to more-runs
                    end-if
            end-read
        end-perform
    end-if.
    if runs-shown = zero
        display "No runs on the master for run date " run-date "."
    end-if.

*> ----------------------------------------------------------------
*> Every run from one originating system. The system is not the
*> leading part of the key, so the whole master is read in date
*> order.
*> ----------------------------------------------------------------
list-runs-by-system.
    display "> Originating system:".
    accept raw-system.
    move function upper-case(raw-system) to run-system.
    move zero to runs-shown.
    move low-values to runctl-key.
    start runctl-file key not < runctl-key
        invalid key
            continue
    end-start.
    if runctl-status = "00"
        perform display-run-heading
        move "Y" to more-runs
        perform with test before until not more-run-records
            read runctl-file next
                at end move "N" to more-runs
                not at end
                    if rc-header-system = run-system
                        add 1 to runs-shown
                        perform display-one-run
                    end-if
            end-read
        end-perform
    end-if.
    if runs-shown = zero
        display "No runs on the master for system " run-system "."
    end-if.

display-run-heading.
    display "RUN-DATE  SYSTEM    STATED    STATUS    STARTED"
        "              ENDED                RC".

display-one-run.
    move rc-stated-count to count-edit.
    move rc-records-read to read-edit.
    move rc-records-processed to processed-edit.
    move rc-records-rejected to rejected-edit.
    move rc-return-code to rc-edit.
    display rc-header-date "  " rc-header-system "  " count-edit
        "  " rc-run-status "  " rc-start-stamp "  " rc-end-stamp
        "  " rc-edit.
    display "    READ " read-edit "  PROCESSED " processed-edit
        "  REJECTED " rejected-edit.
    if rc-change-stamp not = spaces
        display "    LAST CHANGED " rc-change-stamp " BY "
            rc-change-operator ": " rc-change-reason
    end-if.

*> ----------------------------------------------------------------
*> Releases a COMPLETE run to be processed again: the next time
*> its transfer is submitted, main-program takes the record over
*> instead of refusing it. A reason is required - it is the only
*> record of why the same transfer was processed twice.
*> ----------------------------------------------------------------
void-run.
    if not operator-authorized
        display "Invalid choice, try again."
    else
        move "COMPLETE" to required-status
        move "VOID" to new-status
        move "VOIDED" to change-action
        perform change-run-status
    end-if.

*> ----------------------------------------------------------------
*> Closes out a run left STARTED by an attempt that never
*> finished. Only the operator can know the run is not still in
*> flight, so the start stamp is shown and confirmation asked.
*> ----------------------------------------------------------------
abandon-started-run.
    if not operator-authorized
        display "Invalid choice, try again."
    else
        move "STARTED" to required-status
        move "ABANDON" to new-status
        move "ABANDONED" to change-action
        perform change-run-status
    end-if.

*> Reads the run named at the prompts, checks it stands at the
*> status the change applies to, takes the reason and the
*> operator's confirmation, then rewrites and logs it.
change-run-status.
    perform accept-run-key.
    read runctl-file
        invalid key
            display "Run " run-date " " run-system " "
                run-count " is not on the master."
        not invalid key
            perform display-run-heading
            perform display-one-run
            if rc-run-status not = required-status
                display "Only a " required-status
                    " run can be marked " new-status "."
            else
                perform confirm-run-change
            end-if
    end-read.

confirm-run-change.
    if new-status = "ABANDON"
        display "Only abandon a run that is no longer running:"
            " it started " rc-start-stamp "."
    end-if.
    move spaces to raw-reason.
    perform with test after until raw-reason not = spaces
        display "> Reason (required):"
        accept raw-reason
    end-perform.
    display "> Mark this run " new-status "? (Y/N):".
    accept raw-choice.
    if raw-choice = "Y" or raw-choice = "y"
        move rc-run-status to old-status
        move new-status to rc-run-status
        perform build-audit-timestamp
        move audit-timestamp to rc-change-stamp
        move operator-id to rc-change-operator
        move raw-reason to rc-change-reason
        rewrite runctl-record
            invalid key
                display "Rewrite failed, status " runctl-status
        end-rewrite
        if runctl-status = "00"
            perform write-runctl-audit
            display "Run " rc-header-date " " rc-header-system
                " marked " rc-run-status "."
        end-if
    else
        display "Nothing changed."
    end-if.

*> The header run date, validated the way validate-batch-header
*> validates a header date.
accept-run-date.
    move "N" to entry-switch.
    perform with test after until entry-accepted
        display "> Header run date (YYYYMMDD):"
        accept raw-date
        compute numval-check = function test-numval(raw-date)
        if numval-check = zero and raw-date not = spaces
            compute run-date-num = function numval(raw-date)
            if function test-date-yyyymmdd(run-date-num) = zero
                move "Y" to entry-switch
            end-if
        end-if
        if not entry-accepted
            display "Not a valid date, try again."
        end-if
    end-perform.
    move run-date-num to run-date.

*> The whole run-control key: run date, originating system and the
*> trailer's stated record count, as the run listing shows them.
accept-run-key.
    perform accept-run-date.
    display "> Originating system:".
    accept raw-system.
    move function upper-case(raw-system) to run-system.
    perform with test after
        until numval-check = zero and typed-value >= 0
            and typed-value <= 99999999
        display "> Stated record count:"
        accept raw-value
        perform validate-typed-number
    end-perform.
    move typed-value to run-count.
    move run-date to rc-header-date.
    move run-system to rc-header-system.
    move run-count to rc-stated-count.

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
*> which operator, which run, the status it had and now has, and
*> why.
*> ----------------------------------------------------------------
write-runctl-audit.
    move rc-stated-count to count-edit.
    move spaces to audit-record.
    string audit-timestamp delimited by size
        "  RUNCTL  " delimited by size
        change-action delimited by size
        "  OPER=" delimited by size
        operator-id delimited by size
        "  RUN=" delimited by size
        rc-header-date delimited by size
        "/" delimited by size
        rc-header-system delimited by size
        "/" delimited by size
        count-edit delimited by size
        "  WAS=" delimited by size
        old-status delimited by size
        "  REASON=" delimited by size
        rc-change-reason delimited by size
        into audit-record
    end-string.
    write audit-record.

end-procedure.
