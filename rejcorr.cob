*> Babylonian Square Root Solver - reject correction and resubmission
*> By: Nicholas Macedo
*>
*> Modification History:
*>   2026-10-15  New. A record that lands on REJFILE (NON-NUMERIC,
*>               BAD-DEGREE, BAD-RANGE and the rest) used to mean a
*>               phone call to the department and a wait for a
*>               whole new transfer. This prompt loop, in the style
*>               of PROFMNT, lists one run's REJFILE entries with
*>               their reason codes and lets an operator authorized
*>               for CORRECT on the OPERAUTH list correct the
*>               number, the degree or a range's bounds, or
*>               withdraw the request. Build then writes the
*>               corrected records out as a new transfer (CORRFILE)
*>               bracketed by a *HEADER* (today's date, system CR +
*>               the time it was built) and a *TRAILER* whose count
*>               and hash follow the REQREC contract, so SQROOTB
*>               takes it like any other transfer. Every correction
*>               is logged to AUDITLOG under CORRECT with its
*>               before and after images, and the request's
*>               REQSTATF record moves to CORRECTED or WITHDRAWN,
*>               so REQINQ shows what became of it. A request
*>               already corrected or withdrawn cannot be handled
*>               twice, and a DUP-REQUEST reject can only be
*>               withdrawn - its original was already answered.
*>   2026-10-15  A corrected number may be negative when the root
*>               degree is odd (NO-REAL-ROOT rejects among them);
*>               reason codes widened to twelve characters.
*>   2026-10-15  Works one run's rejects even when an APPEND=Y
*>               batch window has left several transfers' rejects
*>               on REJFILE: only the lines stamped with the chosen
*>               run date are loaded. A correction to a run dated
*>               today is refused at build time (withdrawals still
*>               go through), since the resubmitted request would
*>               share the REQSTATF key of the record it corrects.

identification division.
program-id. rejcorr.
environment division.
input-output section.
file-control.
    select operauth-file assign to "OPERAUTH"
        organization line sequential
        file status is operauth-status.
    select reject-file assign to "REJFILE"
        organization line sequential
        file status is reject-status.
    select status-file assign to "REQSTATF"
        organization indexed
        access random
        record key status-key
        file status is reqstat-status.
    select correction-file assign to "CORRFILE"
        organization line sequential
        file status is correction-status.
    select audit-file assign to "AUDITLOG"
        organization line sequential
        file status is audit-status.

data division.

file section.

*> Who may do what; shared layout in the OPERAUTH copybook.
fd  operauth-file.
copy operauth.

*> The reject file main-program's write-reject-record lays down:
*> record number, reason code, then the original INFILE image (an
*> ordinary request, or the longer *RANGE** image) and the header
*> run date and system of the transfer it came in on.
fd  reject-file.
01  reject-line.
    05 rj-record-number pic x(08).
    05 filler pic x(02).
    05 rj-reason pic x(12).
    05 filler pic x(01).
    05 rj-image pic x(70).
    05 filler pic x(01).
    05 rj-run-date pic x(08).
    05 rj-system pic x(08).
    05 filler pic x(10).

*> The request-status master main-program's batch-file mode
*> writes; shared layout in the REQSTAT copybook.
fd  status-file.
copy reqstat.

*> The correction transfer: header, corrected data records in the
*> INFILE layout, trailer.
fd  correction-file.
01  correction-record pic x(70).

*> The same append-only audit trail main-program writes its
*> calculation records to; corrections land alongside them.
fd  audit-file.
01  audit-record pic x(180).

working-storage section.

01 operauth-status pic x(02).
01 reject-status pic x(02).
01 reqstat-status pic x(02).
01 correction-status pic x(02).
01 audit-status pic x(02).

01 reqstat-switch pic x(01) value "N".
    88 reqstat-available value "Y".

01 more-operauth pic x(01).
    88 more-operauth-records value "Y".
01 more-rejects pic x(01).
    88 more-reject-records value "Y".

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
01 raw-value pic x(26).
01 numval-check pic s9(4).
copy numpic replacing ==field-name== by ==typed-value==.

*> The operator signed on and the run whose rejects are being
*> worked, by its header run date (the REQSTATF key).
01 operator-id pic x(08).
01 run-date pic x(08).
01 run-date-num pic 9(08).

*> Every REJFILE entry of the run: the record as it was sent, the
*> record as corrected, and what the operator has done with it -
*> blank (nothing yet), C (corrected), W (withdrawn), or D (already
*> corrected or withdrawn by an earlier session, per REQSTATF).
01 reject-count pic s9(4) value zero.
01 reject-limit pic s9(4) value 2000.
01 reject-table.
    05 reject-entry occurs 2000 times.
        10 re-record-number pic x(08).
        10 re-reason pic x(12).
        10 re-image pic x(70).
        10 re-new-image pic x(70).
        10 re-action pic x(01).
        10 re-status-outcome pic x(12).
01 reject-sub pic s9(4).
01 reject-overflow pic 9(08) value zero.
01 other-run-count pic 9(08) value zero.

*> The record being corrected, in the two INFILE views REQREC lays
*> out: an ordinary request, or a *RANGE** record.
01 work-image.
    05 work-request-id pic x(08).
    05 work-dept pic x(04).
    05 work-degree pic x(02).
    05 work-number pic x(26).
    05 filler pic x(30).
01 work-range-image redefines work-image.
    05 work-range-tag pic x(08).
    05 work-range-id pic x(08).
    05 work-range-dept pic x(04).
    05 work-range-degree pic x(02).
    05 work-range-from pic x(16).
    05 work-range-to pic x(16).
    05 work-range-step pic x(16).

*> Range bounds as typed, checked the way expand-range-record
*> checks them, against the same 1000-line cap.
copy numpic replacing ==field-name== by ==range-from-value==.
copy numpic replacing ==field-name== by ==range-to-value==.
copy numpic replacing ==field-name== by ==range-step-value==.
01 range-row-count pic s9(09).
01 bound-label pic x(10).
01 bound-text pic x(16).
01 range-row-limit pic s9(04) value 1000.
01 degree-value pic 9(02).

*> The correction transfer's controls, accumulated the way the
*> REQREC contract states: every data record counted, the numeric
*> request numbers summed exactly, guarded the way rspsplit guards
*> its hash.
01 correction-header.
    05 corr-header-tag pic x(08) value "*HEADER*".
    05 corr-header-date pic x(08).
    05 corr-header-system pic x(08).
01 correction-trailer.
    05 corr-trailer-tag pic x(08) value "*TRAILER".
    05 corr-trailer-count pic 9(08).
    05 corr-trailer-hash pic -(13)9.9(09).
01 correction-count pic 9(08).
01 correction-hash pic s9(18)v9(09).
01 hash-overflow-switch pic x(01).
    88 hash-overflowed value "Y".
01 corrected-count pic 9(08).
01 withdrawn-count pic 9(08).

*> What happened to the entry, for the audit line.
01 change-action pic x(09).
01 audit-image pic x(70).

*> Timestamp stamped on every audit record, built the same way
*> main-program's build-audit-timestamp does.
01 current-timestamp pic x(21).
01 audit-timestamp pic x(19).

*> Edited fields used to lay the listing out.
01 entry-edit pic ZZZ9.
01 count-edit pic ZZZ,ZZZ,ZZ9.
01 action-text pic x(17).

procedure division.

    display "=-= Reject Correction and Resubmission =-=".
    perform sign-on-operator.
    perform accept-run-date.
    perform open-status-file.
    perform load-reject-file.
    if reject-count = zero
        display "No rejects on REJFILE for this run; nothing to do."
        if reqstat-available
            close status-file
        end-if
        stop run
    end-if.
    perform with test after until exit-requested
        display "  "
        display "> L)ist  C)orrect  W)ithdraw  B)uild  X) exit"
        accept raw-choice
        evaluate raw-choice
            when "L" when "l" perform list-rejects
            when "C" when "c" perform correct-reject
            when "W" when "w" perform withdraw-reject
            when "B" when "b" perform build-correction-file
            when "X" when "x" perform leave-without-building
            when other display "Invalid choice, try again."
        end-evaluate
    end-perform.
    if reqstat-available
        close status-file
    end-if.
    display "Thank You.".
    stop run.

*> ----------------------------------------------------------------
*> Asks who is at the console and checks the OPERAUTH list for a
*> CORRECT line under that ID. Anyone else is turned away before
*> any file is read.
*> ----------------------------------------------------------------
sign-on-operator.
    display "> Operator ID:".
    accept raw-operator.
    move function upper-case(raw-operator) to operator-id.
    open input operauth-file.
    if operauth-status not = "00"
        display "Unable to open OPERAUTH, status " operauth-status
        stop run
    end-if.
    move "Y" to more-operauth.
    perform with test before until not more-operauth-records
        read operauth-file
            at end move "N" to more-operauth
            not at end
                if oa-operator = operator-id
                    and oa-function = "CORRECT"
                    and operator-id not = spaces
                    move "Y" to authorized-switch
                end-if
        end-read
    end-perform.
    close operauth-file.
    if not operator-authorized
        display "Operator " operator-id
            " is not authorized to correct rejects."
        stop run
    end-if.

*> The header run date of the transfer whose rejects are to be
*> worked, the date its REQSTATF records are keyed under;
*> validated the way validate-batch-header validates a header
*> date. A run dated today can have its rejects withdrawn but not
*> resubmitted until tomorrow (see build-correction-file).
accept-run-date.
    move "N" to entry-switch.
    perform with test after until entry-accepted
        display "> Run date of the rejected transfer (YYYYMMDD):"
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
    move function current-date to current-timestamp.
    if run-date = current-timestamp(1:8)
        display "This run is dated today: its rejects can be"
            " withdrawn now, but corrections can only be built"
            " from tomorrow."
    end-if.

*> ----------------------------------------------------------------
*> Opens the request-status master for updating. Without it the
*> corrections can still be built and logged; the outcomes just go
*> unrecorded, the same warn-and-carry-on open-status-file uses in
*> main-program.
*> ----------------------------------------------------------------
open-status-file.
    open i-o status-file.
    if reqstat-status = "00"
        move "Y" to reqstat-switch
    else
        display "Request-status master REQSTATF unavailable,"
            " status " reqstat-status
            ". Continuing without outcome recording."
    end-if.

*> ----------------------------------------------------------------
*> Loads the run's REJFILE entries into the table, noting what
*> REQSTATF says became of each, so a request an earlier session
*> already corrected or withdrew is not handled twice. An APPEND=Y
*> batch window leaves several transfers' rejects on one REJFILE:
*> only the lines stamped with the chosen run date are this run's
*> (a line with no stamp predates the stamping and is taken as it
*> always was).
*> ----------------------------------------------------------------
load-reject-file.
    open input reject-file.
    if reject-status not = "00"
        display "Unable to open REJFILE, status " reject-status
        stop run
    end-if.
    move "Y" to more-rejects.
    read reject-file
        at end move "N" to more-rejects
    end-read.
    perform with test before until not more-reject-records
        if rj-reason not = spaces
            if rj-run-date = run-date or rj-run-date = spaces
                perform load-one-reject
            else
                add 1 to other-run-count
            end-if
        end-if
        read reject-file
            at end move "N" to more-rejects
        end-read
    end-perform.
    close reject-file.
    if other-run-count > zero
        move other-run-count to count-edit
        display count-edit " REJFILE entries from transfers with"
            " other run dates left out."
    end-if.
    if reject-overflow > zero
        move reject-overflow to count-edit
        display count-edit " rejects beyond the first "
            reject-limit " cannot be handled this session."
    end-if.

load-one-reject.
    if reject-count >= reject-limit
        add 1 to reject-overflow
    else
        add 1 to reject-count
        move rj-record-number to re-record-number(reject-count)
        move rj-reason to re-reason(reject-count)
        move rj-image to re-image(reject-count)
        move rj-image to re-new-image(reject-count)
        move space to re-action(reject-count)
        move spaces to re-status-outcome(reject-count)
        move reject-count to reject-sub
        perform read-reject-status
        if reqstat-status = "00"
            move rs-outcome to re-status-outcome(reject-count)
            if rs-outcome = "CORRECTED" or rs-outcome = "WITHDRAWN"
                move "D" to re-action(reject-count)
            end-if
        end-if
    end-if.

*> Reads the REQSTATF record for the entry at reject-sub: request
*> ID, department, the run date, and sequence zero (a reject is
*> recorded before any range expansion).
read-reject-status.
    move "23" to reqstat-status.
    if reqstat-available
        move re-image(reject-sub) to work-image
        if work-range-tag = "*RANGE**"
            move work-range-id to rs-request-id
            move work-range-dept to rs-dept
        else
            move work-request-id to rs-request-id
            move work-dept to rs-dept
        end-if
        move run-date to rs-run-date
        move zero to rs-seq
        read status-file
            invalid key
                continue
        end-read
    end-if.

*> ----------------------------------------------------------------
*> Lists every entry with its reason code, the image as sent, and
*> (for a corrected one) the image as it will be resubmitted.
*> ----------------------------------------------------------------
list-rejects.
    display "ENTRY  REC-NO    REASON       ACTION"
        "             IMAGE".
    perform display-one-reject
        varying reject-sub from 1 by 1 until reject-sub > reject-count.

display-one-reject.
    move reject-sub to entry-edit.
    evaluate re-action(reject-sub)
        when "C" move "CORRECTED" to action-text
        when "W" move "WITHDRAWN" to action-text
        when "D" move re-status-outcome(reject-sub) to action-text
        when other move "-" to action-text
    end-evaluate.
    display " " entry-edit "  " re-record-number(reject-sub) "  "
        re-reason(reject-sub) "  " action-text "  "
        re-image(reject-sub).
    if re-action(reject-sub) = "C"
        display "                                     "
            "       AS CORRECTED  " re-new-image(reject-sub)
    end-if.

*> ----------------------------------------------------------------
*> Corrects one entry: the degree and number of an ordinary
*> request, or the degree and bounds of a range, each prompted for
*> (blank keeps what was sent) and validated before it is trusted.
*> A DUP-REQUEST was already answered and can only be withdrawn.
*> ----------------------------------------------------------------
correct-reject.
    perform accept-entry-number.
    if reject-sub > zero
        if re-reason(reject-sub) = "DUP-REQUEST"
            display "A DUP-REQUEST was already answered on its"
                " original run; it can only be withdrawn."
        else
            move re-new-image(reject-sub) to work-image
            display "As sent:  " re-image(reject-sub)
            perform accept-corrected-degree
            if work-range-tag = "*RANGE**"
                perform accept-corrected-range
            else
                perform accept-corrected-number
            end-if
            move work-image to re-new-image(reject-sub)
            move "C" to re-action(reject-sub)
            display "Corrected: " re-new-image(reject-sub)
        end-if
    end-if.

withdraw-reject.
    perform accept-entry-number.
    if reject-sub > zero
        move re-image(reject-sub) to re-new-image(reject-sub)
        move "W" to re-action(reject-sub)
        display "Entry " entry-edit " will be withdrawn."
    end-if.

*> Picks an entry by its number on the listing; zero (nothing
*> picked) for blank, for a number off the list, and for an entry
*> an earlier session already settled.
accept-entry-number.
    move zero to reject-sub.
    display "> Entry number (blank to cancel):".
    accept raw-value.
    if raw-value not = spaces
        compute numval-check = function test-numval(raw-value)
        if numval-check = zero
            compute typed-value = function numval(raw-value)
            if typed-value >= 1 and typed-value <= reject-count
                move typed-value to reject-sub
            end-if
        end-if
        if reject-sub = zero
            display "No such entry."
        else
            move reject-sub to entry-edit
            if re-action(reject-sub) = "D"
                display "Entry " entry-edit " is already "
                    re-status-outcome(reject-sub) " on REQSTATF."
                move zero to reject-sub
            end-if
        end-if
    end-if.

accept-corrected-degree.
    move "N" to entry-switch.
    perform with test after until entry-accepted
        display "> Root degree 2 through 9 (blank keeps "
            work-degree "):"
        accept raw-value
        if raw-value = spaces
            move work-degree to raw-value
            if raw-value = spaces
                move "2" to raw-value
            end-if
        end-if
        compute numval-check = function test-numval(raw-value)
        if numval-check = zero
            compute typed-value = function numval(raw-value)
            if typed-value >= 2 and typed-value <= 9
                move typed-value to degree-value
                move degree-value to work-degree
                move "Y" to entry-switch
            end-if
        end-if
        if not entry-accepted
            display "Invalid degree, try again."
        end-if
    end-perform.

accept-corrected-number.
    move "N" to entry-switch.
    perform with test after until entry-accepted
        display "> Number (blank keeps " work-number "):"
        accept raw-value
        if raw-value = spaces
            move work-number to raw-value
        end-if
        perform validate-typed-number
        if numval-check = zero
            evaluate true
                when typed-value > zero
                    move raw-value to work-number
                    move "Y" to entry-switch
                when typed-value < zero
                    and function mod(degree-value, 2) = 1
                    move raw-value to work-number
                    move "Y" to entry-switch
                when typed-value < zero
                    display "An even root needs a positive number,"
                        " try again."
                when other
                    display "The number must not be zero, try again."
            end-evaluate
        end-if
    end-perform.

*> Each bound must be a positive plain number, the range must run
*> upward, and it must expand to no more lines than the batch run
*> allows, or the resubmission would only reject again.
accept-corrected-range.
    move "N" to entry-switch.
    perform with test after until entry-accepted
        move "from-value" to bound-label
        move work-range-from to bound-text
        perform accept-one-range-bound
        move typed-value to range-from-value
        move bound-text to work-range-from
        move "to-value" to bound-label
        move work-range-to to bound-text
        perform accept-one-range-bound
        move typed-value to range-to-value
        move bound-text to work-range-to
        move "step" to bound-label
        move work-range-step to bound-text
        perform accept-one-range-bound
        move typed-value to range-step-value
        move bound-text to work-range-step
        move "Y" to entry-switch
        if range-to-value < range-from-value
            display "The to-value is below the from-value."
            move "N" to entry-switch
        else
            compute range-row-count =
                (range-to-value - range-from-value)
                / range-step-value + 1
                on size error
                    move 99999 to range-row-count
            end-compute
            if range-row-count > range-row-limit
                display "That range expands to more than "
                    range-row-limit " lines."
                move "N" to entry-switch
            end-if
        end-if
        if not entry-accepted
            display "Range not accepted, enter the bounds again."
        end-if
    end-perform.

*> One bound, prompted for by name; blank keeps what was sent.
accept-one-range-bound.
    move zero to typed-value.
    perform with test after
        until numval-check = zero and typed-value > zero
        display "> Range " bound-label " (blank keeps " bound-text "):"
        accept raw-value
        if raw-value = spaces
            move bound-text to raw-value
        end-if
        perform validate-typed-number
        if numval-check = zero and typed-value not > zero
            display "Must be positive, try again."
        end-if
    end-perform.
    move raw-value to bound-text.

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

*> ----------------------------------------------------------------
*> Writes the correction transfer: a *HEADER* dated today under
*> system CR + the time of the build (so two builds on one day are
*> two transfers to run control), every corrected record, and a
*> *TRAILER* carrying their count and the exact sum of their
*> numeric request numbers (a range record counts once and stays
*> out of the hash, as REQREC states). A hash too wide for the
*> trailer field refuses the build rather than sending a wrong
*> control. So does a correction to a run dated today: REQSTATF
*> is keyed on request, department and run date, not system, so
*> the resubmitted request would be recorded under the very key
*> of the record it corrects and overwrite it. Withdrawals alone
*> send nothing and are settled any day. Then every correction
*> and withdrawal is logged and recorded on REQSTATF, and the
*> session ends.
*> ----------------------------------------------------------------
build-correction-file.
    move zero to corrected-count.
    move zero to withdrawn-count.
    move zero to correction-count.
    move zero to correction-hash.
    move "N" to hash-overflow-switch.
    perform total-one-correction
        varying reject-sub from 1 by 1 until reject-sub > reject-count.
    move function current-date to current-timestamp.
    evaluate true
        when corrected-count = zero and withdrawn-count = zero
            display "Nothing corrected or withdrawn yet;"
                " nothing built."
        when corrected-count > zero
            and run-date = current-timestamp(1:8)
            display "Corrections to a run dated today would be"
                " resubmitted under the REQSTATF key of the records"
                " they correct; build them tomorrow, or withdraw"
                " them. Nothing built."
        when hash-overflowed
            or correction-hash > 9999999999999
            or correction-hash < -9999999999999
            display "Hash total of the corrected numbers does not"
                " fit the trailer field; nothing built."
        when other
            perform write-correction-file
            perform open-audit-file
            perform settle-one-entry
                varying reject-sub from 1 by 1
                until reject-sub > reject-count
            close audit-file
            move corrected-count to count-edit
            display count-edit " corrected records written to"
                " CORRFILE as transfer " corr-header-system
                " dated " corr-header-date "."
            move withdrawn-count to count-edit
            display count-edit " requests withdrawn."
            move "Y" to exit-switch
    end-evaluate.

total-one-correction.
    if re-action(reject-sub) = "C"
        add 1 to corrected-count
        add 1 to correction-count
        move re-new-image(reject-sub) to work-image
        if work-range-tag not = "*RANGE**"
            compute numval-check = function test-numval(work-number)
            if numval-check = zero and work-number not = spaces
                compute correction-hash = correction-hash
                    + function numval(work-number)
                    on size error
                        move "Y" to hash-overflow-switch
                end-compute
            end-if
        end-if
    end-if.
    if re-action(reject-sub) = "W"
        add 1 to withdrawn-count
    end-if.

write-correction-file.
    move function current-date to current-timestamp.
    move current-timestamp(1:8) to corr-header-date.
    move spaces to corr-header-system.
    string "CR" delimited by size
        current-timestamp(9:6) delimited by size
        into corr-header-system
    end-string.
    open output correction-file.
    if correction-status not = "00"
        display "Unable to open CORRFILE, status " correction-status
        stop run
    end-if.
    move correction-header to correction-record.
    write correction-record.
    perform write-one-correction
        varying reject-sub from 1 by 1 until reject-sub > reject-count.
    move correction-count to corr-trailer-count.
    move correction-hash to corr-trailer-hash.
    move correction-trailer to correction-record.
    write correction-record.
    close correction-file.

write-one-correction.
    if re-action(reject-sub) = "C"
        move re-new-image(reject-sub) to correction-record
        write correction-record
    end-if.

open-audit-file.
    open extend audit-file.
    if audit-status not = "00"
        close audit-file
        open output audit-file
    end-if.

*> Logs one handled entry - BEFORE and AFTER images for a
*> correction, the image withdrawn for a withdrawal - and moves
*> its REQSTATF record to the matching outcome. Only a record that
*> still carries the reject reason is moved: a repeat rejected
*> inside its original's run shares the original's key, and the
*> original's answer must stand.
settle-one-entry.
    if re-action(reject-sub) = "C"
        move "BEFORE" to change-action
        move re-image(reject-sub) to audit-image
        perform write-correction-audit
        move "AFTER" to change-action
        move re-new-image(reject-sub) to audit-image
        perform write-correction-audit
        perform read-reject-status
        if reqstat-status = "00"
            and rs-outcome = re-reason(reject-sub)
            move "CORRECTED" to rs-outcome
            perform rewrite-reject-status
        end-if
    end-if.
    if re-action(reject-sub) = "W"
        move "WITHDRAWN" to change-action
        move re-image(reject-sub) to audit-image
        perform write-correction-audit
        perform read-reject-status
        if reqstat-status = "00"
            and rs-outcome = re-reason(reject-sub)
            move "WITHDRAWN" to rs-outcome
            perform rewrite-reject-status
        end-if
    end-if.

rewrite-reject-status.
    move audit-timestamp to rs-stamp.
    rewrite status-record
        invalid key
            display "REQSTATF rewrite failed for " rs-request-id
                ", status " reqstat-status
    end-rewrite.

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
*> which operator, which run and REJFILE record, the reason it
*> was rejected, and the image.
*> ----------------------------------------------------------------
write-correction-audit.
    perform build-audit-timestamp.
    move spaces to audit-record.
    string audit-timestamp delimited by size
        "  CORRECT  " delimited by size
        change-action delimited by size
        "  OPER=" delimited by size
        operator-id delimited by size
        "  RUN=" delimited by size
        run-date delimited by size
        "  REC=" delimited by size
        re-record-number(reject-sub) delimited by size
        "  " delimited by size
        re-reason(reject-sub) delimited by size
        "  " delimited by size
        audit-image delimited by size
        into audit-record
    end-string.
    write audit-record.

leave-without-building.
    move zero to corrected-count.
    perform varying reject-sub from 1 by 1
        until reject-sub > reject-count
        if re-action(reject-sub) = "C" or re-action(reject-sub) = "W"
            add 1 to corrected-count
        end-if
    end-perform.
    if corrected-count > zero
        display "Leaving discards the changes made this session."
            " Leave anyway? (Y/N):"
        accept raw-choice
        if raw-choice = "Y" or raw-choice = "y"
            move "Y" to exit-switch
        end-if
    else
        move "Y" to exit-switch
    end-if.

end-procedure.
