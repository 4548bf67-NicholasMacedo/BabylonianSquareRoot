*> Babylonian Square Root Solver - history master engine sweep
*> By: Nicholas Macedo
*>
*> Modification History:
*>   2026-10-15  New. When the degree-3 seed bug in NTHROOT was
*>               fixed, every wrong answer already saved on HISTFILE
*>               stayed there and went on being served as CACHED.
*>               Each record now carries the engine release that
*>               calculated it, and lookup-history recomputes a
*>               stale one when a request happens to ask for it;
*>               this utility deals with the rest of the master in
*>               one pass after an engine change. Every record
*>               stamped with any release but the one NTHROOT
*>               reports now is recomputed at its own tolerance
*>               (MAXITER=nnnn on the PARM card caps the loop) and
*>               rewritten under the current release. Each record
*>               whose answer actually changed is listed on SWPRPT
*>               with its old and new answer, followed by every
*>               request on the request-status master (REQSTATF)
*>               that was given the old answer and the departments
*>               to notify. A record that does not converge under
*>               the cap is left stale for a later sweep with a
*>               higher MAXITER. All files are opened before the
*>               master is touched, so a missing one (RC 16)
*>               changes nothing.

identification division.
program-id. histswp.
environment division.
input-output section.
file-control.
    select history-file assign to "HISTFILE"
        organization indexed
        access sequential
        record key history-key
        file status is history-status.
    select status-file assign to "REQSTATF"
        organization indexed
        access sequential
        record key status-key
        file status is reqstat-status.
    select report-file assign to "SWPRPT"
        organization line sequential
        file status is report-status.

data division.

file section.

*> The results history master being swept; shared layout in the
*> HISTREC copybook, including the engine-release stamp the
*> sweep decides on.
fd  history-file.
copy histrec.

*> The request-status master, read once in key order for the
*> requests that were given an answer the sweep changed.
fd  status-file.
copy reqstat.

*> The sweep report: changed answers, the requests given them,
*> the departments to notify and the sweep's accounting.
fd  report-file.
01  report-record pic x(132).

working-storage section.

01 history-status pic x(02).
01 reqstat-status pic x(02).
01 report-status pic x(02).

01 more-history pic x(01).
    88 more-history-records value "Y".
01 more-status pic x(01).
    88 more-status-records value "Y".

*> Set when the change table fills: the pass over the master stops
*> at that record, which is left stale for the next sweep.
01 sweep-stop-switch pic x(01) value "N".
    88 sweep-stopped value "Y".

*> PARM card handling, the same copy-then-unstring shape
*> determine-run-mode uses in main-program. MAXITER= caps the
*> engine's loop; left off, main-program's default of 1000.
01 parm-string pic x(80).
01 parm-table.
    05 parm-entry occurs 6 times pic x(20).
01 parm-sub pic s9(4).
01 numval-check pic s9(4).

01 current-timestamp pic x(21).
01 sweep-stamp pic x(19).

*> One call to the engine: the same linkage shape
*> calculate-and-report hands NTHROOT. A degree of zero asks it
*> for its release alone.
copy numpic replacing ==field-name== by ==call-number==.
copy numpic replacing ==field-name== by ==call-answer==.
copy numpic replacing ==field-name== by ==call-cobanswer==.
copy numpic replacing ==field-name== by ==call-tolerance==.
01 call-degree pic s9(4).
01 call-iterations pic s9(4).
01 call-maxiter pic s9(4) value 1000.
01 converged-switch pic x(01).
    88 call-converged value "Y".
01 engine-release pic x(08) value spaces.
01 release-inquiry-degree pic s9(4) value zero.

*> Every record whose answer the sweep changed, kept in key order
*> (number, degree, old answer - the three a REQSTATF record can
*> be matched on; it carries no tolerance) so each request-status
*> record is one binary search. The row number is the change
*> number the report lists the requests under.
01 change-count pic s9(5) value zero.
01 change-limit pic s9(5) value 5000.
01 change-table.
    05 change-entry occurs 5000 times.
        10 ch-key.
            15 ch-number pic 9(15)v9(9).
            15 ch-degree pic 9(02).
            15 ch-old-answer pic s9(15)v9(9).
        10 ch-tolerance pic 9(15)v9(9).
        10 ch-old-release pic x(08).
        10 ch-new-answer pic s9(15)v9(9).
01 change-key.
    05 ck-number pic 9(15)v9(9).
    05 ck-degree pic 9(02).
    05 ck-old-answer pic s9(15)v9(9).
01 change-sub pic s9(5).
01 low-sub pic s9(5).
01 high-sub pic s9(5).
01 mid-sub pic s9(5).
01 shift-sub pic s9(5).

*> Requests given a changed answer, counted by department so the
*> report ends with who has to be told. A blank department is
*> the house account, as on the response files.
01 dept-count pic s9(4) value zero.
01 dept-table.
    05 dept-entry occurs 200 times.
        10 nd-dept pic x(04).
        10 nd-requests pic 9(08).
01 dept-sub pic s9(4).
01 scan-sub pic s9(4).
01 request-dept pic x(04).

*> The answer a request was given and the one it would get now,
*> signed the way the request asked (the master holds the root of
*> the magnitude).
copy numpic replacing ==field-name== by ==given-answer==.
copy numpic replacing ==field-name== by ==current-answer==.

*> Sweep accounting, so the report balances: records read =
*> current + recomputed unchanged + changed + not converged + not
*> reached.
01 records-read pic 9(08) value zero.
01 records-current pic 9(08) value zero.
01 records-unchanged pic 9(08) value zero.
01 records-changed pic 9(08) value zero.
01 records-nonconv pic 9(08) value zero.
01 records-not-reached pic 9(08) value zero.
01 status-read pic 9(08) value zero.
01 requests-superseded pic 9(08) value zero.

*> Work fields for laying out the report.
01 count-edit pic ZZZ,ZZZ,ZZ9.
01 change-edit pic ZZZZ9.
01 number-edit pic -(15)9.9(09).
01 answer-edit pic -(15)9.9(09).
01 tolerance-edit pic Z(6)9.9(09).
01 degree-edit pic Z9.
01 seq-edit pic ZZZ9.
01 maxiter-edit pic ZZZ9.

linkage section.
copy parmarea.

procedure division using parm-linkage-area.

    perform read-parm-card.
    perform ask-engine-release.
    perform open-sweep-files.
    perform write-report-heading.
    perform sweep-history-master.
    perform write-changed-answers.
    perform list-superseded-requests.
    perform write-departments-to-notify.
    perform write-sweep-accounting.
    close report-file.
    move records-changed to count-edit.
    display "HISTSWP complete under engine release " engine-release
        ": " function trim(count-edit) " answers changed.".
    if sweep-stopped
        display "HISTSWP stopped at 5000 changed answers;"
            " run it again to sweep the rest of HISTFILE."
        move 8 to return-code
    else
        if records-changed > zero or records-nonconv > zero
            move 4 to return-code
        else
            move zero to return-code
        end-if
    end-if.
    stop run.

*> ----------------------------------------------------------------
*> Reads the PARM card the same way main-program's
*> determine-run-mode does: MAXITER=nnnn caps the engine's loop.
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

interpret-parm-entry.
    if parm-entry(parm-sub)(1:8) = "MAXITER="
        compute numval-check =
            function test-numval(parm-entry(parm-sub)(9:4))
        if numval-check = zero
            compute call-maxiter =
                function numval(parm-entry(parm-sub)(9:4))
        end-if
    end-if.

*> Asks NTHROOT which release it is; every record stamped with
*> anything else is recomputed.
ask-engine-release.
    call "nthroot" using call-number, release-inquiry-degree,
                         call-answer, call-iterations,
                         call-tolerance, call-maxiter,
                         converged-switch, engine-release.
    move function current-date to current-timestamp.
    move spaces to sweep-stamp.
    string current-timestamp(1:4) "-" current-timestamp(5:2) "-"
        current-timestamp(7:2) " " current-timestamp(9:2) ":"
        current-timestamp(11:2) ":" current-timestamp(13:2)
        into sweep-stamp
    end-string.

*> ----------------------------------------------------------------
*> Every file is opened before the first record is rewritten, so
*> one that is missing ends the run with the master as it was.
*> ----------------------------------------------------------------
open-sweep-files.
    open output report-file.
    if report-status not = "00"
        display "Unable to open SWPRPT, status " report-status
        move 16 to return-code
        stop run
    end-if.
    open input status-file.
    if reqstat-status not = "00"
        display "Unable to open REQSTATF, status " reqstat-status
            "; HISTFILE left untouched."
        move 16 to return-code
        stop run
    end-if.
    open i-o history-file.
    if history-status not = "00"
        display "Unable to open HISTFILE, status " history-status
        move 16 to return-code
        stop run
    end-if.

write-report-heading.
    move call-maxiter to maxiter-edit.
    move spaces to report-record.
    string "HISTORY MASTER ENGINE SWEEP  " delimited by size
        sweep-stamp(1:10) delimited by size
        "  ENGINE RELEASE " delimited by size
        engine-release delimited by size
        "  MAXITER " delimited by size
        maxiter-edit delimited by size
        into report-record
    end-string.
    write report-record.

*> ----------------------------------------------------------------
*> One pass over the master in key order. A record from the
*> current release is left alone; any other is recomputed at its
*> own number, tolerance and degree and rewritten under the
*> current release, and noted in the change table when the answer
*> moved. Hit count and last reference are left as they were: the
*> sweep is not a use of the record.
*> ----------------------------------------------------------------
sweep-history-master.
    move "Y" to more-history.
    read history-file
        at end move "N" to more-history
    end-read.
    perform with test before
        until not more-history-records or sweep-stopped
        add 1 to records-read
        if hist-engine = engine-release
            add 1 to records-current
        else
            perform recompute-stale-record
        end-if
        if not sweep-stopped
            read history-file
                at end move "N" to more-history
            end-read
        end-if
    end-perform.
    if sweep-stopped
        perform count-records-not-reached
    end-if.
    close history-file.

recompute-stale-record.
    move hist-number to call-number.
    move hist-degree to call-degree.
    move hist-tolerance to call-tolerance.
    call "nthroot" using call-number, call-degree, call-answer,
                         call-iterations,
                         call-tolerance, call-maxiter,
                         converged-switch, engine-release.
    if not call-converged
        add 1 to records-nonconv
    else
        if call-answer = hist-babanswer
            add 1 to records-unchanged
            perform rewrite-history-record
        else
            perform note-changed-answer
            if not sweep-stopped
                add 1 to records-changed
                perform rewrite-history-record
            end-if
        end-if
    end-if.

*> The built-in cross-check answer is recomputed the same way
*> calculate-and-report works it.
rewrite-history-record.
    if hist-degree = 2
        compute call-cobanswer = function sqrt(hist-number)
    else
        compute call-cobanswer =
            function exp(function log(hist-number) / hist-degree)
    end-if.
    move call-answer to hist-babanswer.
    move call-cobanswer to hist-cobanswer.
    move call-iterations to hist-iterations.
    move sweep-stamp to hist-stamp.
    move engine-release to hist-engine.
    rewrite history-record
        invalid key
            display "HISTFILE rewrite rejected a key, status "
                history-status
            move 16 to return-code
            stop run
    end-rewrite.
    if history-status not = "00"
        display "HISTFILE rewrite failed, status " history-status
        move 16 to return-code
        stop run
    end-if.

*> The record in hand and the rest of the master after it are
*> counted as not reached, so the accounting still balances.
count-records-not-reached.
    add 1 to records-not-reached.
    read history-file
        at end move "N" to more-history
    end-read.
    perform with test before until not more-history-records
        add 1 to records-read
        add 1 to records-not-reached
        read history-file
            at end move "N" to more-history
        end-read
    end-perform.

*> ----------------------------------------------------------------
*> Looks change-key up in the change table by binary search;
*> change-sub is its row, or zero with low-sub the row it would
*> take.
*> ----------------------------------------------------------------
find-change-entry.
    move zero to change-sub.
    move 1 to low-sub.
    move change-count to high-sub.
    perform with test before
        until low-sub > high-sub or change-sub > zero
        compute mid-sub = (low-sub + high-sub) / 2
        if ch-key(mid-sub) = change-key
            move mid-sub to change-sub
        else
            if ch-key(mid-sub) < change-key
                compute low-sub = mid-sub + 1
            else
                compute high-sub = mid-sub - 1
            end-if
        end-if
    end-perform.

*> Opens a row in key order for the record in hand. Two tolerances
*> that once gave the same answer share the first row: a request
*> cannot say which it was given. A full table stops the sweep.
note-changed-answer.
    move hist-number to ck-number.
    move hist-degree to ck-degree.
    move hist-babanswer to ck-old-answer.
    perform find-change-entry.
    if change-sub = zero
        if change-count >= change-limit
            move "Y" to sweep-stop-switch
        else
            add 1 to change-count
            perform varying shift-sub from change-count by -1
                until shift-sub <= low-sub
                move change-entry(shift-sub - 1)
                    to change-entry(shift-sub)
            end-perform
            move change-key to ch-key(low-sub)
            move hist-tolerance to ch-tolerance(low-sub)
            move hist-engine to ch-old-release(low-sub)
            move call-answer to ch-new-answer(low-sub)
        end-if
    end-if.

*> ----------------------------------------------------------------
*> The changed answers, in number / degree order, each under the
*> change number its requests are listed with below.
*> ----------------------------------------------------------------
write-changed-answers.
    move spaces to report-record.
    write report-record.
    move "ANSWERS THE CURRENT ENGINE CHANGED" to report-record.
    write report-record.
    move spaces to report-record.
    string "    CHG                    NUMBER  DEG         TOLERANCE"
        delimited by size
        "  RELEASE                 OLD ANSWER"
        delimited by size
        "                 NEW ANSWER" delimited by size
        into report-record
    end-string.
    write report-record.
    if change-count = zero
        move "  (none)" to report-record
        write report-record
    else
        perform write-one-change-line
            varying change-sub from 1 by 1
            until change-sub > change-count
    end-if.

write-one-change-line.
    move spaces to report-record.
    move change-sub to change-edit.
    move change-edit to report-record(3:5).
    move ch-number(change-sub) to number-edit.
    move number-edit to report-record(10:26).
    move ch-degree(change-sub) to degree-edit.
    move degree-edit to report-record(38:2).
    move ch-tolerance(change-sub) to tolerance-edit.
    move tolerance-edit to report-record(42:17).
    if ch-old-release(change-sub) = spaces
        move "NONE" to report-record(61:8)
    else
        move ch-old-release(change-sub) to report-record(61:8)
    end-if.
    move ch-old-answer(change-sub) to answer-edit.
    move answer-edit to report-record(71:26).
    move ch-new-answer(change-sub) to answer-edit.
    move answer-edit to report-record(99:26).
    write report-record.

*> ----------------------------------------------------------------
*> One pass over the request-status master in key order: every
*> answered request whose number, degree and answer match a
*> changed record was given the old answer and is listed. Nothing
*> to look for when nothing changed.
*> ----------------------------------------------------------------
list-superseded-requests.
    move spaces to report-record.
    write report-record.
    move "REQUESTS GIVEN AN ANSWER THAT CHANGED (FROM REQSTATF)"
        to report-record.
    write report-record.
    move spaces to report-record.
    string "  REQUEST   DEPT  RUN-DATE   SEQ  OUTCOME        CHG"
        delimited by size
        "               GIVEN ANSWER"
        delimited by size
        "               THE ANSWER NOW" delimited by size
        into report-record
    end-string.
    write report-record.
    if change-count > zero
        move "Y" to more-status
        read status-file
            at end move "N" to more-status
        end-read
        perform with test before until not more-status-records
            add 1 to status-read
            perform match-one-status-record
            read status-file
                at end move "N" to more-status
            end-read
        end-perform
    end-if.
    close status-file.
    if requests-superseded = zero
        move "  (none)" to report-record
        write report-record
    end-if.

match-one-status-record.
    if rs-outcome = "PROCESSED" or rs-outcome = "CACHED"
        or rs-outcome = "NONCONV"
        if rs-usernum < 0
            compute ck-number = 0 - rs-usernum
            compute ck-old-answer = 0 - rs-answer
        else
            move rs-usernum to ck-number
            move rs-answer to ck-old-answer
        end-if
        move rs-degree to ck-degree
        perform find-change-entry
        if change-sub > zero
            perform write-one-request-line
        end-if
    end-if.

write-one-request-line.
    add 1 to requests-superseded.
    move rs-answer to given-answer.
    if rs-usernum < 0
        compute current-answer = 0 - ch-new-answer(change-sub)
    else
        move ch-new-answer(change-sub) to current-answer
    end-if.
    move spaces to report-record.
    move rs-request-id to report-record(3:8).
    move rs-dept to report-record(13:4).
    move rs-run-date to report-record(19:8).
    move rs-seq to seq-edit.
    move seq-edit to report-record(29:4).
    move rs-outcome to report-record(35:12).
    move change-sub to change-edit.
    move change-edit to report-record(48:5).
    move given-answer to answer-edit.
    move answer-edit to report-record(54:26).
    move current-answer to answer-edit.
    move answer-edit to report-record(82:26).
    write report-record.
    perform tally-request-department.

tally-request-department.
    if rs-dept = spaces
        move "HOUS" to request-dept
    else
        move rs-dept to request-dept
    end-if.
    move zero to dept-sub.
    perform varying scan-sub from 1 by 1
        until scan-sub > dept-count or dept-sub > zero
        if nd-dept(scan-sub) = request-dept
            move scan-sub to dept-sub
        end-if
    end-perform.
    if dept-sub = zero and dept-count < 200
        add 1 to dept-count
        move dept-count to dept-sub
        move request-dept to nd-dept(dept-sub)
        move zero to nd-requests(dept-sub)
    end-if.
    if dept-sub > zero
        add 1 to nd-requests(dept-sub)
    end-if.

write-departments-to-notify.
    move spaces to report-record.
    write report-record.
    move "DEPARTMENTS TO NOTIFY" to report-record.
    write report-record.
    if dept-count = zero
        move "  (none)" to report-record
        write report-record
    else
        perform write-one-department-line
            varying dept-sub from 1 by 1 until dept-sub > dept-count
    end-if.

write-one-department-line.
    move nd-requests(dept-sub) to count-edit.
    move spaces to report-record.
    string "  " delimited by size
        nd-dept(dept-sub) delimited by size
        "  REQUESTS GIVEN A CHANGED ANSWER" delimited by size
        into report-record
    end-string.
    move count-edit to report-record(44:11).
    write report-record.

*> ----------------------------------------------------------------
*> The sweep's accounting: records read = current + recomputed
*> unchanged + changed + not converged (+ not reached, when the
*> change table filled).
*> ----------------------------------------------------------------
write-sweep-accounting.
    move spaces to report-record.
    write report-record.
    move "SWEEP ACCOUNTING" to report-record.
    write report-record.
    move records-read to count-edit.
    move "  HISTFILE RECORDS READ" to report-record.
    perform write-one-count-line.
    move records-current to count-edit.
    move "    ALREADY UNDER THIS RELEASE" to report-record.
    perform write-one-count-line.
    move records-unchanged to count-edit.
    move "    RECOMPUTED, ANSWER UNCHANGED" to report-record.
    perform write-one-count-line.
    move records-changed to count-edit.
    move "    RECOMPUTED, ANSWER CHANGED" to report-record.
    perform write-one-count-line.
    move records-nonconv to count-edit.
    move "    DID NOT CONVERGE - LEFT STALE" to report-record.
    perform write-one-count-line.
    if sweep-stopped
        move records-not-reached to count-edit
        move "  NOT REACHED - CHANGE TABLE FULL, RUN AGAIN"
            to report-record
        perform write-one-count-line
    end-if.
    move status-read to count-edit.
    move "  REQSTATF RECORDS READ" to report-record.
    perform write-one-count-line.
    move requests-superseded to count-edit.
    move "    GIVEN AN ANSWER THAT CHANGED" to report-record.
    perform write-one-count-line.

write-one-count-line.
    move count-edit to report-record(44:11).
    write report-record.

end-procedure.
