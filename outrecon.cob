*> Babylonian Square Root Solver - end-of-run output reconciliation
*> By: Nicholas Macedo
*>
*> Modification History:
*>   2026-10-15  New. A batch run writes the same requests to
*>               RPTFILE, CSVFILE, AUDITLOG, REQSTATF, REJFILE,
*>               EXCPFILE and the RSPxxxx response files, and each
*>               of them balances on its own, but nothing proved
*>               they agreed with one another - a CSV extract once
*>               came up three rows short after a restart and
*>               nobody noticed for a week. This follow-on step (in
*>               SQROOTB.jcl and SQWINDOW.jcl, behind RSPSPLIT)
*>               takes the run's transfers from its acknowledgement
*>               file (ACKFILE, which names each one by its
*>               run-control key), reads every output for them and
*>               matches them request by request on request ID,
*>               department and sequence number. The report
*>               (RECONRPT) lists every request missing from an
*>               output that should carry it, present on one that
*>               should not, or carrying a different answer,
*>               outcome or reject reason there, and ends with one
*>               balance line per file against the transfers'
*>               control totals on the run-control master
*>               (RUNCTLF). Any disagreement or imbalance ends the
*>               step with RETURN-CODE 8 so operations holds the
*>               distribution; an input that cannot be read ends it
*>               with 16.
*>   2026-10-15  An AUDITLOG BATCHHDR line opens a run's bracket
*>               only when its stated count matches too, not just
*>               its date and system, so a second transfer from the
*>               same system on the same day no longer brings the
*>               other's calculation lines into this run.

identification division.
program-id. outrecon.
environment division.
input-output section.
file-control.
    select ack-file assign to "ACKFILE"
        organization line sequential
        file status is ack-status.
    select runctl-file assign to "RUNCTLF"
        organization indexed
        access random
        record key runctl-key
        file status is runctl-status.
    select status-file assign to "REQSTATF"
        organization indexed
        access sequential
        record key status-key
        file status is reqstat-status.
    select report-file assign to "RPTFILE"
        organization line sequential
        file status is report-status.
    select csv-file assign to "CSVFILE"
        organization line sequential
        file status is csv-status.
    select audit-file assign to "AUDITLOG"
        organization line sequential
        file status is audit-status.
    select reject-file assign to "REJFILE"
        organization line sequential
        file status is reject-status.
    select exception-file assign to "EXCPFILE"
        organization line sequential
        file status is exception-status.
    select response-file assign to response-dd-name
        organization line sequential
        file status is response-status.
    select dept-file assign to "DEPTFILE"
        organization indexed
        access sequential
        record key dept-key
        file status is dept-status.
    select recon-file assign to "RECONRPT"
        organization line sequential
        file status is recon-status.

data division.

file section.

*> The acknowledgements main-program sent back for the run: one
*> ACK or NAK per transfer, naming it by its run-control key.
fd  ack-file.
copy ackrec.

*> The run-control master: each transfer's status and control
*> totals.
fd  runctl-file.
copy runctl.

*> The request-status master: one record per request per
*> transfer, read whole for the run's transfers.
fd  status-file.
copy reqstat.

*> The columnar report main-program's write-report-record lays
*> down; detail lines are recognized the same way rptcomp does.
fd  report-file.
01  report-line.
    05 rl-request-id pic x(08).
    05 filler pic x(02).
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
    05 filler pic x(02).
    05 rl-mismatch pic x(09).
    05 filler pic x(02).
    05 rl-nonconv pic x(07).
    05 filler pic x(02).
    05 rl-cached pic x(06).
    05 filler pic x(02).
    05 rl-seq pic x(04).
    05 filler pic x(21).

*> The comma-delimited extract, written only under CSV=Y.
fd  csv-file.
01  csv-record pic x(132).

*> The audit trail: a detail line is the report line behind a
*> timestamp; BATCHHDR and TOTALS lines bracket each batch run.
fd  audit-file.
01  audit-line.
    05 al-stamp pic x(19).
    05 filler pic x(02).
    05 al-request-id pic x(08).
    05 filler pic x(02).
    05 al-dept pic x(04).
    05 filler pic x(02).
    05 al-degree pic x(02).
    05 filler pic x(01).
    05 al-usernum pic x(26).
    05 filler pic x(01).
    05 al-babanswer pic x(26).
    05 filler pic x(01).
    05 al-cobanswer pic x(26).
    05 filler pic x(02).
    05 al-iterations pic x(04).
    05 filler pic x(02).
    05 al-mismatch pic x(09).
    05 filler pic x(02).
    05 al-nonconv pic x(07).
    05 filler pic x(02).
    05 al-cached pic x(06).
    05 filler pic x(02).
    05 al-seq pic x(04).
    05 filler pic x(20).
*> A BATCHHDR line: the transfer's system, run date, stated count
*> and verdict.
01  audit-header-line.
    05 ah-stamp pic x(19).
    05 filler pic x(02).
    05 ah-tag pic x(08).
    05 filler pic x(09).
    05 ah-system pic x(08).
    05 filler pic x(07).
    05 ah-date pic x(08).
    05 filler pic x(08).
    05 ah-count pic x(08).
    05 filler pic x(09).
    05 ah-result pic x(10).
    05 filler pic x(84).

*> The reject file: record number, reason code, then the original
*> INFILE image, ordinary or *RANGE**, the header run date and
*> system of the transfer it came in on, and a DUP-REQUEST's
*> original run date.
fd  reject-file.
01  reject-line.
    05 rj-record-number pic x(08).
    05 filler pic x(02).
    05 rj-reason pic x(12).
    05 filler pic x(01).
    05 rj-image.
        10 rj-request-id pic x(08).
        10 rj-dept pic x(04).
        10 filler pic x(59).
        10 rj-run-date pic x(08).
        10 rj-system pic x(08).
        10 rj-original-date pic x(08).
        10 filler pic x(02).
    05 rj-range-image redefines rj-image.
        10 rj-range-tag pic x(08).
        10 rj-range-id pic x(08).
        10 rj-range-dept pic x(04).
        10 filler pic x(77).

*> The exception file: record number, NONCONV, the original INFILE
*> image and, for an expanded range line, its sequence number.
fd  exception-file.
01  exception-line.
    05 ex-record-number pic x(08).
    05 filler pic x(02).
    05 ex-tag pic x(07).
    05 filler pic x(02).
    05 ex-image.
        10 ex-request-id pic x(08).
        10 ex-dept pic x(04).
        10 filler pic x(58).
    05 ex-range-image redefines ex-image.
        10 ex-range-tag pic x(08).
        10 ex-range-id pic x(08).
        10 ex-range-dept pic x(04).
        10 filler pic x(50).
    05 ex-seq-tag pic x(05).
    05 ex-seq pic x(04).
    05 filler pic x(22).

*> One response file per department, opened in turn under the
*> RSP + department-code name built in response-dd-name. A
*> result goes back as the report line itself; a reject as the
*> layout write-one-reject-response (or, for a range record,
*> write-one-range-reject-response) gives it.
fd  response-file.
01  response-record pic x(160).

*> The department master, read for the codes that own a response
*> file.
fd  dept-file.
copy deptrec.

*> The reconciliation report this program writes.
fd  recon-file.
01  recon-record pic x(132).

working-storage section.

01 ack-status pic x(02).
01 runctl-status pic x(02).
01 reqstat-status pic x(02).
01 report-status pic x(02).
01 csv-status pic x(02).
01 audit-status pic x(02).
01 reject-status pic x(02).
01 exception-status pic x(02).
01 response-status pic x(02).
01 dept-status pic x(02).
01 recon-status pic x(02).

01 more-input pic x(01).
    88 more-input-records value "Y".

*> The file name the dynamic SELECT above opens: RSP + the
*> department being read.
01 response-dd-name pic x(08).

*> The run's transfers, from ACKFILE: every transfer main-program
*> registered on RUNCTLF this run, ACK'd or NAK'd after its data
*> pass. A NAK at the header, or a DUPLICATE-XFER refusal, wrote
*> no output and is left out.
01 transfer-count pic s9(4) value zero.
01 transfer-table.
    05 transfer-entry occurs 50 times.
        10 xt-header-date pic x(08).
        10 xt-system pic x(08).
        10 xt-stated-count pic 9(08).
        10 xt-ack-type pic x(03).
        10 xt-ack-received pic 9(08).
        10 xt-run-status pic x(10).
        10 xt-records-read pic 9(08).
        10 xt-records-processed pic 9(08).
        10 xt-records-rejected pic 9(08).
        10 xt-change-stamp pic x(19).
01 transfer-sub pic s9(4).
01 transfer-found-sub pic s9(4).

*> The control totals summed across the run's transfers; records
*> read but neither processed nor rejected were skipped past on a
*> restart, and were answered or rejected by the earlier attempt.
01 total-read pic 9(08) value zero.
01 total-processed pic 9(08) value zero.
01 total-rejected pic 9(08) value zero.
01 total-skipped pic 9(08) value zero.
01 total-ack-received pic 9(08) value zero.

*> Every request seen on any output, kept in key order (request
*> ID, department, sequence) so each line read is found with a
*> binary search rather than a pass over the whole table: REQSTATF
*> is read first and, being in nearly the same order, fills the
*> table from the end; a request only another output carries is
*> inserted in its place. For each output the number of lines
*> carrying the request and whether any disagreed with the first
*> answer or reason seen (REQSTATF's, when it holds one).
01 entry-count pic s9(5) value zero.
01 entry-limit pic s9(5) value 20000.
01 request-table.
    05 request-entry occurs 20000 times.
        10 rq-key.
            15 rq-request-id pic x(08).
            15 rq-dept pic x(04).
            15 rq-seq pic 9(04).
        10 rq-status-outcome pic x(12).
        10 rq-outcome pic x(12).
        10 rq-answer pic s9(15)v9(9).
        10 rq-answer-set pic x(01).
            88 rq-answer-known value "Y".
        10 rq-reason pic x(12).
        10 rq-reject-number pic x(08).
        10 rq-reject-records pic 9(04).
        10 rq-source occurs 8 times.
            15 rq-lines pic 9(04).
            15 rq-differs pic x(01).
01 entry-sub pic s9(5).
01 low-sub pic s9(5).
01 high-sub pic s9(5).
01 mid-sub pic s9(5).
01 shift-sub pic s9(5).

*> The outputs, in the order the report's columns show them. The
*> response files are two columns: the results they return and
*> the rejects.
01 source-count pic s9(4) value 8.
01 source-table.
    05 source-entry occurs 8 times.
        10 source-name pic x(08).
        10 source-heading pic x(04).
        10 source-expected pic x(01).
        10 source-mark pic x(01).
        10 group-present pic x(01).
        10 answered-total pic 9(08).
        10 rejected-total pic 9(08).
01 source-sub pic s9(4).

*> The line being matched: its key, and its answer and outcome or
*> its reject reason, taken out of whichever layout it came in.
01 line-key.
    05 line-request-id pic x(08).
    05 line-dept pic x(04).
    05 line-seq pic 9(04).
01 line-outcome pic x(12).
01 line-reason pic x(12).
copy numpic replacing ==field-name== by ==line-answer==.
01 line-answer-text pic x(26).
01 line-nonconv-text pic x(07).
01 line-cached-text pic x(06).
01 line-seq-text pic x(04).
01 line-source pic s9(4).
01 numval-check pic s9(4).

*> A CSV row, split at its commas.
01 csv-fields.
    05 cv-request-id pic x(08).
    05 cv-dept pic x(04).
    05 cv-degree pic x(02).
    05 cv-usernum pic x(26).
    05 cv-babanswer pic x(26).
    05 cv-cobanswer pic x(26).
    05 cv-iterations pic x(04).
    05 cv-nonconv pic x(07).
    05 cv-cached pic x(06).
    05 cv-seq pic x(04).
01 csv-written pic x(01) value "N".
    88 csv-was-written value "Y".

*> AUDITLOG is kept forever: only the lines between a BATCHHDR
*> for one of the run's transfers (logged since any RUNMNT change
*> to it, so a VOIDed run's earlier lines stay out) and the TOTALS
*> line closing it belong to this run.
01 audit-bracket pic x(01) value "N".
    88 inside-run-bracket value "Y".

*> The departments whose response files are read: every code on
*> the master, and HOUS, the house file.
01 master-count pic s9(4) value zero.
01 master-table.
    05 master-entry occurs 200 times.
        10 master-code pic x(04).
01 master-sub pic s9(4).
01 house-on-master pic x(01) value "N".

*> The request groups the balance section counts in: one INFILE
*> record is one request, except that the lines a range record
*> expanded into (sequence 1 upward, adjacent in the table) are
*> one record between them.
01 group-open pic x(01) value "N".
01 previous-key.
    05 previous-request-id pic x(08).
    05 previous-dept pic x(04).
    05 previous-seq pic 9(04) value zero.
01 group-nonconv pic x(01).
01 group-status-answered pic x(01).
01 group-status-rejected pic x(01).
01 group-reject-records pic 9(08).
01 group-response-rejects pic 9(08).
01 status-nonconv-total pic 9(08) value zero.
01 dup-unrecorded-total pic 9(08) value zero.

*> The verdict on the request being judged.
01 entry-answered pic x(01).
01 entry-rejected pic x(01).
01 problem-text pic x(60).
01 problem-found pic x(01).

*> Lines read and where each went, so the report accounts for
*> every line of every input.
01 ack-lines-read pic 9(08) value zero.
01 status-records-read pic 9(08) value zero.
01 status-records-outside pic 9(08) value zero.
01 report-lines-read pic 9(08) value zero.
01 report-lines-other pic 9(08) value zero.
01 csv-lines-read pic 9(08) value zero.
01 csv-lines-other pic 9(08) value zero.
01 audit-lines-read pic 9(08) value zero.
01 audit-lines-outside pic 9(08) value zero.
01 reject-lines-read pic 9(08) value zero.
01 reject-lines-other pic 9(08) value zero.
01 exception-lines-read pic 9(08) value zero.
01 exception-lines-other pic 9(08) value zero.
01 response-lines-read pic 9(08) value zero.
01 response-lines-other pic 9(08) value zero.
01 response-files-read pic 9(08) value zero.
01 requests-disagreeing pic 9(08) value zero.
01 balances-failed pic 9(08) value zero.

*> One balance line: what the file holds against what RUNCTLF
*> says it should.
01 balance-file pic x(10).
01 balance-answered pic s9(09).
01 balance-rejected pic s9(09).
01 balance-expect-answered pic s9(09).
01 balance-expect-rejected pic s9(09).
01 balance-result pic x(40).
01 balance-allowance pic s9(09).

*> Work fields for laying out the report.
01 current-timestamp pic x(21).
01 count-edit pic ZZZ,ZZZ,ZZ9.
01 seq-edit pic ZZZ9.
01 accounting-label pic x(44).
01 accounting-count pic 9(08).

procedure division.

    move function current-date to current-timestamp.
    perform initialize-source-table.
    open output recon-file.
    if recon-status not = "00"
        display "Unable to open RECONRPT, status " recon-status
        move 16 to return-code
        stop run
    end-if.
    perform load-run-transfers.
    perform write-report-heading.
    if transfer-count = zero
        move spaces to recon-record
        write recon-record
        move "  (no transfer was processed this run; nothing to"
            to recon-record
        write recon-record
        move "   reconcile)" to recon-record
        write recon-record
        close recon-file
        display "OUTRECON: no transfer processed this run."
        stop run
    end-if.
    perform load-request-status.
    perform match-report-file.
    perform match-csv-file.
    perform match-audit-log.
    perform match-reject-file.
    perform match-exception-file.
    perform load-dept-master.
    perform match-response-files.
    perform write-request-section.
    perform write-balance-section.
    perform write-accounting-section.
    close recon-file.
    move entry-count to count-edit.
    display "OUTRECON: " count-edit " requests matched.".
    move requests-disagreeing to count-edit.
    display "OUTRECON: " count-edit " requests disagree.".
    move balances-failed to count-edit.
    display "OUTRECON: " count-edit " files out of balance.".
    if requests-disagreeing > zero or balances-failed > zero
        display "OUTRECON: outputs disagree; hold the distribution"
            " and see RECONRPT."
        move 8 to return-code
    else
        display "OUTRECON complete; every output agrees."
    end-if.
    stop run.

*> The outputs in column order, with their report headings.
initialize-source-table.
    move "RPTFILE" to source-name(1).
    move "RPT" to source-heading(1).
    move "CSVFILE" to source-name(2).
    move "CSV" to source-heading(2).
    move "AUDITLOG" to source-name(3).
    move "AUD" to source-heading(3).
    move "REQSTATF" to source-name(4).
    move "REQ" to source-heading(4).
    move "REJFILE" to source-name(5).
    move "REJ" to source-heading(5).
    move "EXCPFILE" to source-name(6).
    move "EXC" to source-heading(6).
    move "RSP FILE" to source-name(7).
    move "RSPA" to source-heading(7).
    move "RSP FILE" to source-name(8).
    move "RSPR" to source-heading(8).
    perform varying source-sub from 1 by 1
        until source-sub > source-count
        move zero to answered-total(source-sub)
        move zero to rejected-total(source-sub)
    end-perform.

*> ----------------------------------------------------------------
*> Takes the run's transfers from ACKFILE and each one's status
*> and control totals from RUNCTLF. Without the acknowledgements
*> the step cannot tell which transfers the outputs belong to, so
*> an ACKFILE or RUNCTLF that cannot be read ends the step.
*> ----------------------------------------------------------------
load-run-transfers.
    open input ack-file.
    if ack-status not = "00"
        display "Unable to open ACKFILE, status " ack-status
        move 16 to return-code
        stop run
    end-if.
    open input runctl-file.
    if runctl-status not = "00"
        display "Unable to open RUNCTLF, status " runctl-status
        move 16 to return-code
        stop run
    end-if.
    move "Y" to more-input.
    read ack-file
        at end move "N" to more-input
    end-read.
    perform with test before until not more-input-records
        add 1 to ack-lines-read
        if ack-type = "ACK"
            or (ack-type = "NAK" and ack-run-status not = "NONE"
                and ack-reason not = "DUPLICATE-XFER")
            perform note-run-transfer
        end-if
        read ack-file
            at end move "N" to more-input
        end-read
    end-perform.
    close ack-file.
    perform look-up-run-control
        varying transfer-sub from 1 by 1
        until transfer-sub > transfer-count.
    close runctl-file.
    if total-read > total-processed + total-rejected
        compute total-skipped =
            total-read - total-processed - total-rejected
    end-if.

*> A transfer acknowledged twice (a resumed window) is one
*> transfer; the later acknowledgement stands.
note-run-transfer.
    move zero to transfer-found-sub.
    perform varying transfer-sub from 1 by 1
        until transfer-sub > transfer-count
            or transfer-found-sub > zero
        if xt-header-date(transfer-sub) = ack-transfer-date
            and xt-system(transfer-sub) = ack-transfer-system
            and xt-stated-count(transfer-sub) = ack-stated-count
            move transfer-sub to transfer-found-sub
        end-if
    end-perform.
    if transfer-found-sub = zero
        if transfer-count < 50
            add 1 to transfer-count
            move transfer-count to transfer-found-sub
            initialize transfer-entry(transfer-count)
            move ack-transfer-date to xt-header-date(transfer-count)
            move ack-transfer-system to xt-system(transfer-count)
            move ack-stated-count to xt-stated-count(transfer-count)
        else
            display "More than 50 transfers on ACKFILE;"
                " reconciliation cannot hold them all."
            move 16 to return-code
            stop run
        end-if
    end-if.
    move ack-type to xt-ack-type(transfer-found-sub).
    move ack-received-count to xt-ack-received(transfer-found-sub).

look-up-run-control.
    move xt-header-date(transfer-sub) to rc-header-date.
    move xt-system(transfer-sub) to rc-header-system.
    move xt-stated-count(transfer-sub) to rc-stated-count.
    read runctl-file
        invalid key
            move "NOT FOUND" to xt-run-status(transfer-sub)
        not invalid key
            move rc-run-status to xt-run-status(transfer-sub)
            move rc-records-read to xt-records-read(transfer-sub)
            move rc-records-processed
                to xt-records-processed(transfer-sub)
            move rc-records-rejected
                to xt-records-rejected(transfer-sub)
            move rc-change-stamp to xt-change-stamp(transfer-sub)
    end-read.
    add xt-records-read(transfer-sub) to total-read.
    add xt-records-processed(transfer-sub) to total-processed.
    add xt-records-rejected(transfer-sub) to total-rejected.
    add xt-ack-received(transfer-sub) to total-ack-received.

*> ----------------------------------------------------------------
*> Locates line-key in the request table by binary search: its
*> row in entry-sub, or zero with low-sub left at the row it
*> belongs in.
*> ----------------------------------------------------------------
find-request-entry.
    move zero to entry-sub.
    move 1 to low-sub.
    move entry-count to high-sub.
    perform with test before
        until low-sub > high-sub or entry-sub > zero
        compute mid-sub = (low-sub + high-sub) / 2
        if rq-key(mid-sub) = line-key
            move mid-sub to entry-sub
        else
            if rq-key(mid-sub) < line-key
                compute low-sub = mid-sub + 1
            else
                compute high-sub = mid-sub - 1
            end-if
        end-if
    end-perform.

*> Finds line-key's row, opening a fresh one in key order when no
*> output has carried the request yet. A run with more requests
*> than the table holds ends the step rather than reconciling
*> part of it.
locate-request-entry.
    perform find-request-entry.
    if entry-sub = zero
        if entry-count >= entry-limit
            display "More than 20000 requests on this run;"
                " reconciliation cannot hold them all."
            move 16 to return-code
            stop run
        end-if
        add 1 to entry-count
        perform varying shift-sub from entry-count by -1
            until shift-sub <= low-sub
            move request-entry(shift-sub - 1)
                to request-entry(shift-sub)
        end-perform
        initialize request-entry(low-sub)
        move line-key to rq-key(low-sub)
        move low-sub to entry-sub
    end-if.
    if rq-lines(entry-sub, line-source) < 9999
        add 1 to rq-lines(entry-sub, line-source)
    end-if.

*> An answered line (PROCESSED, CACHED or NONCONV): the first
*> answer and outcome seen for the request is the one every later
*> line must repeat.
note-answered-line.
    perform locate-request-entry.
    if rq-answer-known(entry-sub)
        if line-outcome not = rq-outcome(entry-sub)
            or line-answer not = rq-answer(entry-sub)
            move "Y" to rq-differs(entry-sub, line-source)
        end-if
    else
        move line-outcome to rq-outcome(entry-sub)
        move line-answer to rq-answer(entry-sub)
        move "Y" to rq-answer-set(entry-sub)
    end-if.

*> A rejected line: likewise the first reason code seen.
note-rejected-line.
    perform locate-request-entry.
    if rq-reason(entry-sub) = spaces
        move line-reason to rq-reason(entry-sub)
    else
        if line-reason not = rq-reason(entry-sub)
            move "Y" to rq-differs(entry-sub, line-source)
        end-if
    end-if.

*> Takes the answer out of a report-layout babanswer column (in
*> line-answer) and the outcome out of its flag columns.
set-line-answer.
    compute numval-check = function test-numval(line-answer-text).
    if numval-check = zero and line-answer-text not = spaces
        compute line-answer = function numval(line-answer-text)
    else
        move zero to line-answer
    end-if.
    evaluate true
        when line-nonconv-text = "NONCONV"
            move "NONCONV" to line-outcome
        when line-cached-text = "CACHED"
            move "CACHED" to line-outcome
        when other
            move "PROCESSED" to line-outcome
    end-evaluate.
    if line-seq-text = spaces
        move zero to line-seq
    else
        compute numval-check = function test-numval(line-seq-text)
        if numval-check = zero
            compute line-seq = function numval(line-seq-text)
        else
            move zero to line-seq
        end-if
    end-if.

*> ----------------------------------------------------------------
*> REQSTATF, read whole: every record one of the run's transfers
*> recorded. The master is the one output with a record for every
*> request, so it goes into the table first.
*> ----------------------------------------------------------------
load-request-status.
    open input status-file.
    if reqstat-status not = "00"
        display "Unable to open REQSTATF, status " reqstat-status
        move 16 to return-code
        stop run
    end-if.
    move "Y" to more-input.
    read status-file
        at end move "N" to more-input
    end-read.
    perform with test before until not more-input-records
        add 1 to status-records-read
        perform find-status-transfer
        if transfer-found-sub = zero
            add 1 to status-records-outside
        else
            perform note-status-record
        end-if
        read status-file
            at end move "N" to more-input
        end-read
    end-perform.
    close status-file.

find-status-transfer.
    move zero to transfer-found-sub.
    perform varying transfer-sub from 1 by 1
        until transfer-sub > transfer-count
            or transfer-found-sub > zero
        if xt-header-date(transfer-sub) = rs-run-date
            and xt-system(transfer-sub) = rs-system
            and xt-stated-count(transfer-sub) = rs-stated-count
            move transfer-sub to transfer-found-sub
        end-if
    end-perform.

*> A CORRECTED or WITHDRAWN record (REJCORR's work) no longer
*> carries the reason the request bounced with, so it stands for
*> the reject without one to compare.
note-status-record.
    move rs-request-id to line-request-id.
    move rs-dept to line-dept.
    move rs-seq to line-seq.
    move 4 to line-source.
    if rs-outcome = "PROCESSED" or rs-outcome = "CACHED"
        or rs-outcome = "NONCONV"
        move rs-outcome to line-outcome
        move rs-answer to line-answer
        perform note-answered-line
    else
        if rs-outcome = "CORRECTED" or rs-outcome = "WITHDRAWN"
            perform locate-request-entry
        else
            move rs-outcome to line-reason
            perform note-rejected-line
        end-if
    end-if.
    move rs-outcome to rq-status-outcome(entry-sub).

*> ----------------------------------------------------------------
*> RPTFILE: every detail line, recognized by its request ID and
*> numeric iteration column the way rptcomp recognizes one.
*> ----------------------------------------------------------------
match-report-file.
    open input report-file.
    if report-status not = "00"
        display "Unable to open RPTFILE, status " report-status
        move 16 to return-code
        stop run
    end-if.
    move "Y" to more-input.
    read report-file
        at end move "N" to more-input
    end-read.
    perform with test before until not more-input-records
        add 1 to report-lines-read
        if rl-request-id not = spaces
            and rl-iterations not = spaces
            and function test-numval(rl-iterations) = zero
            move rl-request-id to line-request-id
            move rl-dept to line-dept
            move rl-babanswer to line-answer-text
            move rl-nonconv to line-nonconv-text
            move rl-cached to line-cached-text
            move rl-seq to line-seq-text
            perform set-line-answer
            move 1 to line-source
            perform note-answered-line
        else
            add 1 to report-lines-other
        end-if
        read report-file
            at end move "N" to more-input
        end-read
    end-perform.
    close report-file.

*> ----------------------------------------------------------------
*> CSVFILE. The extract is only written under CSV=Y, and always
*> opens with its column-heading row, so a file that cannot be
*> opened or holds nothing at all was not asked for this run and
*> is left out of the match.
*> ----------------------------------------------------------------
match-csv-file.
    open input csv-file.
    if csv-status = "00"
        move "Y" to more-input
        read csv-file
            at end move "N" to more-input
        end-read
        perform with test before until not more-input-records
            add 1 to csv-lines-read
            move "Y" to csv-written
            perform classify-csv-row
            read csv-file
                at end move "N" to more-input
            end-read
        end-perform
        close csv-file
    end-if.

classify-csv-row.
    move spaces to csv-fields.
    unstring csv-record delimited by ","
        into cv-request-id cv-dept cv-degree cv-usernum
             cv-babanswer cv-cobanswer cv-iterations
             cv-nonconv cv-cached cv-seq
    end-unstring.
    if cv-request-id = "REQID" or cv-iterations = spaces
        or function test-numval(cv-iterations) not = zero
        add 1 to csv-lines-other
    else
        move cv-request-id to line-request-id
        move cv-dept to line-dept
        move cv-babanswer to line-answer-text
        move cv-nonconv to line-nonconv-text
        move cv-cached to line-cached-text
        move cv-seq to line-seq-text
        perform set-line-answer
        move 2 to line-source
        perform note-answered-line
    end-if.

*> ----------------------------------------------------------------
*> AUDITLOG: the detail lines inside the run's own brackets.
*> ----------------------------------------------------------------
match-audit-log.
    open input audit-file.
    if audit-status not = "00"
        display "Unable to open AUDITLOG, status " audit-status
        move 16 to return-code
        stop run
    end-if.
    move "N" to audit-bracket.
    move "Y" to more-input.
    read audit-file
        at end move "N" to more-input
    end-read.
    perform with test before until not more-input-records
        add 1 to audit-lines-read
        perform classify-audit-line
        read audit-file
            at end move "N" to more-input
        end-read
    end-perform.
    close audit-file.

classify-audit-line.
    evaluate true
        when ah-tag = "BATCHHDR"
            perform open-audit-bracket
            add 1 to audit-lines-outside
        when al-request-id(1:6) = "TOTALS"
            move "N" to audit-bracket
            add 1 to audit-lines-outside
        when inside-run-bracket
            and al-iterations not = spaces
            and function test-numval(al-iterations) = zero
            move al-request-id to line-request-id
            move al-dept to line-dept
            move al-babanswer to line-answer-text
            move al-nonconv to line-nonconv-text
            move al-cached to line-cached-text
            move al-seq to line-seq-text
            perform set-line-answer
            move 3 to line-source
            perform note-answered-line
        when other
            add 1 to audit-lines-outside
    end-evaluate.

open-audit-bracket.
    move "N" to audit-bracket.
    if ah-result(1:2) = "OK"
        perform varying transfer-sub from 1 by 1
            until transfer-sub > transfer-count
            if xt-header-date(transfer-sub) = ah-date
                and xt-system(transfer-sub) = ah-system
                and xt-stated-count(transfer-sub) = ah-count
                and ah-stamp > xt-change-stamp(transfer-sub)
                move "Y" to audit-bracket
            end-if
        end-perform
    end-if.

*> ----------------------------------------------------------------
*> REJFILE: every reject line. A resumed run re-rejects the
*> records between its last checkpoint and the abend, so a reject
*> is counted once per INFILE record number, not once per line.
*> ----------------------------------------------------------------
match-reject-file.
    open input reject-file.
    if reject-status not = "00"
        display "Unable to open REJFILE, status " reject-status
        move 16 to return-code
        stop run
    end-if.
    move "Y" to more-input.
    read reject-file
        at end move "N" to more-input
    end-read.
    perform with test before until not more-input-records
        add 1 to reject-lines-read
        if rj-reason = spaces
            add 1 to reject-lines-other
        else
            if rj-range-tag = "*RANGE**"
                move rj-range-id to line-request-id
                move rj-range-dept to line-dept
            else
                move rj-request-id to line-request-id
                move rj-dept to line-dept
            end-if
            move zero to line-seq
            move rj-reason to line-reason
            move 5 to line-source
            perform note-rejected-line
            if rj-record-number not = rq-reject-number(entry-sub)
                move rj-record-number to rq-reject-number(entry-sub)
                add 1 to rq-reject-records(entry-sub)
            end-if
        end-if
        read reject-file
            at end move "N" to more-input
        end-read
    end-perform.
    close reject-file.

*> ----------------------------------------------------------------
*> EXCPFILE: every NONCONV line, an expanded range line under its
*> range record's ID with the sequence number it ends with.
*> ----------------------------------------------------------------
match-exception-file.
    open input exception-file.
    if exception-status not = "00"
        display "Unable to open EXCPFILE, status " exception-status
        move 16 to return-code
        stop run
    end-if.
    move "Y" to more-input.
    read exception-file
        at end move "N" to more-input
    end-read.
    perform with test before until not more-input-records
        add 1 to exception-lines-read
        if ex-tag not = "NONCONV"
            add 1 to exception-lines-other
        else
            if ex-range-tag = "*RANGE**"
                move ex-range-id to line-request-id
                move ex-range-dept to line-dept
                move ex-seq to line-seq-text
            else
                move ex-request-id to line-request-id
                move ex-dept to line-dept
                move spaces to line-seq-text
            end-if
            move spaces to line-answer-text
            move spaces to line-nonconv-text
            move spaces to line-cached-text
            perform set-line-answer
            move 6 to line-source
            perform locate-request-entry
        end-if
        read exception-file
            at end move "N" to more-input
        end-read
    end-perform.
    close exception-file.

*> ----------------------------------------------------------------
*> Loads the department codes from the master; with HOUS they name
*> every response file RSPSPLIT could have written.
*> ----------------------------------------------------------------
load-dept-master.
    open input dept-file.
    if dept-status not = "00"
        display "Unable to open DEPTFILE, status " dept-status
        move 16 to return-code
        stop run
    end-if.
    move "Y" to more-input.
    read dept-file
        at end move "N" to more-input
    end-read.
    perform with test before until not more-input-records
        if master-count < 200
            add 1 to master-count
            move dept-code to master-code(master-count)
            if dept-code = "HOUS"
                move "Y" to house-on-master
            end-if
        else
            display "More than 200 departments on DEPTFILE;"
                " reconciliation cannot read them all."
            move 16 to return-code
            stop run
        end-if
        read dept-file
            at end move "N" to more-input
        end-read
    end-perform.
    close dept-file.
    if house-on-master = "N"
        if master-count < 200
            add 1 to master-count
            move "HOUS" to master-code(master-count)
        end-if
    end-if.

*> ----------------------------------------------------------------
*> The response files: each department's, when RSPSPLIT wrote one.
*> A department with no work this run has none, and a request
*> whose file is missing shows up below as missing from it.
*> ----------------------------------------------------------------
match-response-files.
    perform match-one-response-file
        varying master-sub from 1 by 1
        until master-sub > master-count.

match-one-response-file.
    move spaces to response-dd-name.
    string "RSP" delimited by size
        master-code(master-sub) delimited by size
        into response-dd-name
    end-string.
    open input response-file.
    if response-status = "00"
        add 1 to response-files-read
        move "Y" to more-input
        read response-file
            at end move "N" to more-input
        end-read
        perform with test before until not more-input-records
            add 1 to response-lines-read
            perform classify-response-line
            read response-file
                at end move "N" to more-input
            end-read
        end-perform
        close response-file
    end-if.

*> A result line is the report line itself; a reject carries
*> REJECTED and its reason after the number, or after the bounds
*> and step of a rejected range record.
classify-response-line.
    move response-record to report-line.
    evaluate true
        when rl-request-id = "*HEADER*" or rl-request-id = "*TRAILER"
            add 1 to response-lines-other
        when response-record(47:10) = " REJECTED "
            move response-record(57:12) to line-reason
            perform note-response-reject
        when response-record(19:8) = "  RANGE "
            and response-record(77:10) = " REJECTED "
            move response-record(87:12) to line-reason
            perform note-response-reject
        when rl-request-id not = spaces
            and rl-iterations not = spaces
            and function test-numval(rl-iterations) = zero
            move rl-request-id to line-request-id
            move rl-dept to line-dept
            move rl-babanswer to line-answer-text
            move rl-nonconv to line-nonconv-text
            move rl-cached to line-cached-text
            move rl-seq to line-seq-text
            perform set-line-answer
            move 7 to line-source
            perform note-answered-line
        when other
            add 1 to response-lines-other
    end-evaluate.

note-response-reject.
    move response-record(1:8) to line-request-id.
    move response-record(11:4) to line-dept.
    move zero to line-seq.
    move 8 to line-source.
    perform note-rejected-line.

*> ----------------------------------------------------------------
*> Heading and the transfers reconciled, with their run-control
*> status and totals.
*> ----------------------------------------------------------------
write-report-heading.
    move spaces to recon-record.
    string "OUTPUT RECONCILIATION  " delimited by size
        current-timestamp(1:4) "-" current-timestamp(5:2) "-"
        current-timestamp(7:2) delimited by size
        into recon-record
    end-string.
    write recon-record.
    move spaces to recon-record.
    write recon-record.
    move "TRANSFERS RECONCILED (FROM ACKFILE)" to recon-record.
    write recon-record.
    move spaces to recon-record.
    move "RUN-DATE" to recon-record(3:8).
    move "SYSTEM" to recon-record(13:6).
    move "COUNT" to recon-record(23:5).
    move "ACK" to recon-record(32:3).
    move "RUN-STATUS" to recon-record(37:10).
    move "READ" to recon-record(56:4).
    move "PROCESSED" to recon-record(63:9).
    move "REJECTED" to recon-record(76:8).
    write recon-record.
    if transfer-count > zero
        perform write-one-transfer
            varying transfer-sub from 1 by 1
            until transfer-sub > transfer-count
    end-if.

write-one-transfer.
    move spaces to recon-record.
    move xt-header-date(transfer-sub) to recon-record(3:8).
    move xt-system(transfer-sub) to recon-record(13:8).
    move xt-stated-count(transfer-sub) to recon-record(23:8).
    move xt-ack-type(transfer-sub) to recon-record(32:3).
    move xt-run-status(transfer-sub) to recon-record(37:10).
    move xt-records-read(transfer-sub) to count-edit.
    move count-edit to recon-record(49:11).
    move xt-records-processed(transfer-sub) to count-edit.
    move count-edit to recon-record(61:11).
    move xt-records-rejected(transfer-sub) to count-edit.
    move count-edit to recon-record(73:11).
    write recon-record.

*> ----------------------------------------------------------------
*> Judges every request in key order, lists the ones the outputs
*> disagree on, and counts the request groups each output carries
*> for the balance section.
*> ----------------------------------------------------------------
write-request-section.
    move spaces to recon-record.
    write recon-record.
    move "REQUESTS THE OUTPUTS DISAGREE ON" to recon-record.
    write recon-record.
    move "  Y = CARRIED AND AGREES  - = MISSING  * = DIFFERENT ANSWER,"
        to recon-record.
    write recon-record.
    move "  OUTCOME OR REASON  + = NOT EXPECTED THERE  . = NOT EXPECTED"
        to recon-record.
    write recon-record.
    if not csv-was-written
        move "  (CSVFILE NOT WRITTEN THIS RUN; NOT RECONCILED)"
            to recon-record
        write recon-record
    end-if.
    move spaces to recon-record.
    move "REQUEST" to recon-record(3:7).
    move "DEPT" to recon-record(13:4).
    move "SEQ" to recon-record(20:3).
    perform varying source-sub from 1 by 1
        until source-sub > source-count
        move source-heading(source-sub)
            to recon-record(source-sub * 5 + 20:4)
    end-perform.
    move "PROBLEM" to recon-record(66:7).
    write recon-record.
    perform judge-one-request
        varying entry-sub from 1 by 1 until entry-sub > entry-count.
    if group-open = "Y"
        perform close-request-group
    end-if.
    if requests-disagreeing = zero
        move "  (none)" to recon-record
        write recon-record
    end-if.

judge-one-request.
    perform set-expected-outputs.
    perform mark-one-output
        varying source-sub from 1 by 1
        until source-sub > source-count.
    perform name-request-problem.
    if problem-found = "Y"
        add 1 to requests-disagreeing
        perform write-request-line
    end-if.
    perform count-request-group.

*> What the request should be on: an answered request on the
*> report, extract, audit trail, master and response file (and
*> the exception file when it did not converge); a rejected one on
*> the reject file, master and response file. A DUP-REQUEST reject
*> need not be on the master, which may hold the original
*> instead.
set-expected-outputs.
    move "N" to entry-answered.
    move "N" to entry-rejected.
    if rq-lines(entry-sub, 1) > zero or rq-lines(entry-sub, 2) > zero
        or rq-lines(entry-sub, 3) > zero
        or rq-lines(entry-sub, 6) > zero
        or rq-lines(entry-sub, 7) > zero
        or rq-status-outcome(entry-sub) = "PROCESSED"
        or rq-status-outcome(entry-sub) = "CACHED"
        or rq-status-outcome(entry-sub) = "NONCONV"
        move "Y" to entry-answered
    end-if.
    if rq-lines(entry-sub, 5) > zero or rq-lines(entry-sub, 8) > zero
        or (rq-status-outcome(entry-sub) not = spaces
            and rq-status-outcome(entry-sub) not = "PROCESSED"
            and rq-status-outcome(entry-sub) not = "CACHED"
            and rq-status-outcome(entry-sub) not = "NONCONV")
        move "Y" to entry-rejected
    end-if.
    perform varying source-sub from 1 by 1
        until source-sub > source-count
        move "N" to source-expected(source-sub)
    end-perform.
    if entry-answered = "Y"
        move "Y" to source-expected(1)
        if csv-was-written
            move "Y" to source-expected(2)
        end-if
        move "Y" to source-expected(3)
        move "Y" to source-expected(4)
        move "Y" to source-expected(7)
        if rq-outcome(entry-sub) = "NONCONV"
            move "Y" to source-expected(6)
        end-if
        if rq-lines(entry-sub, 4) > zero
            and rq-status-outcome(entry-sub) not = "PROCESSED"
            and rq-status-outcome(entry-sub) not = "CACHED"
            and rq-status-outcome(entry-sub) not = "NONCONV"
            move "Y" to rq-differs(entry-sub, 4)
        end-if
    end-if.
    if entry-rejected = "Y"
        move "Y" to source-expected(5)
        move "Y" to source-expected(8)
        if rq-reason(entry-sub) not = "DUP-REQUEST"
            move "Y" to source-expected(4)
        end-if
    end-if.
    if rq-reason(entry-sub) = "DUP-REQUEST"
        and rq-lines(entry-sub, 4) > zero
        move "Y" to source-expected(4)
    end-if.

mark-one-output.
    if rq-lines(entry-sub, source-sub) > zero
        if rq-differs(entry-sub, source-sub) = "Y"
            move "*" to source-mark(source-sub)
        else
            if source-expected(source-sub) = "Y"
                move "Y" to source-mark(source-sub)
            else
                move "+" to source-mark(source-sub)
            end-if
        end-if
    else
        if source-expected(source-sub) = "Y"
            move "-" to source-mark(source-sub)
        else
            move "." to source-mark(source-sub)
        end-if
    end-if.

*> The first thing wrong, in column order; an answered request
*> that was also rejected is wrong unless the reject was a repeat
*> of it (DUP-REQUEST).
name-request-problem.
    move "N" to problem-found.
    move spaces to problem-text.
    perform varying source-sub from 1 by 1
        until source-sub > source-count or problem-found = "Y"
        evaluate source-mark(source-sub)
            when "-"
                move "Y" to problem-found
                string "MISSING FROM " delimited by size
                    source-name(source-sub) delimited by size
                    into problem-text
                end-string
            when "*"
                move "Y" to problem-found
                string "DIFFERS ON " delimited by size
                    source-name(source-sub) delimited by size
                    into problem-text
                end-string
            when "+"
                move "Y" to problem-found
                string "NOT EXPECTED ON " delimited by size
                    source-name(source-sub) delimited by size
                    into problem-text
                end-string
        end-evaluate
    end-perform.
    if problem-found = "N"
        and entry-answered = "Y" and entry-rejected = "Y"
        and rq-reason(entry-sub) not = "DUP-REQUEST"
        move "Y" to problem-found
        move "BOTH ANSWERED AND REJECTED" to problem-text
    end-if.

write-request-line.
    move spaces to recon-record.
    move rq-request-id(entry-sub) to recon-record(3:8).
    move rq-dept(entry-sub) to recon-record(13:4).
    move rq-seq(entry-sub) to seq-edit.
    move seq-edit to recon-record(19:4).
    perform varying source-sub from 1 by 1
        until source-sub > source-count
        move source-mark(source-sub)
            to recon-record(source-sub * 5 + 21:1)
    end-perform.
    move problem-text to recon-record(66:60).
    write recon-record.

*> A request with sequence zero is a group of its own; the lines
*> of one expanded range follow one another in the table and
*> count once between them, as the one INFILE record they came
*> from.
count-request-group.
    if rq-seq(entry-sub) = zero or previous-seq = zero
        or rq-request-id(entry-sub) not = previous-request-id
        or rq-dept(entry-sub) not = previous-dept
        if group-open = "Y"
            perform close-request-group
        end-if
        perform open-request-group
    end-if.
    move rq-key(entry-sub) to previous-key.
    perform varying source-sub from 1 by 1
        until source-sub > source-count
        if rq-lines(entry-sub, source-sub) > zero
            move "Y" to group-present(source-sub)
        end-if
    end-perform.
    if rq-status-outcome(entry-sub) = "PROCESSED"
        or rq-status-outcome(entry-sub) = "CACHED"
        or rq-status-outcome(entry-sub) = "NONCONV"
        move "Y" to group-status-answered
        if rq-reason(entry-sub) = "DUP-REQUEST"
            add rq-reject-records(entry-sub) to dup-unrecorded-total
        end-if
    else
        if rq-status-outcome(entry-sub) not = spaces
            move "Y" to group-status-rejected
        else
            if rq-reason(entry-sub) = "DUP-REQUEST"
                add rq-reject-records(entry-sub)
                    to dup-unrecorded-total
            end-if
        end-if
    end-if.
    if rq-status-outcome(entry-sub) = "NONCONV"
        move "Y" to group-nonconv
    end-if.
    add rq-reject-records(entry-sub) to group-reject-records.
    if rq-lines(entry-sub, 8) > zero
        if rq-reject-records(entry-sub) > zero
            add rq-reject-records(entry-sub) to group-response-rejects
        else
            add 1 to group-response-rejects
        end-if
    end-if.

open-request-group.
    move "Y" to group-open.
    perform varying source-sub from 1 by 1
        until source-sub > source-count
        move "N" to group-present(source-sub)
    end-perform.
    move "N" to group-nonconv.
    move "N" to group-status-answered.
    move "N" to group-status-rejected.
    move zero to group-reject-records.
    move zero to group-response-rejects.

close-request-group.
    if group-present(1) = "Y"
        add 1 to answered-total(1)
    end-if.
    if group-present(2) = "Y"
        add 1 to answered-total(2)
    end-if.
    if group-present(3) = "Y"
        add 1 to answered-total(3)
    end-if.
    if group-status-answered = "Y"
        add 1 to answered-total(4)
    end-if.
    if group-status-rejected = "Y"
        add 1 to rejected-total(4)
    end-if.
    if group-nonconv = "Y"
        add 1 to status-nonconv-total
    end-if.
    add group-reject-records to rejected-total(5).
    if group-present(6) = "Y"
        add 1 to answered-total(6)
    end-if.
    if group-present(7) = "Y"
        add 1 to answered-total(7)
    end-if.
    add group-response-rejects to rejected-total(8).
    move "N" to group-open.

*> ----------------------------------------------------------------
*> One balance line per output against the RUNCTLF totals summed
*> over the run's transfers, counted in INFILE records (an
*> expanded range is one). EXCPFILE has no RUNCTLF total of its
*> own and balances against the NONCONV requests on REQSTATF;
*> ACKFILE's received counts against records read.
*> ----------------------------------------------------------------
write-balance-section.
    move spaces to recon-record.
    write recon-record.
    move "BALANCE AGAINST RUNCTLF CONTROL TOTALS (INFILE RECORDS)"
        to recon-record.
    write recon-record.
    move spaces to recon-record.
    move "FILE" to recon-record(3:4).
    move "ANSWERED" to recon-record(17:8).
    move "REJECTED" to recon-record(29:8).
    move "EXPECT-ANS" to recon-record(39:10).
    move "EXPECT-REJ" to recon-record(51:10).
    move "RESULT" to recon-record(65:6).
    write recon-record.
    move total-skipped to balance-allowance.
    move "RPTFILE" to balance-file.
    move answered-total(1) to balance-answered.
    move -1 to balance-rejected.
    move total-processed to balance-expect-answered.
    move -1 to balance-expect-rejected.
    perform write-one-balance-line.
    move "CSVFILE" to balance-file.
    if csv-was-written
        move answered-total(2) to balance-answered
        move -1 to balance-rejected
        move total-processed to balance-expect-answered
        move -1 to balance-expect-rejected
        perform write-one-balance-line
    else
        move spaces to recon-record
        move balance-file to recon-record(3:10)
        move "NOT WRITTEN THIS RUN" to recon-record(65:20)
        write recon-record
    end-if.
    move "AUDITLOG" to balance-file.
    move answered-total(3) to balance-answered.
    move -1 to balance-rejected.
    move total-processed to balance-expect-answered.
    move -1 to balance-expect-rejected.
    perform write-one-balance-line.
    move "REQSTATF" to balance-file.
    move answered-total(4) to balance-answered.
    move rejected-total(4) to balance-rejected.
    move total-processed to balance-expect-answered.
    compute balance-expect-rejected =
        total-rejected - dup-unrecorded-total.
    perform write-one-balance-line.
    move "REJFILE" to balance-file.
    move -1 to balance-answered.
    move rejected-total(5) to balance-rejected.
    move -1 to balance-expect-answered.
    move total-rejected to balance-expect-rejected.
    perform write-one-balance-line.
    move "RSP FILES" to balance-file.
    move answered-total(7) to balance-answered.
    move rejected-total(8) to balance-rejected.
    move total-processed to balance-expect-answered.
    move total-rejected to balance-expect-rejected.
    perform write-one-balance-line.
    move zero to balance-allowance.
    move "EXCPFILE" to balance-file.
    move answered-total(6) to balance-answered.
    move -1 to balance-rejected.
    move status-nonconv-total to balance-expect-answered.
    move -1 to balance-expect-rejected.
    perform write-one-balance-line.
    move "ACKFILE" to balance-file.
    move total-ack-received to balance-answered.
    move -1 to balance-rejected.
    move total-read to balance-expect-answered.
    move -1 to balance-expect-rejected.
    perform write-one-balance-line.
    move spaces to recon-record.
    write recon-record.
    move "  EXCPFILE BALANCES AGAINST THE NONCONV REQUESTS ON REQSTATF;"
        to recon-record.
    write recon-record.
    move "  ACKFILE'S RECEIVED COUNTS (ANSWERED COLUMN) AGAINST RECORDS"
        to recon-record.
    write recon-record.
    move "  READ." to recon-record.
    write recon-record.
    if dup-unrecorded-total > zero
        move dup-unrecorded-total to count-edit
        move spaces to recon-record
        string "  REQSTATF EXPECTS " delimited by size
            count-edit delimited by size
            " FEWER REJECTS: DUP-REQUEST REPEATS IT KEEPS"
                delimited by size
            into recon-record
        end-string
        write recon-record
        move "  UNDER THE ORIGINAL REQUEST'S RECORD." to recon-record
        write recon-record
    end-if.
    if total-read > total-processed + total-rejected
        compute accounting-count =
            total-read - total-processed - total-rejected
        move accounting-count to count-edit
        move spaces to recon-record
        string "  " delimited by size
            count-edit delimited by size
            " RECORD(S) WERE SKIPPED ON A RESTART; RUNCTLF'S TOTALS"
                delimited by size
            into recon-record
        end-string
        write recon-record
        move "  COVER ONLY THE REST, SO UP TO THAT MANY MORE ARE ALLOWED"
            to recon-record
        write recon-record
        move "  FOR ON EITHER SIDE." to recon-record
        write recon-record
    end-if.

*> A count of -1 is one the file does not carry, and is left
*> blank. A run that skipped records on a restart has RUNCTLF
*> totals covering only the records after the restart point; the
*> skipped ones were answered or rejected by the earlier attempt,
*> so up to that many more on either side (balance-allowance)
*> still balances.
write-one-balance-line.
    move "BALANCED" to balance-result.
    if balance-answered >= zero
        if balance-answered < balance-expect-answered
            or balance-answered > balance-expect-answered
                + balance-allowance
            move "OUT OF BALANCE" to balance-result
        end-if
    end-if.
    if balance-rejected >= zero
        if balance-rejected < balance-expect-rejected
            or balance-rejected > balance-expect-rejected
                + balance-allowance
            move "OUT OF BALANCE" to balance-result
        end-if
    end-if.
    if balance-result not = "BALANCED"
        add 1 to balances-failed
    end-if.
    move spaces to recon-record.
    move balance-file to recon-record(3:10).
    if balance-answered >= zero
        move balance-answered to count-edit
        move count-edit to recon-record(14:11)
        move balance-expect-answered to count-edit
        move count-edit to recon-record(38:11)
    end-if.
    if balance-rejected >= zero
        move balance-rejected to count-edit
        move count-edit to recon-record(26:11)
        move balance-expect-rejected to count-edit
        move count-edit to recon-record(50:11)
    end-if.
    move balance-result to recon-record(65:40).
    write recon-record.

*> ----------------------------------------------------------------
*> Accounts for every line of every input read.
*> ----------------------------------------------------------------
write-accounting-section.
    move spaces to recon-record.
    write recon-record.
    move "RECORD ACCOUNTING" to recon-record.
    write recon-record.
    move "ACKFILE LINES READ" to accounting-label.
    move ack-lines-read to accounting-count.
    perform write-one-accounting-line.
    move "REQSTATF RECORDS READ" to accounting-label.
    move status-records-read to accounting-count.
    perform write-one-accounting-line.
    move "  FOR OTHER TRANSFERS" to accounting-label.
    move status-records-outside to accounting-count.
    perform write-one-accounting-line.
    move "RPTFILE LINES READ" to accounting-label.
    move report-lines-read to accounting-count.
    perform write-one-accounting-line.
    move "  NOT DETAIL LINES" to accounting-label.
    move report-lines-other to accounting-count.
    perform write-one-accounting-line.
    move "CSVFILE LINES READ" to accounting-label.
    move csv-lines-read to accounting-count.
    perform write-one-accounting-line.
    move "  HEADING OR NOT DETAIL ROWS" to accounting-label.
    move csv-lines-other to accounting-count.
    perform write-one-accounting-line.
    move "AUDITLOG LINES READ" to accounting-label.
    move audit-lines-read to accounting-count.
    perform write-one-accounting-line.
    move "  CONTROL LINES OR OUTSIDE THIS RUN" to accounting-label.
    move audit-lines-outside to accounting-count.
    perform write-one-accounting-line.
    move "REJFILE LINES READ" to accounting-label.
    move reject-lines-read to accounting-count.
    perform write-one-accounting-line.
    move "  NOT REJECT LINES" to accounting-label.
    move reject-lines-other to accounting-count.
    perform write-one-accounting-line.
    move "EXCPFILE LINES READ" to accounting-label.
    move exception-lines-read to accounting-count.
    perform write-one-accounting-line.
    move "  NOT NONCONV LINES" to accounting-label.
    move exception-lines-other to accounting-count.
    perform write-one-accounting-line.
    move "RESPONSE FILES READ" to accounting-label.
    move response-files-read to accounting-count.
    perform write-one-accounting-line.
    move "RESPONSE FILE LINES READ" to accounting-label.
    move response-lines-read to accounting-count.
    perform write-one-accounting-line.
    move "  HEADERS, TRAILERS OR NOT DATA LINES" to accounting-label.
    move response-lines-other to accounting-count.
    perform write-one-accounting-line.
    move "REQUESTS MATCHED" to accounting-label.
    move entry-count to accounting-count.
    perform write-one-accounting-line.
    move "  ON WHICH THE OUTPUTS DISAGREE" to accounting-label.
    move requests-disagreeing to accounting-count.
    perform write-one-accounting-line.
    move "FILES OUT OF BALANCE" to accounting-label.
    move balances-failed to accounting-count.
    perform write-one-accounting-line.

write-one-accounting-line.
    move accounting-count to count-edit.
    move spaces to recon-record.
    move accounting-label to recon-record(3:44).
    move count-edit to recon-record(48:11).
    write recon-record.

end-procedure.
