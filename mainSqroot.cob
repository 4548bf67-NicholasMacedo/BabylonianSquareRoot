*>               room (the audit-reading programs follow). A
*>               STATUSF that cannot be written is a warning,
*>               never a reason to stop the window.
*>   2026-10-15  Duplicate requests rejected: run-control stops a
*>               whole transfer being processed twice, but the same
*>               request ID and department sent again - twice in
*>               one file, or in a later transfer after it was
*>               already answered - was calculated, logged, billed
*>               and returned every time. classify-and-process-
*>               record (and expand-range-record) now check each
*>               request against the ones this run has already
*>               accepted for calculation and against the request-
*>               status master, where a PROCESSED or CACHED outcome
*>               recorded by an earlier transfer is the original.
*>               A repeat rejects to REJFILE with the new
*>               DUP-REQUEST reason code and the run date of the
*>               original in columns 111-118 of the reject line,
*>               so the department gets one answer and one charge
*>               per request. REQSTATF records now also carry the
*>               originating system and stated count of the
*>               transfer that wrote them (records widened to 121
*>               bytes), so a resumed or taken-over transfer never
*>               mistakes its own earlier attempt for an original;
*>               a repeat inside one run never overwrites the
*>               original's status record.
*>   2026-10-15  Department master: batch-file mode now validates
*>               every request's department against DEPTFILE
*>               (maintained with DEPTMNT) instead of accepting any
*>               four characters. An unknown or inactive department
*>               rejects BAD-DEPT (a blank department answers to
*>               the HOUS house account, as it already does on the
*>               response and chargeback side), a degree the
*>               department may not order rejects DEGREE-AUTH, and
*>               a request past the department's daily calculation
*>               quota rejects OVER-QUOTA - a range counting one
*>               against the quota for every line it expands to.
*>               The running count is kept on the department
*>               record per processing day. A batch run that
*>               cannot open the master ends with RETURN-CODE 16
*>               before the transfer is registered, the same way
*>               a missing PROFFILE does.
*>   2026-10-15  Real roots of negative numbers: an odd root (3,
*>               5, 7, 9) of a negative number is a perfectly good
*>               real number (the cube root of -27 is -3), so those
*>               requests are now calculated through NTHROOT and
*>               cross-checked like positive ones, the built-in
*>               answer taken as minus the root of the magnitude.
*>               An even root of a negative number has no real
*>               value and rejects with the clearer NO-REAL-ROOT
*>               reason code in place of NEGATIVE; the console
*>               prompt asks for the degree before deciding the
*>               same way. HISTFILE stays keyed on the magnitude
*>               (its number field carries no sign): a negative
*>               request reuses, and saves, the root of its
*>               magnitude with the sign put back. The report,
*>               CSV and audit number columns are now signed,
*>               each one position wider and laid down one
*>               separator space narrower, so every column a
*>               positive line carries stays where it was. Reason
*>               codes (and REQSTATF outcomes) widened to 12
*>               characters to hold NO-REAL-ROOT; the REJFILE
*>               reason is followed by one space rather than two,
*>               so the record image keeps column 24. Range
*>               records stay positive-only.
*>   2026-10-15  Batch windows: main-program can now be CALLed once
*>               per transfer by the SQWINDOW driver, so every exit
*>               it takes - a refused transfer, a rejected header,
*>               a balance failure as much as a clean finish - now
*>               closes its files and GOBACKs instead of STOP RUN,
*>               handing the return code back to the driver, which
*>               carries on with the night's next transfer (a step
*>               run from JCL ends exactly as before). Failures that
*>               used to stop without setting a return code (INFILE
*>               or an output file that will not open) now end with
*>               RETURN-CODE 16. A new APPEND=Y keyword on the PARM
*>               card extends RPTFILE, CSVFILE, REJFILE and EXCPFILE
*>               the way a resume does, so one window's transfers
*>               accumulate into the same outputs. The RESTARTF
*>               checkpoint now carries the identity of the transfer
*>               it belongs to (header date, system, stated count;
*>               record widened to 32 bytes) and is read after the
*>               header has been validated: a RESUME=Y run only
*>               picks up a checkpoint its own transfer left, so a
*>               resumed window restarts the one transfer that was
*>               cut short and every other one from the top. The
*>               run-control record layout moved to the new RUNCTL
*>               copybook, shared with SQWINDOW.
*>   2026-10-15  Run-control records an operator has marked VOID or
*>               ABANDON with the new RUNMNT screen are taken
*>               over like a STARTED one, with a message naming who
*>               released the transfer and why; a fresh record is
*>               registered with the new last-change fields blank.
*>   2026-10-15  Receipt acknowledgement (ACKFILE, layout in the new
*>               ACKREC copybook): the moment a transfer's header
*>               and trailer are settled, batch-file mode writes a
*>               small bracketed file back to the originating
*>               system - an ACK carrying the record count and
*>               hash total we received and the run-control
*>               status, or a NAK carrying the exact reason the
*>               transfer was refused (STALE-HDR, FUTURE-HDR,
*>               NO-TRAILER, OUTOFBAL, DUPLICATE-XFER and the
*>               rest), so the sender can resend without waiting
*>               for a phone call. APPEND=Y and RESUME=Y extend
*>               ACKFILE, so a batch window's acknowledgements
*>               accumulate in it and a resumed run's follows the
*>               first attempt's.
*>               An ACKFILE that cannot be written is a warning,
*>               never a reason to stop the run.
*>   2026-10-15  Engine release on the history master: NTHROOT now
*>               reports its release, asked for once when the
*>               session starts, and add-to-history stamps it on
*>               every record it saves (HISTREC's new hist-engine;
*>               records widened to 156 bytes). lookup-history no
*>               longer reuses a record stamped with any other
*>               release, or none: it is treated as a miss, the
*>               request is recomputed under the current engine and
*>               the record replaced with the fresh result, so a
*>               wrong answer an old engine saved stops being
*>               served as CACHED the moment the engine changes.
*>               print-summary shows how many stale records were
*>               replaced. The HISTSWP utility sweeps the rest of
*>               the master.
*>   2026-10-15  The AUDITLOG BATCHHDR line now carries the
*>               trailer's stated count after the date, so a line
*>               names the transfer by its full run-control key,
*>               and every REJFILE line carries the header run date
*>               and system of the transfer it came in on (columns
*>               95-110), so the rejects of an APPEND=Y window's
*>               transfers can be told apart.

identification division.
program-id. main-program.
        file status is runctl-status.
    select status-file assign to "REQSTATF"
        organization indexed
        access dynamic
        record key status-key
        file status is reqstat-status.
    select dept-file assign to "DEPTFILE"
        organization indexed
        access random
        record key dept-key
        file status is dept-status.
    select opstatus-file assign to "STATUSF"
        organization line sequential
        file status is opstatus-status.
    select ack-file assign to "ACKFILE"
        organization line sequential
        file status is ack-status.

data division.

01  audit-record pic x(180).

*> Checkpoint of the last INFILE record number fully processed by
*> batch-file mode, so a re-run can resume instead of starting over,
*> stamped with the identity of the transfer it belongs to (the
*> same header date, system and stated count the run-control
*> master keys on), so it is only ever picked up by that transfer.
fd  restart-file.
01  restart-record.
    05 restart-count pic 9(08).
    05 restart-header-date pic x(08).
    05 restart-header-system pic x(08).
    05 restart-stated-count pic 9(08).

*> CSV extract of batch-file results, written only when the PARM
*> card asks for it (CSV=Y), for downstream spreadsheet tools.
*> run ended and its final control totals, so a resubmitted
*> transfer is refused instead of double-logged.
fd  runctl-file.
copy runctl.

*> Request-status master: one record per request batch-file mode
*> saw, recording how it came out and its answer, read back with
fd  status-file.
copy reqstat.

*> Department master: one record per department allowed to
*> submit work, with the degrees it may order and its daily
*> calculation quota, maintained with DEPTMNT.
fd  dept-file.
copy deptrec.

*> The operator status file, rewritten whole at every checkpoint
*> interval so the overnight operator can tell a healthy long run
*> from a hung one by reading it.
fd  opstatus-file.
01  opstatus-record pic x(132).

*> The receipt acknowledgement sent back to the originating system
*> once the transfer's header and trailer are settled: an ACK, or
*> a NAK with the reason the transfer was refused.
fd  ack-file.
copy ackrec.

*> Variables used in main program only.
working-storage section.

    88 mode-batch value "B".

*> PARM card handling: MODE=BATCH, TOL=nnnn, MAXITER=nnnn, CSV=Y,
*> RESUME=Y, APPEND=Y, PROFILE=name. The raw text is copied out of the LINKAGE SECTION PARM
*> area into this working-storage field before it is broken apart,
*> so the rest of PARM handling does not care how the caller passed
*> it in.
01 parm-string pic x(80).
01 parm-table.
    05 parm-entry occurs 8 times pic x(20).
01 parm-sub pic s9(4).

*> Tells a fresh batch-file run apart from a resume of an abended
01 resume-flag pic x(01) value "N".
    88 resume-requested value "Y".

*> Tells a transfer that is one of several in a batch window
*> (APPEND=Y, set by SQWINDOW) to add its results to the outputs
*> the window's earlier transfers wrote, rather than start them
*> afresh.
01 append-flag pic x(01) value "N".
    88 append-requested value "Y".

*> Raw text typed at the prompt, validated before it is trusted as
*> a number, so a mistyped entry is never confused with a typed 0.
01 raw-input pic x(26).
    88 exit-requested value "Y".

*> Edited fields used to lay out the columnar report.
01 usernum-edit   pic -(15)9.9(09).
01 babanswer-edit pic -(15)9.9(09).
01 cobanswer-edit pic -(15)9.9(09).
01 iteration-edit  pic ZZZ9.
01 degree-edit     pic Z9.

01 cache-flag pic x(06).
01 cache-hits pic 9(08) value zero.
01 cache-misses pic 9(08) value zero.

*> The release the NTHROOT engine reports, stamped on every
*> history record saved and required of every record reused; a
*> record found under another release is stale - a miss whose
*> fresh result replaces it, counted for print-summary.
01 engine-release pic x(08) value spaces.
01 release-inquiry-degree pic s9(4) value zero.
01 history-stale-switch pic x(01) value "N".
    88 history-record-stale value "Y".
01 cache-stale pic 9(08) value zero.
01 cache-stale-edit pic ZZZ,ZZ9.
01 cache-count-edit pic ZZZ,ZZ9.
01 cache-count-edit-2 pic ZZZ,ZZ9.

01 reqstat-status pic x(02).
01 reqstat-switch pic x(01) value "N".
    88 reqstat-available value "Y".
01 request-outcome pic x(12).

*> The department master must be open for a batch run; quota-rows
*> is what the request being checked counts against its
*> department's daily quota (one, or a range's line count).
01 dept-status pic x(02).
01 quota-rows pic 9(08).

*> Duplicate-request bookkeeping: every request ID + department
*> this run has accepted for calculation (including, on a resume,
*> the ones the abended attempt already answered before its
*> checkpoint), so a repeat later in the same transfer is refused,
*> and the run date of the original a repeat is refused against -
*> this run's own header date for a repeat inside the transfer, or
*> the run date an earlier transfer's answer was recorded under.
01 seen-request-count pic s9(05) value zero.
01 seen-request-limit pic s9(05) value 20000.
01 seen-request-table.
    05 seen-request occurs 20000 times.
        10 seen-request-id pic x(08).
        10 seen-request-dept pic x(04).
01 seen-sub pic s9(05).
01 seen-overflow-switch pic x(01) value "N".
    88 seen-table-overflowed value "Y".
01 original-run-date pic x(08).
01 more-status pic x(01).
    88 more-status-records value "Y".
01 balance-count pic 9(08) value zero.
01 balance-hash pic s9(18)v9(09).
01 trailer-count pic 9(08).
01 records-processed pic 9(08) value zero.
01 records-rejected pic 9(08) value zero.
01 records-skipped pic 9(08) value zero.
01 reject-reason pic x(12).

*> Request identity carried from the INFILE record (or stamped
*> CONSOLE for an interactive calculation) through to the report,
*> finish - the last worked from the trailer's stated record
*> count, known up front from the pre-scan.
01 opstatus-status pic x(02).

*> The acknowledgement about to be sent: ACK or NAK, and the NAK's
*> reason code (see ACKREC).
01 ack-status pic x(02).
01 ack-verdict pic x(03).
01 ack-reason-code pic x(14).
01 ack-hash pic s9(14)v9(09).
01 run-start-seconds pic s9(12) value zero.
01 current-seconds pic s9(12).
01 elapsed-seconds pic s9(09) value zero.
    88 first-calculation value "Y".
01 calculation-count-edit pic ZZZ,ZZZ,ZZ9.
01 average-iterations-edit pic ZZZZ9.99.
01 usernum-maximum-edit pic -(15)9.9(09).

*> The PARM text carried on the EXEC statement's PARM= (or passed by
*> a TSO CALL, or by the local launcher SQROOT-CLI) arrives through
    perform note-run-start.
    perform open-audit-file.
    perform open-history-file.
    perform ask-engine-release.
    perform determine-run-mode.

    if mode-batch then
    display "Thank You.".

    move step-return-code to return-code.
    goback.

*> ----------------------------------------------------------------
*> Ends a run that cannot go on, once the return code has been set
*> and the reason displayed: every file is closed (one that was
*> never opened, or is already closed, just answers with a status
*> nobody needs) and control goes back to whatever started the run
*> - the system, for a step run straight from JCL, or SQWINDOW,
*> which carries on with the batch window's next transfer.
*> ----------------------------------------------------------------
abandon-run.
    close input-file.
    close report-file.
    close csv-file.
    close reject-file.
    close exception-file.
    close history-file.
    close profile-file.
    close runctl-file.
    close status-file.
    close dept-file.
    close audit-file.
    goback.

*> ----------------------------------------------------------------
*> The audit log is opened once for the whole session and appended
            history-status ". Continuing without result reuse."
    end-if.

*> Asks NTHROOT which release of the engine this session is
*> calculating with (a degree of zero returns the release alone),
*> the stamp every history record is saved and reused under.
ask-engine-release.
    call "nthroot" using usernum, release-inquiry-degree, babanswer,
                         iteration-count,
                         convergence-tolerance, max-iteration-cap,
                         converged-switch, engine-release.

*> ----------------------------------------------------------------
*> Reads the PARM card (if any) carried on the EXEC statement so a
*> batch step can pick batch-file mode and trade speed for precision
*> without editing this program: MODE=BATCH, TOL=nnnn, MAXITER=nnnn,
*> RESUME=Y, APPEND=Y, CSV=Y, PROFILE=name (the rest read from the
*> profile master, with any keyword spelled out here still winning).
*> ----------------------------------------------------------------
determine-run-mode.
    move "I" to run-mode.
    move 1000 to max-iteration-cap.
    move "N" to csv-requested.
    move "N" to resume-flag.
    move "N" to append-flag.
    move spaces to requested-profile.
    move spaces to parm-string.
    if parm-length > 0
        unstring parm-string delimited by ","
            into parm-entry(1) parm-entry(2) parm-entry(3)
                 parm-entry(4) parm-entry(5) parm-entry(6)
                 parm-entry(7) parm-entry(8)
        end-unstring
        perform varying parm-sub from 1 by 1 until parm-sub > 8
            perform note-profile-entry
        end-perform
        if requested-profile not = spaces
            perform apply-parameter-profile
        end-if
        perform varying parm-sub from 1 by 1 until parm-sub > 8
            perform interpret-parm-entry
        end-perform
    end-if.
        display "Profile master PROFFILE unavailable, status "
            profile-status
        move 16 to return-code
        perform abandon-run
    end-if.
    move requested-profile to prof-name.
    read profile-file
            display "Profile " requested-profile
                " not found in PROFFILE."
            move 16 to return-code
            perform abandon-run
    end-read.
    if prof-active not = "Y"
        display "Profile " requested-profile " is deactivated."
        move 16 to return-code
        perform abandon-run
    end-if.
    move prof-tolerance to convergence-tolerance.
    move prof-maxiter to max-iteration-cap.
            move "Y" to resume-flag
        end-if
    end-if.
    if parm-entry(parm-sub)(1:7) = "APPEND="
        if parm-entry(parm-sub)(8:1) = "Y"
            move "Y" to append-flag
        end-if
    end-if.
    if parm-entry(parm-sub)(1:8) = "MAXITER="
        compute max-iteration-cap = function numval(parm-entry(parm-sub)(9:12))
    end-if.
            if usernum = 0 then
                move "Y" to exit-switch
            else
                perform accept-root-degree
                if usernum < 0
                    and function mod(root-degree, 2) = 0
                    *> An even root of a negative number is not real.
                    display "NO-REAL-ROOT: an even root of a negative"
                        " number has no real value. Try again."
                else
                    perform calculate-and-report
                end-if
            end-if
process-batch-file.
    move zero to balance-hash.
    move "N" to hash-overflow-switch.
    open input input-file.
    if input-status not = "00"
        display "Unable to open INFILE, status " input-status
        move 16 to return-code
        perform abandon-run
    end-if.
    perform open-dept-file.
    perform preview-transfer-trailer.
    perform validate-batch-header.
    perform read-restart-checkpoint.
    perform register-run-control.
    perform open-status-file.
    perform open-report-file.
                end-if
            else
                add 1 to records-skipped
                perform note-skipped-request
            end-if
            if function mod(record-count, checkpoint-interval) = 0
                perform write-checkpoint
    perform write-control-totals.
    perform write-final-status.
    perform record-run-completion.
    perform send-ack.
    *> INFILE ran to end-of-file, so this run finished cleanly:
    *> reset RESTARTF to zero rather than leaving today's final
    *> record count behind for tomorrow's fresh run to trip over.
    close report-file.
    close reject-file.
    close exception-file.
    close dept-file.
    if reqstat-available
        close status-file
    end-if.
        close csv-file
    end-if.

*> ----------------------------------------------------------------
*> Opens the department master every request is validated
*> against, for updating (the quota counts are kept on it). A
*> batch run cannot tell a real department from a typo without
*> it, so a master that cannot be opened ends the run with
*> RETURN-CODE 16 before the transfer is registered, the same way
*> a missing PROFFILE does.
*> ----------------------------------------------------------------
open-dept-file.
    open i-o dept-file.
    if dept-status not = "00"
        display "Department master DEPTFILE unavailable, status "
            dept-status
        move 16 to return-code
        perform abandon-run
    end-if.

*> ----------------------------------------------------------------
*> Pre-scans INFILE for the trailer's stated record count before
*> anything is processed: it is part of the run-control key (two
    if input-status not = "00"
        display "Unable to reopen INFILE, status " input-status
        move 16 to return-code
        perform abandon-run
    end-if.

*> ----------------------------------------------------------------
*> clear message before any data record is touched, instead of
*> double-logging the whole file the way last month's resubmission
*> did. A record left STARTED or FAILED by an earlier attempt is
*> taken over (that attempt never finished), and so is one an
*> operator has marked VOID (released for reprocessing) or
*> ABANDON with RUNMNT. The master is opened
*> with the same open-or-create fallback HISTFILE uses, and a
*> master that cannot be opened at all is reported once and the
*> run carries on unprotected.
                        " (ended RC " rc-return-code
                        "); run refused."
                    close runctl-file
                    move "DUPLICATE-XFER" to ack-reason-code
                    perform send-nak
                    move 12 to return-code
                    perform abandon-run
                else
                    if rc-run-status = "VOID"
                        or rc-run-status = "ABANDON"
                        display "INFILE transfer DATE="
                            batch-header-date
                            " SYSTEM=" batch-header-system
                            " was marked " rc-run-status
                            " by " rc-change-operator
                            " " rc-change-stamp ": "
                            rc-change-reason
                        display "Processing it again."
                    end-if
                    perform takeover-run-control
                end-if
        end-read
    move zero to rc-records-processed.
    move zero to rc-records-rejected.
    move zero to rc-return-code.
    move spaces to rc-change-stamp.
    move spaces to rc-change-operator.
    move spaces to rc-change-reason.
    write runctl-record
        invalid key
            display "Run-control registration failed, status "
    perform write-header-audit.
    display "INFILE rejected: header check " header-result
        " (date " batch-header-date ", system " batch-header-system ").".
    evaluate header-result
        when "EMPTY" move "EMPTY-XFER" to ack-reason-code
        when "MISSING" move "NO-HEADER" to ack-reason-code
        when "BADDATE" move "BAD-HDR-DATE" to ack-reason-code
        when "STALE" move "STALE-HDR" to ack-reason-code
        when "FUTURE" move "FUTURE-HDR" to ack-reason-code
    end-evaluate.
    perform send-nak.
    move 16 to return-code.
    perform abandon-run.

write-header-audit.
    perform build-audit-timestamp.
        batch-header-system delimited by size
        "  DATE=" delimited by size
        batch-header-date delimited by size
        "  COUNT=" delimited by size
        stated-record-count delimited by size
        "  RESULT=" delimited by size
        header-result delimited by size
        into audit-record
            display "INFILE has records after the trailer;"
                " transfer is malformed."
            perform record-run-failure
            move "EXTRA-DATA" to ack-reason-code
            perform send-nak
            move 16 to return-code
            perform abandon-run
    end-read.
    compute numval-check = function test-numval(trailer-count-text).
    if hash-overflowed
            "; trailer states " trailer-count " records, hash "
            trailer-hash "."
        perform record-run-failure
        if balance-result = "BADTRAILER"
            move "BAD-TRAILER" to ack-reason-code
        else
            move balance-result to ack-reason-code
        end-if
        perform send-nak
        move 16 to return-code
        perform abandon-run
    end-if.

*> A run that hit end-of-file without ever seeing the trailer is
    display "INFILE ended without a trailer record; counted "
        balance-count " records. Transfer may be truncated.".
    perform record-run-failure.
    move "NO-TRAILER" to ack-reason-code.
    perform send-nak.
    move 16 to return-code.
    perform abandon-run.

*> ----------------------------------------------------------------
*> Sends the originating system its receipt acknowledgement,
*> bracketed the way RSPSPLIT brackets a response file (layout and
*> reason codes in ACKREC): an ACK once the trailer has balanced
*> and the run is recorded, a NAK the moment the header or trailer
*> refuses the transfer. The run-control status is the verdict
*> this attempt recorded, COMPLETE for a duplicate (the earlier
*> run's), or NONE when this attempt has no run-control record.
*> The received hash goes as zero when it overflowed, or will not
*> fit the field, rather than as a wrong number.
*> ----------------------------------------------------------------
send-ack.
    move "ACK" to ack-verdict.
    move spaces to ack-reason-code.
    perform write-acknowledgement.

send-nak.
    move "NAK" to ack-verdict.
    perform write-acknowledgement.

write-acknowledgement.
    if resume-requested or append-requested
        open extend ack-file
        if ack-status not = "00"
            open output ack-file
        end-if
    else
        open output ack-file
    end-if.
    if ack-status not = "00"
        display "Warning: unable to write ACKFILE, status " ack-status
            "; the originating system is not acknowledged."
    else
        move function current-date to current-timestamp
        move spaces to ack-header-record
        move "*HEADER*" to ack-header-tag
        move current-timestamp(1:8) to ack-header-date
        move "SQROOT" to ack-header-system
        move batch-header-system to ack-header-addressee
        write ack-header-record
        move spaces to ack-record
        move ack-verdict to ack-type
        move batch-header-date to ack-transfer-date
        move batch-header-system to ack-transfer-system
        move stated-record-count to ack-stated-count
        move balance-count to ack-received-count
        if hash-overflowed
            or balance-hash > 9999999999999.999999999
            or balance-hash < -9999999999999.999999999
            move zero to ack-hash
        else
            move balance-hash to ack-hash
        end-if
        move ack-hash to ack-received-hash
        evaluate true
            when ack-reason-code = "DUPLICATE-XFER"
                move "COMPLETE" to ack-run-status
            when run-registered
                move runctl-verdict to ack-run-status
            when other
                move "NONE" to ack-run-status
        end-evaluate
        move ack-reason-code to ack-reason
        write ack-record
        move spaces to ack-trailer-record
        move "*TRAILER" to ack-trailer-tag
        move 1 to ack-trailer-count
        move ack-hash to ack-trailer-hash
        write ack-trailer-record
        close ack-file
    end-if.

write-balance-audit.
    perform build-audit-timestamp.
*> master: the outcome code, the degree, and the answer when there
*> is one. A rejected request records no answer, and no number
*> either unless the number itself was what it was rejected for
*> (NO-REAL-ROOT, ZERO) - anything else in usernum would be leftovers
*> from the prior record. The same request resubmitted on the same
*> run date overwrites its earlier record: the last word wins -
*> except a DUP-REQUEST repeat, which never overwrites the
*> original it was refused against. The transfer identity is
*> stamped on every record.
*> ----------------------------------------------------------------
record-request-status.
    if reqstat-available
        move request-id to rs-request-id
        move request-dept to rs-dept
        move batch-header-date to rs-run-date
        move batch-header-system to rs-system
        move stated-record-count to rs-stated-count
        if range-expansion-active
            move range-seq-num to rs-seq
        else
            else
                move zero to rs-degree
            end-if
            if request-outcome = "NO-REAL-ROOT"
                or request-outcome = "ZERO"
                move usernum to rs-usernum
            end-if
        end-if
        perform build-audit-timestamp
        move audit-timestamp to rs-stamp
        if request-outcome = "DUP-REQUEST"
            write status-record
                invalid key continue
            end-write
        else
            write status-record
                invalid key
                    rewrite status-record
                        invalid key continue
                    end-rewrite
            end-write
        end-if
    end-if.

*> ----------------------------------------------------------------
*> ----------------------------------------------------------------
*> Decides what to do with one INFILE record: the same validation
*> that used to silently skip a bad record now names the reason it
*> was skipped (BLANK, NON-NUMERIC, EXP-RANGE, NO-REAL-ROOT, ZERO,
*> BAD-DEGREE, BAD-DEPT, DEGREE-AUTH, DUP-REQUEST, OVER-QUOTA),
*> writes it to REJFILE, and counts it, so every record read is
*> accounted for in the control totals. A blank degree means 2,
*> the square root, so yesterday's INFILE layouts keep working. A
*> record that validates is checked for being a repeat of a
*> request already answered, and only then counted against its
*> department's quota.
*> ----------------------------------------------------------------
classify-and-process-record.
    move input-request-id to request-id.
            move "BAD-DEGREE" to reject-reason
        end-if
    end-if.
    if reject-reason = spaces
        perform check-department
    end-if.
    if reject-reason = spaces
        move input-request-number to parse-text
        perform parse-request-number
            move parse-result to reject-reason
        else
            if usernum < 0
                and function mod(root-degree, 2) = 0
                move "NO-REAL-ROOT" to reject-reason
            else
                if usernum = 0
                    move "ZERO" to reject-reason
            end-if
        end-if
    end-if.
    if reject-reason = spaces
        perform check-duplicate-request
    end-if.
    if reject-reason = spaces
        move 1 to quota-rows
        perform check-department-quota
    end-if.
    if reject-reason = spaces
        add 1 to records-processed
        perform note-seen-request
        perform calculate-and-report
    else
        add 1 to records-rejected
        perform record-request-status
    end-if.

*> ----------------------------------------------------------------
*> The department must be on the master and active, and allowed
*> to order the degree asked for. A request with no department
*> answers to the HOUS house account, where the response and
*> chargeback steps already put such work.
*> ----------------------------------------------------------------
check-department.
    if request-dept = spaces
        move "HOUS" to dept-code
    else
        move request-dept to dept-code
    end-if.
    read dept-file
        invalid key
            move "BAD-DEPT" to reject-reason
    end-read.
    if reject-reason = spaces
        if dept-active not = "Y"
            move "BAD-DEPT" to reject-reason
        else
            if dept-degree-allowed(root-degree) not = "Y"
                move "DEGREE-AUTH" to reject-reason
            end-if
        end-if
    end-if.

*> ----------------------------------------------------------------
*> Counts an accepted request against its department's daily
*> quota (zero means no limit), on the department record
*> check-department just read. The count starts afresh on the
*> first request of a new processing day; a request that would
*> take the department past its quota rejects OVER-QUOTA and
*> counts nothing, so a smaller one later in the file may still
*> fit.
*> ----------------------------------------------------------------
check-department-quota.
    if dept-daily-quota > zero
        if dept-quota-date not = today-date-num
            move today-date-num to dept-quota-date
            move zero to dept-quota-used
        end-if
        if dept-quota-used + quota-rows > dept-daily-quota
            move "OVER-QUOTA" to reject-reason
        else
            add quota-rows to dept-quota-used
            rewrite dept-record
                invalid key
                    display "Quota count for department " dept-code
                        " not rewritten, status " dept-status
            end-rewrite
        end-if
    end-if.

*> ----------------------------------------------------------------
*> A request ID and department already accepted for calculation
*> is a repeat: once earlier in this transfer (the seen table), or
*> by an earlier transfer that recorded it PROCESSED or CACHED on
*> the request-status master. A rejected or non-converged earlier
*> copy is not an original - a corrected resubmission, or a re-run
*> with a higher MAXITER, is exactly what it asked for. The repeat
*> rejects DUP-REQUEST, naming the run date of the original.
*> ----------------------------------------------------------------
check-duplicate-request.
    move spaces to original-run-date.
    perform varying seen-sub from 1 by 1
        until seen-sub > seen-request-count
            or original-run-date not = spaces
        if seen-request-id(seen-sub) = request-id
            and seen-request-dept(seen-sub) = request-dept
            move batch-header-date to original-run-date
        end-if
    end-perform.
    if original-run-date = spaces
        perform find-earlier-answer
    end-if.
    if original-run-date not = spaces
        move "DUP-REQUEST" to reject-reason
    end-if.

*> Reads forward through every status record carrying this request
*> ID and department (key order puts the oldest run date first),
*> looking for an answer some other transfer recorded. Records
*> this same transfer wrote on an earlier, abended attempt are
*> passed over: the seen table already speaks for those.
find-earlier-answer.
    if reqstat-available
        move request-id to rs-request-id
        move request-dept to rs-dept
        move low-values to rs-run-date
        move zero to rs-seq
        start status-file key not < status-key
            invalid key
                continue
        end-start
        if reqstat-status = "00"
            move "Y" to more-status
            perform with test before until not more-status-records
                read status-file next
                    at end move "N" to more-status
                    not at end
                        if rs-request-id = request-id
                            and rs-dept = request-dept
                            perform judge-earlier-status
                        else
                            move "N" to more-status
                        end-if
                end-read
            end-perform
        end-if
    end-if.

judge-earlier-status.
    if rs-outcome = "PROCESSED" or rs-outcome = "CACHED"
        if rs-run-date = batch-header-date
            and rs-system = batch-header-system
            and rs-stated-count = stated-record-count
            continue
        else
            move rs-run-date to original-run-date
            move "N" to more-status
        end-if
    end-if.

*> Remembers a request accepted for calculation, so a repeat later
*> in the transfer is caught. A transfer with more distinct
*> requests than the table holds says so once; the requests past
*> that point are still checked against the master.
note-seen-request.
    if seen-request-count < seen-request-limit
        add 1 to seen-request-count
        move request-id to seen-request-id(seen-request-count)
        move request-dept to seen-request-dept(seen-request-count)
    else
        if not seen-table-overflowed
            move "Y" to seen-overflow-switch
            display "More than " seen-request-limit " requests in"
                " this transfer; later repeats are checked against"
                " REQSTATF only."
        end-if
    end-if.

*> ----------------------------------------------------------------
*> A record a resume skips past was handled by the abended attempt;
*> when that attempt recorded it as accepted for calculation, it
*> goes into the seen table all the same, so a repeat of it after
*> the restart point is still caught. (The first line of a range
*> carries sequence 1; an ordinary request carries zero.)
*> ----------------------------------------------------------------
note-skipped-request.
    if reqstat-available
        if input-range-tag = "*RANGE**"
            move input-range-id to request-id
            move input-range-dept to request-dept
            move 1 to rs-seq
        else
            move input-request-id to request-id
            move input-request-dept to request-dept
            move zero to rs-seq
        end-if
        move request-id to rs-request-id
        move request-dept to rs-dept
        move batch-header-date to rs-run-date
        read status-file
            invalid key
                continue
            not invalid key
                if rs-system = batch-header-system
                    and rs-stated-count = stated-record-count
                    and (rs-outcome = "PROCESSED"
                        or rs-outcome = "CACHED"
                        or rs-outcome = "NONCONV")
                    perform note-seen-request
                end-if
        end-read
    end-if.

*> ----------------------------------------------------------------
*> Expands one *RANGE** record into the individual calculations
*> it asks for: every value from the from-value to the to-value
            move "BAD-DEGREE" to reject-reason
        end-if
    end-if.
    if reject-reason = spaces
        perform check-department
    end-if.
    if reject-reason = spaces
        perform parse-range-bounds
    end-if.
    if reject-reason = spaces
        perform validate-range-size
    end-if.
    if reject-reason = spaces
        perform check-duplicate-request
    end-if.
    if reject-reason = spaces
        move range-row-count to quota-rows
        perform check-department-quota
    end-if.
    if reject-reason = spaces
        add 1 to records-processed
        add 1 to range-records-expanded
        perform note-seen-request
        move "Y" to range-switch
        perform calculate-one-range-row
            varying range-sequence from 1 by 1
    string record-number-edit delimited by size
        "  " delimited by size
        reject-reason delimited by size
        " " delimited by size
        input-range-record delimited by size
        into reject-record
    end-string.
    move batch-header-date to reject-record(95:8).
    move batch-header-system to reject-record(103:8).
    if reject-reason = "DUP-REQUEST"
        move original-run-date to reject-record(111:8)
    end-if.
    write reject-record.

*> ----------------------------------------------------------------
*> INFILE record number (counting data records, the header
*> excluded), the reason code, and the original record image
*> untouched, so the submitter can see exactly what was sent and
*> why it was not processed. Columns 95-110, clear of the longest
*> (range) image, carry the header run date and system of the
*> transfer it came in on, since one REJFILE can hold a whole batch
*> window's transfers; a DUP-REQUEST reject also carries the run
*> date of the original in columns 111-118.
*> ----------------------------------------------------------------
write-reject-record.
    move record-count to record-number-edit.
    string record-number-edit delimited by size
        "  " delimited by size
        reject-reason delimited by size
        " " delimited by size
        input-record delimited by size
        into reject-record
    end-string.
    move batch-header-date to reject-record(95:8).
    move batch-header-system to reject-record(103:8).
    if reject-reason = "DUP-REQUEST"
        move original-run-date to reject-record(111:8)
    end-if.
    write reject-record.

*> ----------------------------------------------------------------
*> Opens REJFILE, extending a resumed run's reject file (or a batch
*> window's, under APPEND=Y) the same extend-or-create way
*> open-csv-file handles CSVFILE, so a resume never loses the
*> rejects the abended run already recorded.
*> ----------------------------------------------------------------
open-reject-file.
    if resume-requested or append-requested
        open extend reject-file
        if reject-status not = "00"
            close reject-file
    end-if.
    if reject-status not = "00"
        display "Unable to open REJFILE, status " reject-status
        move 16 to return-code
        perform abandon-run
    end-if.

*> ----------------------------------------------------------------
*> non-convergences the abended run already recorded.
*> ----------------------------------------------------------------
open-exception-file.
    if resume-requested or append-requested
        open extend exception-file
        if exception-status not = "00"
            close exception-file
    end-if.
    if exception-status not = "00"
        display "Unable to open EXCPFILE, status " exception-status
        move 16 to return-code
        perform abandon-run
    end-if.

*> ----------------------------------------------------------------

*> ----------------------------------------------------------------
*> Opens RPTFILE. A resumed run (RESUME=Y on the PARM card) extends
*> the report left behind by the prior run, and so does a transfer
*> in a batch window (APPEND=Y) the report its window's earlier
*> transfers wrote; if RPTFILE does not yet exist to extend, it is
*> created instead, the same extend-or-create fallback
*> open-audit-file uses for AUDITLOG. A fresh run always starts
*> RPTFILE clean.
*> ----------------------------------------------------------------
open-report-file.
    if resume-requested or append-requested
        open extend report-file
        if report-status not = "00"
            close report-file
    end-if.
    if report-status not = "00"
        display "Unable to open RPTFILE, status " report-status
        move 16 to return-code
        perform abandon-run
    end-if.

*> ----------------------------------------------------------------
*> ----------------------------------------------------------------
open-csv-file.
    if csv-output-requested
        if resume-requested or append-requested
            open extend csv-file
            if csv-status not = "00"
                close csv-file
        end-if
        if csv-status not = "00"
            display "Unable to open CSVFILE, status " csv-status
            move 16 to return-code
            perform abandon-run
        end-if
    end-if.

*> zero regardless of whatever checkpoint RESTARTF may still hold,
*> so a leftover checkpoint from a completed, unrelated run is never
*> mistaken for one to pick up from. Absent RESTARTF, or no record
*> ever written to it, also simply means "start at zero". Read once
*> the header has been validated, so the checkpoint is only taken
*> up when it belongs to this very transfer: in a resumed batch
*> window, every transfer but the one that was cut short starts
*> from the top.
*> ----------------------------------------------------------------
read-restart-checkpoint.
    move zero to restart-record-number.
        if restart-status = "00"
            read restart-file
                at end continue
                not at end perform take-restart-checkpoint
            end-read
            close restart-file
        end-if
    end-if.

take-restart-checkpoint.
    if restart-header-date = batch-header-date
        and restart-header-system = batch-header-system
        and restart-stated-count = stated-record-count
        move restart-count to restart-record-number
    else
        if restart-count not = zero
            display "RESTARTF checkpoint belongs to transfer DATE="
                restart-header-date " SYSTEM=" restart-header-system
                " COUNT=" restart-stated-count
                "; this transfer starts from the top."
        end-if
    end-if.

*> ----------------------------------------------------------------
*> Updates RESTARTF's one checkpoint record in place: OPEN I-O and
*> REWRITE the record already there, falling back to OPEN OUTPUT and
        if restart-status not = "00"
            display "Warning: unable to open RESTARTF for checkpoint, status " restart-status
        else
            perform build-restart-record
            write restart-record
            close restart-file
        end-if
    else
        read restart-file
            at end
                perform build-restart-record
                write restart-record
            not at end
                perform build-restart-record
                rewrite restart-record
        end-read
        if restart-status not = "00"
        close restart-file
    end-if.

build-restart-record.
    move record-count to restart-count.
    move batch-header-date to restart-header-date.
    move batch-header-system to restart-header-system.
    move stated-record-count to restart-stated-count.

*> ----------------------------------------------------------------
*> Wall-clock bookkeeping for the operator status file and the
*> SUMMARY line: where the run's clock started, where it stands,
        call "nthroot" using usernum, root-degree, babanswer,
                             iteration-count,
                             convergence-tolerance, max-iteration-cap,
                             converged-switch, engine-release
        if usernum < 0
            *> Only an odd root gets here: minus the root of the
            *> magnitude, the one real answer.
            compute cobanswer = 0 -
                function exp(function log(0 - usernum) / root-degree)
        else
            if root-degree = 2
                compute cobanswer = function sqrt(usernum)
            else
                compute cobanswer =
                    function exp(function log(usernum) / root-degree)
            end-if
        end-if
        if calculation-converged
            perform add-to-history
*> Checks the results history master for this number / tolerance /
*> degree before anything is computed; a hit reuses the stored
*> answers and iteration count and flags the result CACHED. The
*> key fields stay set for add-to-history on a miss. The master
*> is keyed on the magnitude: an odd root of a negative number is
*> minus the root of its magnitude, so the stored answers are
*> reused with the sign put back. A record saved under another
*> engine release is stale: it is left alone here, the request is
*> computed as on a miss, and add-to-history replaces it.
*> ----------------------------------------------------------------
lookup-history.
    move "N" to history-stale-switch.
    if history-available
        perform set-history-number
        move convergence-tolerance to hist-tolerance
        move root-degree to hist-degree
        read history-file
            invalid key continue
            not invalid key
                if hist-engine = engine-release
                    perform reuse-history-record
                else
                    move "Y" to history-stale-switch
                    add 1 to cache-stale
                end-if
        end-read
    end-if.

reuse-history-record.
    move hist-babanswer to babanswer.
    move hist-cobanswer to cobanswer.
    if usernum < 0
        compute babanswer = 0 - hist-babanswer
        compute cobanswer = 0 - hist-cobanswer
    end-if.
    move hist-iterations to iteration-count.
    move "CACHED" to cache-flag.
    perform count-history-hit.

set-history-number.
    if usernum < 0
        compute hist-number = 0 - usernum
    else
        move usernum to hist-number
    end-if.

*> The hit that just happened is recorded on the record itself -
*> one more hit, stamped now - so HISTAGE can tell the records
*> earning their keep from the one-off numbers of last winter. A
*> The key is set afresh here rather than trusted from the read
*> lookup-history just took, since a record area is not reliable
*> after an unsuccessful keyed read. A write that fails (another
*> job got there first, say) costs nothing but the reuse. A stale
*> record lookup-history found is replaced in place, starting over
*> as a fresh record under the current release.
*> ----------------------------------------------------------------
add-to-history.
    if history-available
        perform set-history-number
        move convergence-tolerance to hist-tolerance
        move root-degree to hist-degree
        move babanswer to hist-babanswer
        move cobanswer to hist-cobanswer
        if usernum < 0
            compute hist-babanswer = 0 - babanswer
            compute hist-cobanswer = 0 - cobanswer
        end-if
        move iteration-count to hist-iterations
        perform build-audit-timestamp
        move audit-timestamp to hist-stamp
        move zero to hist-hits
        move audit-timestamp to hist-last-ref
        move engine-release to hist-engine
        if history-record-stale
            rewrite history-record
                invalid key continue
            end-rewrite
        else
            write history-record
                invalid key continue
            end-write
        end-if
    end-if.

calculate-and-display.
        request-dept delimited by size
        "  " delimited by size
        degree-edit delimited by size
        " " delimited by size
        usernum-edit delimited by size
        " " delimited by size
        babanswer-edit delimited by size
        " " delimited by size
        cobanswer-edit delimited by size
        "  " delimited by size
        iteration-edit delimited by size
        request-dept delimited by size
        "  " delimited by size
        degree-edit delimited by size
        " " delimited by size
        usernum-edit delimited by size
        " " delimited by size
        babanswer-edit delimited by size
        " " delimited by size
        cobanswer-edit delimited by size
        "  " delimited by size
        iteration-edit delimited by size
        display "Average iterations to converge: " average-iterations-edit
        display "History master hits: " cache-count-edit
            "  misses: " cache-count-edit-2
        if cache-stale > zero
            move cache-stale to cache-stale-edit
            display "Stale history records replaced: " cache-stale-edit
                " (engine release " engine-release ")"
        end-if
        perform write-summary-to-audit
    end-if.

        "  SUMMARY  COUNT=" delimited by size
        calculation-count-edit delimited by size
        "  MIN=" delimited by size
        function trim(usernum-edit) delimited by size
        "  MAX=" delimited by size
        function trim(usernum-maximum-edit) delimited by size
        "  AVGITER=" delimited by size
        average-iterations-edit delimited by size
        "  HIT=" delimited by size
