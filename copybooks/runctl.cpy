*> ==============================================================
*> RUNCTL - shared run-control master record layout for the
*> Babylonian square root system.
*>
*> One record per INFILE transfer ever processed (RUNCTLF, indexed
*> on the header's run date and originating system plus the
*> trailer's stated record count, so two different files from the
*> same system on the same day are two transfers): how the run
*> ended - STARTED while it is in flight, COMPLETE, or FAILED on a
*> trailer balance rejection - when it started and ended, its
*> final control totals and the step's return code.
*>
*> Two more statuses are set only by hand, through RUNMNT: VOID,
*> a COMPLETE run an authorized operator has released to be
*> processed again, and ABANDON, an orphaned STARTED run closed
*> out. main-program takes either over like a STARTED record when
*> the transfer is next submitted. rc-change-stamp,
*> rc-change-operator and rc-change-reason record the last such
*> change (spaces until there is one) and survive the re-run, so
*> the master still shows why a transfer was processed twice.
*>
*> Written by main-program (registration at the start of a batch
*> run, the verdict at the end) and runmnt (VOID / ABANDON);
*> read by sqwindow for each transfer's line on the batch window
*> report and by turnrpt for each request's run.
*>
*> Used via:
*>     copy runctl.
*> ==============================================================
 01 runctl-record.
     05 runctl-key.
         10 rc-header-date pic x(08).
         10 rc-header-system pic x(08).
         10 rc-stated-count pic 9(08).
     05 rc-run-status pic x(08).
     05 rc-start-stamp pic x(19).
     05 rc-end-stamp pic x(19).
     05 rc-records-read pic 9(08).
     05 rc-records-processed pic 9(08).
     05 rc-records-rejected pic 9(08).
     05 rc-return-code pic 9(02).
     05 rc-change-stamp pic x(19).
     05 rc-change-operator pic x(08).
     05 rc-change-reason pic x(40).
