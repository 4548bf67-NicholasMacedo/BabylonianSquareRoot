*>               PARM-set TARGET= of the tightest run, so a
*>               profile's values can be picked from one report
*>               and keyed into PROFMNT the same day.
*>   2026-10-15  NTHROOT now passes back its engine release; the
*>               heading names the release the sweep was run
*>               under, since a profile tuned against one engine
*>               may want revisiting after the next.

identification division.
program-id. roottune.
01 call-maxiter pic s9(4).
01 converged-switch pic x(01).
    88 call-converged value "Y".
01 engine-release pic x(08) value spaces.

*> The recommendation scan per degree: the cheapest qualifying
*> combination seen so far.
    call "nthroot" using call-number, call-degree, call-answer,
                         call-iterations,
                         call-tolerance, call-maxiter,
                         converged-switch, engine-release.
    move call-answer to smp-baseline(sample-sub).

*> ----------------------------------------------------------------
    call "nthroot" using call-number, call-degree, call-answer,
                         call-iterations,
                         call-tolerance, call-maxiter,
                         converged-switch, engine-release.
    move call-degree to degree-sub.
    add 1 to st-calcs(combo-sub, degree-sub).
    add call-iterations
    string "TOLERANCE / MAXITER TUNING SWEEP  (TARGET MOVEMENT "
        delimited by size
        target-edit delimited by size
        ")  ENGINE RELEASE " delimited by size
        engine-release delimited by size
        into tuning-record
    end-string.
    write tuning-record.
