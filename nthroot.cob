*>               field. The loop still refines the seed on its own
*>               terms, and degree 2 keeps the original orignum / 2
*>               start unchanged.
*>   2026-10-15  A negative orignum (odd degrees only; the caller
*>               turns even ones away) is seeded from minus the root
*>               of its magnitude. The Newton step itself needs no
*>               change: tempans ** (degree - 1) is an even power,
*>               so guess keeps orignum's sign and the iteration
*>               converges on the one real root.
*>   2026-10-15  Engine release: every call now passes back the
*>               release of this engine (engine-release-level
*>               below), which main-program stamps on each HISTFILE
*>               record it saves, so a result an earlier release
*>               produced can be told apart and recomputed. A
*>               degree of zero asks for the release alone and
*>               returns before anything is calculated. Change
*>               engine-release-level whenever a change here can
*>               alter an answer.

identification division.
program-id. nthroot.
*> Used in the "for" loop.
77 i picture s9(4).

*> The release of this engine, passed back on every call. Moved on
*> whenever a change to the calculation can alter an answer, so
*> results saved under an earlier release are recomputed rather
*> than reused; the date the calculation last changed.
01 engine-release-level pic x(08) value "20261015".


*> Variables passed into function.
linkage section.
*> "N" when it ran out at max-iterations without converging.
01 converged pic x(01).

*> Returns the engine release the answer was calculated under.
01 engine-release pic x(08).


procedure division using orignum, degree, result, iterations, convergence-tolerance, max-iterations, converged, engine-release.
    move engine-release-level to engine-release.
    if degree = zero
        goback                                    *> Release inquiry only.
    end-if.
    if degree = 2
        compute tempans = orignum / 2             *> Same starting guess sqroot uses.
    else
        *> degree - 1 stays near orignum / root and cannot
        *> overflow the work field the way orignum / 2 raised to
        *> degree - 1 does for large inputs.
        if orignum < 0
            compute tempans =
                0 - function exp(function log(0 - orignum) / degree)
        else
            compute tempans =
                function exp(function log(orignum) / degree)
        end-if
    end-if.
    compute degree-less-one = degree - 1.
    move zero to convergence-diff.
