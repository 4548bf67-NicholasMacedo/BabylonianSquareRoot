*>   2026-09-02  AUDITLOG records widened to 180 bytes alongside
*>               main-program's widening (the SUMMARY line now
*>               carries the run's elapsed time).
*>   2026-10-15  DEPTMNT's department-change lines (DEPTMAST) are
*>               recognized as control lines too.
*>   2026-10-15  Likewise REJCORR's reject-correction lines
*>               (CORRECT).
*>   2026-10-15  Detail-line number columns widened by one to carry
*>               a minus sign (real roots of negative numbers); a
*>               negative input is banded by its magnitude.
*>   2026-10-15  RUNMNT's run-control change lines (RUNCTL) are
*>               recognized as control lines too.

identification division.
program-id. auditanl.
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
        or al-request-id(1:7) = "PROFILE"
        or al-request-id(1:8) = "BATCHHDR"
        or al-request-id(1:7) = "BALANCE"
        or al-request-id(1:8) = "DEPTMAST"
        or al-request-id(1:7) = "CORRECT"
        or al-request-id(1:6) = "RUNCTL"
        add 1 to lines-control
    else
        if al-date < from-date or al-date > to-date
        else
            compute detail-iterations = function numval(al-iterations)
            compute detail-usernum = function numval(al-usernum)
            if detail-usernum < zero
                compute detail-usernum = zero - detail-usernum
            end-if
            add 1 to lines-selected
            perform tally-day
            perform tally-month
