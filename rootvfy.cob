*>               (an answer whose power overflows the work field
*>               fails outright), so the response files only go
*>               out the door behind a clean verification.
*>   2026-10-15  Reads RPTFILE's signed number columns: an odd root
*>               of a negative number is verified the same way, its
*>               negative answer multiplied out to a negative power
*>               and compared with the negative number asked for.

identification division.
program-id. rootvfy.
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
*> Work fields for laying out the report.
01 count-edit pic ZZZ,ZZZ,ZZ9.
01 residual-edit pic Z(14)9.9(09).
01 usernum-edit pic -(15)9.9(09).
01 answer-edit pic -(15)9.9(09).
01 degree-edit pic Z9.
01 tolerance-edit pic Z(5)9.9(09).

