*>               in an older report layout, say) are skipped and
*>               counted, so every line of both files is accounted
*>               for.
*>   2026-10-15  Number columns widened by one to carry a minus sign
*>               (real roots of negative numbers); a baseline in the
*>               older layout still lines up, the sign column simply
*>               standing blank.

identification division.
program-id. rptcomp.
    05 bl-dept pic x(04).
    05 filler pic x(02).
    05 bl-degree pic x(02).
    05 filler pic x(01).
    05 bl-usernum pic x(26).
    05 filler pic x(01).
    05 bl-babanswer pic x(26).
    05 filler pic x(01).
    05 bl-cobanswer pic x(26).
    05 filler pic x(02).
    05 bl-iterations pic x(04).
    05 filler pic x(55).
    05 cl-dept pic x(04).
    05 filler pic x(02).
    05 cl-degree pic x(02).
    05 filler pic x(01).
    05 cl-usernum pic x(26).
    05 filler pic x(01).
    05 cl-babanswer pic x(26).
    05 filler pic x(01).
    05 cl-cobanswer pic x(26).
    05 filler pic x(02).
    05 cl-iterations pic x(04).
    05 filler pic x(55).

*> Work fields for laying out the report.
01 count-edit pic ZZZ,ZZZ,ZZ9.
01 answer-edit pic -(15)9.9(09).
01 answer-edit-2 pic -(15)9.9(09).
01 movement-edit pic Z(14)9.9(09).
01 iteration-edit pic ZZZ9.
01 iteration-edit-2 pic ZZZ9.
