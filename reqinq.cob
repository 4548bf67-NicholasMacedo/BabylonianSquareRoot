*>               "what happened to REQ00123" is answered while the
*>               requester is still on the phone instead of after
*>               a grep of RPTFILE, REJFILE, EXCPFILE and AUDITLOG.
*>   2026-10-15  Number and answer shown with their sign (odd roots
*>               of negative numbers); outcomes are now up to
*>               twelve characters (NO-REAL-ROOT).

identification division.
program-id. reqinq.
01 matches-shown pic s9(4).

*> Edited fields used to lay the answer lines out.
01 usernum-edit pic -(15)9.9(09).
01 answer-edit pic -(15)9.9(09).
01 degree-edit pic Z9.

procedure division.
