*> grep of RPTFILE, REJFILE, EXCPFILE and AUDITLOG in turn.
*>
*> Shared by main-program (batch-file mode writes a record per
*> request as it is classified and calculated), reqinq (the
*> inquiry program) and rejcorr (the reject correction program,
*> which moves a rejected request's record to CORRECTED when it is
*> resubmitted corrected, or WITHDRAWN).
*>
*> rs-system and rs-stated-count name the transfer that recorded
*> the outcome (with rs-run-date, the run-control key of that
*> transfer on RUNCTLF), so classify-and-process-record can tell
*> a request this same transfer already recorded on an earlier,
*> abended attempt apart from a repeat of one an earlier transfer
*> was already answered for (DUP-REQUEST).
*>
*> rs-outcome is twelve characters wide, the width of the longest
*> reason code (NO-REAL-ROOT).
*>
*> Used via:
*>     copy reqstat.
         10 rs-dept pic x(04).
         10 rs-run-date pic x(08).
         10 rs-seq pic 9(04).
     05 rs-outcome pic x(12).
     05 rs-degree pic 9(02).
     05 rs-usernum pic s9(15)v9(9).
     05 rs-answer pic s9(15)v9(9).
     05 rs-stamp pic x(19).
     05 rs-system pic x(08).
     05 rs-stated-count pic 9(08).
