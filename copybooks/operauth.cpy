*> ==============================================================
*> OPERAUTH - shared operator-authorization list layout for the
*> Babylonian square root system.
*>
*> One line per operator per function they may perform
*> (OPERAUTH, a plain text list kept by operations management):
*> the operator ID typed at a maintenance screen's sign-on prompt
*> in columns 1-8, the function code in columns 10-17. A screen
*> that changes what a batch run did checks the list before it
*> lets anything be changed, and stamps the operator ID on every
*> audit line it writes.
*>
*> Function codes:
*>     CORRECT   correct or withdraw rejected requests (REJCORR)
*>     RUNCTL    void or abandon run-control records (RUNMNT)
*>
*> Used via:
*>     copy operauth.
*> ==============================================================
 01 operauth-record.
     05 oa-operator pic x(08).
     05 filler pic x(01).
     05 oa-function pic x(08).
