*> ==============================================================
*> DEPTREC - shared department master record layout for the
*> Babylonian square root system.
*>
*> One record per requesting department (DEPTFILE, indexed on
*> the four-character department code INFILE carries): its name,
*> whether it may submit work at all, which root degrees it may
*> order, and how many calculations it may have in one processing
*> day. The house account HOUS answers for work that carries no
*> department code. Departments are maintained with DEPTMNT,
*> which deactivates rather than deletes, so an old code can never
*> silently pick up a reused record.
*>
*> dept-degree-allowed is subscripted by the degree itself
*> (2 through 9; position 1 is never used): "Y" lets the
*> department order that root. dept-daily-quota of zero means no
*> limit. dept-quota-date/dept-quota-used are the running count
*> main-program keeps against the quota, started afresh on the
*> first request of each new processing day. dept-target-hours is
*> the turnaround the department has been promised, in hours from
*> its transfer's header run date to the answer (zero: TURNRPT's
*> PARM-set default applies).
*>
*> Shared by main-program (batch-file validation and the quota
*> count), deptmnt (the maintenance program), chgback (names and
*> the billable list), rspsplit (the valid list) and turnrpt
*> (names and service-level targets).
*>
*> Used via:
*>     copy deptrec.
*> ==============================================================
 01 dept-record.
     05 dept-key.
         10 dept-code pic x(04).
     05 dept-name pic x(30).
     05 dept-active pic x(01).
     05 dept-degree-flags.
         10 dept-degree-allowed pic x(01) occurs 9 times.
     05 dept-daily-quota pic 9(08).
     05 dept-quota-date pic 9(08).
     05 dept-quota-used pic 9(08).
     05 dept-updated pic x(19).
     05 dept-target-hours pic 9(04).
