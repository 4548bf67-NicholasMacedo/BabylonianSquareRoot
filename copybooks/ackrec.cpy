*> ==============================================================
*> ACKREC - shared receipt-acknowledgement record layout for the
*> Babylonian square root system.
*>
*> One acknowledgement per INFILE transfer (ACKFILE), written by
*> main-program's batch-file mode the moment the transfer's header
*> and trailer are settled, so the submitting system learns what
*> became of it without waiting for the response files. Bracketed
*> the same way RSPSPLIT brackets a response file and REQREC
*> brackets an inbound transfer:
*>
*>   *HEADER*  today's date, our system name (SQROOT) and, in
*>             columns 25-32, the originating system the
*>             acknowledgement is addressed to.
*>   ACK/NAK   one data record naming the transfer (its header
*>             run date and originating system), the record count
*>             its trailer stated, the record count and hash total
*>             we received, the transfer's status on the
*>             run-control master and, on a NAK, the reason code:
*>               EMPTY-XFER    nothing at all was received
*>               NO-HEADER     first record is not a *HEADER*
*>               BAD-HDR-DATE  header date not a valid YYYYMMDD
*>               STALE-HDR     header date more than 7 days old
*>               FUTURE-HDR    header date later than today
*>               DUPLICATE-XFER the transfer was already
*>                             processed COMPLETE; do not resend
*>               NO-TRAILER    end of file without a *TRAILER
*>               BAD-TRAILER   trailer count or hash not numeric
*>               EXTRA-DATA    records after the trailer
*>               OUTOFBAL      count or hash does not balance
*>               HASHOVRFLW    hash total beyond the contract
*>             A NAK'd transfer (other than DUPLICATE-XFER) may be
*>             corrected and resent at once.
*>   *TRAILER  the data-record count (always 1) and the hash total
*>             of the data record's received-hash field, the same
*>             balance a response file's trailer gives.
*>
*> A received count and hash not yet known when the transfer is
*> refused (a header rejection, a duplicate) are zero.
*>
*> Used via:
*>     copy ackrec.
*> ==============================================================
 01 ack-record.
     05 ack-type pic x(03).
     05 filler pic x(01).
     05 ack-transfer-date pic x(08).
     05 filler pic x(01).
     05 ack-transfer-system pic x(08).
     05 filler pic x(01).
     05 ack-stated-count pic 9(08).
     05 filler pic x(01).
     05 ack-received-count pic 9(08).
     05 filler pic x(01).
     05 ack-received-hash pic -(13)9.9(09).
     05 filler pic x(01).
     05 ack-run-status pic x(08).
     05 filler pic x(01).
     05 ack-reason pic x(14).

*> Header view: first record of every acknowledgement.
 01 ack-header-record.
     05 ack-header-tag pic x(08).
     05 ack-header-date pic x(08).
     05 ack-header-system pic x(08).
     05 ack-header-addressee pic x(08).
     05 filler pic x(57).

*> Trailer view: last record of every acknowledgement.
 01 ack-trailer-record.
     05 ack-trailer-tag pic x(08).
     05 ack-trailer-count pic 9(08).
     05 ack-trailer-hash pic -(13)9.9(09).
     05 filler pic x(49).
