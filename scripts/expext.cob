program-id. expext.

*> Monthly payment extract for travel-expenses claims: every claim
*> still marked claimed-but-unpaid - or whose last payment finance
*> returned as failed - goes out to the payment file for
*> finance - one line per claim plus a trailer with the count and
*> total so their batch checks reconcile - and the claim is marked
*> paid with today's date. The claims file itself is streamed
copy "expnrec.cpy".

fd expenses-work.
01 expenses-work-record  pic x(101).

fd payment-extract.
01 payment-line          pic x(80).

    if not at-eof
        add 1 to ws-rl-read
        if exp-is-claimed or exp-payment-failed
            perform write-payment-line
            move "P" to exp-status
            move ws-run-date to exp-paid-date
            move spaces to exp-remit-date exp-fail-reason
        end-if
        move expense-record to expenses-work-record
        write expenses-work-record
