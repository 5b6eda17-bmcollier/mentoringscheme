*> &relationship=<text>&date=<yyyymmdd>.
*> Consent is tied to the person-id, so it survives matching and
*> re-matching; withdrawing consent drops the mentee out of the
*> matching pool at the next run. Consent is still given child by
*> child, so the response lists the other members of the mentee's
*> household, if they are in one, for the coordinator to consider
*> whether the same guardian's consent is wanted for them too.

environment division.
input-output section.
01 ws-person-ok         pic x value "N".
   88 person-checks-out    value "Y".

01 ws-status-text       pic x(30).
01 ws-household-id      pic x(10).
01 ws-household-members pic x(2000).
01 ws-household-count   pic 9(2).

linkage section.
01 post-body-in         pic x(8192).

        invalid key
            rewrite consent-record
    end-write
    move "consent recorded" to ws-status-text
    perform display-consent-status.

record-consent-exit.
    exit.
            move "W" to cons-status
            accept cons-withdrawn-date from date yyyymmdd
            rewrite consent-record
            move "consent withdrawn" to ws-status-text
            perform display-consent-status
    end-read.

display-consent-status.
    call "hhmemb" using by reference ws-person-key
        ws-household-id ws-household-members ws-household-count
    if ws-household-count = 0
        display
            function concatenate ('{"status": "',
                function trim(ws-status-text), '"}')
        end-display
    else
        display
            function concatenate ('{"status": "',
                function trim(ws-status-text),
                '", "household-members": ',
                function trim(ws-household-members), '}')
        end-display
    end-if.

end program consadm.
