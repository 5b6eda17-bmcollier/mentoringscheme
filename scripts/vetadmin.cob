*> "record" writes or replaces the mentor's vetting record; "revoke"
*> marks the existing record revoked, which drops the mentor out of
*> the matching pool at once.
*> action=subscribe&person=<id>&subscription=<id>&surname=<surname>
*> &consent=<yyyymmdd> records that the mentor has joined the DBS
*> Update Service and consented to status checks, so the monthly
*> status-check extract includes them; action=unsubscribe takes
*> them out again. A replacement certificate keeps the
*> subscription but clears the last status-check result, which
*> belonged to the old one.

environment division.
input-output section.
01 ws-issued            pic x(8).
01 ws-expiry            pic x(8).
01 ws-vstatus           pic x(12).
01 ws-subscription      pic x(20).
01 ws-surname           pic x(30).
01 ws-consent           pic x(8).
01 ws-vet-held          pic x value "N".
   88 vetting-held         value "Y".

01 ws-pair-table.
   05 ws-pair occurs 10 times pic x(100).
main-line.
    move spaces to ws-action ws-person ws-reference
    move spaces to ws-issued ws-expiry ws-vstatus
    move spaces to ws-subscription ws-surname ws-consent
    perform split-submission
    perform parse-all-pairs

            perform record-vetting thru record-vetting-exit
        when "revoke"
            perform revoke-vetting
        when "subscribe"
            perform subscribe-vetting thru subscribe-vetting-exit
        when "unsubscribe"
            perform unsubscribe-vetting
        when other
            display '{"error": "unknown action"}'
    end-evaluate
            move function trim(ws-val) to ws-expiry
        when "status"
            move function trim(ws-val) to ws-vstatus
        when "subscription"
            move function trim(ws-val) to ws-subscription
        when "surname"
            move function trim(ws-val) to ws-surname
        when "consent"
            move function trim(ws-val) to ws-consent
        when other
            continue
    end-evaluate.
        go to record-vetting-exit
    end-if

    *> Any Update Service subscription already held is kept.
    move "N" to ws-vet-held
    move ws-person-key to vet-person-id
    read vetting-file key is vet-person-id
        invalid key
            move spaces to vet-update-service vet-subscription-id
            move spaces to vet-cert-surname vet-consent-date
            move spaces to vet-last-check-date vet-last-check-result
        not invalid key
            move "Y" to ws-vet-held
    end-read
    if vetting-held and ws-reference not = vet-reference
        move spaces to vet-last-check-date vet-last-check-result
    end-if

    move ws-person-key to vet-person-id
    move ws-reference to vet-reference
    move ws-issued to vet-issue-date
    else
        move "C" to vet-status
    end-if
    if vetting-held
        rewrite vetting-record
    else
        write vetting-record
    end-if
    display '{"status": "vetting recorded"}'.

record-vetting-exit.
            display '{"status": "vetting revoked"}'
    end-read.

*> The subscription goes on the existing vetting record - the
*> certificate has to be recorded first.
subscribe-vetting.
    if ws-subscription = spaces or ws-surname = spaces
       or ws-consent = spaces
        display '{"error": "subscription, surname and consent required"}'
        go to subscribe-vetting-exit
    end-if
    if function trim(ws-consent) is not numeric
       or function length(function trim(ws-consent)) not = 8
        display '{"error": "dates must be yyyymmdd"}'
        go to subscribe-vetting-exit
    end-if

    move ws-person-key to vet-person-id
    read vetting-file key is vet-person-id
        invalid key
            display '{"error": "no vetting record for person"}'
        not invalid key
            move "Y" to vet-update-service
            move ws-subscription to vet-subscription-id
            move function upper-case(ws-surname) to vet-cert-surname
            move ws-consent to vet-consent-date
            rewrite vetting-record
            display '{"status": "update service subscription recorded"}'
    end-read.

subscribe-vetting-exit.
    exit.

unsubscribe-vetting.
    move ws-person-key to vet-person-id
    read vetting-file key is vet-person-id
        invalid key
            display '{"error": "no vetting record for person"}'
        not invalid key
            move spaces to vet-update-service
            rewrite vetting-record
            display '{"status": "update service subscription removed"}'
    end-read.

end program vetadmin.
