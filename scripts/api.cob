   organization is line sequential
   file status is au-status.

   select audit-chain assign to "data/auditchn.dat"
   organization is line sequential
   file status is ac-status.

   select audit-chain-lock assign to "data/auditchn.lck"
   organization is line sequential
   sharing with no other
   file status is al-status.

   select apikeys-master assign to "data/apikeys.dat"
   organization is line sequential
   file status is ak-status.

fd audit-log.
01 audit-line           pic x(120).
01 audit-chained-line.
   05 audit-text        pic x(110).
   05 audit-check       pic 9(10).

fd audit-chain.
copy "audchnrc.cpy".

fd audit-chain-lock.
01 audit-chain-lock-record pic x(8).

fd apikeys-master.
copy "apikeyrc.cpy".
01 au-line-ptr          pic 9(4).
01 audit-date           pic x(8).
01 audit-time           pic x(8).
*> Tamper-evident chain over the audit lines: the previous line's
*> check value comes off the chain record, taken under the chain
*> lock so two calls finishing together cannot both chain from it.
01 ac-status            pic xx.
01 al-status            pic xx.
01 ws-chain-lock-held   pic x     value "N".
   88 chain-lock-held      value "Y".
01 ws-chain-lock-tries  pic 9(2)  value 0.
01 ws-prior-check       pic 9(10) value 0.
01 ws-new-check         pic 9(10) value 0.
01 in-status            pic xx.
01 newline              pic x     value x'0a'.
01 value-string         pic x(256).
01 request-method       pic x(10).
01 ws-route-matched     pic x     value "N".
   88 route-matched        value "Y".
*> Whether a requested past report generation is held, worked out
*> before the headers so a missing copy gets a 404 under JSON.
01 ws-rpt-mode          pic x(1).
01 ws-rpt-found         pic x(1)  value "N".
   88 report-copy-held     value "Y".

01 raw-uri              pic x(256).
01 query-from-uri       pic x(256).
01 ws-key-owner          pic x(30).
01 ws-key-scope          pic x(8).
01 ws-key-today          pic x(8).
01 ws-key-person         pic x(10).
01 ws-route-person       pic x(10).
01 ws-id-numeric         pic 9(10) value 0.

*> Monthly quota enforcement: the audit trail is the meter, so the
*> month's calls for the matched key's owner are counted off the
        if person is equal to "exclusions"
            move "Y" to ws-route-matched
        end-if
        if person is equal to "venues"
            move "Y" to ws-route-matched
        end-if
        if person is equal to "closures"
            move "Y" to ws-route-matched
        end-if
        if person is equal to "coordinators"
            move "Y" to ws-route-matched
        end-if
        if person is equal to "recruits"
            move "Y" to ws-route-matched
        end-if
        if person is equal to "referrals"
            move "Y" to ws-route-matched
        end-if
        if person is equal to "safeguarding"
            move "Y" to ws-route-matched
        end-if
        if person is equal to "surveys"
            move "Y" to ws-route-matched
        end-if
        if person is equal to "alumni"
            move "Y" to ws-route-matched
        end-if
        if person is equal to "suspense"
            move "Y" to ws-route-matched
        end-if
        if person is equal to "households"
            move "Y" to ws-route-matched
        end-if
    else
        if person is equal to "people"
            move "Y" to ws-route-matched
                move "Bad Request" to ws-resp-text
            end-if
        end-if
        if person is equal to "mentor" and sub-resource is equal to "calendar"
            move "Y" to ws-route-matched
            if C3 = 0
                move 400 to ws-resp-status
                move "Bad Request" to ws-resp-text
            end-if
        end-if
        if person is equal to "mentor" and sub-resource is equal to "summary"
            move "Y" to ws-route-matched
            if C3 = 0
                move 400 to ws-resp-status
                move "Bad Request" to ws-resp-text
            end-if
        end-if
        if person is equal to "matches"
            move "Y" to ws-route-matched
        end-if
                move "Bad Request" to ws-resp-text
            end-if
        end-if
        if person is equal to "suspense"
            move "Y" to ws-route-matched
        end-if
        if person is equal to "reports"
            move "Y" to ws-route-matched
            move "N" to ws-rpt-found
            if person-id not = spaces and sub-resource not = spaces
                move "C" to ws-rpt-mode
                call "rptget" using by reference person-id sub-resource
                    ws-rpt-mode ws-rpt-found
                if not report-copy-held
                    move 404 to ws-resp-status
                    move "Not Found" to ws-resp-text
                end-if
            end-if
        end-if
    end-if

    if not route-matched

    *> Every route needs a live key, and writes need the admin scope
    *> - except /api/health, which carries no data and has to stay
    *> reachable by the uptime monitor. Emergency contacts are read
    *> with the admin (coordinator) scope too, never a read or partner
    *> key, and so is the enrolment suspense list, which carries the
    *> names of people not yet on file, and so are past report
    *> generations, which name participants. A partner-portal key
    *> reads a mentor summary only for the mentor the key is issued
    *> for. Authorisation outranks any route-level 400 worked out
    *> above.
    move "Y" to ws-authorised
    if route-matched and person not = "health"
        if not key-is-valid
                move 403 to ws-resp-status
                move "Forbidden" to ws-resp-text
            end-if
            if person is equal to "people"
               and sub-resource is equal to "emergency"
               and function trim(ws-key-scope) not = "admin"
                move "N" to ws-authorised
                move 403 to ws-resp-status
                move "Forbidden" to ws-resp-text
            end-if
            if (person is equal to "suspense"
                or person is equal to "reports")
               and function trim(ws-key-scope) not = "admin"
                move "N" to ws-authorised
                move 403 to ws-resp-status
                move "Forbidden" to ws-resp-text
            end-if
            if person is equal to "mentor"
               and sub-resource is equal to "summary"
               and function trim(ws-key-scope) = "partner"
                perform normalise-route-person
                if ws-key-person = spaces
                   or ws-route-person not = ws-key-person
                    move "N" to ws-authorised
                    move 403 to ws-resp-status
                    move "Forbidden" to ws-resp-text
                end-if
            end-if
        end-if
        if request-authorised and key-is-valid
           and ws-key-quota > 0
        end-if
    end-if.

*> The id off the URL in the master's zero-padded key form, for
*> setting against a key's own mentor.
normalise-route-person.
    move spaces to ws-route-person
    if function trim(person-id) is numeric
        move function trim(person-id) to ws-id-numeric
        move ws-id-numeric to ws-route-person
    else
        move function trim(person-id) to ws-route-person
    end-if.

*> Work out whether this response's body is JSON or CSV - and so which
*> Content-type to send - before any header goes out. Only the person
*> and towns GET routes ever honour format=csv (root, health and
       and function trim(request-method) not equal to "POST"
       and (person is equal to "people" or person is equal to "towns"
            or person is equal to "matches")
       and sub-resource not = "emergency"
        move "text/csv" to ws-content-type
    end-if
    *> The mentor calendar feed is an iCalendar document - but only
    *> when it is actually going out; a refused or malformed request
    *> gets the usual JSON error body under a JSON header.
    if function trim(request-method) not equal to "POST"
       and person is equal to "mentor"
       and sub-resource is equal to "calendar"
       and ws-resp-status = 200
        move "text/calendar" to ws-content-type
    end-if
    *> So is a past report generation: the report text as it was
    *> printed, when the copy is held.
    if function trim(request-method) not equal to "POST"
       and person is equal to "reports"
       and report-copy-held
       and ws-resp-status = 200
        move "text/plain" to ws-content-type
    end-if.

*> Emit one of this program's own inline errors (the people route's
        function trim(request-method) " "
        function trim(value-string) " person-id="
        function trim(person-id)
        delimited by size into audit-text
        with pointer au-line-ptr
    end-string
    if key-is-valid
        string " key=" function trim(ws-key-owner)
            delimited by size into audit-text
            with pointer au-line-ptr
        end-string
    else
        string " key=none" delimited by size into audit-text
            with pointer au-line-ptr
        end-string
    end-if

    *> The line still goes out if the lock cannot be had - a missed
    *> access record is worse than a chain break the verification
    *> step will report.
    perform acquire-chain-lock
    perform read-chain-record
    call "auditchk" using by reference audit-text ws-prior-check
        ws-new-check
    move ws-new-check to audit-check

    open extend audit-log
    if au-status = "35"
        open output audit-log
    end-if
    write audit-line
    close audit-log

    perform write-chain-record
    if chain-lock-held
        close audit-chain-lock
    end-if.

*> Take the chain lock, waiting briefly for a concurrent call to
*> finish its audit line.
acquire-chain-lock.
    move "N" to ws-chain-lock-held
    move 0 to ws-chain-lock-tries
    perform try-chain-lock
        until chain-lock-held or ws-chain-lock-tries >= 5.

try-chain-lock.
    open extend audit-chain-lock
    if al-status = "35"
        open output audit-chain-lock
    end-if
    if al-status = "00"
        move "Y" to ws-chain-lock-held
    else
        add 1 to ws-chain-lock-tries
        call "C$SLEEP" using 1
    end-if.

*> No chain record yet means this is the first chained line.
read-chain-record.
    move 0 to ws-prior-check
    move 0 to chn-lines
    open input audit-chain
    if ac-status = "00"
        read audit-chain
            at end
                move 0 to chn-lines
            not at end
                if chn-last-check is numeric
                    move chn-last-check to ws-prior-check
                end-if
                if chn-lines is not numeric
                    move 0 to chn-lines
                end-if
        end-read
        close audit-chain
    end-if.

write-chain-record.
    add 1 to chn-lines
    move ws-new-check to chn-last-check
    move spaces to chn-last-stamp
    string audit-date "T" audit-time(1:6)
        delimited by size into chn-last-stamp
    end-string
    open output audit-chain
    if ac-status = "00"
        write audit-chain-record
        close audit-chain
    end-if.

*> Look the submitted key up in the API-keys reference file. Records
*> are all personal data for vulnerable young people, so person data
*> line.
check-api-key.
    move "N" to ws-key-valid
    move spaces to ws-key-owner ws-key-scope ws-key-person
    accept ws-key-today from date yyyymmdd
    if ws-api-key not = spaces
        open input apikeys-master
                move "Y" to ws-key-valid
                move ak-owner to ws-key-owner
                move ak-scope to ws-key-scope
                move spaces to ws-key-person
                if function trim(ak-person-id) is numeric
                   and ak-person-id not = spaces
                    move function trim(ak-person-id) to ws-id-numeric
                    move ws-id-numeric to ws-key-person
                end-if
                move 0 to ws-key-quota
                if function trim(ak-monthly-quota) is numeric
                   and ak-monthly-quota not = spaces
    if not at-eof-aud
       and audit-line(1:6) = ws-key-today(1:6)
        move spaces to ws-quota-hay
        move audit-text to ws-quota-hay
        move "N" to ws-quota-hit
        perform scan-one-quota-position
            varying ws-quota-pos from 1 by 1
send-auth-error.
    evaluate ws-resp-status
        when 403
            if function trim(request-method) is equal to "POST"
                move "this key may not use write routes" to ws-error-msg
            else
                evaluate true
                    when sub-resource is equal to "summary"
                        move "this key may not read this mentor's summary"
                            to ws-error-msg
                    when person is equal to "suspense"
                        move "this key may not read the enrolment suspense"
                            to ws-error-msg
                    when person is equal to "reports"
                        move "this key may not read past reports"
                            to ws-error-msg
                    when other
                        move "this key may not read emergency contacts"
                            to ws-error-msg
                end-evaluate
            end-if
        when 429
            move "monthly call quota exceeded for this key"
                to ws-error-msg
            move "person not found" to ws-error-msg
            perform display-api-error
        else
            if sub-resource is equal to "emergency"
                call "emerglst" using by reference person-id
            else
                call "person" using by reference person-id format-flag
                    page-num ws-filter-town ws-filter-role
                    ws-filter-status ws-filter-name
            end-if
        end-if
    end-if
    if value-string is equal to "/api"
            call "sessrpt" using by reference person-id
        end-if
    end-if
    if person is equal to "mentor" and sub-resource is equal to "calendar"
        move "Y" to ws-route-matched
        if C3 = 0
            display '{"error": "bad request - missing id"}'
        else
            call "mentcal" using by reference person-id
        end-if
    end-if
    if person is equal to "mentor" and sub-resource is equal to "summary"
        move "Y" to ws-route-matched
        if C3 = 0
            display '{"error": "bad request - missing id"}'
        else
            call "mentsum" using by reference person-id
        end-if
    end-if
    if person is equal to "matches"
        move "Y" to ws-route-matched
        call "matchlst" using by reference person-id format-flag
        else
            call "waitpos" using by reference person-id
        end-if
    end-if
    if person is equal to "suspense"
        move "Y" to ws-route-matched
        call "susplst"
    end-if
    if person is equal to "reports"
        move "Y" to ws-route-matched
        move "S" to ws-rpt-mode
        call "rptget" using by reference person-id sub-resource
            ws-rpt-mode ws-rpt-found
    end-if.

*> POST requests: create/update, e.g. new enrolments.
    if person is equal to "exclusions"
        move "Y" to ws-route-matched
        call "excladm" using by reference post-body
    end-if
    if person is equal to "venues"
        move "Y" to ws-route-matched
        call "venueadm" using by reference post-body
    end-if
    if person is equal to "closures"
        move "Y" to ws-route-matched
        call "closadm" using by reference post-body
    end-if
    if person is equal to "coordinators"
        move "Y" to ws-route-matched
        call "coordadm" using by reference post-body
    end-if
    if person is equal to "recruits"
        move "Y" to ws-route-matched
        call "recruit" using by reference post-body
    end-if
    if person is equal to "referrals"
        move "Y" to ws-route-matched
        call "refadm" using by reference post-body
    end-if
    if person is equal to "safeguarding"
        move "Y" to ws-route-matched
        call "sgcase" using by reference post-body
    end-if
    if person is equal to "surveys"
        move "Y" to ws-route-matched
        call "survadm" using by reference post-body
    end-if
    if person is equal to "alumni"
        move "Y" to ws-route-matched
        call "alumadm" using by reference post-body
    end-if
    if person is equal to "suspense"
        move "Y" to ws-route-matched
        call "suspadm" using by reference post-body
    end-if
    if person is equal to "households"
        move "Y" to ws-route-matched
        call "hhadm" using by reference post-body
    end-if.

*> No route matched - tell the caller plainly rather than sending an
