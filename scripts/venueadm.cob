identification division.
program-id. venueadm.

*> Maintenance transaction for the VENUE reference file - lets a
*> coordinator add, update or deactivate a meeting venue without a
*> programmer editing data, the way townadmin keeps the TOWNS
*> master. Called for POST /api/venues with a body of
*> action=add|update|deactivate&venue=<code>&name=<name>&town=<code>
*> &opens=<hhmm>&closes=<hhmm>&days=<7 x Y/N, Monday first>
*> &minors=Y|N.
*> The town has to resolve to an active TOWNS entry. Opening hours
*> are required on an add; "minors=Y" marks the venue approved for
*> meetings with under-18 mentees (libraries, schools, youth
*> centres) under the safeguarding policy, and defaults to N. A
*> deactivated venue takes no new bookings but stays on file, so
*> the bookings already made there still resolve.

environment division.
input-output section.
file-control.
   select venue-file assign to "data/venues.dat"
   organization is indexed
   access mode is dynamic
   record key is venue-code
   lock mode is manual
   file status is vn-status.

   select towns-master assign to "data/towns.dat"
   organization is indexed
   access mode is dynamic
   record key is town-code
   file status is tm-status.

data division.
file section.
fd venue-file.
copy "venuerec.cpy".

fd towns-master.
copy "townsrec.cpy".

working-storage section.
01 vn-status            pic xx.
01 tm-status            pic xx.

01 ws-action            pic x(12).
01 ws-venue             pic x(8).
01 ws-name              pic x(40).
01 ws-town              pic x(6).
01 ws-opens             pic x(10).
01 ws-closes            pic x(10).
01 ws-days              pic x(10).
01 ws-minors            pic x(3).

*> Times are checked as raw strings before use, like every other
*> submitted number: four digits, a real hour and minute.
01 ws-time-check        pic x(10).
01 ws-time-ok           pic x value "N".
   88 time-is-valid        value "Y".
01 ws-time-num          pic 9(4).
01 ws-time-parts redefines ws-time-num.
   05 ws-time-hh        pic 9(2).
   05 ws-time-mm        pic 9(2).
01 ws-day-idx           pic 9.
01 ws-days-ok           pic x value "Y".
01 ws-invalid-reason    pic x(60).

01 ws-pair-table.
   05 ws-pair occurs 10 times pic x(100).
01 ws-pair-count        pic 99 value 0.
01 ws-idx               pic 99.
01 ws-key               pic x(30).
01 ws-val               pic x(70).

linkage section.
01 post-body-in         pic x(8192).

procedure division using by reference post-body-in.

main-line.
    move spaces to ws-action ws-venue ws-name ws-town
    move spaces to ws-opens ws-closes ws-days ws-minors
    perform split-submission
    perform parse-all-pairs

    if ws-venue = spaces
        display '{"error": "venue code required"}'
        go to main-line-exit
    end-if

    perform validate-venue-fields
    if ws-invalid-reason not = spaces
        display
            function concatenate ('{"error": "',
                function trim(ws-invalid-reason), '"}')
        end-display
        go to main-line-exit
    end-if

    open i-o venue-file
    if vn-status = "35"
        open output venue-file
        close venue-file
        open i-o venue-file
    end-if
    if vn-status = "93" or vn-status = "61"
        display '{"error": "system busy - try again shortly"}'
        go to main-line-exit
    end-if

    evaluate ws-action
        when "add"
            perform add-venue
        when "update"
            perform update-venue
        when "deactivate"
            perform deactivate-venue
        when other
            display '{"error": "unknown action"}'
    end-evaluate

    close venue-file.

main-line-exit.
    exit program.

split-submission.
    move spaces to ws-pair-table
    move 0 to ws-pair-count
    unstring function trim(post-body-in) delimited by "&"
    into
        ws-pair(1) ws-pair(2) ws-pair(3) ws-pair(4) ws-pair(5)
        ws-pair(6) ws-pair(7) ws-pair(8) ws-pair(9) ws-pair(10)
    tallying in ws-pair-count
    end-unstring.

parse-all-pairs.
    perform parse-one-pair varying ws-idx from 1 by 1
        until ws-idx > ws-pair-count.

parse-one-pair.
    move spaces to ws-key ws-val
    unstring ws-pair(ws-idx) delimited by "=" into ws-key ws-val end-unstring
    call "formdec" using by reference ws-val

    evaluate function trim(ws-key)
        when "action"
            move function trim(ws-val) to ws-action
        when "venue"
            move function upper-case(function trim(ws-val)) to ws-venue
        when "name"
            move function trim(ws-val) to ws-name
        when "town"
            move function upper-case(function trim(ws-val)) to ws-town
        when "opens"
            move function trim(ws-val) to ws-opens
        when "closes"
            move function trim(ws-val) to ws-closes
        when "days"
            move function upper-case(function trim(ws-val)) to ws-days
        when "minors"
            move function upper-case(function trim(ws-val)) to ws-minors
        when other
            continue
    end-evaluate.

*> Everything that can be checked without the file: an add needs a
*> name, a town and both opening times; any field given on either
*> action has to be well formed, and the town has to be live.
validate-venue-fields.
    move spaces to ws-invalid-reason
    if ws-action = "add"
        if ws-name = spaces or ws-town = spaces
           or ws-opens = spaces or ws-closes = spaces
            move "name, town, opens and closes are required"
                to ws-invalid-reason
        end-if
    end-if

    if ws-invalid-reason = spaces and ws-opens not = spaces
        move ws-opens to ws-time-check
        perform check-hhmm
        if not time-is-valid
            move "opens must be a 24-hour time hhmm" to ws-invalid-reason
        end-if
    end-if
    if ws-invalid-reason = spaces and ws-closes not = spaces
        move ws-closes to ws-time-check
        perform check-hhmm
        if not time-is-valid
            move "closes must be a 24-hour time hhmm" to ws-invalid-reason
        end-if
    end-if
    if ws-invalid-reason = spaces
       and ws-opens not = spaces and ws-closes not = spaces
       and ws-opens >= ws-closes
        move "closes must be later than opens" to ws-invalid-reason
    end-if

    if ws-invalid-reason = spaces and ws-days not = spaces
        move "Y" to ws-days-ok
        if function length(function trim(ws-days)) not = 7
            move "N" to ws-days-ok
        else
            perform check-one-day-flag
                varying ws-day-idx from 1 by 1 until ws-day-idx > 7
        end-if
        if ws-days-ok = "N"
            move "days must be seven Y/N flags, Monday first"
                to ws-invalid-reason
        end-if
    end-if

    if ws-invalid-reason = spaces and ws-minors not = spaces
       and ws-minors not = "Y" and ws-minors not = "N"
        move "minors must be Y or N" to ws-invalid-reason
    end-if

    if ws-invalid-reason = spaces and ws-town not = spaces
        open input towns-master
        if tm-status not = "00"
            move "town lookup unavailable" to ws-invalid-reason
        else
            move ws-town to town-code
            read towns-master key is town-code
                invalid key
                    move "town not found" to ws-invalid-reason
                not invalid key
                    if not town-is-active
                        move "town code is not active"
                            to ws-invalid-reason
                    end-if
            end-read
            close towns-master
        end-if
    end-if.

check-hhmm.
    move "N" to ws-time-ok
    if function trim(ws-time-check) is numeric
       and function length(function trim(ws-time-check)) = 4
        move function trim(ws-time-check) to ws-time-num
        if ws-time-hh <= 23 and ws-time-mm <= 59
            move "Y" to ws-time-ok
        end-if
    end-if.

check-one-day-flag.
    if ws-days(ws-day-idx:1) not = "Y"
       and ws-days(ws-day-idx:1) not = "N"
        move "N" to ws-days-ok
    end-if.

add-venue.
    move ws-venue to venue-code
    move ws-name to venue-name
    move ws-town to venue-town-code
    move ws-opens to venue-opens
    move ws-closes to venue-closes
    move ws-days to venue-open-days
    if ws-minors = "Y"
        move "Y" to venue-minors-flag
    else
        move "N" to venue-minors-flag
    end-if
    move "Y" to venue-active-flag
    write venue-record
        invalid key
            display '{"error": "venue already exists"}'
        not invalid key
            display '{"status": "venue added"}'
    end-write.

*> Only the fields given change; the opening hours still have to
*> make sense against whichever end was left as it was.
update-venue.
    move ws-venue to venue-code
    read venue-file with lock
        invalid key
            display '{"error": "venue not found"}'
        not invalid key
            if ws-name not = spaces
                move ws-name to venue-name
            end-if
            if ws-town not = spaces
                move ws-town to venue-town-code
            end-if
            if ws-opens not = spaces
                move ws-opens to venue-opens
            end-if
            if ws-closes not = spaces
                move ws-closes to venue-closes
            end-if
            if ws-days not = spaces
                move ws-days to venue-open-days
            end-if
            if ws-minors not = spaces
                move ws-minors to venue-minors-flag
            end-if
            if venue-opens >= venue-closes
                display '{"error": "closes must be later than opens"}'
            else
                rewrite venue-record
                display '{"status": "venue updated"}'
            end-if
    end-read
    *> A record already locked by a concurrent writer fails the READ
    *> with neither branch running - refuse politely rather than
    *> falling through with an empty body.
    if vn-status = "51" or vn-status = "99"
        display '{"error": "system busy - try again shortly"}'
    end-if.

deactivate-venue.
    move ws-venue to venue-code
    read venue-file with lock
        invalid key
            display '{"error": "venue not found"}'
        not invalid key
            move "N" to venue-active-flag
            rewrite venue-record
            display '{"status": "venue deactivated"}'
    end-read
    if vn-status = "51" or vn-status = "99"
        display '{"error": "system busy - try again shortly"}'
    end-if.

end program venueadm.
