identification division.
program-id. mentsum.

*> Backs GET /api/mentor/<id>/summary - one JSON document answering
*> the things mentors otherwise phone the office to ask: the mentees
*> they hold (active matches, mentee first names only), their next
*> open bookings (the earliest few from today on, in date order),
*> their bus-fare claims totalled by status, their vetting expiry,
*> and any training completions already lapsed or lapsing inside the
*> refresher chase window (60 days unless TRAIN_WINDOW_DAYS
*> overrides it, as the refresher report takes it). A file that
*> isn't there yet simply contributes nothing. A partner-scope key
*> only gets this far for the mentor it is issued for - the router
*> checks that before calling.

environment division.
input-output section.
file-control.
   select person-master assign to "data/personmst.dat"
   organization is indexed
   access mode is dynamic
   record key is person-id
   file status is pm-status.

   select match-file assign to "data/match.dat"
   organization is indexed
   access mode is dynamic
   record key is match-id
   alternate record key is match-mentor-id with duplicates
   alternate record key is match-mentee-id with duplicates
   file status is mt-status.

   select booking-file assign to "data/bookings.dat"
   organization is indexed
   access mode is dynamic
   record key is book-id
   file status is bk-status.

   select venue-file assign to "data/venues.dat"
   organization is indexed
   access mode is dynamic
   record key is venue-code
   file status is vn-status.

   select expense-file assign to "data/expenses.dat"
   organization is line sequential
   file status is ex-status.

   select vetting-file assign to "data/vetting.dat"
   organization is indexed
   access mode is dynamic
   record key is vet-person-id
   file status is vt-status.

   select training-file assign to "data/training.dat"
   organization is indexed
   access mode is dynamic
   record key is trn-key
   file status is tr-status.

   select course-file assign to "data/traincrs.dat"
   organization is indexed
   access mode is dynamic
   record key is crs-code
   file status is cr-status.

data division.
file section.
fd person-master.
copy "personrec.cpy".

fd match-file.
copy "matchrec.cpy".

fd booking-file.
copy "bookrec.cpy".

fd venue-file.
copy "venuerec.cpy".

fd expense-file.
copy "expnrec.cpy".

fd vetting-file.
copy "vettrec.cpy".

fd training-file.
copy "trncmrec.cpy".

fd course-file.
copy "trcrsrec.cpy".

working-storage section.
01 pm-status            pic xx.
01 mt-status            pic xx.
01 bk-status            pic xx.
01 vn-status            pic xx.
01 ex-status            pic xx.
01 vt-status            pic xx.
01 tr-status            pic xx.
01 cr-status            pic xx.
01 ws-eof               pic x value "N".
   88 at-eof                value "Y".
01 ws-venues-open       pic x value "N".
   88 venues-available     value "Y".
01 ws-courses-open      pic x value "N".
   88 courses-available    value "Y".

*> Keys on the data files are the master's zero-padded 10-digit id;
*> the URL-supplied id arrives bare.
01 ws-id-numeric        pic 9(10) value 0.
01 ws-mentor-id         pic x(10).
01 ws-mentor-name       pic x(40).
01 ws-mentor-status     pic x(12).

01 ws-today             pic x(8).
01 ws-today-int         pic 9(8).
01 ws-date-numeric      pic 9(8).
01 ws-days-left         pic s9(8).
01 ws-days-edited       pic -(7)9.
01 ws-window-days       pic 9(4) value 60.
01 ws-window-env        pic x(10).

01 ws-listed            pic 9(4).
01 ws-num-edited        pic z(3)9.
01 ws-first-name        pic x(40).
01 ws-lookup-id         pic x(10).

*> The next open bookings, held earliest first: a booking earlier
*> than the last one held is slotted into place and the rest shuffle
*> down, the last dropping off once the table is full.
01 ws-max-next          pic 9(2) value 5.
01 ws-next-count        pic 9(2) value 0.
01 next-booking-table.
   05 next-entry occurs 5 times.
      10 next-when         pic x(12).
      10 next-book-id      pic x(10).
      10 next-date         pic x(8).
      10 next-time         pic x(4).
      10 next-mentee-id    pic x(10).
      10 next-venue-code   pic x(8).
01 ws-cand-when         pic x(12).
01 ws-slot              pic 9(2).
01 ws-shift             pic 9(2).
01 ws-venue-name        pic x(40).

*> Claims by status: claimed awaiting payment, paid, payment failed.
01 ws-claimed-count     pic 9(5) value 0.
01 ws-claimed-amount    pic 9(7)v99 value 0.
01 ws-paid-count        pic 9(5) value 0.
01 ws-paid-amount       pic 9(7)v99 value 0.
01 ws-failed-count      pic 9(5) value 0.
01 ws-failed-amount     pic 9(7)v99 value 0.
01 ws-count-edited      pic z(4)9.
01 ws-amount-edited     pic z(6)9.99.

01 ws-vet-state         pic x(10).
01 ws-course-name       pic x(40).

linkage section.
01 person-id-in         pic x(256).

procedure division using by reference person-id-in.

main-line.
    move spaces to ws-mentor-id
    if function trim(person-id-in) is numeric
        move function trim(person-id-in) to ws-id-numeric
        move ws-id-numeric to ws-mentor-id
    else
        move function trim(person-id-in) to ws-mentor-id
    end-if
    accept ws-today from date yyyymmdd
    move ws-today to ws-date-numeric
    move function integer-of-date(ws-date-numeric) to ws-today-int

    move spaces to ws-window-env
    accept ws-window-env from environment "TRAIN_WINDOW_DAYS"
    if function trim(ws-window-env) is numeric
        move function trim(ws-window-env) to ws-window-days
    end-if

    open input person-master
    if pm-status not = "00"
        display '{"error": "mentor not found"}'
        go to main-line-exit
    end-if
    move ws-mentor-id to person-id
    read person-master key is person-id
        invalid key
            move spaces to ws-mentor-name
        not invalid key
            move person-name to ws-mentor-name
            evaluate true
                when person-is-withdrawn
                    move "withdrawn" to ws-mentor-status
                when person-is-superseded
                    move "superseded" to ws-mentor-status
                when other
                    move "active" to ws-mentor-status
            end-evaluate
    end-read
    if ws-mentor-name = spaces
       or not (person-is-mentor or person-is-both)
        close person-master
        display '{"error": "mentor not found"}'
        go to main-line-exit
    end-if

    display
        function concatenate ('{"mentor-id":"',
            function trim(ws-mentor-id), '",')
    end-display
    display
        function concatenate ('"name":"',
            function trim(ws-mentor-name), '",')
    end-display
    display
        function concatenate ('"status":"',
            function trim(ws-mentor-status), '",')
    end-display

    perform summarise-matches
    perform summarise-bookings
    perform summarise-expenses
    perform summarise-vetting
    perform summarise-training

    close person-master.

main-line-exit.
    exit program.

*> Mentee first name off the master - the summary is the mentor's
*> own view, so no more of the mentee than they already use.
resolve-first-name.
    move "(unknown)" to ws-first-name
    move ws-lookup-id to person-id
    read person-master key is person-id
        invalid key
            continue
        not invalid key
            move spaces to ws-first-name
            unstring function trim(person-name) delimited by " "
                into ws-first-name
            end-unstring
    end-read.

summarise-matches.
    display '"matches":['
    move 0 to ws-listed
    move "N" to ws-eof
    open input match-file
    if mt-status = "00"
        move ws-mentor-id to match-mentor-id
        start match-file key not less than match-mentor-id
            invalid key
                move "Y" to ws-eof
        end-start
        perform list-one-match until at-eof
        close match-file
    end-if
    display "],".

list-one-match.
    read match-file next record
        at end
            move "Y" to ws-eof
    end-read

    if not at-eof and match-mentor-id not = ws-mentor-id
        move "Y" to ws-eof
    end-if

    if not at-eof and match-is-active
        if ws-listed > 0
            display ","
        end-if
        add 1 to ws-listed
        move match-mentee-id to ws-lookup-id
        perform resolve-first-name
        display
            function concatenate ('{"match-id":"',
                function trim(match-id), '",')
        end-display
        display
            function concatenate ('"mentee-id":"',
                function trim(match-mentee-id), '",')
        end-display
        display
            function concatenate ('"mentee-first-name":"',
                function trim(ws-first-name), '",')
        end-display
        display
            function concatenate ('"town":"',
                function trim(match-town-code), '",')
        end-display
        display
            function concatenate ('"since":"',
                function trim(match-date), '"}')
        end-display
    end-if.

summarise-bookings.
    move 0 to ws-next-count
    move "N" to ws-eof
    open input booking-file
    if bk-status = "00"
        perform consider-one-booking until at-eof
        close booking-file
    end-if

    open input venue-file
    if vn-status = "00"
        move "Y" to ws-venues-open
    end-if
    display '"next-bookings":['
    perform list-one-next-booking
        varying ws-slot from 1 by 1 until ws-slot > ws-next-count
    display "],"
    if venues-available
        close venue-file
    end-if.

consider-one-booking.
    read booking-file next record
        at end
            move "Y" to ws-eof
    end-read

    if not at-eof and book-mentor-id = ws-mentor-id
       and book-is-open and book-date is numeric
       and book-date >= ws-today
        move spaces to ws-cand-when
        string book-date book-time delimited by size into ws-cand-when
        end-string
        if ws-next-count < ws-max-next
            add 1 to ws-next-count
            move ws-next-count to ws-slot
            perform hold-next-booking
        else
            if ws-cand-when < next-when(ws-max-next)
                move ws-max-next to ws-slot
                perform hold-next-booking
            end-if
        end-if
    end-if.

*> Drop the candidate in at ws-slot (the end of what is held), then
*> walk it up past anything later.
hold-next-booking.
    perform move-booking-up
        until ws-slot = 1 or next-when(ws-slot - 1) <= ws-cand-when
    move ws-cand-when to next-when(ws-slot)
    move book-id to next-book-id(ws-slot)
    move book-date to next-date(ws-slot)
    move book-time to next-time(ws-slot)
    move book-mentee-id to next-mentee-id(ws-slot)
    move book-venue-code to next-venue-code(ws-slot).

move-booking-up.
    compute ws-shift = ws-slot - 1
    move next-entry(ws-shift) to next-entry(ws-slot)
    move ws-shift to ws-slot.

list-one-next-booking.
    if ws-slot > 1
        display ","
    end-if
    move next-mentee-id(ws-slot) to ws-lookup-id
    perform resolve-first-name
    move spaces to ws-venue-name
    if venues-available and next-venue-code(ws-slot) not = spaces
        move next-venue-code(ws-slot) to venue-code
        read venue-file key is venue-code
            invalid key
                continue
            not invalid key
                move venue-name to ws-venue-name
        end-read
    end-if
    display
        function concatenate ('{"booking-id":"',
            function trim(next-book-id(ws-slot)), '",')
    end-display
    display
        function concatenate ('"date":"',
            function trim(next-date(ws-slot)), '",')
    end-display
    display
        function concatenate ('"time":"',
            function trim(next-time(ws-slot)), '",')
    end-display
    display
        function concatenate ('"mentee-first-name":"',
            function trim(ws-first-name), '",')
    end-display
    display
        function concatenate ('"venue":"',
            function trim(next-venue-code(ws-slot)), '",')
    end-display
    display
        function concatenate ('"venue-name":"',
            function trim(ws-venue-name), '"}')
    end-display.

summarise-expenses.
    move "N" to ws-eof
    open input expense-file
    if ex-status = "00"
        perform total-one-claim until at-eof
        close expense-file
    end-if

    display '"expenses":{'
    move ws-claimed-count to ws-count-edited
    move ws-claimed-amount to ws-amount-edited
    display
        function concatenate ('"claimed":{"count":',
            function trim(ws-count-edited), ',"amount":',
            function trim(ws-amount-edited), '},')
    end-display
    move ws-paid-count to ws-count-edited
    move ws-paid-amount to ws-amount-edited
    display
        function concatenate ('"paid":{"count":',
            function trim(ws-count-edited), ',"amount":',
            function trim(ws-amount-edited), '},')
    end-display
    move ws-failed-count to ws-count-edited
    move ws-failed-amount to ws-amount-edited
    display
        function concatenate ('"payment-failed":{"count":',
            function trim(ws-count-edited), ',"amount":',
            function trim(ws-amount-edited), '}},')
    end-display.

total-one-claim.
    read expense-file
        at end
            move "Y" to ws-eof
    end-read

    if not at-eof and exp-mentor-id = ws-mentor-id
        evaluate true
            when exp-is-claimed
                add 1 to ws-claimed-count
                add exp-amount to ws-claimed-amount
            when exp-is-paid
                add 1 to ws-paid-count
                add exp-amount to ws-paid-amount
            when exp-payment-failed
                add 1 to ws-failed-count
                add exp-amount to ws-failed-amount
        end-evaluate
    end-if.

summarise-vetting.
    open input vetting-file
    if vt-status not = "00"
        display '"vetting":null,'
    else
        move ws-mentor-id to vet-person-id
        read vetting-file key is vet-person-id
            invalid key
                display '"vetting":null,'
            not invalid key
                perform show-vetting
        end-read
        close vetting-file
    end-if.

show-vetting.
    evaluate true
        when vet-is-cleared
            move "cleared" to ws-vet-state
        when vet-is-pending
            move "pending" to ws-vet-state
        when vet-is-revoked
            move "revoked" to ws-vet-state
        when other
            move "unknown" to ws-vet-state
    end-evaluate
    display
        function concatenate ('"vetting":{"status":"',
            function trim(ws-vet-state), '",')
    end-display
    if vet-expiry-date is numeric
        move vet-expiry-date to ws-date-numeric
        compute ws-days-left =
            function integer-of-date(ws-date-numeric) - ws-today-int
        move ws-days-left to ws-days-edited
        display
            function concatenate ('"expiry-date":"', vet-expiry-date,
                '","days-left":', function trim(ws-days-edited), '},')
        end-display
    else
        display '"expiry-date":null,"days-left":null},'
    end-if.

summarise-training.
    open input course-file
    if cr-status = "00"
        move "Y" to ws-courses-open
    end-if
    display '"training-lapsing":['
    move 0 to ws-listed
    open input training-file
    if tr-status = "00"
        move ws-mentor-id to trn-person-id
        move low-values to trn-course-code
        move "N" to ws-eof
        start training-file key is not less than trn-key
            invalid key
                move "Y" to ws-eof
        end-start
        perform list-one-completion until at-eof
        close training-file
    end-if
    display "]}"
    if courses-available
        close course-file
    end-if.

list-one-completion.
    read training-file next record
        at end
            move "Y" to ws-eof
    end-read

    if not at-eof and trn-person-id not = ws-mentor-id
        move "Y" to ws-eof
    end-if

    if not at-eof and trn-expiry-date is numeric
        move trn-expiry-date to ws-date-numeric
        compute ws-days-left =
            function integer-of-date(ws-date-numeric) - ws-today-int
        if ws-days-left <= ws-window-days
            perform show-one-completion
        end-if
    end-if.

show-one-completion.
    if ws-listed > 0
        display ","
    end-if
    add 1 to ws-listed
    move spaces to ws-course-name
    if courses-available
        move trn-course-code to crs-code
        read course-file key is crs-code
            invalid key
                continue
            not invalid key
                move crs-name to ws-course-name
        end-read
    end-if
    move ws-days-left to ws-days-edited
    display
        function concatenate ('{"course":"',
            function trim(trn-course-code), '",')
    end-display
    display
        function concatenate ('"course-name":"',
            function trim(ws-course-name), '",')
    end-display
    display
        function concatenate ('"expiry-date":"', trn-expiry-date,
            '","days-left":', function trim(ws-days-edited), '}')
    end-display.

end program mentsum.
