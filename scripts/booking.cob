*> and later records how it went. Called for POST /api/bookings with
*> a body of:
*>   action=book&mentor=<id>&mentee=<id>&date=<yyyymmdd>&time=<hhmm>
*>       &venue=<code>&length=<minutes>
*>       - the pair must hold an active match not on safeguarding
*>         hold (an open safeguarding case holding the pairing), the
*>         date must be today or later and not a scheme closure day
*>         (bank holidays, the Christmas and August shutdowns), and
*>         neither party may already hold an open booking in the
*>         same date-and-time slot - double-booking a mentor into two
*>         meetings at once is refused here, not discovered when both
*>         mentees turn up; the booking gets its own id off the
*>         sequence
*>       - the venue must be an active entry on the VENUE reference,
*>         open on that day, and the meeting (start time plus
*>         length) must fall inside its opening hours; a mentee
*>         under 18 on the booking date may only meet at a venue
*>         approved for minors, with the time given (safeguarding
*>         policy)
*>       - length is the planned minutes (default 60), which with the
*>         start time sets when the lone-working check expects the
*>         mentor to have checked out
*>   action=checkin&booking=<id>   /   action=checkout&booking=<id>
*>       - lone working: the mentor checks in on arriving and out on
*>         leaving safely, against an open booking on its day; the
*>         times are taken off the clock here and kept on the booking,
*>         and a booking past its end with no check-out is listed for
*>         the duty coordinator by the lone-working check
*>   action=outcome&booking=<id>&outcome=attended|cancelled|no-show
*>       &duration=<minutes>&notes=<text>
*>       - closes the booking; an attended outcome also writes the
*>         meeting through to SESSION-LOG (duration required) so the
*>         attendance history stays in one place; where the mentor
*>         checked in and out, the minutes on site come back beside
*>         the minutes logged so the two can be compared
*> The no-show outcomes per town feed the nightly no-show report.

environment division.
   organization is indexed
   access mode is dynamic
   record key is match-id
   alternate record key is match-mentor-id with duplicates
   alternate record key is match-mentee-id with duplicates
   file status is mt-status.

   select session-log assign to "data/sessions.dat"
   sharing with no other
   file status is lk-status.

   select venue-file assign to "data/venues.dat"
   organization is indexed
   access mode is dynamic
   record key is venue-code
   file status is vn-status.

   select person-master assign to "data/personmst.dat"
   organization is indexed
   access mode is dynamic
   record key is person-id
   file status is pm-status.

data division.
file section.
fd booking-file.
fd session-lock.
01 session-lock-record  pic x(8).

fd venue-file.
copy "venuerec.cpy".

fd person-master.
copy "personrec.cpy".

working-storage section.
01 bk-status            pic xx.
01 seq-status           pic xx.
01 mt-status            pic xx.
01 sn-status            pic xx.
01 sq2-status           pic xx.
01 vn-status            pic xx.
01 pm-status            pic xx.

01 ws-action            pic x(12).
01 ws-mentor            pic x(20).
01 ws-outcome           pic x(12).
01 ws-duration-raw      pic x(20).
01 ws-notes             pic x(80).
01 ws-venue             pic x(20).
01 ws-length-raw        pic x(20).
01 ws-length-num        pic 9(4) value 0.
01 ws-default-length    pic 9(3) value 60.

01 ws-pair-table.
   05 ws-pair occurs 10 times pic x(100).
01 ws-match-busy        pic x value "N".
   88 match-file-busy      value "Y".
01 ws-match-town        pic x(6).
01 ws-sg-held           pic x value "N".
   88 pairing-sg-held      value "Y".

*> Clash detection for the book action: an open booking in the same
*> date-and-time slot naming either party refuses the new one, with
   88 booking-clashes      value "Y".
01 ws-clash-id          pic x(10).

*> Venue rule for the book action. The venue has to be live and open
*> on that weekday, and the meeting from its start time to the end
*> of its planned length has to fall inside the opening hours; for a
*> mentee under 18 on the meeting date it also has to be approved
*> for minors, and the time has to be given. The weekday is 1 for
*> Monday through 7 for Sunday, matching the open-days flags. Times
*> are compared as minutes since midnight.
01 ws-venue-key         pic x(8).
01 ws-venue-refusal     pic x(70).
01 ws-mentee-age        pic 9(3).
01 ws-time-num          pic 9(4).
01 ws-time-parts redefines ws-time-num.
   05 ws-time-hh        pic 9(2).
   05 ws-time-mm        pic 9(2).
01 ws-weekday           pic 9.
01 ws-time-given        pic x value "N".
   88 booking-time-given   value "Y".
01 ws-start-minutes     pic 9(4).
01 ws-end-minutes       pic 9(4).
01 ws-opens-minutes     pic 9(4).
01 ws-closes-minutes    pic 9(4).
01 ws-closed-days       pic 9(5).
01 ws-closure-from      pic x(8).
01 ws-closure-to        pic x(8).

*> An attended outcome allocates a session id, so it takes the same
*> session-id lock the session logger uses; a caller who can't get
*> it after a short wait is refused before the booking is touched.
   88 lock-held            value "Y".
01 ws-lock-tries        pic 9(2) value 0.

*> Lone-working clock: check-in and check-out take the time off the
*> clock, and the minutes on site are the difference between them.
01 ws-clock             pic x(8).
01 ws-onsite-minutes    pic 9(6) value 0.
01 ws-onsite-edited     pic z(5)9.
01 ws-logged-edited     pic z(3)9.
01 ws-in-int            pic 9(8).
01 ws-out-int           pic 9(8).
01 ws-in-hhmm           pic 9(4).
01 ws-in-hhmm-parts redefines ws-in-hhmm.
   05 ws-in-hh          pic 9(2).
   05 ws-in-mm          pic 9(2).
01 ws-out-hhmm          pic 9(4).
01 ws-out-hhmm-parts redefines ws-out-hhmm.
   05 ws-out-hh         pic 9(2).
   05 ws-out-mm         pic 9(2).

linkage section.
01 post-body-in         pic x(8192).

main-line.
    move spaces to ws-action ws-mentor ws-mentee ws-date-raw
    move spaces to ws-time-raw ws-booking ws-outcome
    move spaces to ws-duration-raw ws-notes ws-venue ws-length-raw
    perform split-submission
    perform parse-all-pairs

            perform make-booking thru make-booking-exit
        when "outcome"
            perform record-outcome thru record-outcome-exit
        when "checkin"
            perform lone-working-check thru lone-working-check-exit
        when "checkout"
            perform lone-working-check thru lone-working-check-exit
        when other
            display '{"error": "unknown action"}'
    end-evaluate.
            move function trim(ws-val) to ws-duration-raw
        when "notes"
            move function trim(ws-val) to ws-notes
        when "venue"
            move function upper-case(function trim(ws-val)) to ws-venue
        when "length"
            move function trim(ws-val) to ws-length-raw
        when other
            continue
    end-evaluate.
        display '{"error": "mentor and mentee are required"}'
        go to make-booking-exit
    end-if
    if ws-venue = spaces
        display '{"error": "venue is required"}'
        go to make-booking-exit
    end-if
    move ws-default-length to ws-length-num
    if ws-length-raw not = spaces
        move 0 to ws-length-num
        if function trim(ws-length-raw) is numeric
           and function length(function trim(ws-length-raw)) <= 4
            move function trim(ws-length-raw) to ws-length-num
        end-if
        if ws-length-num < 1 or ws-length-num > ws-max-duration
            display '{"error": "length must be between 1 and 480 minutes"}'
            go to make-booking-exit
        end-if
    end-if
    if function trim(ws-date-raw) is not numeric
       or function length(function trim(ws-date-raw)) not = 8
        display '{"error": "date must be a yyyymmdd calendar date"}'
        display '{"error": "booking date cannot be in the past"}'
        go to make-booking-exit
    end-if
    move ws-date-raw to ws-closure-from ws-closure-to
    call "closday" using by reference
        ws-closure-from ws-closure-to ws-closed-days
    if ws-closed-days > 0
        display '{"error": "the scheme is closed on that date"}'
        go to make-booking-exit
    end-if

    perform pad-mentor-key
    perform pad-mentee-key
        display '{"error": "no active match for this mentor and mentee"}'
        go to make-booking-exit
    end-if
    *> An open safeguarding case holding the pairing stops new
    *> meetings until the safeguarding lead releases it.
    call "sghold" using by reference
        ws-mentor-key ws-mentee-key ws-sg-held
    if pairing-sg-held
        display '{"error": "pairing is on safeguarding hold - refer to the safeguarding lead"}'
        go to make-booking-exit
    end-if

    perform check-booking-venue thru check-booking-venue-exit
    if ws-venue-refusal not = spaces
        display
            function concatenate ('{"error": "',
                function trim(ws-venue-refusal), '"}')
        end-display
        go to make-booking-exit
    end-if

    open i-o booking-file
    if bk-status = "35"
    move "B" to book-status
    move ws-today to book-made-date
    move spaces to book-outcome-date book-reminded
    move ws-venue-key to book-venue-code
    move ws-length-num to book-planned-minutes
    move spaces to book-checkin-date book-checkin-time
    move spaces to book-checkout-date book-checkout-time
    write booking-record
        invalid key
            display '{"error": "booking id collision - try again"}'
        if book-attended
            perform write-session-from-booking
            close session-lock
            if book-checkin-date is numeric
               and book-checkout-date is numeric
                perform work-out-onsite-minutes
                move ws-onsite-minutes to ws-onsite-edited
                move ws-duration-num to ws-logged-edited
                display
                    function concatenate ('{"status": "outcome ',
                        'recorded, session logged", "logged-minutes": ',
                        function trim(ws-logged-edited),
                        ', "on-site-minutes": ',
                        function trim(ws-onsite-edited), '}')
                end-display
            else
                display '{"status": "outcome recorded, session logged"}'
            end-if
        else
            display '{"status": "outcome recorded"}'
        end-if
close-booking-exit.
    exit.

*> Lone-working check-in and check-out against an open booking.
*> Both happen on the booking's own day (a meeting that runs past
*> midnight may still check out the day after), check-out only
*> after check-in, and neither twice.
lone-working-check.
    if ws-booking = spaces
        display '{"error": "booking id required"}'
        go to lone-working-check-exit
    end-if
    accept ws-today from date yyyymmdd
    accept ws-clock from time

    open i-o booking-file
    if bk-status = "93" or bk-status = "61"
        display '{"error": "system busy - try again shortly"}'
        go to lone-working-check-exit
    end-if
    if bk-status not = "00"
        display '{"error": "bookings file unavailable"}'
        go to lone-working-check-exit
    end-if

    move spaces to book-id
    if function trim(ws-booking) is numeric
        move function trim(ws-booking) to ws-id-numeric
        move ws-id-numeric to book-id
    else
        move function trim(ws-booking) to book-id
    end-if
    read booking-file key is book-id
        invalid key
            display '{"error": "booking not found"}'
            close booking-file
            go to lone-working-check-exit
    end-read

    if not book-is-open
        display '{"error": "booking already closed"}'
        close booking-file
        go to lone-working-check-exit
    end-if

    if function trim(ws-action) = "checkin"
        if book-checkin-date not = spaces
            display '{"error": "already checked in"}'
            close booking-file
            go to lone-working-check-exit
        end-if
        if book-date not = ws-today
            display '{"error": "check-in is only on the day of the booking"}'
            close booking-file
            go to lone-working-check-exit
        end-if
        move ws-today to book-checkin-date
        move ws-clock(1:4) to book-checkin-time
        rewrite booking-record
        display
            function concatenate ('{"status": "checked in", "at": "',
                book-checkin-time, '"}')
        end-display
    else
        if book-checkin-date = spaces
            display '{"error": "not checked in"}'
            close booking-file
            go to lone-working-check-exit
        end-if
        if book-checkout-date not = spaces
            display '{"error": "already checked out"}'
            close booking-file
            go to lone-working-check-exit
        end-if
        move ws-today to book-checkout-date
        move ws-clock(1:4) to book-checkout-time
        rewrite booking-record
        perform work-out-onsite-minutes
        move ws-onsite-minutes to ws-onsite-edited
        display
            function concatenate ('{"status": "checked out", "at": "',
                book-checkout-time, '", "on-site-minutes": ',
                function trim(ws-onsite-edited), '}')
        end-display
    end-if
    close booking-file.

lone-working-check-exit.
    exit.

*> Minutes between check-in and check-out, across midnight if need
*> be.
work-out-onsite-minutes.
    move 0 to ws-onsite-minutes
    move book-checkin-date to ws-date-numeric
    move function integer-of-date(ws-date-numeric) to ws-in-int
    move book-checkout-date to ws-date-numeric
    move function integer-of-date(ws-date-numeric) to ws-out-int
    move book-checkin-time to ws-in-hhmm
    move book-checkout-time to ws-out-hhmm
    if ws-out-int >= ws-in-int
        compute ws-onsite-minutes =
            (ws-out-int - ws-in-int) * 1440
            + (ws-out-hh * 60 + ws-out-mm)
            - (ws-in-hh * 60 + ws-in-mm)
    end-if.

acquire-session-lock.
    move "N" to ws-lock-held
    move 0 to ws-lock-tries
        end-if
    end-if.

*> The venue has to be on file and live. The age test only applies
*> when the mentee's record can be read; a mentee whose age cannot
*> be worked out at all is held to the under-18 rule rather than
*> let through it.
check-booking-venue.
    move spaces to ws-venue-refusal
    move ws-venue to ws-venue-key
    open input venue-file
    if vn-status = "93" or vn-status = "61"
        move "system busy - try again shortly" to ws-venue-refusal
        go to check-booking-venue-exit
    end-if
    if vn-status not = "00"
        move "venue not found" to ws-venue-refusal
        go to check-booking-venue-exit
    end-if
    move ws-venue-key to venue-code
    read venue-file key is venue-code
        invalid key
            move "venue not found" to ws-venue-refusal
        not invalid key
            if not venue-is-active
                move "venue is no longer in use" to ws-venue-refusal
            end-if
    end-read
    close venue-file
    if ws-venue-refusal not = spaces
        go to check-booking-venue-exit
    end-if

    move 0 to ws-mentee-age
    open input person-master
    if pm-status = "00"
        move ws-mentee-key to person-id
        read person-master key is person-id
            invalid key
                continue
            not invalid key
                call "ageof" using by reference
                    person-birth-date ws-date-raw person-age ws-mentee-age
        end-read
        close person-master
    end-if
    if ws-mentee-age < 18
       and not venue-approved-for-minors
        move "venue is not approved for meetings with under-18 mentees"
            to ws-venue-refusal
        go to check-booking-venue-exit
    end-if

    compute ws-weekday = function mod(ws-date-int - 1, 7) + 1
    if venue-open-days not = spaces
       and venue-open-days(ws-weekday:1) not = "Y"
        move "venue is closed on that day" to ws-venue-refusal
        go to check-booking-venue-exit
    end-if

    *> An under-18 booking has to give a clock time so the hours can
    *> be held to; any other booking is held to them when it gives one.
    move "N" to ws-time-given
    if function trim(ws-time-raw) is numeric
       and function length(function trim(ws-time-raw)) = 4
        move function trim(ws-time-raw) to ws-time-num
        if ws-time-hh <= 23 and ws-time-mm <= 59
            move "Y" to ws-time-given
        end-if
    end-if
    if not booking-time-given
        if ws-mentee-age < 18
            move "time must be hhmm for an under-18 booking"
                to ws-venue-refusal
        end-if
        go to check-booking-venue-exit
    end-if
    if venue-opens is not numeric or venue-closes is not numeric
        go to check-booking-venue-exit
    end-if

    *> The whole meeting - start time plus planned length - has to
    *> fall inside the hours, not just its start.
    compute ws-start-minutes = ws-time-hh * 60 + ws-time-mm
    compute ws-end-minutes = ws-start-minutes + ws-length-num
    move venue-opens to ws-time-num
    compute ws-opens-minutes = ws-time-hh * 60 + ws-time-mm
    move venue-closes to ws-time-num
    compute ws-closes-minutes = ws-time-hh * 60 + ws-time-mm
    if ws-start-minutes < ws-opens-minutes
       or ws-end-minutes > ws-closes-minutes
        move function concatenate ("outside the venue opening hours ",
            venue-opens, "-", venue-closes)
            to ws-venue-refusal
    end-if.

check-booking-venue-exit.
    exit.

end program booking.
