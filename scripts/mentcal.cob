identification division.
program-id. mentcal.

*> Backs GET /api/mentor/<id>/calendar - the mentor's bookings as an
*> iCalendar document, so a phone calendar can subscribe to it
*> instead of the mentor re-typing the weekly paper page from
*> bookcal. One VEVENT per open booking: the mentee's first name
*> only (the feed sits in a third-party calendar, so no surname or
*> contact detail goes out), the start and planned end time, and the
*> venue when the booking names one. A cancelled booking stays in
*> the feed as STATUS:CANCELLED with a higher SEQUENCE, so a
*> subscribed calendar strikes it out rather than keeping a meeting
*> that isn't happening. Attended and no-show bookings are closed
*> and drop out. Times are local (floating) - every meeting happens
*> where the mentor lives. Each line ends CRLF, as the format needs.

environment division.
input-output section.
file-control.
   select booking-file assign to "data/bookings.dat"
   organization is indexed
   access mode is dynamic
   record key is book-id
   file status is bk-status.

   select person-master assign to "data/personmst.dat"
   organization is indexed
   access mode is dynamic
   record key is person-id
   file status is pm-status.

   select venue-file assign to "data/venues.dat"
   organization is indexed
   access mode is dynamic
   record key is venue-code
   file status is vn-status.

data division.
file section.
fd booking-file.
copy "bookrec.cpy".

fd person-master.
copy "personrec.cpy".

fd venue-file.
copy "venuerec.cpy".

working-storage section.
01 bk-status            pic xx.
01 pm-status            pic xx.
01 vn-status            pic xx.
01 ws-eof               pic x value "N".
   88 at-eof                value "Y".
01 ws-master-open       pic x value "N".
   88 master-available     value "Y".
01 ws-venues-open       pic x value "N".
   88 venues-available     value "Y".

*> book-mentor-id is the master's zero-padded 10-digit key; the
*> URL-supplied id arrives bare.
01 ws-id-numeric        pic 9(10) value 0.
01 ws-mentor-id         pic x(10).

01 cr-char              pic x     value x'0d'.
01 ws-ics-line          pic x(200).

*> Start and planned end of one booking. A meeting running past
*> midnight rolls the end onto the next day.
01 ws-start-hhmm        pic 9(4).
01 ws-start-split redefines ws-start-hhmm.
   05 ws-start-hh       pic 9(2).
   05 ws-start-mm       pic 9(2).
01 ws-planned-mins      pic 9(4).
01 ws-end-total-mins    pic 9(6).
01 ws-end-day-carry     pic 9(2).
01 ws-end-hh            pic 9(2).
01 ws-end-mm            pic 9(2).
01 ws-date-numeric      pic 9(8).
01 ws-end-date          pic 9(8).
01 ws-stamp-date        pic x(8).
01 ws-sequence          pic 9(1).

01 ws-mentee-first      pic x(40).
01 ws-venue-text        pic x(60).

*> Text values are escaped per the format - backslash, comma and
*> semicolon each take a leading backslash - before they go out.
01 ws-raw-text          pic x(60).
01 ws-escaped-text      pic x(120).
01 ws-raw-len           pic 9(4).
01 ws-esc-pos           pic 9(4).
01 ws-esc-ptr           pic 9(4).
01 ws-esc-char          pic x.

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

    move "BEGIN:VCALENDAR" to ws-ics-line
    perform emit-ics-line
    move "VERSION:2.0" to ws-ics-line
    perform emit-ics-line
    move "PRODID:-//Mentoring Scheme//Mentor Bookings//EN" to ws-ics-line
    perform emit-ics-line
    move "CALSCALE:GREGORIAN" to ws-ics-line
    perform emit-ics-line
    move "METHOD:PUBLISH" to ws-ics-line
    perform emit-ics-line
    move spaces to ws-ics-line
    string "X-WR-CALNAME:Mentoring bookings " ws-mentor-id
        delimited by size into ws-ics-line
    end-string
    perform emit-ics-line

    *> No bookings file yet simply means an empty calendar.
    open input booking-file
    if bk-status = "00"
        open input person-master
        if pm-status = "00"
            move "Y" to ws-master-open
        end-if
        open input venue-file
        if vn-status = "00"
            move "Y" to ws-venues-open
        end-if

        perform calendar-one-booking until at-eof

        if venues-available
            close venue-file
        end-if
        if master-available
            close person-master
        end-if
        close booking-file
    end-if

    move "END:VCALENDAR" to ws-ics-line
    perform emit-ics-line

    exit program.

calendar-one-booking.
    read booking-file next record
        at end
            move "Y" to ws-eof
    end-read

    if not at-eof and book-mentor-id = ws-mentor-id
       and (book-is-open or book-cancelled)
       and book-date is numeric and book-time is numeric
        perform write-one-event
    end-if.

write-one-event.
    perform work-out-event-times
    perform resolve-mentee-first-name
    perform resolve-venue-text

    move "BEGIN:VEVENT" to ws-ics-line
    perform emit-ics-line

    move spaces to ws-ics-line
    string "UID:booking-" function trim(book-id) "@mentoring-scheme"
        delimited by size into ws-ics-line
    end-string
    perform emit-ics-line

    move spaces to ws-ics-line
    string "DTSTAMP:" ws-stamp-date "T000000Z"
        delimited by size into ws-ics-line
    end-string
    perform emit-ics-line

    move spaces to ws-ics-line
    string "DTSTART:" book-date "T" ws-start-hh ws-start-mm "00"
        delimited by size into ws-ics-line
    end-string
    perform emit-ics-line

    move spaces to ws-ics-line
    string "DTEND:" ws-end-date "T" ws-end-hh ws-end-mm "00"
        delimited by size into ws-ics-line
    end-string
    perform emit-ics-line

    move spaces to ws-raw-text
    string "Mentoring with " function trim(ws-mentee-first)
        delimited by size into ws-raw-text
    end-string
    perform escape-ics-text
    move spaces to ws-ics-line
    string "SUMMARY:" function trim(ws-escaped-text)
        delimited by size into ws-ics-line
    end-string
    perform emit-ics-line

    if ws-venue-text not = spaces
        move ws-venue-text to ws-raw-text
        perform escape-ics-text
        move spaces to ws-ics-line
        string "LOCATION:" function trim(ws-escaped-text)
            delimited by size into ws-ics-line
        end-string
        perform emit-ics-line
    end-if

    move spaces to ws-ics-line
    if book-cancelled
        move 1 to ws-sequence
        string "SEQUENCE:" ws-sequence
            delimited by size into ws-ics-line
        end-string
        perform emit-ics-line
        move "STATUS:CANCELLED" to ws-ics-line
    else
        move 0 to ws-sequence
        string "SEQUENCE:" ws-sequence
            delimited by size into ws-ics-line
        end-string
        perform emit-ics-line
        move "STATUS:CONFIRMED" to ws-ics-line
    end-if
    perform emit-ics-line

    move "END:VEVENT" to ws-ics-line
    perform emit-ics-line.

*> Planned length zero (records from before the field existed) reads
*> as 60 minutes, as the lone-working check takes it. The stamp is
*> the date the booking last changed - its outcome date once
*> cancelled, else the date it was made.
work-out-event-times.
    move book-time to ws-start-hhmm
    move book-planned-minutes to ws-planned-mins
    if book-planned-minutes is not numeric or book-planned-minutes = 0
        move 60 to ws-planned-mins
    end-if
    compute ws-end-total-mins =
        ws-start-hh * 60 + ws-start-mm + ws-planned-mins
    divide ws-end-total-mins by 1440 giving ws-end-day-carry
        remainder ws-end-total-mins
    divide ws-end-total-mins by 60 giving ws-end-hh
        remainder ws-end-mm

    move book-date to ws-date-numeric
    move ws-date-numeric to ws-end-date
    if ws-end-day-carry > 0
        compute ws-end-date = function date-of-integer(
            function integer-of-date(ws-date-numeric) + ws-end-day-carry)
    end-if

    move book-made-date to ws-stamp-date
    if book-cancelled and book-outcome-date is numeric
        move book-outcome-date to ws-stamp-date
    end-if
    if ws-stamp-date is not numeric
        move book-date to ws-stamp-date
    end-if.

resolve-mentee-first-name.
    move "your mentee" to ws-mentee-first
    if master-available
        move book-mentee-id to person-id
        read person-master key is person-id
            invalid key
                continue
            not invalid key
                move spaces to ws-mentee-first
                unstring function trim(person-name) delimited by " "
                    into ws-mentee-first
                end-unstring
                if ws-mentee-first = spaces
                    move "your mentee" to ws-mentee-first
                end-if
        end-read
    end-if.

*> Venue name and town off the VENUE reference; a code the reference
*> doesn't hold goes out as the bare code, and no code at all means
*> no LOCATION line.
resolve-venue-text.
    move spaces to ws-venue-text
    if book-venue-code not = spaces
        move book-venue-code to ws-venue-text
        if venues-available
            move book-venue-code to venue-code
            read venue-file key is venue-code
                invalid key
                    continue
                not invalid key
                    move spaces to ws-venue-text
                    string function trim(venue-name) ", "
                        function trim(venue-town-code)
                        delimited by size into ws-venue-text
                    end-string
            end-read
        end-if
    end-if.

escape-ics-text.
    move spaces to ws-escaped-text
    move 1 to ws-esc-ptr
    move function length(function trim(ws-raw-text trailing))
        to ws-raw-len
    perform escape-one-char
        varying ws-esc-pos from 1 by 1
        until ws-esc-pos > ws-raw-len.

escape-one-char.
    move ws-raw-text(ws-esc-pos:1) to ws-esc-char
    if ws-esc-char = "\" or ws-esc-char = "," or ws-esc-char = ";"
        move "\" to ws-escaped-text(ws-esc-ptr:1)
        add 1 to ws-esc-ptr
    end-if
    move ws-esc-char to ws-escaped-text(ws-esc-ptr:1)
    add 1 to ws-esc-ptr.

emit-ics-line.
    display function trim(ws-ics-line trailing) cr-char
    end-display.

end program mentcal.
