identification division.
program-id. lonechk.

*> Lone-working check, run through the day: every open booking whose
*> expected end - start time plus planned length - and a grace
*> period (30 minutes unless LONE_GRACE_MINS overrides it) has passed
*> without the mentor checking out. The list goes to the duty
*> coordinator, so each booking carries what they need to ring
*> round: the venue, whether and when the mentor checked in, the
*> mentor's and mentee's contact details off PERSON-MASTER, any
*> emergency contacts held for either, and the coordinator who owns
*> the town. Bookings from today and the day before (LONE_DAYS
*> overrides the look-back) are checked, so a meeting that ran past
*> midnight is still caught next morning but a long-stale booking
*> nobody closed does not clog the list. A booking whose start time
*> cannot be read is expected to be over by the end of its day.
*> The list is written afresh each run.

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

   select emergency-contacts assign to "data/emergcon.dat"
   organization is indexed
   access mode is dynamic
   record key is emc-key
   file status is ec-status.

   select lone-report assign to "data/lonework.txt"
   organization is line sequential
   file status is rpt-status.

data division.
file section.
fd booking-file.
copy "bookrec.cpy".

fd person-master.
copy "personrec.cpy".

fd emergency-contacts.
copy "emcnrec.cpy".

fd lone-report.
01 report-line           pic x(160).

working-storage section.
01 bk-status            pic xx.
01 pm-status            pic xx.
01 ec-status            pic xx.
01 rpt-status           pic xx.
01 ws-eof               pic x value "N".
   88 at-eof                value "Y".
01 ws-master-open       pic x value "N".
   88 master-available     value "Y".
01 ws-contacts-open     pic x value "N".
   88 contacts-available   value "Y".

01 ws-run-date          pic x(8).
01 ws-clock             pic x(8).
01 ws-env-value         pic x(10).
01 ws-grace-mins        pic 9(4) value 30.
01 ws-look-back         pic 9(3) value 1.
01 ws-date-numeric      pic 9(8).
01 ws-run-day-int       pic 9(8).
01 ws-book-day-int      pic 9(8).

*> Minutes counted from the start of the integer-of-date epoch, so
*> "now" and the expected end compare across midnight.
01 ws-now-mins          pic 9(12).
01 ws-end-mins          pic 9(12).
01 ws-over-mins         pic 9(12).
01 ws-over-edited       pic z(5)9.
01 ws-clock-hhmm        pic 9(4).
01 ws-clock-parts redefines ws-clock-hhmm.
   05 ws-clock-hh       pic 9(2).
   05 ws-clock-mm       pic 9(2).
01 ws-start-hhmm        pic 9(4).
01 ws-start-parts redefines ws-start-hhmm.
   05 ws-start-hh       pic 9(2).
   05 ws-start-mm       pic 9(2).
01 ws-planned           pic 9(3).
01 ws-end-of-day        pic 9(4) value 1440.
01 ws-end-clock         pic 9(4).
01 ws-end-hhmm.
   05 ws-end-hh         pic 9(2).
   05 ws-end-mm         pic 9(2).

01 ws-party-id          pic x(10).
01 ws-party-label       pic x(6).
01 ws-owner             pic x(8).
01 ws-no-override       pic x(8) value spaces.
01 ws-listed            pic 9(6) value 0.

*> Run-control accounting (0 when nobody is overdue, 4 when anyone
*> is listed, 12 when the BOOKING file is unavailable).
01 ws-start-time        pic x(8).
01 ws-step-name         pic x(8) value "LONECHK".
01 ws-outcome           pic x(8).
01 ws-rl-read           pic 9(8) value 0.
01 ws-rl-written        pic 9(8) value 0.
01 ws-rl-reject         pic 9(8) value 0.

procedure division.
main-line.
    accept ws-start-time from time
    accept ws-run-date from date yyyymmdd
    accept ws-clock from time

    move spaces to ws-env-value
    accept ws-env-value from environment "LONE_GRACE_MINS"
    if function trim(ws-env-value) is numeric
       and function length(function trim(ws-env-value)) <= 4
        move function trim(ws-env-value) to ws-grace-mins
    end-if
    move spaces to ws-env-value
    accept ws-env-value from environment "LONE_DAYS"
    if function trim(ws-env-value) is numeric
       and function length(function trim(ws-env-value)) <= 3
        move function trim(ws-env-value) to ws-look-back
    end-if

    move ws-run-date to ws-date-numeric
    move function integer-of-date(ws-date-numeric) to ws-run-day-int
    move ws-clock(1:4) to ws-clock-hhmm
    compute ws-now-mins = ws-run-day-int * 1440
        + ws-clock-hh * 60 + ws-clock-mm

    open input booking-file
    if bk-status not = "00"
        display "lonechk: BOOKING file not available, status " bk-status
        move "error" to ws-outcome
        move 12 to return-code
        perform write-run-record
        go to main-line-exit
    end-if
    open input person-master
    if pm-status = "00"
        move "Y" to ws-master-open
    end-if
    open input emergency-contacts
    if ec-status = "00"
        move "Y" to ws-contacts-open
    end-if

    open output lone-report
    move "lone-working check - bookings past their end with no check-out"
        to report-line
    write report-line
    move spaces to report-line
    string "run " ws-run-date " " ws-clock(1:4)
        "  grace " ws-grace-mins " minutes"
        delimited by size into report-line
    end-string
    write report-line
    move spaces to report-line
    write report-line

    perform check-one-booking until at-eof

    if ws-listed = 0
        move "  none - every meeting due to have ended has checked out"
            to report-line
        write report-line
    end-if
    move spaces to report-line
    write report-line
    move spaces to report-line
    string "bookings overdue a check-out " ws-listed
        delimited by size into report-line
    end-string
    write report-line
    close lone-report

    close booking-file
    if master-available
        close person-master
    end-if
    if contacts-available
        close emergency-contacts
    end-if

    move ws-listed to ws-rl-written
    if ws-listed > 0
        move "warning" to ws-outcome
        move 4 to return-code
    else
        move "ok" to ws-outcome
    end-if
    perform write-run-record.

main-line-exit.
    exit program.

write-run-record.
    call "runlog" using by reference
        ws-step-name ws-start-time
        ws-rl-read ws-rl-written ws-rl-reject ws-outcome.

check-one-booking.
    read booking-file next record
        at end
            move "Y" to ws-eof
    end-read

    if not at-eof
        add 1 to ws-rl-read
        if book-is-open and book-checkout-date = spaces
           and book-date is numeric
            move book-date to ws-date-numeric
            move function integer-of-date(ws-date-numeric)
                to ws-book-day-int
            if ws-book-day-int <= ws-run-day-int
               and ws-book-day-int + ws-look-back >= ws-run-day-int
                perform work-out-expected-end
                if ws-now-mins > ws-end-mins + ws-grace-mins
                    compute ws-over-mins =
                        ws-now-mins - ws-end-mins
                    perform list-overdue-booking
                end-if
            end-if
        end-if
    end-if.

*> Start time plus planned length; an unreadable start time expects
*> the meeting over by the end of its day.
work-out-expected-end.
    move book-planned-minutes to ws-planned
    if book-planned-minutes is not numeric or ws-planned = 0
        move 60 to ws-planned
    end-if
    move 0 to ws-start-hhmm
    if book-time is numeric
        move book-time to ws-start-hhmm
    end-if
    if book-time is numeric and ws-start-hh < 24 and ws-start-mm < 60
        compute ws-end-mins = ws-book-day-int * 1440
            + ws-start-hh * 60 + ws-start-mm + ws-planned
    else
        compute ws-end-mins = ws-book-day-int * 1440 + ws-end-of-day
    end-if
    compute ws-end-clock = function mod(ws-end-mins, 1440)
    compute ws-end-hh = ws-end-clock / 60
    compute ws-end-mm = ws-end-clock - (ws-end-hh * 60).

list-overdue-booking.
    add 1 to ws-listed
    call "coordof" using by reference
        book-town-code ws-no-override ws-owner
    if ws-owner = spaces
        move "(none)" to ws-owner
    end-if
    move ws-over-mins to ws-over-edited
    move spaces to report-line
    string
        "booking " book-id " on " book-date " at " book-time
        " due out by " ws-end-hhmm
        " venue " book-venue-code
        " town " book-town-code
        " coordinator " ws-owner
        "  overdue " function trim(ws-over-edited) " min"
        delimited by size into report-line
    end-string
    write report-line
    move spaces to report-line
    if book-checkin-date = spaces
        move "  ** mentor never checked in **" to report-line
    else
        string "  checked in " book-checkin-date " " book-checkin-time
            " - no check-out"
            delimited by size into report-line
        end-string
    end-if
    write report-line

    move book-mentor-id to ws-party-id
    move "mentor" to ws-party-label
    perform list-one-party
    move book-mentee-id to ws-party-id
    move "mentee" to ws-party-label
    perform list-one-party
    move spaces to report-line
    write report-line.

*> The party's contact off the master, then any emergency contacts.
list-one-party.
    move spaces to report-line
    if master-available
        move ws-party-id to person-id
        read person-master key is person-id
            invalid key
                string "  " ws-party-label " " ws-party-id
                    " (not on the master)"
                    delimited by size into report-line
                end-string
            not invalid key
                string "  " ws-party-label " " ws-party-id " "
                    function trim(person-name)
                    "  contact " function trim(person-contact)
                    delimited by size into report-line
                end-string
        end-read
    else
        string "  " ws-party-label " " ws-party-id
            " (person master unavailable)"
            delimited by size into report-line
        end-string
    end-if
    write report-line
    if contacts-available
        move ws-party-id to emc-person-id
        move 1 to emc-slot
        perform list-one-emergency-contact
        move ws-party-id to emc-person-id
        move 2 to emc-slot
        perform list-one-emergency-contact
    end-if.

list-one-emergency-contact.
    read emergency-contacts key is emc-key
        invalid key
            continue
        not invalid key
            move spaces to report-line
            string "    emergency contact " function trim(emc-name)
                " (" function trim(emc-relationship) ") "
                function trim(emc-phone)
                delimited by size into report-line
            end-string
            write report-line
    end-read.

end program lonechk.
