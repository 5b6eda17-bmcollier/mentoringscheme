*> REMIND_DAYS overrides it) - same mail-drop pattern as the match
*> notifications, picked up by the comms system. Each booking is
*> marked once it has been extracted so the same meeting isn't
*> re-announced every night. A booking on a scheme closure day gets
*> no reminder - nobody should turn up to a shut venue - and is left
*> unmarked, so it is announced after all if the closure is lifted.

environment division.
input-output section.
01 ws-date-numeric      pic 9(8).
01 ws-days-ahead        pic s9(8).
01 ws-reminded-count    pic 9(4) value 0.
01 ws-closed-days       pic 9(5).
01 ws-closure-from      pic x(8).
01 ws-closure-to        pic x(8).
01 ws-closed-count      pic 9(4) value 0.
*> pm-status is overwritten by every keyed READ, so "is the master
*> open" lives in its own flag set once at OPEN; and a booking is
*> only marked reminded once at least one reminder line actually
        close person-master
    end-if

    display "bookrem: reminders written: " ws-reminded-count
    if ws-closed-count > 0
        display "bookrem: bookings on closure days not reminded: "
            ws-closed-count
    end-if.

main-line-exit.
    exit program.
            to ws-book-day-int
        compute ws-days-ahead = ws-book-day-int - ws-run-day-int
        if ws-days-ahead >= 0 and ws-days-ahead <= ws-remind-days
            move book-date to ws-closure-from ws-closure-to
            call "closday" using by reference
                ws-closure-from ws-closure-to ws-closed-days
            if ws-closed-days > 0
                add 1 to ws-closed-count
            else
                move 0 to ws-lines-this-booking
                perform write-booking-reminders
                if ws-lines-this-booking > 0
                    move "Y" to book-reminded
                    rewrite booking-record
                    add 1 to ws-reminded-count
                end-if
            end-if
        end-if
    end-if.
