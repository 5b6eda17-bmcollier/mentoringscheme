identification division.
program-id. waitreq.

*> Puts a mentee back on the waiting list at a given wait-date -
*> the date they first started waiting, not today - so an offer
*> that is declined or lapses costs them no place in the queue.
*> Called by the match maintenance route on a decline, the nightly
*> offer-expiry step on a lapse and the withdrawal cascade. While an
*> offer is open the matching run carries the mentee on the list
*> with their original date already, so an entry is only appended
*> when the mentee is not on the list at all; position is left 0
*> and the next run renumbers the queue. A blank or impossible
*> wait-date falls back to today.

environment division.
input-output section.
file-control.
   select waiting-list assign to "data/waitlist.dat"
   organization is line sequential
   file status is wl-status.

data division.
file section.
fd waiting-list.
copy "waitrec.cpy".

working-storage section.
01 wl-status            pic xx.
01 ws-eof-wait          pic x value "N".
   88 at-eof-wait          value "Y".
01 ws-found             pic x value "N".
   88 already-waiting      value "Y".
01 ws-date-numeric      pic 9(8).

linkage section.
01 town-code-in         pic x(6).
01 mentee-id-in         pic x(10).
01 wait-date-in         pic x(8).

procedure division using by reference town-code-in mentee-id-in
    wait-date-in.

main-line.
    move "N" to ws-found
    move "N" to ws-eof-wait
    open input waiting-list
    if wl-status = "00"
        perform check-one-entry until at-eof-wait or already-waiting
        close waiting-list
    end-if

    if already-waiting
        go to main-line-exit
    end-if

    open extend waiting-list
    if wl-status = "35"
        open output waiting-list
    end-if
    move town-code-in to wait-town-code
    move mentee-id-in to wait-person-id
    move 0 to wait-position
    move wait-date-in to wait-date
    if wait-date-in is numeric
        move wait-date-in to ws-date-numeric
        if function integer-of-date(ws-date-numeric) = 0
            accept wait-date from date yyyymmdd
        end-if
    else
        accept wait-date from date yyyymmdd
    end-if
    write waitlist-record
    close waiting-list.

main-line-exit.
    exit program.

check-one-entry.
    read waiting-list
        at end
            move "Y" to ws-eof-wait
    end-read

    if not at-eof-wait and wait-person-id = mentee-id-in
        move "Y" to ws-found
    end-if.

end program waitreq.
