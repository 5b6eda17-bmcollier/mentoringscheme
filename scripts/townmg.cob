*> Town merge: when the council folds one district into another, the
*> people have to move with it. Remaps every record carrying the old
*> code - PERSON-MASTER, the enrolment log, MATCH-FILE, the waiting
*> list, bookings and the postcode reference - onto the successor
*> code in one audited pass,
*> leaves a forwarding entry on the old TOWNS record (deactivated,
*> pointing at the successor, dated), appends the per-file counts to
*> the town-merge audit log, and reports them back to the caller.
   organization is indexed
   access mode is dynamic
   record key is match-id
   alternate record key is match-mentor-id with duplicates
   alternate record key is match-mentee-id with duplicates
   file status is mt-status.

   select booking-file assign to "data/bookings.dat"
   record key is book-id
   file status is bk-status.

   select postcode-file assign to "data/postcode.dat"
   organization is indexed
   access mode is dynamic
   record key is pc-postcode
   file status is pc-status.

   select mentor-enrolment assign to "data/enrolment.dat"
   organization is line sequential
   file status is en-status.
fd booking-file.
copy "bookrec.cpy".

fd postcode-file.
copy "pcoderc.cpy".

fd mentor-enrolment.
copy "enrolrec.cpy".

fd enrol-work.
01 enrol-work-record     pic x(245).

fd waiting-list.
copy "waitrec.cpy".
01 pm-status            pic xx.
01 mt-status            pic xx.
01 bk-status            pic xx.
01 pc-status            pic xx.
01 en-status            pic xx.
01 ew-status            pic xx.
01 wl-status            pic xx.
*> Every file the merge rewrites is opened and checked before any
*> record moves - a sharing conflict (the nightly run holding a
*> master) or a missing file refuses the whole merge up front, so it
*> can never half-apply. A missing bookings file or postcode
*> reference just means nothing to remap there.
01 ws-open-ok           pic x value "Y".
   88 all-files-open       value "Y".
01 ws-bookings-present  pic x value "Y".
   88 bookings-present     value "Y".
01 ws-postcodes-present pic x value "Y".
   88 postcodes-present    value "Y".

01 ta-status            pic xx.
01 aw-status            pic xx.
01 ws-matches-moved     pic 9(6) value 0.
01 ws-waitlist-moved    pic 9(6) value 0.
01 ws-bookings-moved    pic 9(6) value 0.
01 ws-postcodes-moved   pic 9(6) value 0.
01 ws-num-edited        pic z(5)9.
01 ws-response          pic x(200).
01 ws-resp-ptr          pic 9(4).
    if bookings-present
        perform remap-bookings
    end-if
    if postcodes-present
        perform remap-postcodes
    end-if
    perform remap-adjacency thru remap-adjacency-exit
    perform leave-forwarding-entry

    if bookings-present
        close booking-file
    end-if
    if postcodes-present
        close postcode-file
    end-if

    perform write-merge-audit
    perform write-merge-response.
open-all-files.
    move "Y" to ws-open-ok
    move "Y" to ws-bookings-present
    move "Y" to ws-postcodes-present

    open i-o person-master
    if pm-status not = "00"
            move "N" to ws-open-ok
        end-if
    end-if
    open i-o postcode-file
    if pc-status = "35"
        move "N" to ws-postcodes-present
    else
        if pc-status not = "00"
            move "N" to ws-open-ok
        end-if
    end-if

    if not all-files-open
        if pm-status = "00"
        if bk-status = "00"
            close booking-file
        end-if
        if pc-status = "00"
            close postcode-file
        end-if
    end-if.

remap-people.
        add 1 to ws-bookings-moved
    end-if.

*> Postcodes in the old town fall in the successor from now on, so
*> enrolment keeps deriving a town that is active.
remap-postcodes.
    move "N" to ws-eof
    perform remap-one-postcode until at-eof.

remap-one-postcode.
    read postcode-file next record
        at end
            move "Y" to ws-eof
    end-read

    if not at-eof and pc-town-code = old-town-in
        move new-town-in to pc-town-code
        rewrite postcode-record
        add 1 to ws-postcodes-moved
    end-if.

*> Adjacency entries naming the old town move to the successor too,
*> streamed through a work file like the other sequential files; a
*> link that would now point a town at itself is dropped rather
    string function trim(ws-num-edited) ', "bookings": '
        delimited by size into ws-response with pointer ws-resp-ptr
    move ws-bookings-moved to ws-num-edited
    string function trim(ws-num-edited) ', "postcodes": '
        delimited by size into ws-response with pointer ws-resp-ptr
    move ws-postcodes-moved to ws-num-edited
    string function trim(ws-num-edited) '}'
        delimited by size into ws-response with pointer ws-resp-ptr
    display function trim(ws-response).
